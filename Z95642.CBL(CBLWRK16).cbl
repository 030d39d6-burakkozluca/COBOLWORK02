       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Bakim gunlugu (duzen JRNLFLD copybook'unda). Gun sonunda
      *denetim gununu kapsayan kusak (devredilmisse) ve guncel
      *gunluk okunur: denetim gununun sira numaralari
      *bosluksuz mu, zaman damgalari azalmiyor mu, gunun kayit
      *sayisi kosu kutugundeki uygulanan-islem toplamlariyla
      *tutuyor mu. Boylece hasarli gunluk, onu ureten girdiler
      *hala eldeyken ayni gece ortaya cikar.
      *DD adi WS-JRNL-DSN'dedir: katalogdaki kusaklar icin sirayla
      *JRNLGEN (dinamik ayrilir), sonra guncel gunluk icin JRNLIN.
           SELECT JOURNAL-FILE ASSIGN USING WS-JRNL-DSN
                             STATUS    JRN-ST.
      *Gunluk kusak katalogu (duzen ve kurallar JCATFLD
      *copybook'unda).
           SELECT JRNL-CAT   ASSIGN TO JRNLCAT
                             STATUS    JCT-ST.
      *Ortak kosu kutugu; gunun gunluk yazan kosularinin (CBLWRK3,
      *CBLWRK11, CBLWRK12, CBLWRK21) bitis kayitlarindaki
      *yazilan-kayit toplami gunlukle kiyaslanir.
           SELECT RUN-LOG    ASSIGN TO RUNLOG
                             STATUS    LOG-ST.
      *Denetlenecek is gununu tasiyan kontrol karti; verilmemisse
       FD  JOURNAL-FILE RECORDING MODE F.
           COPY JRNLFLD.

      *Gunluk kusak katalogu (duzen JCATFLD copybook'unda).
       FD  JRNL-CAT RECORDING MODE F.
           COPY JCATFLD.

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOGF.
       FD  VER-RPT RECORDING MODE F.
       01  VER-ISSUE-REC.
           05 VIS-TAG           PIC X(20).
           05 VIS-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VIS-SEQ-NO        PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 VIS-PREV-SEQ      PIC 9(07).
           05 FILLER            PIC X(16) VALUE SPACES.
       01  VER-TRL-REC.
           05 VTL-LABEL         PIC X(30).
           05 VTL-COUNT         PIC 9(07).
       01  WS-SELECTION-AREA.
           05 WS-CHECK-DATE     PIC 9(08) VALUE ZERO.

      *Zaman damgasi denetimi okunan butun kayitlar uzerinden
      *yapilir (denetim gununun kusagi ve guncel gunluk): kosu
      *tarihi+saati kayittan kayda hic azalmamalidir; azaliyorsa
      *gunlugun bir bolumu uzerine yazilmis demektir.
       01  WS-ORDER-AREA.
           05 WS-CNT-CLOSE      PIC 9(07) VALUE ZERO.
           05 WS-CNT-REOPEN     PIC 9(07) VALUE ZERO.
           05 WS-CNT-ADDRESS    PIC 9(07) VALUE ZERO.
           05 WS-CNT-GUARDIAN   PIC 9(07) VALUE ZERO.
           05 WS-CNT-OTHER      PIC 9(07) VALUE ZERO.
           05 WS-RLOG-WRITTEN   PIC 9(07) VALUE ZERO.

      *Gunluk kusaklari (bkz. JCATFLD). Katalog bastan okunup
      *dogrulanarak tabloya alinir; WS-JSEL-FROM/WS-JSEL-TO kosu
      *tarihi araligina giren kusaklar sirayla, ardindan henuz
      *devredilmemis kayitlari tasiyan guncel gunluk (JRNLIN)
      *okunur. Sinirlardan biri sifirsa o yonde sinir yoktur.
       01  WS-JGEN-AREA.
           05 JCT-ST    PIC 9(02).
              88 JCT-EOF       VALUE 10.
              88 JCT-SUCCESS   VALUE 00 97.
      *Acilacak gunlugun DD adi: guncel gunluk icin JRNLIN, kusaklar
      *icin JRNLGEN. JRNLGEN JCL'de tanimlanmaz; her kusaktan once
      *ayni adli ortam degiskenine katalogdaki veri kumesi adi
      *'DSN(<ad>),SHR' olarak yazilir ve dosya acilirken dinamik
      *olarak ayrilir (metnin sonunda X'00' bulunur).
           05 WS-JRNL-DSN       PIC X(08) VALUE 'JRNLIN'.
           05 WS-JENV-TEXT      PIC X(64) VALUE LOW-VALUES.
           05 WS-JENV-PTR       USAGE POINTER.
           05 WS-JENV-RC        PIC S9(09) COMP VALUE ZERO.
           05 WS-JSEL-FROM      PIC 9(08) VALUE ZERO.
           05 WS-JSEL-TO        PIC 9(08) VALUE ZERO.
      *Okunmakta olan kaynak: katalogdaki bir kusak, guncel gunluk
      *veya (hepsi bittiginde) hicbiri.
           05 WS-JSRC-SW        PIC X(01) VALUE 'N'.
              88 WS-JSRC-GEN       VALUE 'G'.
              88 WS-JSRC-CURRENT   VALUE 'C'.
              88 WS-JSRC-NONE      VALUE 'N'.
           05 WS-JCUR-SW        PIC X(01) VALUE 'N'.
              88 WS-JCUR-DONE      VALUE 'Y'.
              88 WS-JCUR-NOT-DONE  VALUE 'N'.
      *'Y' ise hic olusmamis (durum 35) guncel gunluk bos sayilir.
           05 WS-JCUR-OPT-SW    PIC X(01) VALUE 'N'.
              88 WS-JCUR-OPTIONAL  VALUE 'Y'.
           05 WS-JWANT-SW       PIC X(01) VALUE 'N'.
              88 WS-JGEN-WANTED    VALUE 'Y'.
              88 WS-JGEN-NOT-WANTED VALUE 'N'.
           05 WS-JREAD-SW       PIC X(01) VALUE 'N'.
              88 WS-JREAD-PENDING  VALUE 'Y'.
              88 WS-JREAD-DONE     VALUE 'N'.
           05 WS-JPER-WORK      PIC 9(06) VALUE ZERO.
           05 WS-JPER-PARTS REDEFINES WS-JPER-WORK.
              10 WS-JPER-YYYY   PIC 9(04).
              10 WS-JPER-MM     PIC 9(02).
      *Okunan kusagin kayit sayisi ve ilk/son sira numarasi;
      *kusak kapanirken katalogla kiyaslanir.
           05 WS-JSEQ-WORK      PIC 9(07) VALUE ZERO.
           05 WS-JGEN-READ      PIC 9(07) VALUE ZERO.
           05 WS-JGEN-FIRST     PIC 9(07) VALUE ZERO.
           05 WS-JGEN-LAST      PIC 9(07) VALUE ZERO.
           05 WS-JGEN-COUNT     PIC 9(04) COMP VALUE ZERO.
           05 WS-JGEN-MAX       PIC 9(04) COMP VALUE 600.
           05 WS-JGX            PIC 9(04) COMP VALUE ZERO.
           05 WS-JGEN-ENTRY OCCURS 600 TIMES.
              10 WS-JGE-GEN-NO     PIC 9(04).
              10 WS-JGE-PERIOD     PIC 9(06).
              10 WS-JGE-DSN        PIC X(44).
              10 WS-JGE-DATE-FROM  PIC 9(08).
              10 WS-JGE-DATE-TO    PIC 9(08).
              10 WS-JGE-REC-COUNT  PIC 9(07).
              10 WS-JGE-FIRST-SEQ  PIC 9(07).
              10 WS-JGE-LAST-SEQ   PIC 9(07).

      *------------------
       PROCEDURE DIVISION.
      *------------------
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           MOVE WS-CHECK-DATE TO WS-JSEL-FROM
                                 WS-JSEL-TO.
           SET WS-JCUR-OPTIONAL TO TRUE.
           PERFORM H700-OPEN-JOURNAL.
       H100-END.EXIT.
      *Kontrol karti varsa denetim gununu okur; yoksa sistem
      *tarihi alinir.
              ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           END-IF.
       H110-END.EXIT.
      *Tek bir gunluk kaydini denetler: zaman damgasi sirasi okunan
      *her kayitta, sira numarasi denetimi yalnizca denetim gununun
      *kayitlarinda yapilir.
       H200-VERIFY-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.
           IF JRNL-RUN-DATE = WS-CHECK-DATE
              PERFORM H210-VERIFY-DAY-ENTRY
           END-IF.
           PERFORM H730-READ-JOURNAL.
       H200-END.EXIT.
      *Denetim gununun kaydini sayar ve sira numarasini sinar.
      *Sira 1 yeni bir kosunun basidir; degilse bir oncekinin tam
                 ADD 1 TO WS-CNT-REOPEN
              WHEN JRNL-ADDRESS
                 ADD 1 TO WS-CNT-ADDRESS
              WHEN JRNL-GUARDIAN
                 ADD 1 TO WS-CNT-GUARDIAN
              WHEN OTHER
                 ADD 1 TO WS-CNT-OTHER
           END-EVALUATE.
      *Tek bir kutuk kaydini sinar: denetim gunune ait, gunluk
      *yazan bir programin bitis kaydiysa yazilan sayisi toplama
      *katilir (CBLWRK3 uygulanan islem, CBLWRK11 uyutulan hesap,
      *CBLWRK12 cikarilan hesap, CBLWRK21 vefat isaretlenen hesap
      *sayisini yazar; hepsi gunluge kayit basina bir satir
      *dusurur).
       H410-SUM-RUNLOG-ENTRY.
           IF RLOG-END
              AND RLOG-DATE = WS-CHECK-DATE
              AND (RLOG-PROGRAM = 'CBLWRK3'
                   OR RLOG-PROGRAM = 'CBLWRK11'
                   OR RLOG-PROGRAM = 'CBLWRK12'
                   OR RLOG-PROGRAM = 'CBLWRK21')
              ADD RLOG-RECS-WRITTEN TO WS-RLOG-WRITTEN
           END-IF.
           READ RUN-LOG.
              MOVE WS-CNT-ADDRESS TO VTL-COUNT
              WRITE VER-TRL-REC
              MOVE SPACES TO VER-TRL-REC
              MOVE 'GUARDIAN LINK MAINT:' TO VTL-LABEL
              MOVE WS-CNT-GUARDIAN TO VTL-COUNT
              WRITE VER-TRL-REC
              MOVE SPACES TO VER-TRL-REC
              MOVE 'UNKNOWN ACTIONS:' TO VTL-LABEL
              MOVE WS-CNT-OTHER TO VTL-COUNT
              WRITE VER-TRL-REC
              WRITE VER-TRL-REC
           END-IF.
       H900-END.EXIT.
      *Gunluk kusak katalogunu yukler, WS-JSEL-FROM/WS-JSEL-TO
      *araligina giren ilk kaynagi acar ve ilk kaydi okur.
       H700-OPEN-JOURNAL.
           PERFORM H710-LOAD-CATALOG.
           MOVE ZERO TO WS-JGX.
           SET WS-JCUR-NOT-DONE TO TRUE.
           PERFORM H720-OPEN-NEXT-SOURCE.
           PERFORM H730-READ-JOURNAL.
       H700-END.EXIT.
      *Katalogu bastan okuyup dogrulayarak tabloya alir (kurallar
      *JCATFLD'de). Katalog henuz yoksa (durum 35) hic devir
      *yapilmamistir ve butun gunluk tek dosyadadir.
       H710-LOAD-CATALOG.
           MOVE ZERO TO WS-JGEN-COUNT.
           OPEN INPUT JRNL-CAT.
           IF JCT-ST = 35
              SET JCT-EOF TO TRUE
           ELSE
              IF (JCT-ST NOT = 0) AND (JCT-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' JCT-ST
                 MOVE JCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ JRNL-CAT
              PERFORM H715-TAKE-CATALOG-ENTRY UNTIL JCT-EOF
              CLOSE JRNL-CAT
           END-IF.
       H710-END.EXIT.
      *Katalog kaydini bir oncekiyle kiyaslayip tabloya ekler:
      *kusak numarasi bir fazlasi, donem bir sonraki ay olmali ve
      *tarih araligi oncekinin bittigi yerden sonra baslamalidir.
      *Kurala uymayan katalogla okumak bir ayi sessizce atlamak
      *olacagindan kosu durdurulur.
       H715-TAKE-CATALOG-ENTRY.
           IF (JCT-ST NOT = 0) AND (JCT-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' JCT-ST
              MOVE JCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-JGEN-COUNT NOT < WS-JGEN-MAX
              DISPLAY 'JOURNAL CATALOG TABLE FULL AT GEN '
                      JCAT-GEN-NO
              CLOSE JRNL-CAT
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-JGEN-COUNT > 0
              MOVE WS-JGE-PERIOD(WS-JGEN-COUNT) TO WS-JPER-WORK
              PERFORM H716-ADVANCE-PERIOD
           END-IF.
           IF JCAT-GEN-NO NOT = WS-JGEN-COUNT + 1
              OR (WS-JGEN-COUNT > 0
                  AND JCAT-PERIOD NOT = WS-JPER-WORK)
              OR (WS-JGEN-COUNT > 0
                  AND JCAT-DATE-FROM NOT >
                      WS-JGE-DATE-TO(WS-JGEN-COUNT))
              OR JCAT-DATE-FROM > JCAT-DATE-TO
              DISPLAY 'JOURNAL CATALOG OUT OF SEQUENCE AT GEN '
                      JCAT-GEN-NO ' PERIOD ' JCAT-PERIOD
              CLOSE JRNL-CAT
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-JGEN-COUNT.
           MOVE JCAT-GEN-NO TO WS-JGE-GEN-NO(WS-JGEN-COUNT).
           MOVE JCAT-PERIOD TO WS-JGE-PERIOD(WS-JGEN-COUNT).
           MOVE JCAT-DSN TO WS-JGE-DSN(WS-JGEN-COUNT).
           MOVE JCAT-DATE-FROM TO WS-JGE-DATE-FROM(WS-JGEN-COUNT).
           MOVE JCAT-DATE-TO TO WS-JGE-DATE-TO(WS-JGEN-COUNT).
           MOVE JCAT-REC-COUNT TO WS-JGE-REC-COUNT(WS-JGEN-COUNT).
           MOVE JCAT-FIRST-SEQ TO WS-JGE-FIRST-SEQ(WS-JGEN-COUNT).
           MOVE JCAT-LAST-SEQ TO WS-JGE-LAST-SEQ(WS-JGEN-COUNT).
           READ JRNL-CAT.
       H715-END.EXIT.
      *WS-JPER-WORK'teki ayi (YYYYMM) bir sonraki aya ilerletir.
       H716-ADVANCE-PERIOD.
           IF WS-JPER-MM = 12
              ADD 1 TO WS-JPER-YYYY
              MOVE 1 TO WS-JPER-MM
           ELSE
              ADD 1 TO WS-JPER-MM
           END-IF.
       H716-END.EXIT.
      *Siradaki kaynagi acar: once araliga giren bir sonraki kusak,
      *kusaklar bitince guncel gunluk. Aralik son kusagin bitisinden
      *once kapaniyorsa guncel gunluk okunmaz. Katalogda olup
      *acilamayan kusak kosuyu durdurur; eksik bir ay sessizce
      *atlanmaz.
       H720-OPEN-NEXT-SOURCE.
           SET WS-JSRC-NONE TO TRUE.
           SET WS-JGEN-NOT-WANTED TO TRUE.
           PERFORM H722-FIND-GENERATION
              UNTIL WS-JGEN-WANTED OR WS-JGX NOT < WS-JGEN-COUNT.
           IF WS-JGEN-WANTED
              PERFORM H728-ALLOCATE-GENERATION
              OPEN INPUT JOURNAL-FILE
              IF NOT JRN-SUCCESS
                 DISPLAY 'JOURNAL GENERATION MISSING: GEN '
                         WS-JGE-GEN-NO(WS-JGX) ' ST ' JRN-ST
                 DISPLAY '  ' WS-JGE-DSN(WS-JGX)
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              SET WS-JSRC-GEN TO TRUE
              MOVE ZERO TO WS-JGEN-READ
                           WS-JGEN-FIRST
                           WS-JGEN-LAST
           ELSE
              IF WS-JCUR-NOT-DONE
                 SET WS-JCUR-DONE TO TRUE
                 IF WS-JSEL-TO = 0 OR WS-JGEN-COUNT = 0
                    OR WS-JSEL-TO > WS-JGE-DATE-TO(WS-JGEN-COUNT)
                    PERFORM H725-OPEN-CURRENT
                 END-IF
              END-IF
           END-IF.
       H720-END.EXIT.
      *Tablodaki bir sonraki kusak araliga giriyor mu.
       H722-FIND-GENERATION.
           ADD 1 TO WS-JGX.
           IF (WS-JSEL-TO = 0
               OR WS-JGE-DATE-FROM(WS-JGX) NOT > WS-JSEL-TO)
              AND (WS-JSEL-FROM = 0
               OR WS-JGE-DATE-TO(WS-JGX) NOT < WS-JSEL-FROM)
              SET WS-JGEN-WANTED TO TRUE
           END-IF.
       H722-END.EXIT.
      *Guncel gunlugu (JRNLIN) acar.
       H725-OPEN-CURRENT.
           MOVE 'JRNLIN' TO WS-JRNL-DSN.
           OPEN INPUT JOURNAL-FILE.
           IF JRN-SUCCESS
              SET WS-JSRC-CURRENT TO TRUE
           ELSE
              IF JRN-ST NOT = 35 OR NOT WS-JCUR-OPTIONAL
                 DISPLAY 'UNABLE TO OPEN FILE: ' JRN-ST
                 MOVE JRN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H725-END.EXIT.
      *Katalogdaki kusagi JRNLGEN DD adina dinamik olarak ayirir
      *(bkz. WS-JENV-TEXT). Ortam degiskeni yazilamazsa ardindan
      *gelen OPEN basarisiz olur ve kusak eksik olarak raporlanir.
       H728-ALLOCATE-GENERATION.
           MOVE LOW-VALUES TO WS-JENV-TEXT.
           STRING 'JRNLGEN=DSN('      DELIMITED BY SIZE
                  WS-JGE-DSN(WS-JGX)  DELIMITED BY SPACE
                  '),SHR'              DELIMITED BY SIZE
             INTO WS-JENV-TEXT
           END-STRING.
           SET WS-JENV-PTR TO ADDRESS OF WS-JENV-TEXT.
           CALL 'putenv' USING BY VALUE WS-JENV-PTR
                RETURNING WS-JENV-RC.
           MOVE 'JRNLGEN' TO WS-JRNL-DSN.
       H728-END.EXIT.
      *Siradaki gunluk kaydini okur; kaynak bitince kapatip bir
      *sonrakine gecer. JRN-EOF ancak son kaynak da bittiginde
      *olusur.
       H730-READ-JOURNAL.
           SET WS-JREAD-PENDING TO TRUE.
           PERFORM H732-READ-SOURCE UNTIL WS-JREAD-DONE.
       H730-END.EXIT.
       H732-READ-SOURCE.
           IF WS-JSRC-NONE
              SET JRN-EOF TO TRUE
              SET WS-JREAD-DONE TO TRUE
           ELSE
              READ JOURNAL-FILE
              EVALUATE TRUE
                 WHEN JRN-SUCCESS
                    IF WS-JSRC-GEN
                       PERFORM H735-COUNT-GEN-REC
                    END-IF
                    SET WS-JREAD-DONE TO TRUE
                 WHEN JRN-EOF
                    PERFORM H740-CLOSE-SOURCE
                    PERFORM H720-OPEN-NEXT-SOURCE
                 WHEN OTHER
                    DISPLAY 'UNABLE TO READ FILE: ' JRN-ST
                    MOVE JRN-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-EVALUATE
           END-IF.
       H732-END.EXIT.
      *Kusaktan okunan kaydi sayar; sira alani sayisal olmayan eski
      *kayitlar CBLWRK26'daki gibi sifir sayilir.
       H735-COUNT-GEN-REC.
           IF JRNL-SEQ-NO IS NUMERIC
              MOVE JRNL-SEQ-NO TO WS-JSEQ-WORK
           ELSE
              MOVE ZERO TO WS-JSEQ-WORK
           END-IF.
           ADD 1 TO WS-JGEN-READ.
           IF WS-JGEN-READ = 1
              MOVE WS-JSEQ-WORK TO WS-JGEN-FIRST
           END-IF.
           MOVE WS-JSEQ-WORK TO WS-JGEN-LAST.
       H735-END.EXIT.
      *Kaynagi kapatir. Kusagin okunan kayit sayisi ve ilk/son sira
      *numarasi katalogdakiyle tutmuyorsa kusak eksik, fazla veya
      *baska bir ayin dosyasidir ve kosu durur.
       H740-CLOSE-SOURCE.
           CLOSE JOURNAL-FILE.
           IF WS-JSRC-GEN
              SET WS-JSRC-NONE TO TRUE
              IF WS-JGEN-READ NOT = WS-JGE-REC-COUNT(WS-JGX)
                 OR WS-JGEN-FIRST NOT = WS-JGE-FIRST-SEQ(WS-JGX)
                 OR WS-JGEN-LAST NOT = WS-JGE-LAST-SEQ(WS-JGX)
                 DISPLAY 'JOURNAL GENERATION '
                         WS-JGE-GEN-NO(WS-JGX)
                         ' DOES NOT MATCH CATALOG: READ '
                         WS-JGEN-READ ' OF '
                         WS-JGE-REC-COUNT(WS-JGX)
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           SET WS-JSRC-NONE TO TRUE.
       H740-END.EXIT.
      *Dosya kapama islemi
       H300-CLOSE-FILES.
           IF NOT WS-JSRC-NONE
              CLOSE JOURNAL-FILE
           END-IF.
           CLOSE VER-RPT.
       H300-END.EXIT.
      *Gunluk bir sorunla yakalanmissa veya gunun kayit sayisi
      *kutukteki uygulanan toplamla tutmuyorsa kosu sifir disi
           END-IF.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
