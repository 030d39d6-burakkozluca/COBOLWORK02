       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CBLWRK3'un yazdigi bakim gunlugu; hesap basina en son
      *JRNL-RUN-DATE'i cikarmak icin okunur. Yalnizca hareketsizlik
      *penceresinin ilk gununu ve sonrasini kapsayan kusaklar
      *gerekir; daha eski aylar hicbir hesabin sonucunu degistirmez.
      *DD adi WS-JRNL-DSN'dedir: katalogdaki kusaklar icin sirayla
      *JRNLGEN (dinamik ayrilir), sonra guncel gunluk icin JRNLIN.
           SELECT JOURNAL-FILE ASSIGN USING WS-JRNL-DSN
                             STATUS    JRN-ST.
      *Gunluk kusak katalogu (duzen ve kurallar JCATFLD
      *copybook'unda).
           SELECT JRNL-CAT   ASSIGN TO JRNLCAT
                             STATUS    JCT-ST.
      *Hesap ana dosyasi; aktif hesaplarin durumunu 'D' yapabilmek
      *icin CBLWRK3'teki gibi I-O modda ve DYNAMIC erisimle acilir.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
      *bagli rapor tarihi bindirimi bu karttan okunur.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Operator yetki dosyasi (duzen OPERFLD copybook'unda); karttaki
      *operator bu programi kosturmaya yetkili degilse kosu
      *durdurulur. Dosya yoksa hicbir operator yetkili sayilmaz.
           SELECT OPER-AUTH  ASSIGN TO OPERAUTH
                             STATUS    OPA-ST.
      *Durumu 'D' yapilan hesaplarin listelendigi uyku raporu;
      *uyum birimi ceyrek sonu sorularini bu listeyle yanitlar.
           SELECT DORM-RPT   ASSIGN TO DORMRPT
       FD  JOURNAL-FILE RECORDING MODE F.
           COPY JRNLFLD.

      *Gunluk kusak katalogu (duzen JCATFLD copybook'unda).
       FD  JRNL-CAT RECORDING MODE F.
           COPY JCATFLD.

      *Hesap ana dosyasi (duzen ACCTFLD copybook'unda).
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTFLD.
       FD  JOURNAL-OUT RECORDING MODE F.
       01  JRNL-OUT-REC.
           05 JOT-ACTION        PIC X(01).
           05 JOT-ACCT-NO       PIC 9(06).
           05 JOT-RUN-DATE      PIC 9(08).
           05 JOT-RUN-TIME      PIC 9(06).
           05 JOT-OPERATOR      PIC X(08).
           05 JOT-BEFORE-IMAGE  PIC X(61).
           05 JOT-AFTER-IMAGE   PIC X(61).
           05 JOT-SEQ-NO        PIC 9(07).
           05 JOT-CHECKER       PIC X(08).

      *Hareketsizlik penceresi gun olarak verilir; sifir veya bos
      *birakilmis bir pencereyle kosmak tum kitabi uyutacagindan
      *uzunlukta (60 bayt) tutulur.
       FD  DORM-RPT RECORDING MODE F.
       01  DORM-RPT-REC.
           05 DRM-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DRM-NAME          PIC X(15).
           05 DRM-SURNAME       PIC X(15).
           05 DRM-LAST-DATE     PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DRM-IDLE-DAYS     PIC 9(05).
           05 FILLER            PIC X(07) VALUE SPACES.
       01  DORM-TRL-REC.
           05 DTL-LABEL         PIC X(25).
           05 DTL-COUNT         PIC 9(07).
           05 FILLER            PIC X(28) VALUE SPACES.

      *Operator yetki dosyasi (duzen OPERFLD copybook'unda).
       FD  OPER-AUTH RECORDING MODE F.
           COPY OPERFLD.

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOGF.
              88 RPT-SUCCESS   VALUE 00 97.
           05 WS-RPT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN       VALUE 'Y'.
           05 OPA-ST    PIC 9(02).
              88 OPA-EOF       VALUE 10.
              88 OPA-SUCCESS   VALUE 00 97.
           05 WS-AUTH-SW        PIC X(01) VALUE 'N'.
              88 WS-AUTHORISED     VALUE 'Y'.
           05 LOG-ST    PIC 9(02).
              88 LOG-SUCCESS   VALUE 00 97.
           05 WS-LOG-OPEN-SW    PIC X(01) VALUE 'N'.
           05 WS-INT-LAST       PIC 9(07) VALUE ZERO.
           05 WS-IDLE-DAYS      PIC 9(05) VALUE ZERO.

      *ACCT-NO 000000-999999 icin gunlukte gorulen en son kosu
      *tarihi.
      *Gunlukte hic gorunmeyen hesaplar icin kutu sifir kalir ve
      *son faaliyet olarak kayittaki ACCT-TODAY alinir. Son
      *faaliyeti pencereden once olan hesap da (kaydi okunmayan
      *kusaklardadir) buraya duser; kayit tarihi faaliyetten eski
      *oldugundan hesap yine uyutulur.
       01  WS-LAST-ACT-TABLE.
           05 WS-LAST-ACT   PIC 9(08) VALUE ZERO OCCURS 1000000 TIMES.
           05 WS-ACT-IDX    PIC 9(07) VALUE ZERO.

      *Gunluge yazilacak oncesi/sonrasi goruntuleri.
       01  WS-IMAGE-AREA.
           05 WS-BEFORE-IMAGE   PIC X(61) VALUE SPACES.
           05 WS-AFTER-IMAGE    PIC X(61) VALUE SPACES.

      *Gunluk kayitlarinin kosu ici sira numarasi (bkz. JRNLFLD);
      *kosu basina 1'den baslar, yazilan her kayitta artar.
           05 WS-RECS-FLIPPED   PIC 9(07) VALUE ZERO.
           05 WS-DATES-SKIPPED  PIC 9(07) VALUE ZERO.

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
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H060-CHECK-RUN-CONTROL.
           OPEN OUTPUT DORM-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H130-CHECK-AUTHORITY.
           PERFORM H115-SET-ASOF-DATE.
           SET WS-JCUR-OPTIONAL TO TRUE.
           PERFORM H700-OPEN-JOURNAL.
       H100-END.EXIT.
      *Kosu tarih/saatini sistemden alir ve kontrol kartindan
      *operator kimligi ile hareketsizlik penceresini okur.
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END.EXIT.
      *Karttaki operatoru OPERAUTH'ta CBLWRK11 icin arar; yetkili
      *degilse hicbir hesaba dokunulmadan kosu durdurulur.
       H130-CHECK-AUTHORITY.
           OPEN INPUT OPER-AUTH.
           IF OPA-SUCCESS
              READ OPER-AUTH
              PERFORM H135-TEST-AUTHORITY
                 UNTIL OPA-EOF OR WS-AUTHORISED
              CLOSE OPER-AUTH
           ELSE
              IF OPA-ST NOT = 35
                 DISPLAY 'UNABLE TO OPEN FILE: ' OPA-ST
                 MOVE OPA-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF NOT WS-AUTHORISED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                      ' NOT AUTHORISED FOR CBLWRK11 - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END.EXIT.
       H135-TEST-AUTHORITY.
           IF OPER-ID = WS-OPERATOR-ID
              AND OPER-ID NOT = SPACES
              AND OPER-PROGRAM = 'CBLWRK11'
              SET WS-AUTHORISED TO TRUE
           ELSE
              READ OPER-AUTH
           END-IF.
       H135-END.EXIT.
      *Rapor tarihini kesinlestirir: karttaki sifir disi bindirim
      *gercek bir takvim tarihiyse onu, yoksa sistem tarihini
      *kullanir (CBLWRK2'deki H115 ile ayni kural). Gunluk
      *pencerenin ilk gunu olan rapor tarihi eksi pencere gunden
      *itibaren okunur; pencere o tarihe inmiyorsa tamami okunur.
       H115-SET-ASOF-DATE.
           IF WS-ASOF-DATE > 0
              MOVE WS-ASOF-DATE TO WS-CHK-CDT
           END-IF.
           COMPUTE WS-INT-ASOF =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           IF WS-CTL-DAYS < WS-INT-ASOF
              COMPUTE WS-JSEL-FROM = FUNCTION DATE-OF-INTEGER(
                      WS-INT-ASOF - WS-CTL-DAYS)
           END-IF.
       H115-END.EXIT.
      *Her gunluk kaydindan hesabin son faaliyet tarihini gunceller;
      *ayni hesabin daha yeni bir kosu tarihi geldikce kutu yenilenir.
           IF JRNL-RUN-DATE > WS-LAST-ACT(WS-ACT-IDX)
              MOVE JRNL-RUN-DATE TO WS-LAST-ACT(WS-ACT-IDX)
           END-IF.
           PERFORM H730-READ-JOURNAL.
       H200-END.EXIT.
      *Tarama bitince (gunlugun son kaynagi okuma sirasinda
      *kapanmistir) ana dosya guncelleme icin acilir ve gunluge
      *ekleme yapilmak uzere cikis tarafi acilir.
       H400-SWITCH-TO-SWEEP.
           OPEN I-O ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
           END-IF.
       H410-END.EXIT.
      *Her ana dosya kaydini gezer; yalnizca aktif hesaplar
      *hareketsizlik sinamasina girer. Kapali ve vefat isaretli
      *hesaplar ('V', bkz. CBLWRK21) hic uyutulmaz.
       H500-SWEEP-MASTER.
           ADD 1 TO WS-RECS-READ.
           IF ACCT-ACTIVE
              WRITE DORM-TRL-REC
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
           CLOSE ACCT-REC
                 JOURNAL-OUT
                 DORM-RPT.
           IF NOT WS-JSRC-NONE
              CLOSE JOURNAL-FILE
           END-IF.
       H300-END.EXIT.
      *Kosu sirasi denetimi: denetim kaydini okur (ilk kosuda
      *olusturur), is gunu degismisse bayraklari sifirlar,
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
