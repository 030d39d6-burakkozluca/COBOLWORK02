      *ekleme/degistirme/kapatma/yeniden-acma kayitlari CRM'e
      *gidecek fark dosyasina cevrilir. CBLWRK9 CRM'den gelen yonu
      *karsilar, bu program giden yonu kapatir.
      *DD adi WS-JRNL-DSN'dedir: katalogdaki kusaklar icin sirayla
      *JRNLGEN (dinamik ayrilir), sonra guncel gunluk icin JRNLIN.
           SELECT JOURNAL-FILE ASSIGN USING WS-JRNL-DSN
                             STATUS    JRN-ST.
      *Gunluk kusak katalogu (duzen ve kurallar JCATFLD
      *copybook'unda).
           SELECT JRNL-CAT   ASSIGN TO JRNLCAT
                             STATUS    JCT-ST.
      *Cikarilacak kosu tarihi araligini tasiyan kontrol karti.
      *Bulunamazsa gunlugun tamami cikarilir (CBLWRK4'teki tarih
      *secimiyle ayni kural).
                             STATUS    CTL-ST.
      *CRM'in kendi kolon duzeninde virgulle ayrilmis fark dosyasi:
      *aksiyon,hesap-no,isim,soyisim,dogum-tarihi,kayit-tarihi
      *(CRMIN beslemesinin aynasi). Vefat isareti aksiyon 'V' ile
      *gider. Son satir CRM tarafinin dogrulayacagi TRAILER sayim
      *satiridir.
           SELECT CRM-FILE   ASSIGN TO CRMOUT
                             ORGANIZATION  LINE SEQUENTIAL
                             STATUS    CRM-ST.
      *Gonderilen fark satirlari kutugu (duzen CRMSFLD
      *copybook'unda). Yazilan her satir onay takibi icin buraya da
      *eklenir; CBLWRK22'nin onaysiz kaldigi icin yeniden
      *kuyruga aldigi satirlar buradan okunup tekrar gonderilir.
      *Ilk kosuda dosya henuz yoktur.
           SELECT CRM-SENT   ASSIGN TO CRMSENT
                             ORGANIZATION  INDEXED
                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS CSNT-KEY
                             ALTERNATE RECORD KEY IS CSNT-ACCT-NO
                                          WITH DUPLICATES
                             STATUS    CSN-ST.
      *Takimin ortak kosu kutugu; kosu basi/sonu kayitlari buraya
      *eklenir ve CBLWRK15 sabah ozetini buradan cikarir.
           SELECT RUN-LOG    ASSIGN TO RUNLOG
       FD  JOURNAL-FILE RECORDING MODE F.
           COPY JRNLFLD.

      *Gunluk kusak katalogu (duzen JCATFLD copybook'unda).
       FD  JRNL-CAT RECORDING MODE F.
           COPY JCATFLD.

       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 CTL-DATE-FROM     PIC 9(08).
       FD  CRM-FILE.
       01  CRM-REC               PIC X(120).

      *Gonderilen satirlar kutugu (duzen CRMSFLD copybook'unda).
       FD  CRM-SENT RECORDING MODE F.
           COPY CRMSFLD.

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOGF.
              88 CRM-SUCCESS   VALUE 00 97.
           05 WS-CRM-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CRM-OPEN       VALUE 'Y'.
           05 CSN-ST    PIC 9(02).
              88 CSN-EOF       VALUE 10.
              88 CSN-SUCCESS   VALUE 00 02 97.
           05 WS-OUT-ACTION     PIC X(01).
           05 WS-OUT-ACCT-NO    PIC 9(06).
           05 WS-SELECT-SW      PIC X(01).
              88 WS-ENTRY-SELECTED     VALUE 'Y'.
              88 WS-ENTRY-NOT-SELECTED VALUE 'N'.
      *satirinin isim/tarih alanlari bu goruntuden alinir.
           COPY ACCTFLD.

      *Oncesi goruntusundeki durum kodu (ACCT-FIELDS duzeninde
      *ACCT-STATUS'un yeri); degisiklik kaydinin vefat isareti olup
      *olmadigi buna bakilarak anlasilir.
       01  WS-BEFORE-VIEW.
           05 FILLER            PIC X(52).
           05 WS-BEFORE-STATUS  PIC X(01).
              88 WS-BEFORE-DECEASED VALUE 'V'.
           05 FILLER            PIC X(08).

       01  WS-TOTALS-AREA.
           05 WS-ENTRIES-READ   PIC 9(07) VALUE ZERO.
           05 WS-ROWS-WRITTEN   PIC 9(07) VALUE ZERO.
           05 WS-ENTRIES-OUTSIDE PIC 9(07) VALUE ZERO.
           05 WS-ENTRIES-SKIPPED PIC 9(07) VALUE ZERO.
           05 WS-ROWS-RESENT    PIC 9(07) VALUE ZERO.

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
           PERFORM H200-PROCESS UNTIL JRN-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Dosyalarin acilamama ve okunamama durumunu kontrol ettik.
      *Gunlugun yalnizca karttaki tarih araligini kapsayan
      *kusaklari okunur.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           OPEN OUTPUT CRM-FILE.
           IF (CRM-ST NOT = 0) AND (CRM-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' CRM-ST
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-CRM-OPEN TO TRUE.
           PERFORM H120-OPEN-SENT-LOG.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H130-RESEND-QUEUED.
           MOVE WS-CTL-DATE-FROM TO WS-JSEL-FROM.
           MOVE WS-CTL-DATE-TO TO WS-JSEL-TO.
           PERFORM H700-OPEN-JOURNAL.
       H100-END.EXIT.
      *Kontrol karti varsa tarih araligini okur; yoksa veya
      *okunamazsa gunlugun tamami cikarilir.
              CLOSE CONTROL-CARD
           END-IF.
       H110-END.EXIT.
      *Gonderilen satirlar kutugunu acar; ilk kosuda dosya henuz
      *yoksa (durum 35) once OUTPUT ile olusturulur.
       H120-OPEN-SENT-LOG.
           OPEN I-O CRM-SENT.
           IF NOT CSN-SUCCESS
              IF CSN-ST = 35
                 OPEN OUTPUT CRM-SENT
                 CLOSE CRM-SENT
                 OPEN I-O CRM-SENT
              END-IF
              IF NOT CSN-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FILE: ' CSN-ST
                 MOVE CSN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H120-END.EXIT.
      *CBLWRK22'nin onaysiz kaldigi icin 'Q' isaretledigi satirlari
      *gunluk farkindan once, eski degisiklik yeni olanin onune
      *dussun diye farkin basina yeniden yazar. Kutuk bastan sona
      *okunur; bu kosuda eklenen satirlar 'P' oldugundan tekrar
      *secilmez.
       H130-RESEND-QUEUED.
           MOVE ZERO TO CSNT-SEND-DATE
                        CSNT-SEND-TIME
                        CSNT-ROW-NO.
           START CRM-SENT KEY IS NOT LESS THAN CSNT-KEY.
           IF NOT CSN-SUCCESS
              SET CSN-EOF TO TRUE
           ELSE
              READ CRM-SENT NEXT
           END-IF.
           PERFORM H135-CHECK-QUEUED UNTIL CSN-EOF.
       H130-END.EXIT.
      *Okunan satir yeniden gonderilecekse eski kaydi 'S' yapar,
      *satiri oldugu gibi farka yazar ve yeni bir gonderim kaydi
      *olarak kutuge ekler.
       H135-CHECK-QUEUED.
           IF NOT CSN-SUCCESS
              DISPLAY 'UNABLE TO READ CRMSENT: ' CSN-ST
              MOVE CSN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF CSNT-REQUEUE
              SET CSNT-RESENT TO TRUE
              REWRITE CSNT-FIELDS
              IF NOT CSN-SUCCESS
                 DISPLAY 'UNABLE TO REWRITE CRMSENT: ' CSN-ST
                 MOVE CSN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE CSNT-ACTION TO WS-OUT-ACTION
              MOVE CSNT-ACCT-NO TO WS-OUT-ACCT-NO
              MOVE CSNT-ROW-TEXT TO CRM-REC
              PERFORM H255-WRITE-CRM-REC
              ADD 1 TO WS-ROWS-RESENT
           END-IF.
           READ CRM-SENT NEXT.
       H135-END.EXIT.
      *Her gunluk kaydini tarih araligiyla sinar; aralik icindeki
      *kayitlari CRM aksiyonuna cevirip fark satiri olarak yazar.
       H200-PROCESS.
           ELSE
              ADD 1 TO WS-ENTRIES-OUTSIDE
           END-IF.
           PERFORM H730-READ-JOURNAL.
       H200-END.EXIT.
      *Kosu tarihi araligin disindaysa kayit cikarilmaz.
      *CTL-DATE-TO sifir birakilmissa ust sinir yok kabul edilir.
      *gider; sonrasi goruntusu bos 'D' kayitlari (eski fiziksel
      *silmeler ve CBLWRK12 arsiv cikarmalari) is fazlasi degil
      *temizlik oldugundan CRM'e tasinmaz. Adres bakimi ('M')
      *CRM kolon duzeninde karsiligi olmadigindan atlanir. Hesabi
      *vefat isaretli hale getiren degisiklik kaydi (CBLWRK21) CRM'e
      *'V' olarak gider.
       H210-CONVERT-ENTRY.
           EVALUATE TRUE
              WHEN JRNL-CHANGE
                 MOVE JRNL-AFTER-IMAGE TO ACCT-FIELDS
                 MOVE JRNL-BEFORE-IMAGE TO WS-BEFORE-VIEW
                 IF ACCT-DECEASED AND NOT WS-BEFORE-DECEASED
                    MOVE 'V' TO WS-OUT-ACTION
                 ELSE
                    MOVE JRNL-ACTION TO WS-OUT-ACTION
                 END-IF
                 PERFORM H250-WRITE-DELTA-ROW
              WHEN JRNL-ADD
              WHEN JRNL-CLOSE
              WHEN JRNL-REOPEN
                 MOVE JRNL-ACTION TO WS-OUT-ACTION
      *CBLWRK2'nin CSV aktarimindaki TRIM yontemi kullanilir.
       H250-WRITE-DELTA-ROW.
           MOVE JRNL-AFTER-IMAGE TO ACCT-FIELDS.
           MOVE JRNL-ACCT-NO TO WS-OUT-ACCT-NO.
           MOVE SPACES TO CRM-REC.
           STRING WS-OUT-ACTION           DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  ACCT-TODAY              DELIMITED BY SIZE
             INTO CRM-REC
           END-STRING.
           PERFORM H255-WRITE-CRM-REC.
       H250-END.EXIT.
      *Kurulmus fark satirini CRMOUT'a yazar ve ayni satiri onay
      *bekleyen ('P') yeni bir gonderim kaydi olarak kutuge ekler.
      *Satir numarasi TRAILER sayimiyla ayni sayactan verilir.
       H255-WRITE-CRM-REC.
           WRITE CRM-REC.
           IF NOT CRM-SUCCESS
              DISPLAY 'UNABLE TO WRITE CRMOUT: ' CRM-ST
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-WRITTEN.
           INITIALIZE CSNT-FIELDS.
           MOVE WS-LOG-DATE TO CSNT-SEND-DATE.
           MOVE WS-LOG-TIME TO CSNT-SEND-TIME.
           MOVE WS-ROWS-WRITTEN TO CSNT-ROW-NO.
           MOVE WS-OUT-ACTION TO CSNT-ACTION.
           MOVE WS-OUT-ACCT-NO TO CSNT-ACCT-NO.
           SET CSNT-PENDING TO TRUE.
           MOVE CRM-REC TO CSNT-ROW-TEXT.
           WRITE CSNT-FIELDS.
           IF NOT CSN-SUCCESS
              DISPLAY 'UNABLE TO WRITE CRMSENT: ' CSN-ST
              MOVE CSN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H255-END.EXIT.
      *Fark dosyasinin sonuna CRM tarafinin dogrulayacagi sayim
      *satirini yazar.
       H900-WRITE-TRAILER.
              WRITE CRM-REC
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
           CLOSE CRM-FILE
                 CRM-SENT.
       H300-END.EXIT.
      *Kosu kutugune baslangic kaydini ekler; kutuk henuz yoksa
      *(durum 35) olusturulur. Kutuk acilamazsa kosu durdurulur:
           DISPLAY 'DELTA ROWS WRITTEN:   ' WS-ROWS-WRITTEN.
           DISPLAY 'OUTSIDE DATE RANGE:   ' WS-ENTRIES-OUTSIDE.
           DISPLAY 'NOT SENT TO CRM:      ' WS-ENTRIES-SKIPPED.
           DISPLAY 'ROWS RE-SENT:         ' WS-ROWS-RESENT.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
