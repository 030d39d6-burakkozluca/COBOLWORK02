       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK21.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Nufus mudurlugunden aylik gelen vefat listesi: isim, soyisim,
      *dogum tarihi ve vefat tarihi. Her satir ana dosyaya soyisim
      *uzerinden eslenir.
           SELECT DEATH-REG  ASSIGN TO DTHREG
                             STATUS    DTH-ST.
      *Hesap ana dosyasi; eslesen hesaplarin durumunu 'V' yapabilmek
      *icin CBLWRK11'deki gibi I-O modda ve DYNAMIC erisimle acilir.
      *Aday hesaplar ACCT-SURNAME ikincil anahtariyla okunur.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS ACCT-NO
                             ALTERNATE RECORD KEY IS ACCT-SURNAME
                                          WITH DUPLICATES
                             STATUS    ACCT-ST.
      *Her vefat isareti CBLWRK3'teki gibi oncesi/sonrasi
      *goruntusuyle gunluge eklenir; denetim izi, CBLWRK6 ileri
      *kurtarmasi ve CBLWRK13 CRM farki bu kayitlara dayanir.
           SELECT JOURNAL-OUT ASSIGN TO JRNLOUT
                             STATUS    JRO-ST.
      *Kosuyu yapan operatorun kimligi bu karttan okunur.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Operator yetki dosyasi (duzen OPERFLD copybook'unda); karttaki
      *operator bu programi kosturmaya yetkili degilse kosu
      *durdurulur. Dosya yoksa hicbir operator yetkili sayilmaz.
           SELECT OPER-AUTH  ASSIGN TO OPERAUTH
                             STATUS    OPA-ST.
      *Vefat isaretlenen hesaplarin ve elle incelenecek yakin
      *eslesmelerin listelendigi rapor; yakin eslesmeler
      *uygulanmaz, musteri hizmetleri bu listeyle kontrol eder.
           SELECT DEATH-RPT  ASSIGN TO DTHRPT
                             STATUS    RPT-ST.
      *Takimin ortak kosu kutugu; kosu basi/sonu kayitlari buraya
      *eklenir ve CBLWRK15 sabah ozetini buradan cikarir.
           SELECT RUN-LOG    ASSIGN TO RUNLOG
                             STATUS    LOG-ST.
      *Kosu sirasi denetim dosyasi (duzen ve kurallar RUNCTLF
      *copybook'unda).
           SELECT RUN-CTL    ASSIGN TO RUNCTL
                             ORGANIZATION  RELATIVE
                             ACCESS MODE   RANDOM
                             RELATIVE KEY  WS-RCT-RRN
                             STATUS    RCT-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

      *Vefat listesi satiri (80 bayt). Isimler ana dosyadaki gibi
      *buyuk harf ve sola dayali gelir.
       FD  DEATH-REG RECORDING MODE F.
       01  DEATH-REG-REC.
           05 DTH-NAME          PIC X(15).
           05 DTH-SURNAME       PIC X(15).
           05 DTH-BDATE         PIC 9(08).
           05 DTH-DEATH-DATE    PIC 9(08).
           05 FILLER            PIC X(34).

      *Hesap ana dosyasi (duzen ACCTFLD copybook'unda).
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTFLD.

      *Gunluge eklenecek kayit. Duzen JRNLFLD ile birebir aynidir;
      *copybook ayni programda ikinci kez acilamadigindan alanlar
      *JOT- on ekiyle tekrarlanir.
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

       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 CTL-OPERATOR-ID   PIC X(08).
           05 FILLER            PIC X(72) VALUE SPACES.

      *Detay satirlari ve kontrol toplamlari ayni FD altinda ayni
      *uzunlukta (100 bayt) tutulur. Detay satirinda once hesabin
      *ana dosyadaki isim/dogum tarihi, sonra listedeki isim/dogum
      *tarihi basilir ki inceleyen farki yan yana gorsun.
       FD  DEATH-RPT RECORDING MODE F.
       01  DEATH-RPT-REC.
           05 DTR-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DTR-NAME          PIC X(15).
           05 DTR-SURNAME       PIC X(15).
           05 DTR-BDATE         PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DTR-REG-NAME      PIC X(15).
           05 DTR-REG-BDATE     PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DTR-DEATH-DATE    PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DTR-TAG           PIC X(18).
       01  DEATH-TRL-REC.
           05 DTT-LABEL         PIC X(25).
           05 DTT-COUNT         PIC 9(07).
           05 FILLER            PIC X(68) VALUE SPACES.

      *Operator yetki dosyasi (duzen OPERFLD copybook'unda).
       FD  OPER-AUTH RECORDING MODE F.
           COPY OPERFLD.

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOGF.

      *Kosu sirasi denetimi (duzen RUNCTLF copybook'unda).
       FD  RUN-CTL RECORDING MODE F.
           COPY RUNCTLF.

      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  WS-WORK-AREA.
           05 DTH-ST    PIC 9(02).
              88 DTH-EOF       VALUE 10.
              88 DTH-SUCCESS   VALUE 00 97.
      *Ikincil anahtarla sirali okumada ayni soyisimden baska kayit
      *geldigini bildiren 02 de basarili sayilir.
           05 ACCT-ST   PIC 9(02).
              88 ACCT-EOF      VALUE 10.
              88 ACCT-SUCCESS  VALUE 00 02 97.
           05 JRO-ST    PIC 9(02).
              88 JRO-SUCCESS   VALUE 00 97.
           05 CTL-ST    PIC 9(02).
              88 CTL-SUCCESS   VALUE 00 97.
           05 RPT-ST    PIC 9(02).
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
              88 WS-LOG-OPEN       VALUE 'Y'.
              88 WS-LOG-NOT-OPEN   VALUE 'N'.
           05 RCT-ST    PIC 9(02).
              88 RCT-SUCCESS   VALUE 00 97.
           05 WS-RCT-HELD-SW    PIC X(01) VALUE 'N'.
              88 WS-RCT-HELD       VALUE 'Y'.
              88 WS-RCT-NOT-HELD   VALUE 'N'.

      *Kosu kimligi: gunluk kayitlarina islenen kosu tarihi/saati ve
      *kontrol kartindan gelen operator kimligi (CBLWRK3'teki gibi).
       01  WS-RUN-AREA.
           05 WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME       PIC 9(06) VALUE ZERO.

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

      *Kosu sirasi denetim dosyasinin gorece anahtari (tek kayit).
       01  WS-RUNCTL-AREA.
           05 WS-RCT-RRN        PIC 9(04) VALUE 1.

      *Eslestirme durumu. WS-SCAN-SW ayni soyisimli aday hesaplarin
      *okunmasini, WS-CAND-SW o liste satiri icin tam veya yakin bir
      *aday bulunup bulunmadigini, WS-ROW-SW liste satirinin
      *gecerliligini tutar.
       01  WS-MATCH-AREA.
           05 WS-SCAN-SW        PIC X(01).
              88 WS-SCAN-MORE      VALUE 'Y'.
              88 WS-SCAN-DONE      VALUE 'N'.
           05 WS-CAND-SW        PIC X(01).
              88 WS-CAND-FOUND     VALUE 'Y'.
              88 WS-CAND-NONE      VALUE 'N'.
           05 WS-ROW-SW         PIC X(01).
              88 WS-ROW-VALID      VALUE 'Y'.
              88 WS-ROW-INVALID    VALUE 'N'.
           05 WS-DTL-TAG        PIC X(18) VALUE SPACES.

      *Gunluge yazilacak oncesi/sonrasi goruntuleri.
       01  WS-IMAGE-AREA.
           05 WS-BEFORE-IMAGE   PIC X(61) VALUE SPACES.
           05 WS-AFTER-IMAGE    PIC X(61) VALUE SPACES.

      *Gunluk kayitlarinin kosu ici sira numarasi (bkz. JRNLFLD);
      *kosu basina 1'den baslar, yazilan her kayitta artar.
       01  WS-JRNL-SEQ-AREA.
           05 WS-JRNL-SEQ       PIC 9(07) VALUE ZERO.

      *Listedeki tarihlerin gercek bir takvim tarihi olup olmadigini
      *kontrol etmek icin CBLWRK2'deki ile ayni yontem.
       01  WS-DATE-CHK-AREA.
           05 WS-CHK-CDT.
              10 WS-CHK-YYYY PIC 9(04).
              10 WS-CHK-MM   PIC 9(02).
              10 WS-CHK-DD   PIC 9(02).
           05 WS-CHK-SW        PIC X(01).
              88 WS-CHK-VALID     VALUE 'Y'.
              88 WS-CHK-INVALID   VALUE 'N'.
           05 WS-DIM-DAYS       PIC 9(02).

       01  WS-DIM-VALUES.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 28.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC 9(02) VALUE 31.
       01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
           05 WS-DIM-ENTRY PIC 9(02) OCCURS 12 TIMES.

       01  WS-TOTALS-AREA.
           05 WS-ROWS-READ      PIC 9(07) VALUE ZERO.
           05 WS-ROWS-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-ACCTS-MARKED   PIC 9(07) VALUE ZERO.
           05 WS-ALREADY-MARKED PIC 9(07) VALUE ZERO.
           05 WS-CLOSED-MATCHED PIC 9(07) VALUE ZERO.
           05 WS-NEAR-MATCHES   PIC 9(07) VALUE ZERO.
           05 WS-ROWS-NO-MATCH  PIC 9(07) VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
      *------------------

      *Mainde isletilecek alt programlar(paragraflar) tanimlandi.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL DTH-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Dosyalarin acilamama ve okunamama durumunu kontrol ettik.
      *Liste dosyasi hic yoksa (durum 35) bu ay liste gelmemis
      *demektir; kosu bos gecer.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H060-CHECK-RUN-CONTROL.
           OPEN OUTPUT DEATH-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H130-CHECK-AUTHORITY.
           OPEN I-O ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H120-OPEN-JOURNAL-OUT.
           OPEN INPUT DEATH-REG.
           IF DTH-SUCCESS
              READ DEATH-REG
              IF (DTH-ST NOT = 0) AND (DTH-ST NOT = 97)
                 AND (DTH-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ FILE: ' DTH-ST
                 MOVE DTH-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              IF DTH-ST = 35
                 SET DTH-EOF TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN FILE: ' DTH-ST
                 MOVE DTH-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END.EXIT.
      *Kosu tarih/saatini sistemden alir ve kontrol kartindan
      *operator kimligini okur.
       H110-READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-RUN-TIME-RAW / 100.
           OPEN INPUT CONTROL-CARD.
           IF CTL-SUCCESS
              READ CONTROL-CARD
              IF CTL-SUCCESS
                 MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
              END-IF
              CLOSE CONTROL-CARD
           END-IF.
       H110-END.EXIT.
      *Gunluk cikisini sona ekleme modunda acar; yalnizca dosya
      *henuz yoksa (durum 35) OUTPUT ile olusturur. Baska bir acma
      *hatasinda OUTPUT'a dusmek var olan gunlugu sifirlayacagi
      *icin kosu durdurulur (CBLWRK3'teki H115 ile ayni kural).
       H120-OPEN-JOURNAL-OUT.
           OPEN EXTEND JOURNAL-OUT.
           IF NOT JRO-SUCCESS
              IF JRO-ST = 35
                 OPEN OUTPUT JOURNAL-OUT
              END-IF
              IF NOT JRO-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FILE: ' JRO-ST
                 MOVE JRO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H120-END.EXIT.
      *Karttaki operatoru OPERAUTH'ta CBLWRK21 icin arar; yetkili
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
                      ' NOT AUTHORISED FOR CBLWRK21 - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END.EXIT.
       H135-TEST-AUTHORITY.
           IF OPER-ID = WS-OPERATOR-ID
              AND OPER-ID NOT = SPACES
              AND OPER-PROGRAM = 'CBLWRK21'
              SET WS-AUTHORISED TO TRUE
           ELSE
              READ OPER-AUTH
           END-IF.
       H135-END.EXIT.
      *Her liste satirini sinar; gecerli satirlar icin ayni
      *soyisimli hesaplar taranir. Hicbir tam veya yakin aday
      *cikmayan satirlar yalnizca sayilir: liste tum nufusu
      *kapsadigindan musterimiz olmayanlar rapora basilmaz.
       H200-PROCESS.
           ADD 1 TO WS-ROWS-READ.
           PERFORM H150-VALIDATE-ROW.
           IF WS-ROW-VALID
              SET WS-CAND-NONE TO TRUE
              PERFORM H210-SCAN-SURNAME
              IF WS-CAND-NONE
                 ADD 1 TO WS-ROWS-NO-MATCH
              END-IF
           ELSE
              ADD 1 TO WS-ROWS-INVALID
              MOVE ZERO TO ACCT-NO
              MOVE SPACES TO ACCT-NAME
              MOVE DTH-SURNAME TO ACCT-SURNAME
              MOVE ZERO TO ACCT-BDATE
              MOVE 'CHECK REGISTER ROW' TO WS-DTL-TAG
              PERFORM H240-WRITE-DETAIL
           END-IF.
           READ DEATH-REG.
           IF (DTH-ST NOT = 0) AND (DTH-ST NOT = 97)
              AND (DTH-ST NOT = 10)
              DISPLAY 'UNABLE TO READ FILE: ' DTH-ST
              MOVE DTH-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END.EXIT.
      *Liste satirinda soyisim dolu, dogum ve vefat tarihleri
      *gercek takvim tarihi olmali; vefat tarihi dogumdan once veya
      *kosu tarihinden sonra olamaz. Bozuk satir hicbir hesaba
      *uygulanmaz, rapora incelenmek uzere basilir.
       H150-VALIDATE-ROW.
           SET WS-ROW-VALID TO TRUE.
           IF DTH-SURNAME = SPACES
              OR DTH-BDATE IS NOT NUMERIC
              OR DTH-DEATH-DATE IS NOT NUMERIC
              SET WS-ROW-INVALID TO TRUE
           ELSE
              MOVE DTH-BDATE TO WS-CHK-CDT
              PERFORM H155-VALIDATE-CDT-FIELDS
              IF WS-CHK-INVALID
                 SET WS-ROW-INVALID TO TRUE
              END-IF
              MOVE DTH-DEATH-DATE TO WS-CHK-CDT
              PERFORM H155-VALIDATE-CDT-FIELDS
              IF WS-CHK-INVALID
                 SET WS-ROW-INVALID TO TRUE
              END-IF
              IF DTH-DEATH-DATE < DTH-BDATE
                 OR DTH-DEATH-DATE > WS-RUN-DATE
                 SET WS-ROW-INVALID TO TRUE
              END-IF
           END-IF.
       H150-END.EXIT.
      *Listedeki soyisimle ACCT-SURNAME ikincil anahtarina konumlanir
      *ve ayni soyisimli hesaplari sirayla okur.
       H210-SCAN-SURNAME.
           MOVE DTH-SURNAME TO ACCT-SURNAME.
           START ACCT-REC KEY IS EQUAL TO ACCT-SURNAME.
           IF ACCT-SUCCESS
              SET WS-SCAN-MORE TO TRUE
              READ ACCT-REC NEXT
              PERFORM H220-CHECK-CANDIDATE UNTIL WS-SCAN-DONE
           END-IF.
       H210-END.EXIT.
      *Okunan hesabi liste satiriyla karsilastirir. Isim ve dogum
      *tarihi ikisi de tutuyorsa tam eslesmedir ve uygulanir;
      *yalnizca biri tutuyorsa yakin eslesmedir ve yalnizca rapora
      *incelenmek uzere basilir. Soyisim degisince tarama biter.
       H220-CHECK-CANDIDATE.
           IF NOT ACCT-SUCCESS
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF ACCT-SURNAME NOT = DTH-SURNAME
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 IF ACCT-NAME = DTH-NAME
                    AND ACCT-BDATE = DTH-BDATE
                    SET WS-CAND-FOUND TO TRUE
                    PERFORM H230-MARK-DECEASED
                 ELSE
                    IF ACCT-NAME = DTH-NAME
                       OR ACCT-BDATE = DTH-BDATE
                       SET WS-CAND-FOUND TO TRUE
                       PERFORM H235-WRITE-NEAR-MATCH
                    END-IF
                 END-IF
                 READ ACCT-REC NEXT
              END-IF
           END-IF.
       H220-END.EXIT.
      *Tam eslesen hesabi vefat isaretler: durum 'V' olur ve vefat
      *tarihi kapanis tarihi alanina yazilir. Kapali hesaplara ve
      *zaten isaretli hesaplara dokunulmaz, yalnizca raporlanir.
      *Degisiklik degisiklik kaydi ('C') olarak gunluge yazilir;
      *CBLWRK6 sonrasi goruntusunu yerine yazarak yeniden uygular.
       H230-MARK-DECEASED.
           EVALUATE TRUE
              WHEN ACCT-CLOSED
                 ADD 1 TO WS-CLOSED-MATCHED
                 MOVE 'ACCOUNT CLOSED' TO WS-DTL-TAG
              WHEN ACCT-DECEASED
                 ADD 1 TO WS-ALREADY-MARKED
                 MOVE 'ALREADY DECEASED' TO WS-DTL-TAG
              WHEN OTHER
                 MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
                 SET ACCT-DECEASED TO TRUE
                 MOVE DTH-DEATH-DATE TO ACCT-CLOSE-DATE
                 REWRITE ACCT-FIELDS
                 IF NOT ACCT-SUCCESS
                    DISPLAY 'REWRITE FAILED ON DECEASED: ' ACCT-ST
                            ' ACCT ' ACCT-NO
                    MOVE ACCT-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
                 ADD 1 TO WS-ACCTS-MARKED
                 PERFORM H250-WRITE-JOURNAL-REC
                 MOVE 'MARKED DECEASED' TO WS-DTL-TAG
           END-EVALUATE.
           PERFORM H240-WRITE-DETAIL.
       H230-END.EXIT.
      *Yakin eslesmeyi hangi alanin tutmadigiyla birlikte rapora
      *basar; hesap durumuna dokunulmaz.
       H235-WRITE-NEAR-MATCH.
           ADD 1 TO WS-NEAR-MATCHES.
           IF ACCT-NAME = DTH-NAME
              MOVE 'REVIEW BIRTH DATE' TO WS-DTL-TAG
           ELSE
              MOVE 'REVIEW NAME' TO WS-DTL-TAG
           END-IF.
           PERFORM H240-WRITE-DETAIL.
       H235-END.EXIT.
      *Hesabin ana dosyadaki alanlarini, listedeki isim/dogum/vefat
      *tarihini ve WS-DTL-TAG etiketini rapora yazar.
       H240-WRITE-DETAIL.
           MOVE SPACES TO DEATH-RPT-REC.
           MOVE ACCT-NO TO DTR-ACCT-NO.
           MOVE ACCT-NAME TO DTR-NAME.
           MOVE ACCT-SURNAME TO DTR-SURNAME.
           MOVE ACCT-BDATE TO DTR-BDATE.
           MOVE DTH-NAME TO DTR-REG-NAME.
           IF DTH-BDATE IS NUMERIC
              MOVE DTH-BDATE TO DTR-REG-BDATE
           ELSE
              MOVE ZERO TO DTR-REG-BDATE
           END-IF.
           IF DTH-DEATH-DATE IS NUMERIC
              MOVE DTH-DEATH-DATE TO DTR-DEATH-DATE
           ELSE
              MOVE ZERO TO DTR-DEATH-DATE
           END-IF.
           MOVE WS-DTL-TAG TO DTR-TAG.
           WRITE DEATH-RPT-REC.
       H240-END.EXIT.
      *Vefat isaretini degisiklik kaydi ('C') olarak gunluge yazar.
       H250-WRITE-JOURNAL-REC.
           INITIALIZE JRNL-OUT-REC.
           MOVE 'C' TO JOT-ACTION.
           MOVE ACCT-NO TO JOT-ACCT-NO.
           MOVE WS-RUN-DATE TO JOT-RUN-DATE.
           MOVE WS-RUN-TIME TO JOT-RUN-TIME.
           MOVE WS-OPERATOR-ID TO JOT-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JOT-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JOT-AFTER-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JOT-SEQ-NO.
           WRITE JRNL-OUT-REC.
           IF NOT JRO-SUCCESS
              DISPLAY 'UNABLE TO WRITE JOURNAL: ' JRO-ST
              MOVE JRO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H250-END.EXIT.
      *WS-CHK-CDT icindeki yil/ay/gunun mumkun bir takvim tarihi olup
      *olmadigini kontrol eder (artik yil dahil).
       H155-VALIDATE-CDT-FIELDS.
           SET WS-CHK-VALID TO TRUE.
           IF WS-CHK-YYYY < 1601 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
              SET WS-CHK-INVALID TO TRUE
           END-IF.
           IF WS-CHK-VALID
              MOVE WS-DIM-ENTRY(WS-CHK-MM) TO WS-DIM-DAYS
              IF WS-CHK-MM = 2
                 AND FUNCTION MOD(WS-CHK-YYYY, 4) = 0
                 AND (FUNCTION MOD(WS-CHK-YYYY, 100) NOT = 0
                      OR FUNCTION MOD(WS-CHK-YYYY, 400) = 0)
                 ADD 1 TO WS-DIM-DAYS
              END-IF
              IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-DIM-DAYS
                 SET WS-CHK-INVALID TO TRUE
              END-IF
           END-IF.
       H155-END.EXIT.
      *Okunan liste satiri ve eslestirme sonuclarini rapora kontrol
      *toplami olarak yazar.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              MOVE SPACES TO DEATH-TRL-REC
              MOVE 'REGISTER ROWS READ:' TO DTT-LABEL
              MOVE WS-ROWS-READ TO DTT-COUNT
              WRITE DEATH-TRL-REC
              MOVE SPACES TO DEATH-TRL-REC
              MOVE 'MARKED DECEASED:' TO DTT-LABEL
              MOVE WS-ACCTS-MARKED TO DTT-COUNT
              WRITE DEATH-TRL-REC
              MOVE SPACES TO DEATH-TRL-REC
              MOVE 'ALREADY DECEASED:' TO DTT-LABEL
              MOVE WS-ALREADY-MARKED TO DTT-COUNT
              WRITE DEATH-TRL-REC
              MOVE SPACES TO DEATH-TRL-REC
              MOVE 'CLOSED ACCT MATCHED:' TO DTT-LABEL
              MOVE WS-CLOSED-MATCHED TO DTT-COUNT
              WRITE DEATH-TRL-REC
              MOVE SPACES TO DEATH-TRL-REC
              MOVE 'NEAR MATCH FOR REVIEW:' TO DTT-LABEL
              MOVE WS-NEAR-MATCHES TO DTT-COUNT
              WRITE DEATH-TRL-REC
              MOVE SPACES TO DEATH-TRL-REC
              MOVE 'NO MATCH:' TO DTT-LABEL
              MOVE WS-ROWS-NO-MATCH TO DTT-COUNT
              WRITE DEATH-TRL-REC
              MOVE SPACES TO DEATH-TRL-REC
              MOVE 'INVALID REGISTER ROW:' TO DTT-LABEL
              MOVE WS-ROWS-INVALID TO DTT-COUNT
              WRITE DEATH-TRL-REC
           END-IF.
       H900-END.EXIT.
      *Dosya kapama islemi
       H300-CLOSE-FILES.
           CLOSE DEATH-REG
                 ACCT-REC
                 JOURNAL-OUT
                 DEATH-RPT.
       H300-END.EXIT.
      *Kosu sirasi denetimi: denetim kaydini okur (ilk kosuda
      *olusturur), is gunu degismisse bayraklari sifirlar,
      *ACCTREC'in serbest oldugunu ve gunun CBLWRK5 yedeginin
      *alinmis oldugunu dogrular, sonra kendini damgalar. Vefat
      *isareti ana dosyayi guncelledigi icin bakim kurallarina
      *tabidir.
       H060-CHECK-RUN-CONTROL.
           OPEN I-O RUN-CTL.
           IF NOT RCT-SUCCESS
              OPEN OUTPUT RUN-CTL
              IF NOT RCT-SUCCESS
                 DISPLAY 'UNABLE TO OPEN RUNCTL: ' RCT-ST
                 MOVE RCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              INITIALIZE RCTL-FIELDS
              MOVE WS-LOG-DATE TO RCTL-BUS-DATE
              WRITE RCTL-FIELDS
              CLOSE RUN-CTL
              OPEN I-O RUN-CTL
              IF NOT RCT-SUCCESS
                 DISPLAY 'UNABLE TO OPEN RUNCTL: ' RCT-ST
                 MOVE RCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           READ RUN-CTL.
           IF NOT RCT-SUCCESS
              DISPLAY 'UNABLE TO READ RUNCTL: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF RCTL-BUS-DATE NOT = WS-LOG-DATE
              INITIALIZE RCTL-FIELDS
              MOVE WS-LOG-DATE TO RCTL-BUS-DATE
           END-IF.
           IF RCTL-ACTIVE-PGM NOT = SPACES
              DISPLAY 'ACCTREC HELD BY ' RCTL-ACTIVE-PGM
                      ' - RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT RCTL-BKP-DONE
              DISPLAY 'CBLWRK5 BACKUP NOT DONE TODAY - RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'CBLWRK21' TO RCTL-ACTIVE-PGM.
           REWRITE RCTL-FIELDS.
           SET WS-RCT-HELD TO TRUE.
       H060-END.EXIT.
      *Damgayi temizler; vefat kosusunun baskasina on kosul olan
      *bir bayragi yoktur.
       H960-RELEASE-RUN-CONTROL.
           IF WS-RCT-HELD
              READ RUN-CTL
              IF RCT-SUCCESS
                 MOVE SPACES TO RCTL-ACTIVE-PGM
                 REWRITE RCTL-FIELDS
              END-IF
              CLOSE RUN-CTL
              SET WS-RCT-NOT-HELD TO TRUE
           END-IF.
       H960-END.EXIT.
      *Kosu kutugune baslangic kaydini ekler; kutuk henuz yoksa
      *(durum 35) olusturulur. Kutuk acilamazsa kosu durdurulur:
      *sabah ozeti eksik kosuyu kosulmamis sanmamalidir.
       H050-WRITE-RUNLOG-START.
           OPEN EXTEND RUN-LOG.
           IF NOT LOG-SUCCESS
              IF LOG-ST = 35
                 OPEN OUTPUT RUN-LOG
              END-IF
              IF NOT LOG-SUCCESS
                 DISPLAY 'UNABLE TO OPEN RUNLOG: ' LOG-ST
                 MOVE LOG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           SET WS-LOG-OPEN TO TRUE.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100.
           INITIALIZE RLOG-FIELDS.
           MOVE 'CBLWRK21' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Yazilan, vefat isaretlenen (gunluklenen) hesap sayisidir;
      *reddedilen, bozuk liste satiri sayisidir.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK21' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-ROWS-READ TO RLOG-RECS-READ
              MOVE WS-ACCTS-MARKED TO RLOG-RECS-WRITTEN
              MOVE WS-ROWS-INVALID TO RLOG-RECS-REJECT
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-FIELDS
              CLOSE RUN-LOG
              SET WS-LOG-NOT-OPEN TO TRUE
           END-IF.
       H950-END.EXIT.
      *Program bitis islemi
       H999-PROGRAM-EXIT.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
