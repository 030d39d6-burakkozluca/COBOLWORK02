       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK26.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Ay sonu gunluk devri. Gunluk yazan programlar (CBLWRK3,
      *CBLWRK11, CBLWRK12, CBLWRK21) JRNLOUT'a hep sona ekler; bu
      *kosu tamamlanmis her ayin kayitlarini ayri bir kusak
      *(generation) dosyasina tasir, her kusagi JRNLCAT kataloguna
      *isler ve JRNLOUT'ta yalnizca devredilmemis aylarin kayitlarini
      *birakir. Gunlugu okuyan programlar boylece butun gecmisi
      *degil, yalnizca ihtiyac duyduklari aylari okur.
      *
      *Guncel bakim gunlugu; once bastan sona okunur, sonunda
      *devredilmeyen kayitlarla yeniden yazilir.
           SELECT JOURNAL-FILE ASSIGN TO JRNLOUT
                             STATUS    JRN-ST.
      *Devredilen ayin kusak dosyasi. Veri kumesi adi her ay icin
      *karttaki onek + '.G' + YYYYMM olarak kurulur, JRNLGEN DD
      *adina dinamik olarak ayrilir (JCL'de tanimlanmaz) ve
      *katalogda saklanir.
           SELECT GEN-FILE   ASSIGN TO JRNLGEN
                             STATUS    GEN-ST.
      *Devredilmeyen (devir ayindan sonraki) kayitlarin gecici
      *dosyasi; JRNLOUT bundan yeniden yazilir. Kosu JRNLOUT yeniden
      *yazilirken kesilirse kayitlar bu dosyadan geri alinir.
           SELECT JRNL-WORK  ASSIGN TO JRNLWRK
                             STATUS    WRK-ST.
      *Gunluk kusak katalogu (duzen ve kurallar JCATFLD
      *copybook'unda). Ilk devirde dosya henuz yoktur.
           SELECT JRNL-CAT   ASSIGN TO JRNLCAT
                             STATUS    JCT-ST.
      *Devir tarihi ve kusak dosya adi oneki bu karttan okunur.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Devir raporu: olusturulan her kusak bir satir, sonda kontrol
      *toplamlari.
           SELECT ROLL-RPT   ASSIGN TO ROLLRPT
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

      *Bakim gunlugu (duzen JRNLFLD copybook'unda).
       FD  JOURNAL-FILE RECORDING MODE F.
           COPY JRNLFLD.

      *Kusak ve gecici dosya kayitlari gunluk kaydinin birebir
      *kopyasidir (166 bayt).
       FD  GEN-FILE RECORDING MODE F.
       01  GEN-REC               PIC X(166).

       FD  JRNL-WORK RECORDING MODE F.
       01  WRK-REC               PIC X(166).

      *Gunluk kusak katalogu (duzen JCATFLD copybook'unda).
       FD  JRNL-CAT RECORDING MODE F.
           COPY JCATFLD.

      *Devir tarihi verilmemisse sistem tarihi alinir; o tarihin
      *ayindan onceki butun aylar devredilir. Onek bossa JRNLGEN
      *kullanilir.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 CTL-ASOF-DATE     PIC 9(08).
           05 CTL-GEN-PREFIX    PIC X(30).
           05 FILLER            PIC X(42) VALUE SPACES.

      *Baslik, kusak satirlari ve kontrol toplamlari ayni FD altinda
      *ayni uzunlukta (100 bayt) tutulur.
       FD  ROLL-RPT RECORDING MODE F.
       01  ROLL-HDR-REC.
           05 RRH-TITLE         PIC X(30).
           05 RRH-ASOF-LBL      PIC X(08).
           05 RRH-ASOF-DATE     PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RRH-ROLL-LBL      PIC X(10).
           05 RRH-ROLL-TO       PIC 9(06).
           05 FILLER            PIC X(36) VALUE SPACES.
       01  ROLL-GEN-REC.
           05 RGD-GEN-NO        PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RGD-PERIOD        PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RGD-DSN           PIC X(38).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RGD-DATE-FROM     PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RGD-DATE-TO       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RGD-REC-COUNT     PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RGD-FIRST-SEQ     PIC 9(07).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RGD-LAST-SEQ      PIC 9(07).
           05 FILLER            PIC X(03) VALUE SPACES.
       01  ROLL-TRL-REC.
           05 RTL-LABEL         PIC X(30).
           05 RTL-COUNT         PIC 9(07).
           05 FILLER            PIC X(63) VALUE SPACES.

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
           05 JRN-ST    PIC 9(02).
              88 JRN-EOF       VALUE 10.
              88 JRN-SUCCESS   VALUE 00 97.
           05 GEN-ST    PIC 9(02).
              88 GEN-SUCCESS   VALUE 00 97.
           05 WRK-ST    PIC 9(02).
              88 WRK-EOF       VALUE 10.
              88 WRK-SUCCESS   VALUE 00 97.
           05 JCT-ST    PIC 9(02).
              88 JCT-EOF       VALUE 10.
              88 JCT-SUCCESS   VALUE 00 97.
           05 CTL-ST    PIC 9(02).
              88 CTL-SUCCESS   VALUE 00 97.
           05 RPT-ST    PIC 9(02).
              88 RPT-SUCCESS   VALUE 00 97.
           05 WS-RPT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN       VALUE 'Y'.
           05 WS-JRN-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-JRN-OPEN       VALUE 'Y'.
              88 WS-JRN-NOT-OPEN   VALUE 'N'.
           05 WS-GEN-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-GEN-OPEN       VALUE 'Y'.
              88 WS-GEN-NOT-OPEN   VALUE 'N'.
           05 WS-WRK-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-WRK-OPEN       VALUE 'Y'.
              88 WS-WRK-NOT-OPEN   VALUE 'N'.
      *Devir ayina kadarki kusaklar kapatildiginda 'Y' olur; bundan
      *sonra gelen kayitlar JRNLOUT'ta kalir.
           05 WS-ROLLED-SW      PIC X(01) VALUE 'N'.
              88 WS-ROLLED         VALUE 'Y'.
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

      *Devir tarihi ve devredilecek son ay (devir tarihinin ayindan
      *bir onceki ay).
       01  WS-ROLL-AREA.
           05 WS-ASOF-DATE      PIC 9(08) VALUE ZERO.
           05 WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
              10 WS-ASOF-YYYY   PIC 9(04).
              10 WS-ASOF-MM     PIC 9(02).
              10 WS-ASOF-DD     PIC 9(02).
           05 WS-ROLL-TO        PIC 9(06) VALUE ZERO.
           05 WS-GEN-PREFIX     PIC X(30) VALUE 'JRNLGEN'.
           05 WS-GEN-DSN        PIC X(44) VALUE SPACES.
      *JRNLGEN ortam degiskeni: OPEN oncesi 'DSN(<ad>),NEW,...'
      *olarak yazilir, dosya acilirken yeni veri kumesi ayrilip
      *kataloglanir (metnin sonunda X'00' bulunur).
           05 WS-GENV-TEXT      PIC X(90) VALUE LOW-VALUES.
           05 WS-GENV-PTR       USAGE POINTER.
           05 WS-GENV-RC        PIC S9(09) COMP VALUE ZERO.
      *Acik kusagin ayi ve okunan kaydin ayi (YYYYMM).
           05 WS-CUR-PERIOD     PIC 9(06) VALUE ZERO.
           05 WS-REC-PERIOD     PIC 9(06) VALUE ZERO.
      *Ay ilerletme alani: H150 buradaki ayi bir sonraki aya
      *ilerletir.
           05 WS-PER-WORK       PIC 9(06) VALUE ZERO.
           05 WS-PER-PARTS REDEFINES WS-PER-WORK.
              10 WS-PER-YYYY    PIC 9(04).
              10 WS-PER-MM      PIC 9(02).
           05 WS-MONTH-START    PIC 9(08) VALUE ZERO.
           05 WS-MONTH-END      PIC 9(08) VALUE ZERO.
           05 WS-SEQ-WORK       PIC 9(07) VALUE ZERO.

      *Katalogun son kaydi; dogrulama her kaydi bir oncekiyle
      *kiyaslar, yeni kusaklar bunun arkasina eklenir.
       01  WS-CAT-AREA.
           05 WS-CAT-COUNT      PIC 9(04) VALUE ZERO.
           05 WS-CAT-LAST-GEN   PIC 9(04) VALUE ZERO.
           05 WS-CAT-LAST-PER   PIC 9(06) VALUE ZERO.
           05 WS-CAT-LAST-TO    PIC 9(08) VALUE ZERO.

      *Bu kosuda olusturulan kusaklarin katalog kayitlari; butun
      *kusaklar basariyla kapandiktan sonra kataloga eklenir. Kayit
      *duzeni JCATFLD'nin aynisidir.
       01  WS-NEW-AREA.
           05 WS-NEW-ENTRY      PIC X(100) OCCURS 600 TIMES.
           05 WS-NEW-COUNT      PIC 9(04) COMP VALUE ZERO.
           05 WS-NEW-MAX        PIC 9(04) COMP VALUE 600.
           05 WS-NX             PIC 9(04) COMP VALUE ZERO.
       01  WS-NEW-WORK.
           05 WS-NW-GEN-NO      PIC 9(04).
           05 WS-NW-PERIOD      PIC 9(06).
           05 WS-NW-DSN         PIC X(44).
           05 WS-NW-DATE-FROM   PIC 9(08).
           05 WS-NW-DATE-TO     PIC 9(08).
           05 WS-NW-REC-COUNT   PIC 9(07).
           05 WS-NW-FIRST-SEQ   PIC 9(07).
           05 WS-NW-LAST-SEQ    PIC 9(07).
           05 WS-NW-ROLL-DATE   PIC 9(08).
           05 FILLER            PIC X(01).

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

      *Kosu sirasi denetim dosyasinin gorece anahtari (tek kayit).
       01  WS-RUNCTL-AREA.
           05 WS-RCT-RRN        PIC 9(04) VALUE 1.

       01  WS-TOTALS-AREA.
           05 WS-RECS-READ      PIC 9(07) VALUE ZERO.
           05 WS-RECS-ROLLED    PIC 9(07) VALUE ZERO.
           05 WS-RECS-KEPT      PIC 9(07) VALUE ZERO.
           05 WS-RECS-COPIED    PIC 9(07) VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
      *------------------

      *Gunluk bastan sona okunup devredilecek aylarin kayitlari
      *kusaklara, sonrakiler gecici dosyaya yazilir; kusaklar
      *kataloga islendikten sonra JRNLOUT gecici dosyadan yeniden
      *yazilir.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-ROLL-JOURNAL UNTIL JRN-EOF.
           IF NOT WS-ROLLED
              PERFORM H400-FINISH-GENERATIONS
           END-IF.
           PERFORM H500-WRITE-CATALOG.
           PERFORM H600-REWRITE-JOURNAL.
           PERFORM H999-PROGRAM-EXIT.
      *Kosu kutugu, kosu sirasi denetimi ve kart alinir, katalog
      *dogrulanir ve gunlugun ilk kaydi okunur. Devir, katalogdaki
      *son aydan sonraki aydan (ilk devirde gunlugun ilk kaydinin
      *ayindan) baslar; devredilecek tamamlanmis ay yoksa kosu
      *hicbir dosyaya dokunmadan biter.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H060-CHECK-RUN-CONTROL.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H120-LOAD-CATALOG.
           OPEN OUTPUT ROLL-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           MOVE SPACES TO ROLL-HDR-REC.
           MOVE 'JOURNAL GENERATION ROLL' TO RRH-TITLE.
           MOVE 'AS OF: ' TO RRH-ASOF-LBL.
           MOVE WS-ASOF-DATE TO RRH-ASOF-DATE.
           MOVE 'ROLL TO: ' TO RRH-ROLL-LBL.
           MOVE WS-ROLL-TO TO RRH-ROLL-TO.
           WRITE ROLL-HDR-REC.
           OPEN INPUT JOURNAL-FILE.
           IF JRN-SUCCESS
              SET WS-JRN-OPEN TO TRUE
              READ JOURNAL-FILE
              IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
                 AND (JRN-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ FILE: ' JRN-ST
                 MOVE JRN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              IF JRN-ST = 35
                 SET JRN-EOF TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN FILE: ' JRN-ST
                 MOVE JRN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF WS-CAT-COUNT > 0
              MOVE WS-CAT-LAST-PER TO WS-PER-WORK
              PERFORM H150-ADVANCE-PERIOD
              MOVE WS-PER-WORK TO WS-CUR-PERIOD
           ELSE
              IF NOT JRN-EOF
                 COMPUTE WS-CUR-PERIOD = JRNL-RUN-DATE / 100
              END-IF
           END-IF.
           IF WS-CUR-PERIOD = 0 OR WS-CUR-PERIOD > WS-ROLL-TO
              DISPLAY 'NO COMPLETED MONTH TO ROLL'
              MOVE SPACES TO ROLL-TRL-REC
              MOVE 'NO COMPLETED MONTH TO ROLL' TO RTL-LABEL
              WRITE ROLL-TRL-REC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT JRNL-WORK.
           IF (WRK-ST NOT = 0) AND (WRK-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' WRK-ST
              MOVE WRK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-WRK-OPEN TO TRUE.
           MOVE WS-CAT-LAST-GEN TO WS-NW-GEN-NO.
           PERFORM H410-OPEN-GENERATION.
       H100-END.EXIT.
      *Devir tarihini ve kusak oneki karttan okur; devredilecek
      *son ay devir tarihinin ayindan bir onceki aydir.
       H110-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-SUCCESS
              READ CONTROL-CARD
              IF CTL-SUCCESS
                 IF CTL-ASOF-DATE IS NUMERIC
                    MOVE CTL-ASOF-DATE TO WS-ASOF-DATE
                 END-IF
                 IF CTL-GEN-PREFIX NOT = SPACES
                    MOVE CTL-GEN-PREFIX TO WS-GEN-PREFIX
                 END-IF
              END-IF
              CLOSE CONTROL-CARD
           END-IF.
           IF WS-ASOF-DATE = 0
              MOVE WS-LOG-DATE TO WS-ASOF-DATE
           END-IF.
           IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
              DISPLAY 'INVALID AS-OF DATE ON CTLCARD: ' WS-ASOF-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-ASOF-MM = 1
              COMPUTE WS-ROLL-TO = (WS-ASOF-YYYY - 1) * 100 + 12
           ELSE
              COMPUTE WS-ROLL-TO = WS-ASOF-YYYY * 100
                                 + WS-ASOF-MM - 1
           END-IF.
       H110-END.EXIT.
      *Katalogu bastan okuyup dogrular (kurallar JCATFLD'de).
      *Katalog henuz yoksa (durum 35) ilk devir yapiliyordur.
       H120-LOAD-CATALOG.
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
              PERFORM H125-CHECK-CATALOG-ENTRY UNTIL JCT-EOF
              CLOSE JRNL-CAT
           END-IF.
       H120-END.EXIT.
      *Katalog kaydini bir oncekiyle kiyaslar: kusak numarasi bir
      *fazlasi, donem bir sonraki ay olmali ve tarih araligi
      *oncekinin bittigi yerden sonra baslamalidir.
       H125-CHECK-CATALOG-ENTRY.
           IF (JCT-ST NOT = 0) AND (JCT-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' JCT-ST
              MOVE JCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CAT-LAST-PER TO WS-PER-WORK.
           IF WS-CAT-COUNT > 0
              PERFORM H150-ADVANCE-PERIOD
           END-IF.
           IF JCAT-GEN-NO NOT = WS-CAT-COUNT + 1
              OR (WS-CAT-COUNT > 0
                  AND JCAT-PERIOD NOT = WS-PER-WORK)
              OR (WS-CAT-COUNT > 0
                  AND JCAT-DATE-FROM NOT > WS-CAT-LAST-TO)
              OR JCAT-DATE-FROM > JCAT-DATE-TO
              DISPLAY 'JOURNAL CATALOG OUT OF SEQUENCE AT GEN '
                      JCAT-GEN-NO ' PERIOD ' JCAT-PERIOD
              CLOSE JRNL-CAT
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE JCAT-GEN-NO TO WS-CAT-LAST-GEN.
           MOVE JCAT-PERIOD TO WS-CAT-LAST-PER.
           MOVE JCAT-DATE-TO TO WS-CAT-LAST-TO.
           READ JRNL-CAT.
       H125-END.EXIT.
      *WS-PER-WORK'teki ayi (YYYYMM) bir sonraki aya ilerletir.
       H150-ADVANCE-PERIOD.
           IF WS-PER-MM = 12
              ADD 1 TO WS-PER-YYYY
              MOVE 1 TO WS-PER-MM
           ELSE
              ADD 1 TO WS-PER-MM
           END-IF.
       H150-END.EXIT.
      *Her gunluk kaydini ayina gore dagitir: devredilecek aylarin
      *kayitlari o ayin kusagina, sonrakiler gecici dosyaya gider.
      *Katalogdaki bir aya ait kayit (katalogla gunluk birbirini
      *tutmuyor) veya acik kusaktan eski bir kayit (gunluk tarih
      *sirasinda degil) kapanmis bir kusaga yazilamayacagi icin
      *kosuyu durdurur; katalog ve JRNLOUT dokunulmadan kalir.
       H200-ROLL-JOURNAL.
           ADD 1 TO WS-RECS-READ.
           COMPUTE WS-REC-PERIOD = JRNL-RUN-DATE / 100.
           EVALUATE TRUE
              WHEN WS-CAT-COUNT > 0
               AND WS-REC-PERIOD NOT > WS-CAT-LAST-PER
                 DISPLAY 'JOURNAL RECORD IN ROLLED PERIOD: '
                         JRNL-RUN-DATE ' ACCT ' JRNL-ACCT-NO
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              WHEN WS-REC-PERIOD < WS-CUR-PERIOD
                 DISPLAY 'JOURNAL OUT OF DATE ORDER: '
                         JRNL-RUN-DATE ' ACCT ' JRNL-ACCT-NO
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              WHEN WS-REC-PERIOD > WS-ROLL-TO
                 IF NOT WS-ROLLED
                    PERFORM H400-FINISH-GENERATIONS
                 END-IF
                 PERFORM H450-WRITE-WORK-REC
              WHEN OTHER
                 PERFORM H420-NEXT-GENERATION
                    UNTIL WS-CUR-PERIOD = WS-REC-PERIOD
                 PERFORM H440-WRITE-GEN-REC
           END-EVALUATE.
           READ JOURNAL-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              AND (JRN-ST NOT = 10)
              DISPLAY 'UNABLE TO READ FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END.EXIT.
      *Devir ayina kadar kalan kusaklari kapatir; kaydi olmayan
      *aylar da bos kusak olarak olusturulur ki katalogda ay
      *atlanmasin.
       H400-FINISH-GENERATIONS.
           PERFORM H420-NEXT-GENERATION
              UNTIL WS-CUR-PERIOD > WS-ROLL-TO.
           SET WS-ROLLED TO TRUE.
       H400-END.EXIT.
      *WS-CUR-PERIOD ayinin kusak dosyasini acar, ayin ilk ve son
      *gununu hesaplar ve kusak sayaclarini sifirlar.
       H410-OPEN-GENERATION.
           IF WS-NEW-COUNT NOT < WS-NEW-MAX
              DISPLAY 'TOO MANY MONTHS TO ROLL - RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO WS-GEN-DSN.
           STRING WS-GEN-PREFIX   DELIMITED BY SPACE
                  '.G'            DELIMITED BY SIZE
                  WS-CUR-PERIOD   DELIMITED BY SIZE
             INTO WS-GEN-DSN
           END-STRING.
           MOVE LOW-VALUES TO WS-GENV-TEXT.
           STRING 'JRNLGEN=DSN('  DELIMITED BY SIZE
                  WS-GEN-DSN      DELIMITED BY SPACE
                  '),NEW,CYL,SPACE(5,5),CATALOG'
                                  DELIMITED BY SIZE
             INTO WS-GENV-TEXT
           END-STRING.
           SET WS-GENV-PTR TO ADDRESS OF WS-GENV-TEXT.
           CALL 'putenv' USING BY VALUE WS-GENV-PTR
                RETURNING WS-GENV-RC.
           OPEN OUTPUT GEN-FILE.
           IF NOT GEN-SUCCESS
              DISPLAY 'UNABLE TO OPEN GENERATION ' WS-GEN-DSN
                      ' ST ' GEN-ST
              MOVE GEN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-GEN-OPEN TO TRUE.
           COMPUTE WS-MONTH-START = WS-CUR-PERIOD * 100 + 1.
           MOVE WS-CUR-PERIOD TO WS-PER-WORK.
           PERFORM H150-ADVANCE-PERIOD.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PER-WORK * 100 + 1)
                   - 1).
           ADD 1 TO WS-NW-GEN-NO.
           MOVE WS-CUR-PERIOD TO WS-NW-PERIOD.
           MOVE WS-GEN-DSN TO WS-NW-DSN.
           MOVE WS-MONTH-START TO WS-NW-DATE-FROM.
           MOVE WS-MONTH-END TO WS-NW-DATE-TO.
           MOVE ZERO TO WS-NW-REC-COUNT
                        WS-NW-FIRST-SEQ
                        WS-NW-LAST-SEQ.
           MOVE WS-LOG-DATE TO WS-NW-ROLL-DATE.
       H410-END.EXIT.
      *Acik kusagi kapatip bir sonraki aya gecer; o ay hala devir
      *ayindaysa kusagini acar.
       H420-NEXT-GENERATION.
           PERFORM H430-CLOSE-GENERATION.
           MOVE WS-CUR-PERIOD TO WS-PER-WORK.
           PERFORM H150-ADVANCE-PERIOD.
           MOVE WS-PER-WORK TO WS-CUR-PERIOD.
           IF WS-CUR-PERIOD NOT > WS-ROLL-TO
              PERFORM H410-OPEN-GENERATION
           END-IF.
       H420-END.EXIT.
      *Kusagi kapatir, katalog kaydini bekleyenler tablosuna alir
      *ve rapora bir satir yazar.
       H430-CLOSE-GENERATION.
           CLOSE GEN-FILE.
           SET WS-GEN-NOT-OPEN TO TRUE.
           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-NEW-WORK TO WS-NEW-ENTRY(WS-NEW-COUNT).
           MOVE SPACES TO ROLL-GEN-REC.
           MOVE WS-NW-GEN-NO TO RGD-GEN-NO.
           MOVE WS-NW-PERIOD TO RGD-PERIOD.
           MOVE WS-NW-DSN TO RGD-DSN.
           MOVE WS-NW-DATE-FROM TO RGD-DATE-FROM.
           MOVE WS-NW-DATE-TO TO RGD-DATE-TO.
           MOVE WS-NW-REC-COUNT TO RGD-REC-COUNT.
           MOVE WS-NW-FIRST-SEQ TO RGD-FIRST-SEQ.
           MOVE WS-NW-LAST-SEQ TO RGD-LAST-SEQ.
           WRITE ROLL-GEN-REC.
       H430-END.EXIT.
      *Kaydi acik kusaga yazar; kusagin kayit sayisini ve ilk/son
      *sira numarasini tutar. Sira alani sayisal olmayan eski
      *kayitlar sifir sayilir (bkz. CBLWRK16).
       H440-WRITE-GEN-REC.
           WRITE GEN-REC FROM JRNL-FIELDS.
           IF NOT GEN-SUCCESS
              DISPLAY 'UNABLE TO WRITE GENERATION ' WS-GEN-DSN
                      ' ST ' GEN-ST
              MOVE GEN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF JRNL-SEQ-NO IS NUMERIC
              MOVE JRNL-SEQ-NO TO WS-SEQ-WORK
           ELSE
              MOVE ZERO TO WS-SEQ-WORK
           END-IF.
           ADD 1 TO WS-NW-REC-COUNT.
           IF WS-NW-REC-COUNT = 1
              MOVE WS-SEQ-WORK TO WS-NW-FIRST-SEQ
           END-IF.
           MOVE WS-SEQ-WORK TO WS-NW-LAST-SEQ.
           ADD 1 TO WS-RECS-ROLLED.
       H440-END.EXIT.
      *Devredilmeyen kaydi gecici dosyaya yazar.
       H450-WRITE-WORK-REC.
           WRITE WRK-REC FROM JRNL-FIELDS.
           IF NOT WRK-SUCCESS
              DISPLAY 'UNABLE TO WRITE FILE: ' WRK-ST
              MOVE WRK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-RECS-KEPT.
       H450-END.EXIT.
      *Yeni kusaklari katalogun sonuna ekler; katalog yalnizca
      *butun kusaklar yazilip kapandiktan sonra degisir. Ilk
      *devirde (durum 35) katalog OUTPUT ile olusturulur.
       H500-WRITE-CATALOG.
           OPEN EXTEND JRNL-CAT.
           IF NOT JCT-SUCCESS
              IF JCT-ST = 35
                 OPEN OUTPUT JRNL-CAT
              END-IF
              IF NOT JCT-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FILE: ' JCT-ST
                 MOVE JCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           PERFORM H510-WRITE-CATALOG-ENTRY
              VARYING WS-NX FROM 1 BY 1
              UNTIL WS-NX > WS-NEW-COUNT.
           CLOSE JRNL-CAT.
       H500-END.EXIT.
       H510-WRITE-CATALOG-ENTRY.
           WRITE JCAT-FIELDS FROM WS-NEW-ENTRY(WS-NX).
           IF NOT JCT-SUCCESS
              DISPLAY 'UNABLE TO WRITE JRNLCAT: ' JCT-ST
              MOVE JCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H510-END.EXIT.
      *JRNLOUT'u gecici dosyadaki devredilmeyen kayitlarla yeniden
      *yazar ve kopyalanan kayit sayisini dogrular. Katalog bu
      *noktada yazilmis oldugundan kosu burada kesilirse JRNLOUT
      *JRNLWRK'ten geri yuklenmelidir; yuklenmeden yeniden kosulursa
      *devredilmis aya ait kayitlar bulunacagi icin kosu durur.
       H600-REWRITE-JOURNAL.
           IF WS-JRN-OPEN
              CLOSE JOURNAL-FILE
              SET WS-JRN-NOT-OPEN TO TRUE
           END-IF.
           CLOSE JRNL-WORK.
           SET WS-WRK-NOT-OPEN TO TRUE.
           OPEN INPUT JRNL-WORK.
           IF (WRK-ST NOT = 0) AND (WRK-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' WRK-ST
              MOVE WRK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-WRK-OPEN TO TRUE.
           OPEN OUTPUT JOURNAL-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-JRN-OPEN TO TRUE.
           READ JRNL-WORK.
           PERFORM H610-COPY-WORK-REC UNTIL WRK-EOF.
           IF WS-RECS-COPIED NOT = WS-RECS-KEPT
              DISPLAY 'JRNLOUT REWRITE COUNT MISMATCH: '
                      WS-RECS-COPIED ' OF ' WS-RECS-KEPT
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H600-END.EXIT.
       H610-COPY-WORK-REC.
           IF (WRK-ST NOT = 0) AND (WRK-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' WRK-ST
              MOVE WRK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           WRITE JRNL-FIELDS FROM WRK-REC.
           IF NOT JRN-SUCCESS
              DISPLAY 'UNABLE TO WRITE JRNLOUT: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-RECS-COPIED.
           READ JRNL-WORK.
       H610-END.EXIT.
      *Kontrol toplamlarini yazar. Kosu yarida kesilmisse o ana
      *kadarki sayilar ve durma kodu dokulur.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              MOVE SPACES TO ROLL-TRL-REC
              MOVE 'JOURNAL RECORDS READ:' TO RTL-LABEL
              MOVE WS-RECS-READ TO RTL-COUNT
              WRITE ROLL-TRL-REC
              MOVE SPACES TO ROLL-TRL-REC
              MOVE 'RECORDS ROLLED:' TO RTL-LABEL
              MOVE WS-RECS-ROLLED TO RTL-COUNT
              WRITE ROLL-TRL-REC
              MOVE SPACES TO ROLL-TRL-REC
              MOVE 'RECORDS KEPT IN JRNLOUT:' TO RTL-LABEL
              MOVE WS-RECS-KEPT TO RTL-COUNT
              WRITE ROLL-TRL-REC
              MOVE SPACES TO ROLL-TRL-REC
              MOVE 'GENERATIONS CREATED:' TO RTL-LABEL
              MOVE WS-NEW-COUNT TO RTL-COUNT
              WRITE ROLL-TRL-REC
              IF RETURN-CODE NOT = 0
                 MOVE SPACES TO ROLL-TRL-REC
                 MOVE 'RUN STOPPED - RC:' TO RTL-LABEL
                 MOVE RETURN-CODE TO RTL-COUNT
                 WRITE ROLL-TRL-REC
              END-IF
              CLOSE ROLL-RPT
              MOVE 'N' TO WS-RPT-OPEN-SW
           END-IF.
       H900-END.EXIT.
      *Dosya kapama islemi
       H300-CLOSE-FILES.
           IF WS-JRN-OPEN
              CLOSE JOURNAL-FILE
              SET WS-JRN-NOT-OPEN TO TRUE
           END-IF.
           IF WS-GEN-OPEN
              CLOSE GEN-FILE
              SET WS-GEN-NOT-OPEN TO TRUE
           END-IF.
           IF WS-WRK-OPEN
              CLOSE JRNL-WORK
              SET WS-WRK-NOT-OPEN TO TRUE
           END-IF.
       H300-END.EXIT.
      *Kosu sirasi denetimi: denetim kaydini okur (ilk kosuda
      *olusturur), is gunu degismisse bayraklari sifirlar ve
      *ACCTREC baska bir programda acik degilse kendini damgalar.
      *Kosunun on kosulu yoktur; damga, gunluge yazan programlarin
      *(CBLWRK3, CBLWRK11, CBLWRK12, CBLWRK21) devir sirasinda
      *JRNLOUT'a kayit eklememesi icindir.
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
           MOVE 'CBLWRK26' TO RCTL-ACTIVE-PGM.
           REWRITE RCTL-FIELDS.
           SET WS-RCT-HELD TO TRUE.
       H060-END.EXIT.
      *Damgayi temizler; gunluk devrinin baskasina on kosul olan
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
           MOVE 'CBLWRK26' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Okunan, JRNLOUT'tan okunan kayit; yazilan, kusaklara
      *devredilen kayit sayisidir. CBLWRK16'nin gunluk toplamina
      *girmez: devir yeni gunluk kaydi uretmez.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK26' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-RECS-READ TO RLOG-RECS-READ
              MOVE WS-RECS-ROLLED TO RLOG-RECS-WRITTEN
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
