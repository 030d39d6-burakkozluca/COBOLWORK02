       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK23.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Gecelik is akisi tanimi. Ilk satir akisin adini tasiyan
      *baslik ('H'), sonrakiler sira numarasi artan adimlar ('S')
      *ve istege bagli olarak her adimin hemen arkasinda o adimin
      *kontrol karti goruntusu ('C') olur.
      *Butun adimlar akisin tek adiminda ayni DD'lerle cagrilir;
      *bu yuzden iki adim ayni cikis DD'sini OUTPUT ile acmaz.
      *Islem ureten CBLWRK9, CBLWRK14 ve CBLWRK20 ayri DD'lere
      *(TRANOUT, RESUBOUT, MAJOUT) yazar ve CBLWRK3'un TRANIN'i bu
      *uc dosyanin birlesimidir; aski dosyasina (SUSPOUT) her adim
      *sona ekler.
           SELECT STREAM-DEF ASSIGN TO STRMDEF
                             STATUS    DEF-ST.
      *Akisin kendi kontrol karti: gun bindirimi ve bastan baslatma
      *secimi. Adimlarin kartlari CTLCARD'dan okundugu icin akisin
      *karti ayri bir DD'dedir.
           SELECT STREAM-CTL ASSIGN TO STRMCTL
                             STATUS    SCT-ST.
      *Adim kontrol karti. Her adim cagrilmadan once tanimdaki kart
      *goruntusu buraya yazilir (kart yoksa bos birakilir); adim
      *programi kendi kartini her zamanki gibi CTLCARD'dan okur.
           SELECT STEP-CARD  ASSIGN TO CTLCARD
                             STATUS    CRD-ST.
      *Yeniden baslatma durumu: akisin adi, is gunu, son tamamlanan
      *adim ve akisin durumu tek kayitta tutulur (RUNCTL'deki gibi
      *gorece erisimli tek kayit). Yeniden gonderimde akis son
      *tamamlanan adimdan sonrasindan devam eder.
           SELECT STREAM-RST ASSIGN TO STRMRST
                             ORGANIZATION  RELATIVE
                             ACCESS MODE   RANDOM
                             RELATIVE KEY  WS-RST-RRN
                             STATUS    RST-ST.
      *Tek sayfalik akis tamamlanma raporu: her adimin durumu,
      *donus kodu ve gecen suresi.
           SELECT STREAM-RPT ASSIGN TO STRMRPT
                             STATUS    RPT-ST.
      *Takimin ortak kosu kutugu; kosu basi/sonu kayitlari buraya
      *eklenir ve CBLWRK15 sabah ozetini buradan cikarir.
           SELECT RUN-LOG    ASSIGN TO RUNLOG
                             STATUS    LOG-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

      *Tanim satirlari ayni FD altinda ayni uzunlukta (100 bayt)
      *tutulur; ilk bayt satir tipidir.
      *STP-DAYS pazartesiden pazara yedi gunun her biri icin 'Y'
      *(kosulur) tasir; tamami bosluksa adim her gun kosulur.
      *STP-MONTH-END 'Y' ise adim yalnizca ayin son gunu kosulur
      *(orn. CBLWRK17). STP-MAX-RC adimin kabul edilen en yuksek
      *donus kodudur; ustu hata sayilir ve akis durur.
       FD  STREAM-DEF RECORDING MODE F.
       01  DEF-HDR-REC.
           05 DFH-TYPE          PIC X(01).
              88 DFH-HEADER        VALUE 'H'.
              88 DFH-STEP          VALUE 'S'.
              88 DFH-CARD          VALUE 'C'.
           05 DFH-STREAM-ID     PIC X(08).
           05 FILLER            PIC X(91).
       01  DEF-STEP-REC.
           05 STP-TYPE          PIC X(01).
           05 STP-SEQ           PIC 9(03).
           05 STP-PROGRAM       PIC X(08).
           05 STP-MAX-RC        PIC 9(02).
           05 STP-DAYS          PIC X(07).
           05 STP-MONTH-END     PIC X(01).
           05 FILLER            PIC X(78).
       01  DEF-CARD-REC.
           05 CRD-TYPE          PIC X(01).
           05 CRD-IMAGE         PIC X(80).
           05 FILLER            PIC X(19).

      *CTL-ASOF-DATE verilirse gun secimi (haftanin gunu, ay sonu)
      *sistem tarihi yerine bu tarihe gore yapilir. CTL-FRESH-START
      *'Y' ise onceki yarim kalan akis yok sayilip bastan baslanir.
       FD  STREAM-CTL RECORDING MODE F.
       01  STREAM-CTL-REC.
           05 CTL-ASOF-DATE     PIC 9(08).
           05 CTL-FRESH-START   PIC X(01).
           05 FILLER            PIC X(71).

       FD  STEP-CARD RECORDING MODE F.
       01  STEP-CARD-REC         PIC X(80).

      *Yeniden baslatma kaydi. RST-LAST-DONE son tamamlanan (veya
      *o gun kosulmayan) adimin sira numarasidir. Durum 'R' adim
      *kosarken, 'F' adim hatayla bittiginde, 'C' akis tamamlandiginda
      *yazilir; 'R' veya 'F' bulunursa yeniden gonderim kaldigi
      *yerden devam eder.
       FD  STREAM-RST RECORDING MODE F.
       01  STREAM-RST-REC.
           05 RST-STREAM-ID     PIC X(08).
           05 RST-BUS-DATE      PIC 9(08).
           05 RST-STATUS        PIC X(01).
              88 RST-RUNNING       VALUE 'R'.
              88 RST-FAILED        VALUE 'F'.
              88 RST-COMPLETE      VALUE 'C'.
           05 RST-LAST-DONE     PIC 9(03).
           05 RST-FAILED-PGM    PIC X(08).
           05 RST-FAILED-RC     PIC 9(04).
           05 FILLER            PIC X(48).

      *Baslik, kolon basligi, detay ve kontrol toplami satirlari
      *ayni FD altinda ayni uzunlukta (80 bayt) tutulur. Gecen sure
      *saniye cinsindendir.
       FD  STREAM-RPT RECORDING MODE F.
       01  SRP-HDR-REC.
           05 SRH-TITLE         PIC X(30).
           05 SRH-STREAM-ID     PIC X(08).
           05 FILLER            PIC X(02).
           05 SRH-BUS-DATE      PIC 9(08).
           05 FILLER            PIC X(02).
           05 SRH-DAY-NOTE      PIC X(20).
           05 FILLER            PIC X(10).
       01  SRP-COL-REC.
           05 SRC-TEXT          PIC X(80).
       01  SRP-DTL-REC.
           05 SRD-SEQ           PIC 9(03).
           05 FILLER            PIC X(02).
           05 SRD-PROGRAM       PIC X(08).
           05 FILLER            PIC X(02).
           05 SRD-STATUS        PIC X(14).
           05 FILLER            PIC X(02).
           05 SRD-RC            PIC 9(04).
           05 FILLER            PIC X(02).
           05 SRD-MAX-RC        PIC 9(02).
           05 FILLER            PIC X(02).
           05 SRD-START         PIC 9(06).
           05 FILLER            PIC X(02).
           05 SRD-END           PIC 9(06).
           05 FILLER            PIC X(02).
           05 SRD-ELAPSED       PIC 9(05).
           05 FILLER            PIC X(18).
       01  SRP-TRL-REC.
           05 SRT-LABEL         PIC X(25).
           05 SRT-COUNT         PIC 9(07).
           05 FILLER            PIC X(48).

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOGF.

      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  WS-WORK-AREA.
           05 DEF-ST    PIC 9(02).
              88 DEF-EOF       VALUE 10.
              88 DEF-SUCCESS   VALUE 00 97.
           05 SCT-ST    PIC 9(02).
              88 SCT-SUCCESS   VALUE 00 97.
           05 CRD-ST    PIC 9(02).
              88 CRD-SUCCESS   VALUE 00 97.
           05 RST-ST    PIC 9(02).
              88 RST-SUCCESS   VALUE 00 97.
           05 WS-RST-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RST-OPEN       VALUE 'Y'.
           05 RPT-ST    PIC 9(02).
              88 RPT-SUCCESS   VALUE 00 97.
           05 WS-RPT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN       VALUE 'Y'.
           05 LOG-ST    PIC 9(02).
              88 LOG-SUCCESS   VALUE 00 97.
           05 WS-LOG-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-LOG-OPEN       VALUE 'Y'.
              88 WS-LOG-NOT-OPEN   VALUE 'N'.
           05 WS-FRESH-SW       PIC X(01) VALUE 'N'.
              88 WS-FRESH-START    VALUE 'Y'.
           05 WS-STREAM-SW      PIC X(01) VALUE 'N'.
              88 WS-STREAM-FAILED  VALUE 'Y'.
              88 WS-STREAM-OK      VALUE 'N'.
           05 WS-CALL-SW        PIC X(01).
              88 WS-CALL-MISSING   VALUE 'Y'.
              88 WS-CALL-DONE      VALUE 'N'.
           05 WS-SCHED-SW       PIC X(01).
              88 WS-SCHEDULED      VALUE 'Y'.
              88 WS-NOT-SCHEDULED  VALUE 'N'.

      *Yeniden baslatma dosyasinin gorece anahtari (tek kayit).
       01  WS-RESTART-AREA.
           05 WS-RST-RRN        PIC 9(04) VALUE 1.
           05 WS-RESUME-AFTER   PIC 9(03) VALUE ZERO.

      *Akisin adi ve gun secimi. WS-DOW 1 pazartesi ... 7 pazar;
      *1601-01-01 (tamsayi tarih 1) pazartesi oldugundan haftanin
      *gunu tamsayi tarihin 7'ye gore kalanindan bulunur.
       01  WS-DAY-AREA.
           05 WS-STREAM-ID      PIC X(08) VALUE SPACES.
           05 WS-ASOF-DATE      PIC 9(08) VALUE ZERO.
           05 WS-CTL-ASOF       PIC 9(08) VALUE ZERO.
           05 WS-INT-ASOF       PIC 9(07) VALUE ZERO.
           05 WS-NEXT-DATE      PIC 9(08) VALUE ZERO.
           05 WS-DOW            PIC 9(01) VALUE ZERO.
           05 WS-MONTH-END-SW   PIC X(01) VALUE 'N'.
              88 WS-MONTH-END      VALUE 'Y'.
              88 WS-NOT-MONTH-END  VALUE 'N'.

      *Tanimdan yuklenen adim tablosu. Kart goruntusu olmayan
      *adimda WS-TBL-CARD bosluktur ve CTLCARD bos yazilir.
       01  WS-STEP-TABLE.
           05 WS-STEP-CNT       PIC 9(03) VALUE ZERO.
           05 WS-STEP-MAX       PIC 9(03) VALUE 50.
           05 WS-STEP-IDX       PIC 9(03) VALUE ZERO.
           05 WS-FAIL-IDX       PIC 9(03) VALUE ZERO.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
              10 WS-TBL-SEQ        PIC 9(03).
              10 WS-TBL-PROGRAM    PIC X(08).
              10 WS-TBL-MAX-RC     PIC 9(02).
              10 WS-TBL-DAYS       PIC X(07).
              10 WS-TBL-MONTH-END  PIC X(01).
              10 WS-TBL-CARD       PIC X(80).

      *Adim cagrisi: cagrilan program adi, donus kodu ve
      *saat damgalari (HHMMSSss). Gecen sure gece yarisini
      *asarsa bir gunluk saniye eklenir.
       01  WS-CALL-AREA.
           05 WS-CALL-PGM       PIC X(08).
           05 WS-STEP-RC        PIC 9(04) VALUE ZERO.
           05 WS-FAIL-RC        PIC 9(04) VALUE ZERO.
           05 WS-T-START-RAW    PIC 9(08) VALUE ZERO.
           05 WS-T-END-RAW      PIC 9(08) VALUE ZERO.
           05 WS-T-START        PIC 9(06) VALUE ZERO.
           05 WS-T-END          PIC 9(06) VALUE ZERO.
           05 WS-T-HMS.
              10 WS-T-HH        PIC 9(02).
              10 WS-T-MM        PIC 9(02).
              10 WS-T-SS        PIC 9(02).
           05 WS-SECS-START     PIC 9(06) VALUE ZERO.
           05 WS-SECS-END       PIC 9(06) VALUE ZERO.
           05 WS-ELAPSED        PIC 9(05) VALUE ZERO.
           05 WS-DTL-STATUS     PIC X(14) VALUE SPACES.

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

       01  WS-TOTALS-AREA.
           05 WS-STEPS-RUN      PIC 9(07) VALUE ZERO.
           05 WS-STEPS-EARLIER  PIC 9(07) VALUE ZERO.
           05 WS-STEPS-SKIPPED  PIC 9(07) VALUE ZERO.
           05 WS-STEPS-FAILED   PIC 9(07) VALUE ZERO.
           05 WS-STEPS-NOT-RUN  PIC 9(07) VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
      *------------------

      *Tanim yuklenir, yeniden baslatma durumu okunur, adimlar
      *sirayla kosulur; bir adim hatayla biterse akis durur ve
      *kalan adimlar kosulmadi olarak raporlanir.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-RUN-STEP
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT OR WS-STREAM-FAILED.
           PERFORM H400-FINISH-STREAM.
           PERFORM H999-PROGRAM-EXIT.
      *Dosyalarin acilamama ve okunamama durumunu kontrol ettik.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           OPEN OUTPUT STREAM-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H120-LOAD-DEFINITION.
           PERFORM H130-READ-RESTART.
           PERFORM H140-SET-DAY.
           PERFORM H150-WRITE-HEADING.
       H100-END.EXIT.
      *Akisin kartini okur; kart yoksa sistem tarihiyle ve
      *yeniden baslatma durumuna gore kosulur.
       H110-READ-CONTROL-CARD.
           OPEN INPUT STREAM-CTL.
           IF SCT-SUCCESS
              READ STREAM-CTL
              IF SCT-SUCCESS
                 IF CTL-ASOF-DATE IS NUMERIC
                    MOVE CTL-ASOF-DATE TO WS-CTL-ASOF
                 END-IF
                 IF CTL-FRESH-START = 'Y'
                    SET WS-FRESH-START TO TRUE
                 END-IF
              END-IF
              CLOSE STREAM-CTL
           END-IF.
       H110-END.EXIT.
      *Tanim dosyasini adim tablosuna yukler. Baslik satiri yoksa,
      *sira numaralari artan degilse, bir adimin program adi bos
      *ise veya tablo tasarsa akis hicbir adim kosulmadan durur.
       H120-LOAD-DEFINITION.
           OPEN INPUT STREAM-DEF.
           IF NOT DEF-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' DEF-ST
              MOVE DEF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ STREAM-DEF.
           IF NOT DEF-SUCCESS OR NOT DFH-HEADER
              OR DFH-STREAM-ID = SPACES
              DISPLAY 'STRMDEF HEADER MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE DFH-STREAM-ID TO WS-STREAM-ID.
           READ STREAM-DEF.
           PERFORM H125-LOAD-LINE UNTIL DEF-EOF.
           CLOSE STREAM-DEF.
           IF WS-STEP-CNT = 0
              DISPLAY 'STRMDEF HAS NO STEPS - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END.EXIT.
      *Tek bir tanim satirini isler: adim satiri tabloya yeni bir
      *giris acar, kart satiri son acilan adima baglanir.
       H125-LOAD-LINE.
           EVALUATE TRUE
              WHEN DFH-STEP
                 IF WS-STEP-CNT >= WS-STEP-MAX
                    DISPLAY 'STRMDEF HAS MORE THAN 50 STEPS'
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 IF STP-SEQ IS NOT NUMERIC
                    OR STP-PROGRAM = SPACES
                    OR (WS-STEP-CNT > 0
                        AND STP-SEQ NOT > WS-TBL-SEQ(WS-STEP-CNT))
                    DISPLAY 'INVALID STEP IN STRMDEF: ' DEF-STEP-REC
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 ADD 1 TO WS-STEP-CNT
                 MOVE STP-SEQ TO WS-TBL-SEQ(WS-STEP-CNT)
                 MOVE STP-PROGRAM TO WS-TBL-PROGRAM(WS-STEP-CNT)
                 IF STP-MAX-RC IS NUMERIC
                    MOVE STP-MAX-RC TO WS-TBL-MAX-RC(WS-STEP-CNT)
                 ELSE
                    MOVE ZERO TO WS-TBL-MAX-RC(WS-STEP-CNT)
                 END-IF
                 MOVE STP-DAYS TO WS-TBL-DAYS(WS-STEP-CNT)
                 MOVE STP-MONTH-END TO WS-TBL-MONTH-END(WS-STEP-CNT)
                 MOVE SPACES TO WS-TBL-CARD(WS-STEP-CNT)
              WHEN DFH-CARD
                 IF WS-STEP-CNT = 0
                    DISPLAY 'CARD BEFORE FIRST STEP IN STRMDEF'
                    MOVE 8 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE CRD-IMAGE TO WS-TBL-CARD(WS-STEP-CNT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           READ STREAM-DEF.
       H125-END.EXIT.
      *Yeniden baslatma kaydini okur (ilk kosuda olusturur). Ayni
      *akis yarim kalmissa ('R' veya 'F') son tamamlanan adimdan
      *sonrasindan ve akisin ilk kosusunun is gunuyle devam edilir;
      *boylece gece yarisindan sonra yeniden gonderilen akis ay sonu
      *adimlarini atlamaz. Aksi halde akis bastan baslar.
       H130-READ-RESTART.
           OPEN I-O STREAM-RST.
           IF NOT RST-SUCCESS
              OPEN OUTPUT STREAM-RST
              IF NOT RST-SUCCESS
                 DISPLAY 'UNABLE TO OPEN STRMRST: ' RST-ST
                 MOVE RST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              INITIALIZE STREAM-RST-REC
              SET RST-COMPLETE TO TRUE
              WRITE STREAM-RST-REC
              CLOSE STREAM-RST
              OPEN I-O STREAM-RST
              IF NOT RST-SUCCESS
                 DISPLAY 'UNABLE TO OPEN STRMRST: ' RST-ST
                 MOVE RST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           SET WS-RST-OPEN TO TRUE.
           READ STREAM-RST.
           IF NOT RST-SUCCESS
              DISPLAY 'UNABLE TO READ STRMRST: ' RST-ST
              MOVE RST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF RST-STREAM-ID = WS-STREAM-ID
              AND (RST-RUNNING OR RST-FAILED)
              AND NOT WS-FRESH-START
              MOVE RST-LAST-DONE TO WS-RESUME-AFTER
              MOVE RST-BUS-DATE TO WS-ASOF-DATE
              DISPLAY 'RESUMING STREAM ' WS-STREAM-ID
                      ' AFTER STEP ' WS-RESUME-AFTER
           ELSE
              MOVE ZERO TO WS-RESUME-AFTER
              IF WS-CTL-ASOF > 0
                 MOVE WS-CTL-ASOF TO WS-ASOF-DATE
              ELSE
                 MOVE WS-LOG-DATE TO WS-ASOF-DATE
              END-IF
              INITIALIZE STREAM-RST-REC
              MOVE WS-STREAM-ID TO RST-STREAM-ID
              MOVE WS-ASOF-DATE TO RST-BUS-DATE
              SET RST-RUNNING TO TRUE
              PERFORM H135-REWRITE-RESTART
           END-IF.
       H130-END.EXIT.
       H135-REWRITE-RESTART.
           REWRITE STREAM-RST-REC.
           IF NOT RST-SUCCESS
              DISPLAY 'UNABLE TO REWRITE STRMRST: ' RST-ST
              MOVE RST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H135-END.EXIT.
      *Is gununun haftanin hangi gunu oldugunu ve ayin son gunu
      *olup olmadigini (ertesi gun baska aya dusuyorsa) bulur.
       H140-SET-DAY.
           COMPUTE WS-INT-ASOF =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           COMPUTE WS-DOW = FUNCTION MOD(WS-INT-ASOF - 1, 7) + 1.
           COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-ASOF + 1).
           IF WS-NEXT-DATE(5:2) NOT = WS-ASOF-DATE(5:2)
              SET WS-MONTH-END TO TRUE
           ELSE
              SET WS-NOT-MONTH-END TO TRUE
           END-IF.
       H140-END.EXIT.
      *Rapor basligini ve kolon basligini yazar.
       H150-WRITE-HEADING.
           MOVE SPACES TO SRP-HDR-REC.
           MOVE 'JOB STREAM COMPLETION REPORT' TO SRH-TITLE.
           MOVE WS-STREAM-ID TO SRH-STREAM-ID.
           MOVE WS-ASOF-DATE TO SRH-BUS-DATE.
           IF WS-MONTH-END
              MOVE 'MONTH END' TO SRH-DAY-NOTE
           END-IF.
           IF WS-RESUME-AFTER > 0
              MOVE 'RESUMED RUN' TO SRH-DAY-NOTE
           END-IF.
           WRITE SRP-HDR-REC.
           MOVE SPACES TO SRP-COL-REC.
           MOVE 'SEQ  PROGRAM   STATUS            RC   MAX START   END
      -         '     SECS' TO SRC-TEXT.
           WRITE SRP-COL-REC.
       H150-END.EXIT.
      *Tek bir adimi isler: onceki gonderimde tamamlanmissa atlar,
      *bugun kosulmayacaksa atlar, aksi halde cagirir. Atlanan
      *adimlar da yeniden baslatma kaydinda tamamlanmis sayilir.
       H200-RUN-STEP.
           INITIALIZE SRP-DTL-REC.
           MOVE WS-TBL-SEQ(WS-STEP-IDX) TO SRD-SEQ.
           MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO SRD-PROGRAM.
           MOVE WS-TBL-MAX-RC(WS-STEP-IDX) TO SRD-MAX-RC.
           IF WS-TBL-SEQ(WS-STEP-IDX) NOT > WS-RESUME-AFTER
              ADD 1 TO WS-STEPS-EARLIER
              MOVE 'DONE EARLIER' TO WS-DTL-STATUS
           ELSE
              PERFORM H210-CHECK-SCHEDULE
              IF WS-NOT-SCHEDULED
                 ADD 1 TO WS-STEPS-SKIPPED
                 MOVE 'NOT SCHEDULED' TO WS-DTL-STATUS
                 MOVE WS-TBL-SEQ(WS-STEP-IDX) TO RST-LAST-DONE
                 PERFORM H135-REWRITE-RESTART
              ELSE
                 PERFORM H220-CALL-STEP
              END-IF
           END-IF.
           PERFORM H240-WRITE-DETAIL.
       H200-END.EXIT.
      *Adimin gun maskesini ve ay sonu secimini is gunuyle sinar.
       H210-CHECK-SCHEDULE.
           SET WS-SCHEDULED TO TRUE.
           IF WS-TBL-DAYS(WS-STEP-IDX) NOT = SPACES
              IF WS-TBL-DAYS(WS-STEP-IDX)(WS-DOW:1) NOT = 'Y'
                 SET WS-NOT-SCHEDULED TO TRUE
              END-IF
           END-IF.
           IF WS-TBL-MONTH-END(WS-STEP-IDX) = 'Y'
              AND WS-NOT-MONTH-END
              SET WS-NOT-SCHEDULED TO TRUE
           END-IF.
       H210-END.EXIT.
      *Adimin kartini CTLCARD'a yazar, yeniden baslatma kaydini
      *'R' yapar ve programi cagirir. Donus kodu adimin kabul
      *edilen en yuksek kodunu asarsa veya program bulunamazsa
      *akis durur; kayit 'F' olur ve yeniden gonderim bu adimdan
      *baslar. Program her cagridan sonra CANCEL edilir ki bir
      *sonraki cagri temiz calisma alaniyla baslasin.
       H220-CALL-STEP.
           PERFORM H230-WRITE-STEP-CARD.
           SET RST-RUNNING TO TRUE.
           PERFORM H135-REWRITE-RESTART.
           MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO WS-CALL-PGM.
           SET WS-CALL-DONE TO TRUE.
           ACCEPT WS-T-START-RAW FROM TIME.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-CALL-PGM
              ON EXCEPTION
                 SET WS-CALL-MISSING TO TRUE
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           CANCEL WS-CALL-PGM.
           ACCEPT WS-T-END-RAW FROM TIME.
           PERFORM H235-CALC-ELAPSED.
           ADD 1 TO WS-STEPS-RUN.
           MOVE WS-STEP-RC TO SRD-RC.
           MOVE WS-T-START TO SRD-START.
           MOVE WS-T-END TO SRD-END.
           MOVE WS-ELAPSED TO SRD-ELAPSED.
           IF WS-CALL-MISSING
              OR WS-STEP-RC > WS-TBL-MAX-RC(WS-STEP-IDX)
              SET WS-STREAM-FAILED TO TRUE
              MOVE WS-STEP-IDX TO WS-FAIL-IDX
              MOVE WS-STEP-RC TO WS-FAIL-RC
              ADD 1 TO WS-STEPS-FAILED
              IF WS-CALL-MISSING
                 MOVE 'NOT FOUND' TO WS-DTL-STATUS
              ELSE
                 MOVE 'FAILED' TO WS-DTL-STATUS
              END-IF
              SET RST-FAILED TO TRUE
              MOVE WS-CALL-PGM TO RST-FAILED-PGM
              MOVE WS-STEP-RC TO RST-FAILED-RC
              DISPLAY 'STEP ' WS-TBL-SEQ(WS-STEP-IDX) ' '
                      WS-CALL-PGM ' ENDED RC ' WS-STEP-RC
                      ' - STREAM STOPPED'
           ELSE
              MOVE 'COMPLETED' TO WS-DTL-STATUS
              MOVE WS-TBL-SEQ(WS-STEP-IDX) TO RST-LAST-DONE
           END-IF.
           PERFORM H135-REWRITE-RESTART.
       H220-END.EXIT.
      *CTLCARD'i bastan yazar: adimin kart goruntusu varsa tek
      *satir, yoksa bos dosya; adim kart yokmus gibi davranir.
       H230-WRITE-STEP-CARD.
           OPEN OUTPUT STEP-CARD.
           IF NOT CRD-SUCCESS
              DISPLAY 'UNABLE TO OPEN CTLCARD: ' CRD-ST
              MOVE CRD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-TBL-CARD(WS-STEP-IDX) NOT = SPACES
              MOVE WS-TBL-CARD(WS-STEP-IDX) TO STEP-CARD-REC
              WRITE STEP-CARD-REC
           END-IF.
           CLOSE STEP-CARD.
       H230-END.EXIT.
      *Baslangic ve bitis saatlerini gun icindeki saniyeye cevirip
      *farki alir; bitis baslangictan kucukse gece yarisi asilmistir.
       H235-CALC-ELAPSED.
           COMPUTE WS-T-START = WS-T-START-RAW / 100.
           COMPUTE WS-T-END = WS-T-END-RAW / 100.
           MOVE WS-T-START TO WS-T-HMS.
           COMPUTE WS-SECS-START =
                   WS-T-HH * 3600 + WS-T-MM * 60 + WS-T-SS.
           MOVE WS-T-END TO WS-T-HMS.
           COMPUTE WS-SECS-END =
                   WS-T-HH * 3600 + WS-T-MM * 60 + WS-T-SS.
           IF WS-SECS-END < WS-SECS-START
              ADD 86400 TO WS-SECS-END
           END-IF.
           COMPUTE WS-ELAPSED = WS-SECS-END - WS-SECS-START.
       H235-END.EXIT.
      *Adimin rapor satirini WS-DTL-STATUS durumuyla yazar.
       H240-WRITE-DETAIL.
           MOVE WS-DTL-STATUS TO SRD-STATUS.
           WRITE SRP-DTL-REC.
       H240-END.EXIT.
      *Akis tamamlandiysa yeniden baslatma kaydi 'C' olur; durduysa
      *hatali adimdan sonraki adimlar kosulmadi olarak listelenir
      *ve akis sifir disi kodla biter.
       H400-FINISH-STREAM.
           IF WS-STREAM-FAILED
              COMPUTE WS-STEP-IDX = WS-FAIL-IDX + 1
              PERFORM H410-LIST-NOT-RUN
                 UNTIL WS-STEP-IDX > WS-STEP-CNT
              MOVE 12 TO RETURN-CODE
           ELSE
              SET RST-COMPLETE TO TRUE
              PERFORM H135-REWRITE-RESTART
           END-IF.
       H400-END.EXIT.
       H410-LIST-NOT-RUN.
           INITIALIZE SRP-DTL-REC.
           MOVE WS-TBL-SEQ(WS-STEP-IDX) TO SRD-SEQ.
           MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO SRD-PROGRAM.
           MOVE WS-TBL-MAX-RC(WS-STEP-IDX) TO SRD-MAX-RC.
           MOVE 'NOT RUN' TO WS-DTL-STATUS.
           PERFORM H240-WRITE-DETAIL.
           ADD 1 TO WS-STEPS-NOT-RUN.
           ADD 1 TO WS-STEP-IDX.
       H410-END.EXIT.
      *Adim sayaclarini rapora kontrol toplami olarak yazar.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              MOVE SPACES TO SRP-TRL-REC
              MOVE 'STEPS IN STREAM:' TO SRT-LABEL
              MOVE WS-STEP-CNT TO SRT-COUNT
              WRITE SRP-TRL-REC
              MOVE SPACES TO SRP-TRL-REC
              MOVE 'STEPS RUN:' TO SRT-LABEL
              MOVE WS-STEPS-RUN TO SRT-COUNT
              WRITE SRP-TRL-REC
              MOVE SPACES TO SRP-TRL-REC
              MOVE 'DONE IN EARLIER RUN:' TO SRT-LABEL
              MOVE WS-STEPS-EARLIER TO SRT-COUNT
              WRITE SRP-TRL-REC
              MOVE SPACES TO SRP-TRL-REC
              MOVE 'NOT SCHEDULED TODAY:' TO SRT-LABEL
              MOVE WS-STEPS-SKIPPED TO SRT-COUNT
              WRITE SRP-TRL-REC
              MOVE SPACES TO SRP-TRL-REC
              MOVE 'FAILED:' TO SRT-LABEL
              MOVE WS-STEPS-FAILED TO SRT-COUNT
              WRITE SRP-TRL-REC
              MOVE SPACES TO SRP-TRL-REC
              MOVE 'NOT RUN:' TO SRT-LABEL
              MOVE WS-STEPS-NOT-RUN TO SRT-COUNT
              WRITE SRP-TRL-REC
           END-IF.
       H900-END.EXIT.
      *Dosya kapama islemi
       H300-CLOSE-FILES.
           IF WS-RST-OPEN
              CLOSE STREAM-RST
           END-IF.
           CLOSE STREAM-RPT.
       H300-END.EXIT.
      *Kosu kutugune baslangic kaydini ekler; kutuk henuz yoksa
      *(durum 35) olusturulur. Kutuk acilamazsa kosu durdurulur:
      *sabah ozeti eksik kosuyu kosulmamis sanmamalidir. Adimlar
      *ayni kutuge kendi kayitlarini ekledigi icin kutuk adim
      *cagrilmadan once kapatilir, bitis kaydinda yeniden acilir.
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
           MOVE 'CBLWRK23' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
           CLOSE RUN-LOG.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Okunan adim sayisi, yazilan kosulan adim sayisi, reddedilen
      *hatali adim sayisidir.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              OPEN EXTEND RUN-LOG
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK23' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-STEP-CNT TO RLOG-RECS-READ
              MOVE WS-STEPS-RUN TO RLOG-RECS-WRITTEN
              MOVE WS-STEPS-FAILED TO RLOG-RECS-REJECT
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-FIELDS
              CLOSE RUN-LOG
              SET WS-LOG-NOT-OPEN TO TRUE
           END-IF.
       H950-END.EXIT.
      *Program bitis islemi
       H999-PROGRAM-EXIT.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END.EXIT.
