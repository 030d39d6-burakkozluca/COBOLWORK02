       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK20.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap ana dosyasi; bagli her kucugun dogum tarihi ve durumu
      *icin anahtarla okunur.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS ACCT-NO
                             ALTERNATE RECORD KEY IS ACCT-SURNAME
                                          WITH DUPLICATES
                             STATUS    ACCT-ST.
      *Veli baglantilari (duzen GRDFLD copybook'unda); bastan sona
      *okunur. Dosya henuz hic yoksa (durum 35) listelenecek kimse
      *yoktur.
           SELECT GUARD-LINK ASSIGN TO GUARDLNK
                             ORGANIZATION  INDEXED
                             ACCESS MODE   SEQUENTIAL
                             RECORD KEY    IS GRD-MINOR-NO
                             ALTERNATE RECORD KEY IS GRD-GUARDIAN-NO
                                          WITH DUPLICATES
                             STATUS    GRD-ST.
      *Donem bindirimini tasiyan kontrol karti. Donem verilmemisse
      *kosu tarihini izleyen takvim ayi listelenir.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Donemde resit olan kucuklerin listesi; subeler veliye
      *yazismayi bu listeye gore keser.
           SELECT MAJ-RPT    ASSIGN TO MAJRPT
                             STATUS    RPT-ST.
      *CBLWRK3'un oldugu gibi okuyabilecegi baglanti kaldirma
      *islemleri ('U'); yururluk tarihi kucugun 18. dogum gunudur,
      *CBLWRK3 islemi o gune kadar park eder. CBLWRK9'un TRANOUT'u
      *ile karismasin diye ayri bir DD'dedir; CBLWRK3'un TRANIN'ine
      *eklenir.
           SELECT TRAN-FILE  ASSIGN TO MAJOUT
                             STATUS    TRN-ST.
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

      *Hesap ana dosyasi (duzen ACCTFLD copybook'unda).
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTFLD.

      *Veli baglantisi dosyasi (duzen GRDFLD copybook'unda).
       FD  GUARD-LINK RECORDING MODE F.
           COPY GRDFLD.

       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 CTL-PERIOD-FROM   PIC 9(08).
           05 CTL-PERIOD-TO     PIC 9(08).
           05 FILLER            PIC X(64) VALUE SPACES.

      *Donem basligi, kucuk satirlari ve kontrol toplamlari ayni FD
      *altinda ayni uzunlukta (90 bayt) tutulur.
       FD  MAJ-RPT RECORDING MODE F.
       01  MAJ-HDR-REC.
           05 MJH-LABEL         PIC X(20).
           05 MJH-FROM          PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MJH-TO            PIC 9(08).
           05 FILLER            PIC X(52) VALUE SPACES.
       01  MAJ-DTL-REC.
           05 MJD-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MJD-NAME          PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 MJD-SURNAME       PIC X(15).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MJD-BDATE         PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MJD-GUARDIAN-NO   PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MJD-MAJ-DATE      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 MJD-TAG           PIC X(21).
       01  MAJ-TRL-REC.
           05 MJT-LABEL         PIC X(25).
           05 MJT-COUNT         PIC 9(07).
           05 FILLER            PIC X(58) VALUE SPACES.

      *Islem kaydi (duzen CBLWRK3 ile ortak, TRANFLD copybook'u).
       FD  TRAN-FILE RECORDING MODE F.
           COPY TRANFLD.

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
           05 ACCT-ST   PIC 9(02).
              88 ACCT-SUCCESS  VALUE 00 97.
              88 ACCT-NOTFOUND VALUE 23.
           05 GRD-ST    PIC 9(02).
              88 GRD-EOF       VALUE 10.
              88 GRD-SUCCESS   VALUE 00 02 97.
           05 WS-GRD-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-GRD-OPEN       VALUE 'Y'.
           05 CTL-ST    PIC 9(02).
              88 CTL-SUCCESS   VALUE 00 97.
           05 RPT-ST    PIC 9(02).
              88 RPT-SUCCESS   VALUE 00 97.
           05 WS-RPT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN       VALUE 'Y'.
           05 TRN-ST    PIC 9(02).
              88 TRN-SUCCESS   VALUE 00 97.
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

      *Listelenecek donem. Kartta verilmemisse kosu tarihini
      *izleyen takvim ayinin ilk ve son gunudur.
       01  WS-SELECTION-AREA.
           05 WS-PERIOD-FROM    PIC 9(08) VALUE ZERO.
           05 WS-FROM-PARTS REDEFINES WS-PERIOD-FROM.
              10 WS-FROM-YYYY   PIC 9(04).
              10 WS-FROM-MM     PIC 9(02).
              10 WS-FROM-DD     PIC 9(02).
           05 WS-PERIOD-TO      PIC 9(08) VALUE ZERO.
           05 WS-TO-PARTS REDEFINES WS-PERIOD-TO.
              10 WS-TO-YYYY     PIC 9(04).
              10 WS-TO-MM       PIC 9(02).
              10 WS-TO-DD       PIC 9(02).
           05 WS-RUN-PARTS.
              10 WS-RUN-YYYY    PIC 9(04).
              10 WS-RUN-MM      PIC 9(02).
              10 WS-RUN-DD      PIC 9(02).

      *Yas hesabi CBLWRK2'nin H160-CALCULATE-AGE'i ile aynidir;
      *rapor tarihi (WS-ASOF-DATE) burada donemin son gunudur.
      *Donem sonunda 18 yasini doldurmus kucuk listeye girer.
       01  WS-AGE-WORK-AREA.
           05 WS-ASOF-DATE     PIC 9(08) VALUE ZERO.
           05 WS-BDATE-CDT.
              10 WS-BDATE-YYYY PIC 9(04).
              10 WS-BDATE-MM   PIC 9(02).
              10 WS-BDATE-DD   PIC 9(02).
           05 WS-TODAY-CDT.
              10 WS-TODAY-YYYY PIC 9(04).
              10 WS-TODAY-MM   PIC 9(02).
              10 WS-TODAY-DD   PIC 9(02).
           05 WS-BORROW-MM     PIC 9(02).
           05 WS-DIM-DAYS      PIC 9(02).
           05 WS-MM-BORROW     PIC 9(01).
           05 WS-YY-BORROW     PIC 9(01).
           05 WS-AGE-YY        PIC 9(03).
           05 WS-AGE-MM        PIC 9(02).
           05 WS-AGE-DD        PIC 9(02).
           05 WS-MAJORITY-AGE  PIC 9(03) VALUE 18.

      *Kucugun 18. dogum gunu (baglanti kaldirmanin yururluk
      *tarihi). 29 Subat dogumlularda artik olmayan yilda 1 Mart
      *alinir; H160'in yasi da o gun 18'e cikar.
       01  WS-MAJ-DATE-AREA.
           05 WS-MAJ-DATE      PIC 9(08) VALUE ZERO.
           05 WS-MAJ-PARTS REDEFINES WS-MAJ-DATE.
              10 WS-MAJ-YYYY   PIC 9(04).
              10 WS-MAJ-MM     PIC 9(02).
              10 WS-MAJ-DD     PIC 9(02).

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

      *Listelenen satirin etiketi.
       01  WS-DETAIL-AREA.
           05 WS-DTL-TAG        PIC X(21) VALUE SPACES.

       01  WS-TOTALS-AREA.
           05 WS-LINKS-READ     PIC 9(07) VALUE ZERO.
           05 WS-TURNING-CNT    PIC 9(07) VALUE ZERO.
           05 WS-OVERDUE-CNT    PIC 9(07) VALUE ZERO.
           05 WS-PENDING-CNT    PIC 9(07) VALUE ZERO.
           05 WS-ORPHAN-CNT     PIC 9(07) VALUE ZERO.
           05 WS-BADDATE-CNT    PIC 9(07) VALUE ZERO.
           05 WS-TRANS-WRITTEN  PIC 9(07) VALUE ZERO.

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

      *Kosu sirasi denetim dosyasinin gorece anahtari (tek kayit).
       01  WS-RUNCTL-AREA.
           05 WS-RCT-RRN        PIC 9(04) VALUE 1.

      *------------------
       PROCEDURE DIVISION.
      *------------------

      *Veli baglantilari bastan sona okunur; donem sonunda resit
      *olan her kucuk listelenir ve 18. dogum gunu yururluklu bir
      *baglanti kaldirma islemi uretilir. Onceki kosularda uretilip
      *CBLWRK3'te hala park edilmis olan islem tekrar uretilmez.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-LINK UNTIL GRD-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Dosyalarin acilamama ve okunamama durumunu kontrol ettik.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H060-CHECK-RUN-CONTROL.
           PERFORM H110-READ-CONTROL-CARD.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT MAJ-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           OPEN OUTPUT TRAN-FILE.
           IF (TRN-ST NOT = 0) AND (TRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' TRN-ST
              MOVE TRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO MAJ-HDR-REC.
           MOVE 'MAJORITY PERIOD:' TO MJH-LABEL.
           MOVE WS-PERIOD-FROM TO MJH-FROM.
           MOVE WS-PERIOD-TO TO MJH-TO.
           WRITE MAJ-HDR-REC.
           OPEN INPUT GUARD-LINK.
           IF GRD-SUCCESS
              SET WS-GRD-OPEN TO TRUE
              READ GUARD-LINK
              IF (GRD-ST NOT = 0) AND (GRD-ST NOT = 97)
                 AND (GRD-ST NOT = 10) AND (GRD-ST NOT = 2)
                 DISPLAY 'UNABLE TO READ FILE: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              IF GRD-ST = 35
                 SET GRD-EOF TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN FILE: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END.EXIT.
      *Donemi kesinlestirir: kartta verilmemisse kosu tarihini
      *izleyen takvim ayinin biri ile son gunu alinir. Yalniz biri
      *verilmisse digeri o ayin ilgili ucundan tamamlanir.
       H110-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-SUCCESS
              READ CONTROL-CARD
              IF CTL-SUCCESS
                 IF CTL-PERIOD-FROM IS NUMERIC
                    MOVE CTL-PERIOD-FROM TO WS-PERIOD-FROM
                 END-IF
                 IF CTL-PERIOD-TO IS NUMERIC
                    MOVE CTL-PERIOD-TO TO WS-PERIOD-TO
                 END-IF
              END-IF
              CLOSE CONTROL-CARD
           END-IF.
           IF WS-PERIOD-FROM = 0
              MOVE WS-LOG-DATE TO WS-RUN-PARTS
              IF WS-RUN-MM = 12
                 COMPUTE WS-FROM-YYYY = WS-RUN-YYYY + 1
                 MOVE 1 TO WS-FROM-MM
              ELSE
                 MOVE WS-RUN-YYYY TO WS-FROM-YYYY
                 COMPUTE WS-FROM-MM = WS-RUN-MM + 1
              END-IF
              MOVE 1 TO WS-FROM-DD
           END-IF.
           IF WS-PERIOD-TO = 0
              MOVE WS-FROM-YYYY TO WS-TO-YYYY
              MOVE WS-FROM-MM TO WS-TO-MM
              MOVE WS-DIM-ENTRY(WS-TO-MM) TO WS-TO-DD
              IF WS-TO-MM = 2
                 AND FUNCTION MOD(WS-TO-YYYY, 4) = 0
                 AND (FUNCTION MOD(WS-TO-YYYY, 100) NOT = 0
                      OR FUNCTION MOD(WS-TO-YYYY, 400) = 0)
                 ADD 1 TO WS-TO-DD
              END-IF
           END-IF.
           IF WS-PERIOD-FROM > WS-PERIOD-TO
              DISPLAY 'PERIOD FROM AFTER PERIOD TO - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-PERIOD-TO TO WS-ASOF-DATE.
       H110-END.EXIT.
      *Tek bir baglantiyi isler. Hesabi ana dosyada olmayan, kapali
      *veya vefat isaretli olan kucugun baglantisi hemen
      *kaldirilmak uzere listelenir; dogum tarihi bozuk olan
      *yalnizca listelenir.
      *Digerlerinde donem sonundaki yas H160 ile bulunur: 18 ve
      *uzeri olanlar, 18. dogum gunu donem icindeyse "donemde
      *resit", daha onceyse "zaten resit" olarak listelenir.
      *Zaten resit olanlardan 18. dogum gunu kosu tarihinden
      *(WS-LOG-DATE) once olanin baglantisi gozden kacmistir ve
      *islem uretilir. Dogum gunu kosu tarihi veya sonrasindaysa
      *onceki ayin kosusunun islemi CBLWRK3'te park halindedir;
      *ikinci bir islem o gun "baglanti yok" diye askiya dusecegi
      *icin yalnizca "kaldirma bekliyor" olarak listelenir.
       H200-PROCESS-LINK.
           ADD 1 TO WS-LINKS-READ.
           MOVE GRD-MINOR-NO TO ACCT-NO.
           READ ACCT-REC KEY IS ACCT-NO.
           IF NOT ACCT-SUCCESS
              IF NOT ACCT-NOTFOUND
                 DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE SPACES TO ACCT-FIELDS
              MOVE GRD-MINOR-NO TO ACCT-NO
              MOVE ZERO TO ACCT-BDATE
                           ACCT-TODAY
                           WS-MAJ-DATE
              ADD 1 TO WS-ORPHAN-CNT
              PERFORM H230-WRITE-UNLINK
              MOVE 'ACCOUNT NOT FOUND' TO WS-DTL-TAG
              PERFORM H240-WRITE-DETAIL
           ELSE
              IF ACCT-CLOSED OR ACCT-DECEASED
                 MOVE ZERO TO WS-MAJ-DATE
                 ADD 1 TO WS-ORPHAN-CNT
                 PERFORM H230-WRITE-UNLINK
                 IF ACCT-CLOSED
                    MOVE 'ACCOUNT CLOSED' TO WS-DTL-TAG
                 ELSE
                    MOVE 'ACCOUNT DECEASED' TO WS-DTL-TAG
                 END-IF
                 PERFORM H240-WRITE-DETAIL
              ELSE
                 IF ACCT-BDATE IS NOT NUMERIC OR ACCT-BDATE = 0
                    OR ACCT-BDATE > WS-ASOF-DATE
                    MOVE ZERO TO WS-MAJ-DATE
                    ADD 1 TO WS-BADDATE-CNT
                    MOVE 'CHECK BIRTH DATE' TO WS-DTL-TAG
                    PERFORM H240-WRITE-DETAIL
                 ELSE
                    PERFORM H160-CALCULATE-AGE
                    IF WS-AGE-YY >= WS-MAJORITY-AGE
                       PERFORM H210-CALC-MAJORITY-DATE
                       IF WS-MAJ-DATE < WS-PERIOD-FROM
                          IF WS-MAJ-DATE < WS-LOG-DATE
                             PERFORM H230-WRITE-UNLINK
                             ADD 1 TO WS-OVERDUE-CNT
                             MOVE 'ALREADY 18' TO WS-DTL-TAG
                          ELSE
                             ADD 1 TO WS-PENDING-CNT
                             MOVE 'UNLINK PENDING' TO WS-DTL-TAG
                          END-IF
                       ELSE
                          PERFORM H230-WRITE-UNLINK
                          ADD 1 TO WS-TURNING-CNT
                          MOVE 'TURNS 18 IN PERIOD' TO WS-DTL-TAG
                       END-IF
                       PERFORM H240-WRITE-DETAIL
                    END-IF
                 END-IF
              END-IF
           END-IF.
           READ GUARD-LINK.
           IF (GRD-ST NOT = 0) AND (GRD-ST NOT = 97)
              AND (GRD-ST NOT = 10) AND (GRD-ST NOT = 2)
              DISPLAY 'UNABLE TO READ FILE: ' GRD-ST
              MOVE GRD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END.EXIT.
      *Kucugun 18. dogum gununu bulur; 29 Subat dogumlu olup 18.
      *yili artik yil olmayanlarda 1 Mart alinir.
       H210-CALC-MAJORITY-DATE.
           MOVE ACCT-BDATE TO WS-MAJ-DATE.
           ADD WS-MAJORITY-AGE TO WS-MAJ-YYYY.
           IF WS-MAJ-MM = 2 AND WS-MAJ-DD = 29
              AND NOT (FUNCTION MOD(WS-MAJ-YYYY, 4) = 0
                   AND (FUNCTION MOD(WS-MAJ-YYYY, 100) NOT = 0
                        OR FUNCTION MOD(WS-MAJ-YYYY, 400) = 0))
              MOVE 3 TO WS-MAJ-MM
              MOVE 1 TO WS-MAJ-DD
           END-IF.
       H210-END.EXIT.
      *ACCT-BDATE ile donem sonu arasindaki farki yil/ay/gun olarak
      *kirar (CBLWRK2'deki H160-CALCULATE-AGE'in aynisi). WS-AGE-DD/
      *WS-AGE-MM isaretsiz alanlar oldugundan odunc alma karari
      *cikarma yapilmadan once girdi alanlarinin karsilastirilmasiyla
      *verilir.
       H160-CALCULATE-AGE.
           MOVE ACCT-BDATE TO WS-BDATE-CDT.
           MOVE WS-ASOF-DATE TO WS-TODAY-CDT.
           IF WS-TODAY-DD < WS-BDATE-DD
              COMPUTE WS-BORROW-MM = WS-TODAY-MM - 1
              IF WS-BORROW-MM = 0
                 MOVE 12 TO WS-BORROW-MM
              END-IF
              MOVE WS-DIM-ENTRY(WS-BORROW-MM) TO WS-DIM-DAYS
              IF WS-BORROW-MM = 2
                 AND FUNCTION MOD(WS-TODAY-YYYY, 4) = 0
                 AND (FUNCTION MOD(WS-TODAY-YYYY, 100) NOT = 0
                      OR FUNCTION MOD(WS-TODAY-YYYY, 400) = 0)
                 ADD 1 TO WS-DIM-DAYS
              END-IF
              COMPUTE WS-AGE-DD = WS-TODAY-DD + WS-DIM-DAYS
                                 - WS-BDATE-DD
              MOVE 1 TO WS-MM-BORROW
           ELSE
              COMPUTE WS-AGE-DD = WS-TODAY-DD - WS-BDATE-DD
              MOVE 0 TO WS-MM-BORROW
           END-IF.
           IF (WS-TODAY-MM - WS-MM-BORROW) < WS-BDATE-MM
              COMPUTE WS-AGE-MM = WS-TODAY-MM + 12 - WS-MM-BORROW
                                 - WS-BDATE-MM
              MOVE 1 TO WS-YY-BORROW
           ELSE
              COMPUTE WS-AGE-MM = WS-TODAY-MM - WS-MM-BORROW
                                 - WS-BDATE-MM
              MOVE 0 TO WS-YY-BORROW
           END-IF.
           COMPUTE WS-AGE-YY = WS-TODAY-YYYY - WS-BDATE-YYYY
                             - WS-YY-BORROW.
       H160-END.EXIT.
      *Baglanti kaldirma islemini yazar. Yururluk tarihi 18. dogum
      *gunudur (kapali/olmayan hesapta sifir, yani hemen); veli
      *numarasi bilgi icin tasinir.
       H230-WRITE-UNLINK.
           MOVE SPACES TO TRANS-FIELDS.
           SET TRANS-UNLINK TO TRUE.
           MOVE ACCT-NO TO TRANS-ACCT-NO.
           MOVE ACCT-NAME TO TRANS-ACCT-NAME.
           MOVE ACCT-SURNAME TO TRANS-ACCT-SURNAME.
           MOVE ACCT-BDATE TO TRANS-ACCT-BDATE.
           MOVE ACCT-TODAY TO TRANS-ACCT-TODAY.
           MOVE WS-MAJ-DATE TO TRANS-EFF-DATE.
           MOVE GRD-GUARDIAN-NO TO TRANS-GUARDIAN-NO.
           WRITE TRANS-FIELDS.
           IF NOT TRN-SUCCESS
              DISPLAY 'UNABLE TO WRITE MAJOUT: ' TRN-ST
              MOVE TRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-TRANS-WRITTEN.
       H230-END.EXIT.
      *Kucugun satirini yazar; etiket cagiran paragraf tarafindan
      *WS-DTL-TAG'e konmus olmalidir.
       H240-WRITE-DETAIL.
           MOVE SPACES TO MAJ-DTL-REC.
           MOVE ACCT-NO TO MJD-ACCT-NO.
           MOVE ACCT-NAME TO MJD-NAME.
           MOVE ACCT-SURNAME TO MJD-SURNAME.
           MOVE ACCT-BDATE TO MJD-BDATE.
           MOVE GRD-GUARDIAN-NO TO MJD-GUARDIAN-NO.
           MOVE WS-MAJ-DATE TO MJD-MAJ-DATE.
           MOVE WS-DTL-TAG TO MJD-TAG.
           WRITE MAJ-DTL-REC.
       H240-END.EXIT.
      *Listenin sonuna kontrol toplamlarini yazar.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              MOVE SPACES TO MAJ-TRL-REC
              MOVE 'LINKS READ:' TO MJT-LABEL
              MOVE WS-LINKS-READ TO MJT-COUNT
              WRITE MAJ-TRL-REC
              MOVE SPACES TO MAJ-TRL-REC
              MOVE 'TURNING 18 IN PERIOD:' TO MJT-LABEL
              MOVE WS-TURNING-CNT TO MJT-COUNT
              WRITE MAJ-TRL-REC
              MOVE SPACES TO MAJ-TRL-REC
              MOVE 'ALREADY 18:' TO MJT-LABEL
              MOVE WS-OVERDUE-CNT TO MJT-COUNT
              WRITE MAJ-TRL-REC
              MOVE SPACES TO MAJ-TRL-REC
              MOVE 'UNLINK PENDING:' TO MJT-LABEL
              MOVE WS-PENDING-CNT TO MJT-COUNT
              WRITE MAJ-TRL-REC
              MOVE SPACES TO MAJ-TRL-REC
              MOVE 'CLOSED/DECEASED/MISSING:' TO MJT-LABEL
              MOVE WS-ORPHAN-CNT TO MJT-COUNT
              WRITE MAJ-TRL-REC
              MOVE SPACES TO MAJ-TRL-REC
              MOVE 'CHECK BIRTH DATE:' TO MJT-LABEL
              MOVE WS-BADDATE-CNT TO MJT-COUNT
              WRITE MAJ-TRL-REC
              MOVE SPACES TO MAJ-TRL-REC
              MOVE 'UNLINK TRANS WRITTEN:' TO MJT-LABEL
              MOVE WS-TRANS-WRITTEN TO MJT-COUNT
              WRITE MAJ-TRL-REC
           END-IF.
       H900-END.EXIT.
      *Kosu sirasi denetimi: denetim kaydini okur (ilk kosuda
      *olusturur), is gunu degismisse bayraklari sifirlar ve
      *ACCTREC baska bir programda acik degilse kendini damgalar.
      *Listenin on kosulu yoktur.
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
           MOVE 'CBLWRK20' TO RCTL-ACTIVE-PGM.
           REWRITE RCTL-FIELDS.
           SET WS-RCT-HELD TO TRUE.
       H060-END.EXIT.
      *Damgayi temizler; listenin baskasina on kosul olan bir
      *bayragi yoktur.
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
           MOVE 'CBLWRK20' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Okunan baglanti, yazilan uretilen islem sayisidir.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK20' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-LINKS-READ TO RLOG-RECS-READ
              MOVE WS-TRANS-WRITTEN TO RLOG-RECS-WRITTEN
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-FIELDS
              CLOSE RUN-LOG
              SET WS-LOG-NOT-OPEN TO TRUE
           END-IF.
       H950-END.EXIT.
      *Dosya kapama islemi
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 TRAN-FILE.
           IF WS-RPT-OPEN
              CLOSE MAJ-RPT
           END-IF.
           IF WS-GRD-OPEN
              CLOSE GUARD-LINK
           END-IF.
       H300-END.EXIT.
      *Program bitis islemi
       H999-PROGRAM-EXIT.
           DISPLAY 'LINKS READ:           ' WS-LINKS-READ.
           DISPLAY 'TURNING 18 IN PERIOD: ' WS-TURNING-CNT.
           DISPLAY 'UNLINK TRANS WRITTEN: ' WS-TRANS-WRITTEN.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
