       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK24.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap ana dosyasi ACCT-NO sirasinda bastan sona okunur;
      *kapali ve vefat isaretli hesaplar da durum kolonlarinda
      *sayilir ki genel toplam CBLWRK2'nin okunan kayit sayisini
      *tutsun.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   SEQUENTIAL
                             RECORD KEY    IS ACCT-NO
                             ALTERNATE RECORD KEY IS ACCT-SURNAME
                                          WITH DUPLICATES
                             STATUS    ACCT-ST.
      *Adres/iletisim dosyasi; her hesabin sehri ve posta kodu
      *ACCT-NO ile buradan cekilir.
           SELECT ADDR-REC   ASSIGN TO ADDRREC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   RANDOM
                             RECORD KEY    IS ADDR-ACCT-NO
                             STATUS    ADR-ST.
      *Rapor tarihi, posta kodu kirilimi ve CBLWRK2 mutabakat
      *secimini tasiyan kontrol karti. Bulunamazsa sistem tarihiyle
      *ve yalnizca sehir kirilimiyla kosulur.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Sehir (ve istenirse posta kodu on eki) x yas grubu x hesap
      *durumu capraz tablosu.
           SELECT REGION-RPT ASSIGN TO REGRPT
                             STATUS    RPT-ST.
      *Ayni tablonun pazarlama ekibinin hesap tablosuna aktarilan
      *virgulle ayrilmis karsiligi.
           SELECT CSV-FILE   ASSIGN TO REGCSV
                             ORGANIZATION  LINE SEQUENTIAL
                             STATUS    CSV-ST.
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

      *Adres/iletisim dosyasi (duzen ADDRFLD copybook'unda).
       FD  ADDR-REC RECORDING MODE F.
           COPY ADDRFLD.

      *CTL-PCODE-DIGITS 1-5 verilirse sehirler posta kodunun o kadar
      *hanelik on ekine gore alt kirilima ayrilir; sifir veya bos
      *ise yalnizca sehir kirilimi yapilir. CTL-INCLUDE-CLOSED
      *CBLWRK2 kartindaki ayni secimdir ve yalnizca CBLWRK2'nin
      *yazilan kayit sayisiyla mutabakat satirini etkiler.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 CTL-ASOF-DATE       PIC 9(08).
           05 CTL-PCODE-DIGITS    PIC 9(01).
           05 CTL-INCLUDE-CLOSED  PIC X(01).
           05 FILLER              PIC X(70).

      *Baslik, kolon basligi, detay ve kontrol toplami satirlari ayni
      *FD altinda ayni uzunlukta (100 bayt) tutulur. Detay satirinda
      *bes durum kolonu sirasiyla aktif, uyuyan, kapali, vefat ve
      *diger (tanimsiz durum kodu) hesap sayisidir.
       FD  REGION-RPT RECORDING MODE F.
       01  RGN-HDR-REC.
           05 RGH-TITLE         PIC X(35).
           05 RGH-DATE-LABEL    PIC X(10).
           05 RGH-ASOF-DATE     PIC 9(08).
           05 FILLER            PIC X(02).
           05 RGH-PCODE-LABEL   PIC X(17).
           05 RGH-PCODE-DIGITS  PIC 9(01).
           05 FILLER            PIC X(27).
       01  RGN-COL-REC.
           05 RGC-TEXT          PIC X(100).
       01  RGN-DTL-REC.
           05 RGD-CITY          PIC X(15).
           05 FILLER            PIC X(01).
           05 RGD-PREFIX        PIC X(05).
           05 FILLER            PIC X(01).
           05 RGD-BAND          PIC X(14).
           05 RGD-STAT-COL OCCURS 5 TIMES.
              10 FILLER         PIC X(01).
              10 RGD-COUNT      PIC 9(07).
           05 FILLER            PIC X(01).
           05 RGD-TOTAL         PIC 9(07).
           05 FILLER            PIC X(16).
       01  RGN-TRL-REC.
           05 RGT-LABEL         PIC X(25).
           05 RGT-COUNT         PIC 9(07).
           05 FILLER            PIC X(68).

      *Her satir: sehir, posta kodu on eki, yas grubu, bes durum
      *sayisi ve satir toplami; ilk satir kolon adlaridir.
       FD  CSV-FILE.
       01  CSV-REC               PIC X(120).

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
              88 ACCT-EOF     VALUE 10.
              88 ACCT-SUCCESS VALUE 00 97.
           05 ADR-ST    PIC 9(02).
              88 ADR-SUCCESS  VALUE 00 97.
              88 ADR-NOTFOUND VALUE 23.
      *Adres dosyasi henuz hic olusmamissa (ilk kosular) butun
      *hesaplar adressiz sayilir; kosu bu yuzden durmaz.
           05 WS-ADR-AVAIL-SW  PIC X(01) VALUE 'N'.
              88 WS-ADR-AVAIL     VALUE 'Y'.
           05 WS-ADR-FOUND-SW  PIC X(01) VALUE 'N'.
              88 WS-ADR-FOUND        VALUE 'Y'.
              88 WS-ADR-NOT-FOUND    VALUE 'N'.
           05 CTL-ST    PIC 9(02).
              88 CTL-SUCCESS  VALUE 00 97.
           05 RPT-ST    PIC 9(02).
              88 RPT-SUCCESS  VALUE 00 97.
           05 WS-RPT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN       VALUE 'Y'.
           05 CSV-ST    PIC 9(02).
              88 CSV-SUCCESS  VALUE 00 97.
           05 WS-CSV-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CSV-OPEN       VALUE 'Y'.
           05 LOG-ST    PIC 9(02).
              88 LOG-SUCCESS   VALUE 00 97.
           05 WS-LOG-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-LOG-OPEN      VALUE 'Y'.
              88 WS-LOG-NOT-OPEN  VALUE 'N'.
           05 RCT-ST    PIC 9(02).
              88 RCT-SUCCESS   VALUE 00 97.
           05 WS-RCT-HELD-SW   PIC X(01) VALUE 'N'.
              88 WS-RCT-HELD      VALUE 'Y'.
              88 WS-RCT-NOT-HELD  VALUE 'N'.
           05 WS-INT-T PIC 9(07).

      *Kontrol kartindan gelen secimler.
       01  WS-SELECTION-AREA.
           05 WS-ASOF-DATE        PIC 9(08) VALUE ZERO.
           05 WS-PCODE-DIGITS     PIC 9(01) VALUE ZERO.
           05 WS-INCL-CLOSED-SW   PIC X(01) VALUE 'N'.
              88 WS-INCLUDE-CLOSED    VALUE 'Y'.

      *ACCT-BDATE ile rapor tarihini yil/ay/gun olarak parcalamak
      *icin kullanilan alanlar (CBLWRK2'deki yas hesabinin aynisi).
       01  WS-AGE-WORK-AREA.
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

      *Tarih dogrulama calisma alani (bkz. H155-VALIDATE-CDT-FIELDS).
       01  WS-DATE-CHK-AREA.
           05 WS-CHK-CDT.
              10 WS-CHK-YYYY PIC 9(04).
              10 WS-CHK-MM   PIC 9(02).
              10 WS-CHK-DD   PIC 9(02).
           05 WS-CHK-SW        PIC X(01).
              88 WS-CHK-VALID     VALUE 'Y'.
              88 WS-CHK-INVALID   VALUE 'N'.

      *Yas gruplari. Grup 8 dogum tarihi gecersiz veya rapor
      *tarihinden sonra olan (CBLWRK2'nin REJRPT'ye dusurdugu)
      *hesaplardir; bu hesaplar da sayilir ki genel toplam okunan
      *kayit sayisini tutsun. WS-BAND-LIMIT grubun ust yas
      *sinirinin bir fazlasidir.
       01  WS-BAND-VALUES.
           05 FILLER PIC X(14) VALUE '0-17'.
           05 FILLER PIC 9(03) VALUE 018.
           05 FILLER PIC X(14) VALUE '18-24'.
           05 FILLER PIC 9(03) VALUE 025.
           05 FILLER PIC X(14) VALUE '25-34'.
           05 FILLER PIC 9(03) VALUE 035.
           05 FILLER PIC X(14) VALUE '35-44'.
           05 FILLER PIC 9(03) VALUE 045.
           05 FILLER PIC X(14) VALUE '45-54'.
           05 FILLER PIC 9(03) VALUE 055.
           05 FILLER PIC X(14) VALUE '55-64'.
           05 FILLER PIC 9(03) VALUE 065.
           05 FILLER PIC X(14) VALUE '65 AND OVER'.
           05 FILLER PIC 9(03) VALUE 999.
           05 FILLER PIC X(14) VALUE 'INVALID BDATE'.
           05 FILLER PIC 9(03) VALUE 999.
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05 WS-BAND-ENTRY OCCURS 8 TIMES.
              10 WS-BAND-LABEL  PIC X(14).
              10 WS-BAND-LIMIT  PIC 9(03).

      *Sehir (+ posta kodu on eki) gruplarinin sayac tablosu. Tablo
      *WS-GRP-KEY sirasinda tutulur; yeni grup yerine kaydirilarak
      *eklenir ki rapor sehir sirasinda cikip sehir ara toplamlari
      *kesintisiz yazilabilsin. 500 grup dolduktan sonra gelen yeni
      *sehirler 501. satirda (OTHER CITIES), adres kaydi olmayan
      *hesaplar 502. satirda, genel toplam 503. satirda, o an
      *yazilan sehrin ara toplami 504. satirda biriktirilir.
       01  WS-GROUP-AREA.
           05 WS-GRP-COUNT      PIC 9(03) COMP VALUE ZERO.
           05 WS-GRP-MAX        PIC 9(03) COMP VALUE 500.
           05 WS-GRP-OTHER      PIC 9(03) COMP VALUE 501.
           05 WS-GRP-NOADDR     PIC 9(03) COMP VALUE 502.
           05 WS-GRP-GRAND      PIC 9(03) COMP VALUE 503.
           05 WS-GRP-CITY-TOT   PIC 9(03) COMP VALUE 504.
           05 WS-GRP-ENTRY OCCURS 504 TIMES.
              10 WS-GRP-KEY.
                 15 WS-GRP-CITY    PIC X(15).
                 15 WS-GRP-PREFIX  PIC X(05).
              10 WS-GRP-BAND OCCURS 8 TIMES.
                 15 WS-GRP-CELL    PIC 9(07) OCCURS 5 TIMES.
           05 WS-GRP-IDX        PIC 9(03) COMP VALUE ZERO.
           05 WS-I              PIC 9(03) COMP VALUE ZERO.
           05 WS-J              PIC 9(03) COMP VALUE ZERO.
           05 WS-B              PIC 9(02) COMP VALUE ZERO.
           05 WS-S              PIC 9(02) COMP VALUE ZERO.
           05 WS-FIND-SW        PIC X(01).
              88 WS-FIND-DONE      VALUE 'Y'.
              88 WS-FIND-MORE      VALUE 'N'.
           05 WS-FOUND-SW       PIC X(01).
              88 WS-KEY-FOUND      VALUE 'Y'.
              88 WS-KEY-NOT-FOUND  VALUE 'N'.

      *Hesabin grup anahtari, yas grubu ve durum kolonu.
       01  WS-ACCT-CLASS-AREA.
           05 WS-NEW-KEY.
              10 WS-NEW-CITY    PIC X(15).
              10 WS-NEW-PREFIX  PIC X(05).
           05 WS-BAND-IDX       PIC 9(02) COMP VALUE ZERO.
           05 WS-STAT-IDX       PIC 9(02) COMP VALUE ZERO.

      *Yazdirma calisma alanlari: satir etiketi ve satir toplami.
      *WS-PRT-CITY sehir ara toplami icin onceki grubun sehridir.
       01  WS-PRINT-AREA.
           05 WS-PRT-CITY       PIC X(15) VALUE SPACES.
           05 WS-PRT-CITY-LBL   PIC X(15) VALUE SPACES.
           05 WS-PRT-PREFIX     PIC X(05) VALUE SPACES.
           05 WS-PRT-BAND       PIC X(14) VALUE SPACES.
           05 WS-ROW-TOTAL      PIC 9(07) VALUE ZERO.
           05 WS-ROW-CELLS.
              10 WS-ROW-CELL    PIC 9(07) OCCURS 5 TIMES.
           05 WS-CSV-COUNTS.
              10 WS-CSV-COUNT   PIC 9(07) OCCURS 6 TIMES.

       01  WS-TOTALS-AREA.
           05 WS-RECS-READ      PIC 9(07) VALUE ZERO.
           05 WS-RECS-WITH-ADDR PIC 9(07) VALUE ZERO.
           05 WS-RECS-NO-ADDR   PIC 9(07) VALUE ZERO.
           05 WS-RECS-OTHER-CTY PIC 9(07) VALUE ZERO.
           05 WS-RECS-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-RECS-CBLWRK2   PIC 9(07) VALUE ZERO.
           05 WS-LINES-WRITTEN  PIC 9(07) VALUE ZERO.

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

      *Kosu sirasi denetim dosyasinin gorece anahtari (tek kayit).
       01  WS-RUNCTL-AREA.
           05 WS-RCT-RRN        PIC 9(04) VALUE 1.

      *Ay basina dusen normal gun sayilari (subat icin artik yil
      *kontrolu ayrica yapilir).
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

      *------------------
       PROCEDURE DIVISION.
      *------------------

      *Ana dosyadaki her hesap adresiyle eslestirilip sayac
      *tablosuna islenir; dosya sonunda tablo sehir sirasinda rapora
      *ve CSV'ye dokulur.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL ACCT-EOF.
           PERFORM H400-PRINT-TABLE.
           PERFORM H999-PROGRAM-EXIT.
      *Dosyalarin acilamama ve okunamama durumunu kontrol ettik.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H060-CHECK-RUN-CONTROL.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Adres dosyasi yoksa (durum 35) butun hesaplar adressiz sayilir.
           OPEN INPUT ADDR-REC.
           IF ADR-SUCCESS
              SET WS-ADR-AVAIL TO TRUE
           ELSE
              IF ADR-ST NOT = 35
                 DISPLAY 'UNABLE TO OPEN FILE: ' ADR-ST
                 MOVE ADR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT REGION-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           OPEN OUTPUT CSV-FILE.
           IF (CSV-ST NOT = 0) AND (CSV-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' CSV-ST
              MOVE CSV-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-CSV-OPEN TO TRUE.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H115-SET-ASOF-DATE.
           PERFORM H120-INIT-TABLE.
           READ ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              AND (ACCT-ST NOT = 10)
              DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END.EXIT.
      *Kontrol karti varsa okur; eski/eksik kartlarda bos gelen
      *sayisal alanlar ancak sayisal doluysa alinir.
       H110-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-SUCCESS
              READ CONTROL-CARD
              IF CTL-SUCCESS
                 IF CTL-ASOF-DATE IS NUMERIC
                    MOVE CTL-ASOF-DATE TO WS-ASOF-DATE
                 END-IF
                 IF CTL-PCODE-DIGITS IS NUMERIC
                    MOVE CTL-PCODE-DIGITS TO WS-PCODE-DIGITS
                 END-IF
                 MOVE CTL-INCLUDE-CLOSED TO WS-INCL-CLOSED-SW
              END-IF
              CLOSE CONTROL-CARD
           END-IF.
           IF WS-PCODE-DIGITS > 5
              DISPLAY 'INVALID POSTCODE DIGITS ON CTLCARD: '
                      WS-PCODE-DIGITS
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END.EXIT.
      *Rapor tarihini kesinlestirir (CBLWRK2 H115 ile ayni kural):
      *gecersiz bir bindirimle devam etmek butun yaslari yanlis
      *gune gore hesaplayacagindan kosu durdurulur.
       H115-SET-ASOF-DATE.
           IF WS-ASOF-DATE > 0
              MOVE WS-ASOF-DATE TO WS-CHK-CDT
              PERFORM H155-VALIDATE-CDT-FIELDS
              IF WS-CHK-INVALID
                 DISPLAY 'INVALID AS-OF DATE ON CTLCARD: '
                         WS-ASOF-DATE
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WS-INT-T = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
       H115-END.EXIT.
      *Sayac tablosunu sifirlar ve ozel satirlarin anahtarlarini
      *koyar.
       H120-INIT-TABLE.
           PERFORM H125-CLEAR-GROUP
              VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRP-CITY-TOT.
           MOVE 'OTHER CITIES' TO WS-GRP-CITY(WS-GRP-OTHER).
           MOVE 'NO ADDRESS' TO WS-GRP-CITY(WS-GRP-NOADDR).
           MOVE 'GRAND TOTAL' TO WS-GRP-CITY(WS-GRP-GRAND).
       H120-END.EXIT.
       H125-CLEAR-GROUP.
           INITIALIZE WS-GRP-ENTRY(WS-I).
       H125-END.EXIT.
      *Tek bir hesabi siniflandirir, sayaclara ekler ve bir
      *sonrakini okur.
       H200-PROCESS.
           ADD 1 TO WS-RECS-READ.
           PERFORM H210-SET-AGE-BAND.
           PERFORM H215-SET-STATUS-COLUMN.
           PERFORM H220-FIND-ADDRESS.
           IF WS-ADR-FOUND
              ADD 1 TO WS-RECS-WITH-ADDR
              PERFORM H230-FIND-GROUP
           ELSE
              ADD 1 TO WS-RECS-NO-ADDR
              MOVE WS-GRP-NOADDR TO WS-GRP-IDX
           END-IF.
           ADD 1 TO WS-GRP-CELL(WS-GRP-IDX, WS-BAND-IDX, WS-STAT-IDX).
           ADD 1 TO WS-GRP-CELL(WS-GRP-GRAND, WS-BAND-IDX,
                                WS-STAT-IDX).
      *CBLWRK2 PRINT-LINE'a gecerli dogum tarihli ve (kartta
      *istenmedikce) kapali olmayan hesaplari yazar; bu sayi onun
      *RECORDS WRITTEN toplamiyla karsilastirilir.
           IF WS-BAND-IDX < 8
              AND (WS-INCLUDE-CLOSED OR NOT ACCT-CLOSED)
              ADD 1 TO WS-RECS-CBLWRK2
           END-IF.
           READ ACCT-REC.
       H200-END.EXIT.
      *Dogum tarihini dogrular ve rapor tarihine gore yas grubunu
      *bulur. Gecersiz veya ileri tarihli dogum tarihi grup 8'dir.
       H210-SET-AGE-BAND.
           MOVE ACCT-BDATE TO WS-CHK-CDT.
           PERFORM H155-VALIDATE-CDT-FIELDS.
           IF WS-CHK-INVALID OR ACCT-BDATE > WS-ASOF-DATE
              MOVE 8 TO WS-BAND-IDX
              ADD 1 TO WS-RECS-INVALID
           ELSE
              PERFORM H160-CALCULATE-AGE
              MOVE 1 TO WS-BAND-IDX
              PERFORM H212-NEXT-BAND
                 UNTIL WS-BAND-IDX = 7
                    OR WS-AGE-YY < WS-BAND-LIMIT(WS-BAND-IDX)
           END-IF.
       H210-END.EXIT.
       H212-NEXT-BAND.
           ADD 1 TO WS-BAND-IDX.
       H212-END.EXIT.
      *Hesap durumunu kolon numarasina cevirir.
       H215-SET-STATUS-COLUMN.
           EVALUATE TRUE
              WHEN ACCT-ACTIVE
                 MOVE 1 TO WS-STAT-IDX
              WHEN ACCT-DORMANT
                 MOVE 2 TO WS-STAT-IDX
              WHEN ACCT-CLOSED
                 MOVE 3 TO WS-STAT-IDX
              WHEN ACCT-DECEASED
                 MOVE 4 TO WS-STAT-IDX
              WHEN OTHER
                 MOVE 5 TO WS-STAT-IDX
           END-EVALUATE.
       H215-END.EXIT.
      *Hesabin adres kaydini okur ve grup anahtarini kurar. Sehri
      *bos adres kaydi 'UNKNOWN CITY' altinda toplanir.
       H220-FIND-ADDRESS.
           SET WS-ADR-NOT-FOUND TO TRUE.
           IF WS-ADR-AVAIL
              MOVE ACCT-NO TO ADDR-ACCT-NO
              READ ADDR-REC
              IF ADR-SUCCESS
                 SET WS-ADR-FOUND TO TRUE
              END-IF
           END-IF.
           IF WS-ADR-FOUND
              MOVE SPACES TO WS-NEW-KEY
              MOVE ADDR-CITY TO WS-NEW-CITY
              IF ADDR-CITY = SPACES
                 MOVE 'UNKNOWN CITY' TO WS-NEW-CITY
              END-IF
              IF WS-PCODE-DIGITS > 0
                 MOVE ADDR-POSTCODE(1:WS-PCODE-DIGITS)
                   TO WS-NEW-PREFIX
              END-IF
           END-IF.
       H220-END.EXIT.
      *Grup tablosunda anahtari arar; tablo anahtar sirasinda
      *oldugundan arama anahtardan buyuk ilk satirda durur. Bulunmazsa
      *o noktaya yeni grup eklenir; tablo doluysa hesap 'OTHER
      *CITIES' satirina sayilir.
       H230-FIND-GROUP.
           SET WS-KEY-NOT-FOUND TO TRUE.
           SET WS-FIND-MORE TO TRUE.
           MOVE 1 TO WS-GRP-IDX.
           PERFORM H235-CHECK-GROUP UNTIL WS-FIND-DONE.
           IF WS-KEY-NOT-FOUND
              IF WS-GRP-COUNT < WS-GRP-MAX
                 PERFORM H238-INSERT-GROUP
              ELSE
                 MOVE WS-GRP-OTHER TO WS-GRP-IDX
                 ADD 1 TO WS-RECS-OTHER-CTY
              END-IF
           END-IF.
       H230-END.EXIT.
       H235-CHECK-GROUP.
           IF WS-GRP-IDX > WS-GRP-COUNT
              SET WS-FIND-DONE TO TRUE
           ELSE
              IF WS-GRP-KEY(WS-GRP-IDX) = WS-NEW-KEY
                 SET WS-KEY-FOUND TO TRUE
                 SET WS-FIND-DONE TO TRUE
              ELSE
                 IF WS-GRP-KEY(WS-GRP-IDX) > WS-NEW-KEY
                    SET WS-FIND-DONE TO TRUE
                 ELSE
                    ADD 1 TO WS-GRP-IDX
                 END-IF
              END-IF
           END-IF.
       H235-END.EXIT.
      *WS-GRP-IDX ve sonrasindaki gruplari birer satir kaydirir ve
      *bosalan satira yeni grubu sifir sayaclarla koyar.
       H238-INSERT-GROUP.
           PERFORM H239-SHIFT-GROUP
              VARYING WS-J FROM WS-GRP-COUNT BY -1
              UNTIL WS-J < WS-GRP-IDX.
           ADD 1 TO WS-GRP-COUNT.
           INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX).
           MOVE WS-NEW-KEY TO WS-GRP-KEY(WS-GRP-IDX).
       H238-END.EXIT.
       H239-SHIFT-GROUP.
           COMPUTE WS-I = WS-J + 1.
           MOVE WS-GRP-ENTRY(WS-J) TO WS-GRP-ENTRY(WS-I).
       H239-END.EXIT.
      *Tabloyu sehir sirasinda yazar: her grubun yas grubu satirlari,
      *posta kodu kirilimi varsa her on ekin toplami, sehir
      *degistikce sehir ara toplami. Ardindan tablo disina dusen
      *sehirler, adressiz hesaplar ve genel toplam yazilir.
       H400-PRINT-TABLE.
           PERFORM H410-WRITE-HEADING.
           MOVE SPACES TO WS-PRT-CITY.
           PERFORM H420-PRINT-GROUP
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           IF WS-GRP-COUNT > 0
              PERFORM H450-PRINT-CITY-TOTAL
           END-IF.
           IF WS-RECS-OTHER-CTY > 0
              MOVE WS-GRP-OTHER TO WS-GRP-IDX
              PERFORM H430-PRINT-BLOCK
           END-IF.
           MOVE WS-GRP-NOADDR TO WS-GRP-IDX.
           PERFORM H430-PRINT-BLOCK.
           MOVE WS-GRP-GRAND TO WS-GRP-IDX.
           PERFORM H430-PRINT-BLOCK.
       H400-END.EXIT.
      *Rapor basligi, kolon basligi ve CSV kolon adlari.
       H410-WRITE-HEADING.
           MOVE SPACES TO RGN-HDR-REC.
           MOVE 'REGIONAL DEMOGRAPHICS REPORT' TO RGH-TITLE.
           MOVE 'AS-OF:' TO RGH-DATE-LABEL.
           MOVE WS-ASOF-DATE TO RGH-ASOF-DATE.
           MOVE 'POSTCODE DIGITS:' TO RGH-PCODE-LABEL.
           MOVE WS-PCODE-DIGITS TO RGH-PCODE-DIGITS.
           WRITE RGN-HDR-REC.
           MOVE SPACES TO RGN-COL-REC.
           MOVE 'CITY            PCODE AGE BAND        ACTIVE  DORMANT
      -         '  CLOSED DECEASED    OTHER    TOTAL' TO RGC-TEXT.
           WRITE RGN-COL-REC.
           MOVE SPACES TO CSV-REC.
           MOVE 'CITY,POSTCODE,AGE BAND,ACTIVE,DORMANT,CLOSED,DECEASED,
      -         'OTHER,TOTAL' TO CSV-REC.
           WRITE CSV-REC.
       H410-END.EXIT.
      *Sehir degismisse onceki sehrin ara toplamini yazar, sonra
      *grubun satirlarini yazar ve sayaclarini sehir ara toplamina
      *ekler.
       H420-PRINT-GROUP.
           IF WS-GRP-CITY(WS-GRP-IDX) NOT = WS-PRT-CITY
              IF WS-GRP-IDX > 1
                 PERFORM H450-PRINT-CITY-TOTAL
              END-IF
              MOVE WS-GRP-CITY(WS-GRP-IDX) TO WS-PRT-CITY
           END-IF.
           PERFORM H430-PRINT-BLOCK.
           PERFORM H425-ADD-TO-CITY
              VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 8
              AFTER WS-S FROM 1 BY 1 UNTIL WS-S > 5.
       H420-END.EXIT.
       H425-ADD-TO-CITY.
           ADD WS-GRP-CELL(WS-GRP-IDX, WS-B, WS-S)
            TO WS-GRP-CELL(WS-GRP-CITY-TOT, WS-B, WS-S).
       H425-END.EXIT.
      *Bir grubun sifir olmayan yas grubu satirlarini ve grup toplam
      *satirini yazar. Posta kodu kirilimi yoksa bir grup bir sehir
      *oldugundan ayrica sehir ara toplami yazilmaz (bkz. H450).
       H430-PRINT-BLOCK.
           MOVE WS-GRP-CITY(WS-GRP-IDX) TO WS-PRT-CITY-LBL.
           MOVE WS-GRP-PREFIX(WS-GRP-IDX) TO WS-PRT-PREFIX.
           PERFORM H435-PRINT-BAND-ROW
              VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 8.
           MOVE ZERO TO WS-ROW-CELLS.
           PERFORM H440-SUM-BAND
              VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 8
              AFTER WS-S FROM 1 BY 1 UNTIL WS-S > 5.
           EVALUATE TRUE
              WHEN WS-GRP-IDX = WS-GRP-GRAND
                 MOVE 'ALL ACCOUNTS' TO WS-PRT-BAND
              WHEN WS-GRP-IDX > WS-GRP-COUNT
                 MOVE 'TOTAL' TO WS-PRT-BAND
              WHEN WS-PCODE-DIGITS > 0
                 MOVE 'POSTCODE TOTAL' TO WS-PRT-BAND
              WHEN OTHER
                 MOVE 'CITY TOTAL' TO WS-PRT-BAND
           END-EVALUATE.
           PERFORM H458-SUM-ROW.
           PERFORM H460-WRITE-ROW.
       H430-END.EXIT.
      *Bir yas grubunun bes durum sayisini satira alir; satir
      *toplami sifirsa yazilmaz.
       H435-PRINT-BAND-ROW.
           PERFORM H437-TAKE-CELL
              VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 5.
           MOVE WS-BAND-LABEL(WS-B) TO WS-PRT-BAND.
           PERFORM H458-SUM-ROW.
           IF WS-ROW-TOTAL > 0
              PERFORM H460-WRITE-ROW
           END-IF.
       H435-END.EXIT.
       H437-TAKE-CELL.
           MOVE WS-GRP-CELL(WS-GRP-IDX, WS-B, WS-S)
             TO WS-ROW-CELL(WS-S).
       H437-END.EXIT.
       H440-SUM-BAND.
           ADD WS-GRP-CELL(WS-GRP-IDX, WS-B, WS-S)
            TO WS-ROW-CELL(WS-S).
       H440-END.EXIT.
      *Posta kodu kirilimi varsa biriken sehir ara toplamini tek
      *satir olarak yazar; her durumda biriktiriciyi sifirlar.
       H450-PRINT-CITY-TOTAL.
           IF WS-PCODE-DIGITS > 0
              MOVE WS-PRT-CITY TO WS-PRT-CITY-LBL
              MOVE SPACES TO WS-PRT-PREFIX
              MOVE ZERO TO WS-ROW-CELLS
              MOVE WS-GRP-CITY-TOT TO WS-I
              PERFORM H455-SUM-CITY
                 VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 8
                 AFTER WS-S FROM 1 BY 1 UNTIL WS-S > 5
              MOVE 'CITY TOTAL' TO WS-PRT-BAND
              PERFORM H458-SUM-ROW
              PERFORM H460-WRITE-ROW
           END-IF.
           INITIALIZE WS-GRP-ENTRY(WS-GRP-CITY-TOT).
       H450-END.EXIT.
       H455-SUM-CITY.
           ADD WS-GRP-CELL(WS-I, WS-B, WS-S) TO WS-ROW-CELL(WS-S).
       H455-END.EXIT.
      *Satirin bes durum sayisini toplar.
       H458-SUM-ROW.
           COMPUTE WS-ROW-TOTAL = WS-ROW-CELL(1) + WS-ROW-CELL(2)
                                + WS-ROW-CELL(3) + WS-ROW-CELL(4)
                                + WS-ROW-CELL(5).
       H458-END.EXIT.
      *WS-ROW-CELLS'teki satiri toplamiyla birlikte rapora ve CSV'ye
      *yazar. Toplami sifir olan yas grubu satirlari cagiran
      *tarafindan atlanir; toplam satirlari sifir olsa da yazilir.
       H460-WRITE-ROW.
           MOVE SPACES TO RGN-DTL-REC.
           MOVE WS-PRT-CITY-LBL TO RGD-CITY.
           MOVE WS-PRT-PREFIX TO RGD-PREFIX.
           MOVE WS-PRT-BAND TO RGD-BAND.
           PERFORM H465-MOVE-COUNT
              VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 5.
           MOVE WS-ROW-TOTAL TO RGD-TOTAL.
           WRITE RGN-DTL-REC.
           ADD 1 TO WS-LINES-WRITTEN.
           PERFORM H470-WRITE-CSV-ROW.
       H460-END.EXIT.
       H465-MOVE-COUNT.
           MOVE WS-ROW-CELL(WS-S) TO RGD-COUNT(WS-S).
       H465-END.EXIT.
      *Ayni satiri virgulle ayrilmis olarak CSV'ye yazar. Sayilar
      *onde sifirli sabit genislikte yazilir; hesap tablosu bunlari
      *sayi olarak okur.
       H470-WRITE-CSV-ROW.
           MOVE WS-ROW-CELLS TO WS-CSV-COUNTS.
           MOVE WS-ROW-TOTAL TO WS-CSV-COUNT(6).
           MOVE SPACES TO CSV-REC.
           STRING FUNCTION TRIM(WS-PRT-CITY-LBL) DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRT-PREFIX)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRT-BAND)    DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-CSV-COUNT(1)               DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-CSV-COUNT(2)               DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-CSV-COUNT(3)               DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-CSV-COUNT(4)               DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-CSV-COUNT(5)               DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-CSV-COUNT(6)               DELIMITED BY SIZE
             INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
       H470-END.EXIT.
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
      *ACCT-BDATE ile rapor tarihi arasindaki farki yil/ay/gun olarak
      *kirar (CBLWRK2 H160-CALCULATE-AGE'in aynisi; odunc alma
      *karari girdi alanlarinin karsilastirilmasiyla verilir).
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
      *Kontrol toplamlari. Genel toplam CBLWRK2'nin TOTAL RECORDS
      *READ degerine esittir; 'CBLWRK2 WRITTEN TIE' ayni gun ve ayni
      *kapali hesap secimiyle yas suzgecsiz kosan CBLWRK2'nin
      *RECORDS WRITTEN degerine esit olmalidir.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              MOVE SPACES TO RGN-TRL-REC
              MOVE 'ACCOUNTS READ:' TO RGT-LABEL
              MOVE WS-RECS-READ TO RGT-COUNT
              WRITE RGN-TRL-REC
              MOVE SPACES TO RGN-TRL-REC
              MOVE 'WITH ADDRESS:' TO RGT-LABEL
              MOVE WS-RECS-WITH-ADDR TO RGT-COUNT
              WRITE RGN-TRL-REC
              MOVE SPACES TO RGN-TRL-REC
              MOVE 'NO ADDRESS ON FILE:' TO RGT-LABEL
              MOVE WS-RECS-NO-ADDR TO RGT-COUNT
              WRITE RGN-TRL-REC
              MOVE SPACES TO RGN-TRL-REC
              MOVE 'IN OTHER CITIES LINE:' TO RGT-LABEL
              MOVE WS-RECS-OTHER-CTY TO RGT-COUNT
              WRITE RGN-TRL-REC
              MOVE SPACES TO RGN-TRL-REC
              MOVE 'INVALID BIRTH DATE:' TO RGT-LABEL
              MOVE WS-RECS-INVALID TO RGT-COUNT
              WRITE RGN-TRL-REC
              MOVE SPACES TO RGN-TRL-REC
              MOVE 'CBLWRK2 WRITTEN TIE:' TO RGT-LABEL
              MOVE WS-RECS-CBLWRK2 TO RGT-COUNT
              WRITE RGN-TRL-REC
           END-IF.
       H900-END.EXIT.
      *Dosya kapama islemi
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 REGION-RPT.
           IF WS-CSV-OPEN
              CLOSE CSV-FILE
           END-IF.
           IF WS-ADR-AVAIL
              CLOSE ADDR-REC
           END-IF.
       H300-END.EXIT.
      *Kosu sirasi denetimi: denetim kaydini okur (ilk kosuda
      *olusturur), is gunu degismisse bayraklari sifirlar ve
      *ACCTREC baska bir programda acik degilse kendini damgalar.
      *Raporun on kosulu yoktur; damga yalnizca CBLWRK6
      *kurtarmasinin rapor kosarken baslamamasi icindir.
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
           MOVE 'CBLWRK24' TO RCTL-ACTIVE-PGM.
           REWRITE RCTL-FIELDS.
           SET WS-RCT-HELD TO TRUE.
       H060-END.EXIT.
      *Damgayi temizler; raporun baskasina on kosul olan bir
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
           MOVE 'CBLWRK24' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Yazilan, rapor satiri sayisi; reddedilen, dogum tarihi
      *gecersiz hesap sayisidir.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK24' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-RECS-READ TO RLOG-RECS-READ
              MOVE WS-LINES-WRITTEN TO RLOG-RECS-WRITTEN
              MOVE WS-RECS-INVALID TO RLOG-RECS-REJECT
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
