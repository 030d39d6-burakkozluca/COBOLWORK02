       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK19.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesap numarasi 4 haneden 6 haneye genisletildiginde eski
      *duzendeki dosyalari bir kez yeni duzene tasiyan donusum
      *kosusu. Her eski dosya OLDxxxx DD adiyla okunur, yeni
      *duzende takimin kullandigi DD adina yazilir; sonra her yeni
      *dosya bastan okunup sayilir ve once/sonra sayilari rapora
      *dokulur. Eski hesap numarasi yeni alanda basa iki sifir
      *eklenerek tasinir, diger baytlara dokunulmaz.
      *
      *Eski hesap ana dosyasi (4 haneli anahtar); ACCT-NO sirasinda
      *bastan sona okunur.
           SELECT OLD-ACCT   ASSIGN TO OLDACCT
                             ORGANIZATION  INDEXED
                             ACCESS MODE   SEQUENTIAL
                             RECORD KEY    IS OAC-ACCT-NO
                             ALTERNATE RECORD KEY IS OAC-SURNAME
                                          WITH DUPLICATES
                             STATUS    OAC-ST.
      *Yeni hesap ana dosyasi (duzen ACCTFLD copybook'unda). Eski
      *dosya anahtar sirasinda okundugu ve anahtarin sayisal degeri
      *degismedigi icin sirali yukleme yeterlidir.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   SEQUENTIAL
                             RECORD KEY    IS ACCT-NO
                             ALTERNATE RECORD KEY IS ACCT-SURNAME
                                          WITH DUPLICATES
                             STATUS    ACCT-ST.
      *Eski ve yeni adres/iletisim dosyasi.
           SELECT OLD-ADDR   ASSIGN TO OLDADDR
                             ORGANIZATION  INDEXED
                             ACCESS MODE   SEQUENTIAL
                             RECORD KEY    IS OAD-ACCT-NO
                             STATUS    OAD-ST.
           SELECT ADDR-REC   ASSIGN TO ADDRREC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   SEQUENTIAL
                             RECORD KEY    IS ADDR-ACCT-NO
                             STATUS    ADR-ST.
      *CBLWRK5'in hesap ve adres yedekleri; CBLWRK6 kurtarmasi
      *donusumden sonra da son yedekten baslayabilsin diye tasinir.
           SELECT OLD-ACCT-BKP ASSIGN TO OLDABKP
                             STATUS    OAB-ST.
           SELECT ACCT-BKP   ASSIGN TO ACCTBKP
                             STATUS    ABK-ST.
           SELECT OLD-ADDR-BKP ASSIGN TO OLDDBKP
                             STATUS    ODB-ST.
           SELECT ADDR-BKP   ASSIGN TO ADDRBKP
                             STATUS    DBK-ST.
      *CBLWRK12'nin arsivi; CBLWRK8 sorgulari yeni duzende okur.
           SELECT OLD-ARCH   ASSIGN TO OLDARCH
                             STATUS    OAR-ST.
           SELECT ARCH-FILE  ASSIGN TO ARCHOUT
                             STATUS    ARC-ST.
      *Bakim gunlugu; oncesi/sonrasi goruntuleri de genisletilir ki
      *CBLWRK6 yeniden uygulamasi ve CBLWRK4 listelemesi eski
      *kayitlari da yeni duzende gorsun.
           SELECT OLD-JRNL   ASSIGN TO OLDJRNL
                             STATUS    OJR-ST.
           SELECT JOURNAL-OUT ASSIGN TO JRNLOUT
                             STATUS    JRO-ST.
      *CBLWRK3'un bekleyen islemler dosyasi.
           SELECT OLD-PEND   ASSIGN TO OLDPEND
                             STATUS    OPN-ST.
           SELECT PEND-OUT   ASSIGN TO PENDOUT
                             STATUS    PND-ST.
      *CBLWRK3/CBLWRK9'un aski dosyasi.
           SELECT OLD-SUSP   ASSIGN TO OLDSUSP
                             STATUS    OSU-ST.
           SELECT SUSP-OUT   ASSIGN TO SUSPOUT
                             STATUS    SUS-ST.
      *Dosya basina once/sonra sayilarinin listelendigi donusum
      *raporu.
           SELECT CNV-RPT    ASSIGN TO CNVRPT
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

      *Eski hesap kaydi (59 bayt). Yalnizca anahtar alanlari
      *ayrilir; kaydin geri kalani oldugu gibi tasinir.
       FD  OLD-ACCT RECORDING MODE F.
       01  OLD-ACCT-REC.
           05 OAC-ACCT-NO       PIC 9(04).
           05 OAC-NAME          PIC X(15).
           05 OAC-SURNAME       PIC X(15).
           05 FILLER            PIC X(25).

      *Hesap ana dosyasi (duzen ACCTFLD copybook'unda).
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTFLD.

      *Eski adres kaydi (59 bayt).
       FD  OLD-ADDR RECORDING MODE F.
       01  OLD-ADDR-REC.
           05 OAD-ACCT-NO       PIC 9(04).
           05 FILLER            PIC X(55).

      *Adres/iletisim dosyasi (duzen ADDRFLD copybook'unda).
       FD  ADDR-REC RECORDING MODE F.
           COPY ADDRFLD.

      *Yedek ve arsiv kayitlari hesap/adres kaydinin birebir
      *kopyasidir; eski 59, yeni 61 bayt.
       FD  OLD-ACCT-BKP RECORDING MODE F.
       01  OLD-ACCT-BKP-REC      PIC X(59).

       FD  ACCT-BKP RECORDING MODE F.
       01  ACCT-BKP-REC          PIC X(61).

       FD  OLD-ADDR-BKP RECORDING MODE F.
       01  OLD-ADDR-BKP-REC      PIC X(59).

       FD  ADDR-BKP RECORDING MODE F.
       01  ADDR-BKP-REC          PIC X(61).

       FD  OLD-ARCH RECORDING MODE F.
       01  OLD-ARCH-REC          PIC X(59).

       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-REC              PIC X(61).

      *Eski gunluk kaydi. Sira numarasi bu ozellikten onceki
      *kosulardan kalan kayitlarda sayisal olmayabilir; oyleyse
      *yeni kayitta da bos birakilir ve CBLWRK16 onlari yine
      *sirasiz kayit olarak sayar.
       FD  OLD-JRNL RECORDING MODE F.
       01  OLD-JRNL-REC.
           05 OJR-ACTION        PIC X(01).
           05 OJR-ACCT-NO       PIC 9(04).
           05 OJR-RUN-DATE      PIC 9(08).
           05 OJR-RUN-TIME      PIC 9(06).
           05 OJR-OPERATOR      PIC X(08).
           05 OJR-BEFORE-IMAGE  PIC X(59).
           05 OJR-AFTER-IMAGE   PIC X(59).
           05 OJR-SEQ-NO        PIC 9(07).

      *Bakim gunlugu (duzen JRNLFLD copybook'unda).
       FD  JOURNAL-OUT RECORDING MODE F.
           COPY JRNLFLD.

      *Eski bekleyen islem kaydi TRANS-FIELDS'in birebir kopyasidir
      *(114 bayt). Yeni kayit islemi giren operatoru, giris tarihini
      *ve 122 baytlik islem goruntusunu tasir (138 bayt); eski
      *kayitta bulunmayan operator bos, tarih sifir yazilir.
       FD  OLD-PEND RECORDING MODE F.
       01  OLD-PEND-REC          PIC X(114).

       FD  PEND-OUT RECORDING MODE F.
       01  PEND-OUT-REC.
           05 PEND-MAKER        PIC X(08).
           05 PEND-DATE         PIC 9(08).
           05 PEND-TRANS-DATA   PIC X(122).

      *Eski aski kaydi; islem goruntusu 114 bayttir.
       FD  OLD-SUSP RECORDING MODE F.
       01  OLD-SUSP-REC.
           05 OSU-ORIG-DATE     PIC 9(08).
           05 OSU-REASON        PIC X(30).
           05 OSU-RESUB-SW      PIC X(01).
           05 OSU-TRANS-DATA    PIC X(114).

      *Askidaki islemler (duzen SUSPFLD copybook'unda).
       FD  SUSP-OUT RECORDING MODE F.
           COPY SUSPFLD.

      *Baslik, dosya satirlari ve kontrol toplamlari ayni FD
      *altinda ayni uzunlukta (60 bayt) tutulur.
       FD  CNV-RPT RECORDING MODE F.
       01  CNV-HDR-REC.
           05 CVH-FILE          PIC X(10).
           05 CVH-BEFORE        PIC X(09).
           05 CVH-WRITTEN       PIC X(09).
           05 CVH-AFTER         PIC X(09).
           05 CVH-RESULT        PIC X(12).
           05 FILLER            PIC X(11) VALUE SPACES.
       01  CNV-DTL-REC.
           05 CVD-FILE          PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CVD-BEFORE        PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CVD-WRITTEN       PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CVD-AFTER         PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CVD-RESULT        PIC X(12).
           05 FILLER            PIC X(11) VALUE SPACES.
       01  CNV-TRL-REC.
           05 CTL-LABEL         PIC X(25).
           05 CTL-COUNT         PIC 9(07).
           05 FILLER            PIC X(28) VALUE SPACES.

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
           05 OAC-ST    PIC 9(02).
              88 OAC-EOF       VALUE 10.
              88 OAC-SUCCESS   VALUE 00 97.
           05 ACCT-ST   PIC 9(02).
              88 ACCT-EOF      VALUE 10.
              88 ACCT-SUCCESS  VALUE 00 97.
           05 OAD-ST    PIC 9(02).
              88 OAD-EOF       VALUE 10.
              88 OAD-SUCCESS   VALUE 00 97.
           05 ADR-ST    PIC 9(02).
              88 ADR-EOF       VALUE 10.
              88 ADR-SUCCESS   VALUE 00 97.
           05 OAB-ST    PIC 9(02).
              88 OAB-EOF       VALUE 10.
              88 OAB-SUCCESS   VALUE 00 97.
           05 ABK-ST    PIC 9(02).
              88 ABK-EOF       VALUE 10.
              88 ABK-SUCCESS   VALUE 00 97.
           05 ODB-ST    PIC 9(02).
              88 ODB-EOF       VALUE 10.
              88 ODB-SUCCESS   VALUE 00 97.
           05 DBK-ST    PIC 9(02).
              88 DBK-EOF       VALUE 10.
              88 DBK-SUCCESS   VALUE 00 97.
           05 OAR-ST    PIC 9(02).
              88 OAR-EOF       VALUE 10.
              88 OAR-SUCCESS   VALUE 00 97.
           05 ARC-ST    PIC 9(02).
              88 ARC-EOF       VALUE 10.
              88 ARC-SUCCESS   VALUE 00 97.
           05 OJR-ST    PIC 9(02).
              88 OJR-EOF       VALUE 10.
              88 OJR-SUCCESS   VALUE 00 97.
           05 JRO-ST    PIC 9(02).
              88 JRO-EOF       VALUE 10.
              88 JRO-SUCCESS   VALUE 00 97.
           05 OPN-ST    PIC 9(02).
              88 OPN-EOF       VALUE 10.
              88 OPN-SUCCESS   VALUE 00 97.
           05 PND-ST    PIC 9(02).
              88 PND-EOF       VALUE 10.
              88 PND-SUCCESS   VALUE 00 97.
           05 OSU-ST    PIC 9(02).
              88 OSU-EOF       VALUE 10.
              88 OSU-SUCCESS   VALUE 00 97.
           05 SUS-ST    PIC 9(02).
              88 SUS-EOF       VALUE 10.
              88 SUS-SUCCESS   VALUE 00 97.
           05 RPT-ST    PIC 9(02).
              88 RPT-SUCCESS   VALUE 00 97.
           05 WS-RPT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN       VALUE 'Y'.
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

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

      *Kosu sirasi denetim dosyasinin gorece anahtari (tek kayit).
       01  WS-RUNCTL-AREA.
           05 WS-RCT-RRN        PIC 9(04) VALUE 1.

      *Dosya basina sayaclar. Sira sabittir: 1 ACCTREC, 2 ADDRREC,
      *3 ACCTBKP, 4 ADDRBKP, 5 ARCHOUT, 6 JRNLOUT, 7 PENDOUT,
      *8 SUSPOUT. Eski dosyasi hic olmayan (durum 35) kutu 'N'
      *isaretlenir; o dosya icin yeni dosya yazilmaz.
       01  WS-FILE-NAMES.
           05 FILLER PIC X(08) VALUE 'ACCTREC'.
           05 FILLER PIC X(08) VALUE 'ADDRREC'.
           05 FILLER PIC X(08) VALUE 'ACCTBKP'.
           05 FILLER PIC X(08) VALUE 'ADDRBKP'.
           05 FILLER PIC X(08) VALUE 'ARCHOUT'.
           05 FILLER PIC X(08) VALUE 'JRNLOUT'.
           05 FILLER PIC X(08) VALUE 'PENDOUT'.
           05 FILLER PIC X(08) VALUE 'SUSPOUT'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME PIC X(08) OCCURS 8 TIMES.

       01  WS-FILE-AREA.
           05 WS-FILE-ENTRY OCCURS 8 TIMES.
              10 WS-FE-PRESENT     PIC X(01).
              10 WS-FE-BEFORE      PIC 9(07).
              10 WS-FE-WRITTEN     PIC 9(07).
              10 WS-FE-AFTER       PIC 9(07).
           05 WS-FX             PIC 9(02) COMP VALUE ZERO.
           05 WS-FILE-COUNT     PIC 9(02) COMP VALUE 8.

      *Goruntu genisletme alanlari: eski goruntunun basindaki 4
      *haneli hesap numarasinin onune iki sifir eklenir. Bos
      *goruntu (eklemenin oncesi, silmenin sonrasi) bos kalir.
       01  WS-IMAGE-AREA.
           05 WS-OLD-IMAGE      PIC X(59).
           05 WS-NEW-IMAGE      PIC X(61).
           05 WS-OLD-TRANS      PIC X(114).
           05 WS-NEW-TRANS      PIC X(122).

       01  WS-TOTALS-AREA.
           05 WS-RECS-READ      PIC 9(07) VALUE ZERO.
           05 WS-RECS-WRITTEN   PIC 9(07) VALUE ZERO.
           05 WS-FILES-DONE     PIC 9(07) VALUE ZERO.
           05 WS-FILES-ABSENT   PIC 9(07) VALUE ZERO.
           05 WS-FILES-MISMATCH PIC 9(07) VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
      *------------------

      *Dosyalar tek tek, her biri kendi ac-tasi-kapa adimiyla
      *donusturulur; sonra yeni dosyalar bastan okunup sayilir ve
      *once/sonra sayilari rapora yazilir.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-CONVERT-MASTER.
           PERFORM H210-CONVERT-ADDRESS.
           PERFORM H220-CONVERT-ACCT-BKP.
           PERFORM H230-CONVERT-ADDR-BKP.
           PERFORM H240-CONVERT-ARCHIVE.
           PERFORM H250-CONVERT-JOURNAL.
           PERFORM H260-CONVERT-PENDING.
           PERFORM H270-CONVERT-SUSPENSE.
           PERFORM H400-VERIFY-COUNTS.
           PERFORM H999-PROGRAM-EXIT.
      *Kosu kutugu ve kosu sirasi denetimi alinir, rapor acilir ve
      *sayac tablosu sifirlanir.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H060-CHECK-RUN-CONTROL.
           OPEN OUTPUT CNV-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           PERFORM H110-CLEAR-FILE-ENTRY
              VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-FILE-COUNT.
       H100-END.EXIT.
       H110-CLEAR-FILE-ENTRY.
           MOVE 'Y' TO WS-FE-PRESENT(WS-FX).
           MOVE ZERO TO WS-FE-BEFORE(WS-FX)
                        WS-FE-WRITTEN(WS-FX)
                        WS-FE-AFTER(WS-FX).
       H110-END.EXIT.
      *Hesap ana dosyasi: eski dosya mutlaka bulunmalidir; yoksa
      *donusturulecek bir kitap da yoktur ve kosu durdurulur.
       H200-CONVERT-MASTER.
           MOVE 1 TO WS-FX.
           OPEN INPUT OLD-ACCT.
           IF (OAC-ST NOT = 0) AND (OAC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' OAC-ST
              MOVE OAC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ OLD-ACCT.
           PERFORM H205-COPY-MASTER UNTIL OAC-EOF.
           CLOSE OLD-ACCT
                 ACCT-REC.
       H200-END.EXIT.
       H205-COPY-MASTER.
           IF (OAC-ST NOT = 0) AND (OAC-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' OAC-ST
              MOVE OAC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-BEFORE(WS-FX).
           MOVE OLD-ACCT-REC TO WS-OLD-IMAGE.
           PERFORM H290-WIDEN-IMAGE.
           MOVE WS-NEW-IMAGE TO ACCT-FIELDS.
           WRITE ACCT-FIELDS.
           IF NOT ACCT-SUCCESS
              DISPLAY 'UNABLE TO WRITE ACCTREC: ' ACCT-ST
                      ' ACCT ' OAC-ACCT-NO
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-WRITTEN(WS-FX).
           READ OLD-ACCT.
       H205-END.EXIT.
      *Adres dosyasi: hic olusmamissa (durum 35) atlanir.
       H210-CONVERT-ADDRESS.
           MOVE 2 TO WS-FX.
           OPEN INPUT OLD-ADDR.
           IF OAD-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (OAD-ST NOT = 0) AND (OAD-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' OAD-ST
                 MOVE OAD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT ADDR-REC
              IF (ADR-ST NOT = 0) AND (ADR-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ADR-ST
                 MOVE ADR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ OLD-ADDR
              PERFORM H215-COPY-ADDRESS UNTIL OAD-EOF
              CLOSE OLD-ADDR
                    ADDR-REC
           END-IF.
       H210-END.EXIT.
       H215-COPY-ADDRESS.
           IF (OAD-ST NOT = 0) AND (OAD-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' OAD-ST
              MOVE OAD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-BEFORE(WS-FX).
           MOVE OLD-ADDR-REC TO WS-OLD-IMAGE.
           PERFORM H290-WIDEN-IMAGE.
           MOVE WS-NEW-IMAGE TO ADDR-FIELDS.
           WRITE ADDR-FIELDS.
           IF NOT ADR-SUCCESS
              DISPLAY 'UNABLE TO WRITE ADDRREC: ' ADR-ST
                      ' ACCT ' OAD-ACCT-NO
              MOVE ADR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-WRITTEN(WS-FX).
           READ OLD-ADDR.
       H215-END.EXIT.
      *Hesap yedegi.
       H220-CONVERT-ACCT-BKP.
           MOVE 3 TO WS-FX.
           OPEN INPUT OLD-ACCT-BKP.
           IF OAB-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (OAB-ST NOT = 0) AND (OAB-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' OAB-ST
                 MOVE OAB-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT ACCT-BKP
              IF (ABK-ST NOT = 0) AND (ABK-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ABK-ST
                 MOVE ABK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ OLD-ACCT-BKP
              PERFORM H225-COPY-ACCT-BKP UNTIL OAB-EOF
              CLOSE OLD-ACCT-BKP
                    ACCT-BKP
           END-IF.
       H220-END.EXIT.
       H225-COPY-ACCT-BKP.
           IF (OAB-ST NOT = 0) AND (OAB-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' OAB-ST
              MOVE OAB-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-BEFORE(WS-FX).
           MOVE OLD-ACCT-BKP-REC TO WS-OLD-IMAGE.
           PERFORM H290-WIDEN-IMAGE.
           MOVE WS-NEW-IMAGE TO ACCT-BKP-REC.
           WRITE ACCT-BKP-REC.
           IF NOT ABK-SUCCESS
              DISPLAY 'UNABLE TO WRITE ACCTBKP: ' ABK-ST
              MOVE ABK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-WRITTEN(WS-FX).
           READ OLD-ACCT-BKP.
       H225-END.EXIT.
      *Adres yedegi.
       H230-CONVERT-ADDR-BKP.
           MOVE 4 TO WS-FX.
           OPEN INPUT OLD-ADDR-BKP.
           IF ODB-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (ODB-ST NOT = 0) AND (ODB-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ODB-ST
                 MOVE ODB-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT ADDR-BKP
              IF (DBK-ST NOT = 0) AND (DBK-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' DBK-ST
                 MOVE DBK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ OLD-ADDR-BKP
              PERFORM H235-COPY-ADDR-BKP UNTIL ODB-EOF
              CLOSE OLD-ADDR-BKP
                    ADDR-BKP
           END-IF.
       H230-END.EXIT.
       H235-COPY-ADDR-BKP.
           IF (ODB-ST NOT = 0) AND (ODB-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' ODB-ST
              MOVE ODB-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-BEFORE(WS-FX).
           MOVE OLD-ADDR-BKP-REC TO WS-OLD-IMAGE.
           PERFORM H290-WIDEN-IMAGE.
           MOVE WS-NEW-IMAGE TO ADDR-BKP-REC.
           WRITE ADDR-BKP-REC.
           IF NOT DBK-SUCCESS
              DISPLAY 'UNABLE TO WRITE ADDRBKP: ' DBK-ST
              MOVE DBK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-WRITTEN(WS-FX).
           READ OLD-ADDR-BKP.
       H235-END.EXIT.
      *Arsiv; CBLWRK12 hic kosmamissa dosya yoktur.
       H240-CONVERT-ARCHIVE.
           MOVE 5 TO WS-FX.
           OPEN INPUT OLD-ARCH.
           IF OAR-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (OAR-ST NOT = 0) AND (OAR-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' OAR-ST
                 MOVE OAR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT ARCH-FILE
              IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ARC-ST
                 MOVE ARC-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ OLD-ARCH
              PERFORM H245-COPY-ARCHIVE UNTIL OAR-EOF
              CLOSE OLD-ARCH
                    ARCH-FILE
           END-IF.
       H240-END.EXIT.
       H245-COPY-ARCHIVE.
           IF (OAR-ST NOT = 0) AND (OAR-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' OAR-ST
              MOVE OAR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-BEFORE(WS-FX).
           MOVE OLD-ARCH-REC TO WS-OLD-IMAGE.
           PERFORM H290-WIDEN-IMAGE.
           MOVE WS-NEW-IMAGE TO ARCH-REC.
           WRITE ARCH-REC.
           IF NOT ARC-SUCCESS
              DISPLAY 'UNABLE TO WRITE ARCHOUT: ' ARC-ST
              MOVE ARC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-WRITTEN(WS-FX).
           READ OLD-ARCH.
       H245-END.EXIT.
      *Bakim gunlugu; kayit sirasi korunur ki CBLWRK16'nin zaman
      *damgasi ve sira numarasi denetimleri aynen gecsin.
       H250-CONVERT-JOURNAL.
           MOVE 6 TO WS-FX.
           OPEN INPUT OLD-JRNL.
           IF OJR-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (OJR-ST NOT = 0) AND (OJR-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' OJR-ST
                 MOVE OJR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT JOURNAL-OUT
              IF (JRO-ST NOT = 0) AND (JRO-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' JRO-ST
                 MOVE JRO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ OLD-JRNL
              PERFORM H255-COPY-JOURNAL UNTIL OJR-EOF
              CLOSE OLD-JRNL
                    JOURNAL-OUT
           END-IF.
       H250-END.EXIT.
      *Basliktaki hesap numarasi sayisal olarak genisletilir, iki
      *goruntu de H290 ile genisletilir. Adres bakimi ('M')
      *goruntuleri de hesap numarasiyla basladigi icin ayni kural
      *gecerlidir.
       H255-COPY-JOURNAL.
           IF (OJR-ST NOT = 0) AND (OJR-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' OJR-ST
              MOVE OJR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-BEFORE(WS-FX).
           MOVE SPACES TO JRNL-FIELDS.
           MOVE OJR-ACTION TO JRNL-ACTION.
           MOVE OJR-ACCT-NO TO JRNL-ACCT-NO.
           MOVE OJR-RUN-DATE TO JRNL-RUN-DATE.
           MOVE OJR-RUN-TIME TO JRNL-RUN-TIME.
           MOVE OJR-OPERATOR TO JRNL-OPERATOR.
           MOVE OJR-BEFORE-IMAGE TO WS-OLD-IMAGE.
           PERFORM H290-WIDEN-IMAGE.
           MOVE WS-NEW-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE OJR-AFTER-IMAGE TO WS-OLD-IMAGE.
           PERFORM H290-WIDEN-IMAGE.
           MOVE WS-NEW-IMAGE TO JRNL-AFTER-IMAGE.
           IF OJR-SEQ-NO IS NUMERIC
              MOVE OJR-SEQ-NO TO JRNL-SEQ-NO
           END-IF.
           WRITE JRNL-FIELDS.
           IF NOT JRO-SUCCESS
              DISPLAY 'UNABLE TO WRITE JOURNAL: ' JRO-ST
              MOVE JRO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-WRITTEN(WS-FX).
           READ OLD-JRNL.
       H255-END.EXIT.
      *Bekleyen islemler.
       H260-CONVERT-PENDING.
           MOVE 7 TO WS-FX.
           OPEN INPUT OLD-PEND.
           IF OPN-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (OPN-ST NOT = 0) AND (OPN-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' OPN-ST
                 MOVE OPN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT PEND-OUT
              IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' PND-ST
                 MOVE PND-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ OLD-PEND
              PERFORM H265-COPY-PENDING UNTIL OPN-EOF
              CLOSE OLD-PEND
                    PEND-OUT
           END-IF.
       H260-END.EXIT.
       H265-COPY-PENDING.
           IF (OPN-ST NOT = 0) AND (OPN-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' OPN-ST
              MOVE OPN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-BEFORE(WS-FX).
           MOVE OLD-PEND-REC TO WS-OLD-TRANS.
           PERFORM H295-WIDEN-TRANS.
           MOVE SPACES TO PEND-MAKER.
           MOVE ZERO TO PEND-DATE.
           MOVE WS-NEW-TRANS TO PEND-TRANS-DATA.
           WRITE PEND-OUT-REC.
           IF NOT PND-SUCCESS
              DISPLAY 'UNABLE TO WRITE PENDOUT: ' PND-ST
              MOVE PND-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-WRITTEN(WS-FX).
           READ OLD-PEND.
       H265-END.EXIT.
      *Aski dosyasi; basliktaki tarih, sebep ve isaret oldugu gibi
      *kalir, yalnizca islem goruntusu genisletilir.
       H270-CONVERT-SUSPENSE.
           MOVE 8 TO WS-FX.
           OPEN INPUT OLD-SUSP.
           IF OSU-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (OSU-ST NOT = 0) AND (OSU-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' OSU-ST
                 MOVE OSU-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT SUSP-OUT
              IF (SUS-ST NOT = 0) AND (SUS-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' SUS-ST
                 MOVE SUS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ OLD-SUSP
              PERFORM H275-COPY-SUSPENSE UNTIL OSU-EOF
              CLOSE OLD-SUSP
                    SUSP-OUT
           END-IF.
       H270-END.EXIT.
       H275-COPY-SUSPENSE.
           IF (OSU-ST NOT = 0) AND (OSU-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' OSU-ST
              MOVE OSU-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-BEFORE(WS-FX).
           MOVE SPACES TO SUSP-FIELDS.
           MOVE OSU-ORIG-DATE TO SUSP-ORIG-DATE.
           MOVE OSU-REASON TO SUSP-REASON.
           MOVE OSU-RESUB-SW TO SUSP-RESUB-SW.
           MOVE OSU-TRANS-DATA TO WS-OLD-TRANS.
           PERFORM H295-WIDEN-TRANS.
           MOVE WS-NEW-TRANS TO SUSP-TRANS-DATA.
           WRITE SUSP-FIELDS.
           IF NOT SUS-SUCCESS
              DISPLAY 'UNABLE TO WRITE SUSPOUT: ' SUS-ST
              MOVE SUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-FE-WRITTEN(WS-FX).
           READ OLD-SUSP.
       H275-END.EXIT.
      *59 baytlik hesap/adres goruntusunu 61 bayta genisletir:
      *hesap numarasinin onune iki sifir eklenir, kalan baytlar
      *oldugu gibi kaydirilir. Bos goruntu bos kalir.
       H290-WIDEN-IMAGE.
           MOVE SPACES TO WS-NEW-IMAGE.
           IF WS-OLD-IMAGE NOT = SPACES
              MOVE '00' TO WS-NEW-IMAGE(1:2)
              MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE(3:59)
           END-IF.
       H290-END.EXIT.
      *114 baytlik islem goruntusunu 122 bayta genisletir: aksiyon
      *kodu yerinde kalir, hesap numarasinin onune iki sifir
      *eklenir; eski kayitta olmayan veli numarasi bos kalir.
       H295-WIDEN-TRANS.
           MOVE SPACES TO WS-NEW-TRANS.
           MOVE WS-OLD-TRANS(1:1) TO WS-NEW-TRANS(1:1).
           MOVE '00' TO WS-NEW-TRANS(2:2).
           MOVE WS-OLD-TRANS(2:113) TO WS-NEW-TRANS(4:113).
       H295-END.EXIT.
      *Yazilan her yeni dosya bastan okunup sayilir; once/sonra
      *esitligi yazma sayacina degil dosyanin kendisine dayanir.
       H400-VERIFY-COUNTS.
           PERFORM H410-COUNT-MASTER.
           IF WS-FE-PRESENT(2) = 'Y'
              PERFORM H420-COUNT-ADDRESS
           END-IF.
           IF WS-FE-PRESENT(3) = 'Y'
              PERFORM H430-COUNT-ACCT-BKP
           END-IF.
           IF WS-FE-PRESENT(4) = 'Y'
              PERFORM H440-COUNT-ADDR-BKP
           END-IF.
           IF WS-FE-PRESENT(5) = 'Y'
              PERFORM H450-COUNT-ARCHIVE
           END-IF.
           IF WS-FE-PRESENT(6) = 'Y'
              PERFORM H460-COUNT-JOURNAL
           END-IF.
           IF WS-FE-PRESENT(7) = 'Y'
              PERFORM H470-COUNT-PENDING
           END-IF.
           IF WS-FE-PRESENT(8) = 'Y'
              PERFORM H480-COUNT-SUSPENSE
           END-IF.
       H400-END.EXIT.
       H410-COUNT-MASTER.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ACCT-REC.
           PERFORM H415-COUNT-MASTER-REC UNTIL ACCT-EOF.
           CLOSE ACCT-REC.
       H410-END.EXIT.
       H415-COUNT-MASTER-REC.
           ADD 1 TO WS-FE-AFTER(1).
           READ ACCT-REC.
       H415-END.EXIT.
       H420-COUNT-ADDRESS.
           OPEN INPUT ADDR-REC.
           IF (ADR-ST NOT = 0) AND (ADR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ADR-ST
              MOVE ADR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ADDR-REC.
           PERFORM H425-COUNT-ADDRESS-REC UNTIL ADR-EOF.
           CLOSE ADDR-REC.
       H420-END.EXIT.
       H425-COUNT-ADDRESS-REC.
           ADD 1 TO WS-FE-AFTER(2).
           READ ADDR-REC.
       H425-END.EXIT.
       H430-COUNT-ACCT-BKP.
           OPEN INPUT ACCT-BKP.
           IF (ABK-ST NOT = 0) AND (ABK-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ABK-ST
              MOVE ABK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ACCT-BKP.
           PERFORM H435-COUNT-ACCT-BKP-REC UNTIL ABK-EOF.
           CLOSE ACCT-BKP.
       H430-END.EXIT.
       H435-COUNT-ACCT-BKP-REC.
           ADD 1 TO WS-FE-AFTER(3).
           READ ACCT-BKP.
       H435-END.EXIT.
       H440-COUNT-ADDR-BKP.
           OPEN INPUT ADDR-BKP.
           IF (DBK-ST NOT = 0) AND (DBK-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' DBK-ST
              MOVE DBK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ADDR-BKP.
           PERFORM H445-COUNT-ADDR-BKP-REC UNTIL DBK-EOF.
           CLOSE ADDR-BKP.
       H440-END.EXIT.
       H445-COUNT-ADDR-BKP-REC.
           ADD 1 TO WS-FE-AFTER(4).
           READ ADDR-BKP.
       H445-END.EXIT.
       H450-COUNT-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ARC-ST
              MOVE ARC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ ARCH-FILE.
           PERFORM H455-COUNT-ARCHIVE-REC UNTIL ARC-EOF.
           CLOSE ARCH-FILE.
       H450-END.EXIT.
       H455-COUNT-ARCHIVE-REC.
           ADD 1 TO WS-FE-AFTER(5).
           READ ARCH-FILE.
       H455-END.EXIT.
       H460-COUNT-JOURNAL.
           OPEN INPUT JOURNAL-OUT.
           IF (JRO-ST NOT = 0) AND (JRO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' JRO-ST
              MOVE JRO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ JOURNAL-OUT.
           PERFORM H465-COUNT-JOURNAL-REC UNTIL JRO-EOF.
           CLOSE JOURNAL-OUT.
       H460-END.EXIT.
       H465-COUNT-JOURNAL-REC.
           ADD 1 TO WS-FE-AFTER(6).
           READ JOURNAL-OUT.
       H465-END.EXIT.
       H470-COUNT-PENDING.
           OPEN INPUT PEND-OUT.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' PND-ST
              MOVE PND-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PEND-OUT.
           PERFORM H475-COUNT-PENDING-REC UNTIL PND-EOF.
           CLOSE PEND-OUT.
       H470-END.EXIT.
       H475-COUNT-PENDING-REC.
           ADD 1 TO WS-FE-AFTER(7).
           READ PEND-OUT.
       H475-END.EXIT.
       H480-COUNT-SUSPENSE.
           OPEN INPUT SUSP-OUT.
           IF (SUS-ST NOT = 0) AND (SUS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SUS-ST
              MOVE SUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ SUSP-OUT.
           PERFORM H485-COUNT-SUSPENSE-REC UNTIL SUS-EOF.
           CLOSE SUSP-OUT.
       H480-END.EXIT.
       H485-COUNT-SUSPENSE-REC.
           ADD 1 TO WS-FE-AFTER(8).
           READ SUSP-OUT.
       H485-END.EXIT.
      *Rapor basligini yazar.
       H910-WRITE-HEADING.
           MOVE SPACES TO CNV-HDR-REC.
           MOVE 'FILE' TO CVH-FILE.
           MOVE 'BEFORE' TO CVH-BEFORE.
           MOVE 'WRITTEN' TO CVH-WRITTEN.
           MOVE 'AFTER' TO CVH-AFTER.
           MOVE 'RESULT' TO CVH-RESULT.
           WRITE CNV-HDR-REC.
       H910-END.EXIT.
      *Dosya basina bir satir yazar. Eski dosyada okunan, yeni
      *dosyaya yazilan ve yeni dosyada yeniden sayilan kayit
      *sayilari esit degilse satir uyumsuz isaretlenir.
       H920-WRITE-FILE-LINE.
           MOVE SPACES TO CNV-DTL-REC.
           MOVE WS-FILE-NAME(WS-FX) TO CVD-FILE.
           MOVE WS-FE-BEFORE(WS-FX) TO CVD-BEFORE.
           MOVE WS-FE-WRITTEN(WS-FX) TO CVD-WRITTEN.
           MOVE WS-FE-AFTER(WS-FX) TO CVD-AFTER.
           ADD WS-FE-BEFORE(WS-FX) TO WS-RECS-READ.
           ADD WS-FE-WRITTEN(WS-FX) TO WS-RECS-WRITTEN.
           EVALUATE TRUE
              WHEN WS-FE-PRESENT(WS-FX) = 'N'
                 MOVE 'NOT PRESENT' TO CVD-RESULT
                 ADD 1 TO WS-FILES-ABSENT
              WHEN WS-FE-BEFORE(WS-FX) = WS-FE-WRITTEN(WS-FX)
                 AND WS-FE-WRITTEN(WS-FX) = WS-FE-AFTER(WS-FX)
                 MOVE 'COUNTS MATCH' TO CVD-RESULT
                 ADD 1 TO WS-FILES-DONE
              WHEN OTHER
                 MOVE 'MISMATCH' TO CVD-RESULT
                 ADD 1 TO WS-FILES-MISMATCH
           END-EVALUATE.
           WRITE CNV-DTL-REC.
       H920-END.EXIT.
      *Dosya satirlarini ve kontrol toplamlarini yazar. Kosu yarida
      *kesilmisse de o ana kadarki sayilar rapora dokulur.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              PERFORM H910-WRITE-HEADING
              PERFORM H920-WRITE-FILE-LINE
                 VARYING WS-FX FROM 1 BY 1
                 UNTIL WS-FX > WS-FILE-COUNT
              MOVE SPACES TO CNV-TRL-REC
              MOVE 'FILES CONVERTED:' TO CTL-LABEL
              MOVE WS-FILES-DONE TO CTL-COUNT
              WRITE CNV-TRL-REC
              MOVE SPACES TO CNV-TRL-REC
              MOVE 'FILES NOT PRESENT:' TO CTL-LABEL
              MOVE WS-FILES-ABSENT TO CTL-COUNT
              WRITE CNV-TRL-REC
              MOVE SPACES TO CNV-TRL-REC
              MOVE 'FILES WITH MISMATCH:' TO CTL-LABEL
              MOVE WS-FILES-MISMATCH TO CTL-COUNT
              WRITE CNV-TRL-REC
              MOVE SPACES TO CNV-TRL-REC
              MOVE 'TOTAL RECORDS BEFORE:' TO CTL-LABEL
              MOVE WS-RECS-READ TO CTL-COUNT
              WRITE CNV-TRL-REC
              MOVE SPACES TO CNV-TRL-REC
              MOVE 'TOTAL RECORDS WRITTEN:' TO CTL-LABEL
              MOVE WS-RECS-WRITTEN TO CTL-COUNT
              WRITE CNV-TRL-REC
              IF WS-FILES-MISMATCH > 0 AND RETURN-CODE = 0
                 DISPLAY 'CONVERSION COUNT MISMATCH - SEE CNVRPT'
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE CNV-RPT
              MOVE 'N' TO WS-RPT-OPEN-SW
           END-IF.
       H900-END.EXIT.
      *Kosu sirasi denetimi: denetim kaydini okur (ilk kosuda
      *olusturur), is gunu degismisse bayraklari sifirlar ve
      *ACCTREC baska bir programda acik degilse kendini damgalar.
      *Donusum ana dosyayi bastan yazdigi icin hicbir program
      *ayni anda ACCTREC'e dokunmamalidir.
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
           MOVE 'CBLWRK19' TO RCTL-ACTIVE-PGM.
           REWRITE RCTL-FIELDS.
           SET WS-RCT-HELD TO TRUE.
       H060-END.EXIT.
      *Damgayi temizler; donusumun baskasina on kosul olan bir
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
           MOVE 'CBLWRK19' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Okunan eski dosyalardaki, yazilan yeni dosyalara inen toplam
      *kayit sayisidir; reddedilen, uyumsuz dosya sayisidir.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK19' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-RECS-READ TO RLOG-RECS-READ
              MOVE WS-RECS-WRITTEN TO RLOG-RECS-WRITTEN
              MOVE WS-FILES-MISMATCH TO RLOG-RECS-REJECT
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-FIELDS
              CLOSE RUN-LOG
              SET WS-LOG-NOT-OPEN TO TRUE
           END-IF.
       H950-END.EXIT.
      *Program bitis islemi. Donusum dosyalari her adimin sonunda
      *kapatildigindan burada yalnizca rapor ve denetim dosyalari
      *kapanir.
       H999-PROGRAM-EXIT.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
