       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK27.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Gecmis bir an icin hesap ana dosyasinin yeniden kurulmasi
      *(denetim ve itirazlar icin). Karttaki hedef tarih/saatten
      *onceki en yakin CBLWRK5 yedegi yuklenir ve bakim gunlugunun
      *sonrasi goruntuleri o ana kadar ileri dogru uygulanir. Kosu
      *yalnizca okur: canli ACCTREC/ADDRREC'e ve RUNCTL'ye hic
      *dokunmaz. Cikti, CBLWRK2 ve CBLWRK8'in ACCTREC/ADDRREC DD'leri
      *bu dosyalara (RUNCTL ve CHKPNT de gecici dosyalara)
      *yonlendirilerek kosturulabilecegi bir as-of ana dosya ve adres
      *dosyasidir.
      *
      *As-of hesap ana dosyasi; ACCTREC ile ayni duzen ve
      *anahtarlar. Once yedekten bastan yuklenir (OUTPUT), sonra
      *gunluk islemlerini uygulamak icin I-O modda yeniden acilir.
           SELECT ASOF-ACCT  ASSIGN TO ASOFACC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS ACCT-NO
                             ALTERNATE RECORD KEY IS ACCT-SURNAME
                                          WITH DUPLICATES
                             STATUS    ACCT-ST.
      *CBLWRK5'in duz sirali yedegi; ACCT-NO sirasindadir.
           SELECT BACKUP-FILE ASSIGN TO ACCTBKP
                             STATUS    BKP-ST.
      *As-of adres/iletisim dosyasi; ADDRREC ile ayni duzen ve
      *anahtar, ana dosyayla ayni iki evreden gecer.
           SELECT ASOF-ADDR  ASSIGN TO ASOFADR
                             ORGANIZATION  INDEXED
                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS ADDR-ACCT-NO
                             STATUS    ADR-ST.
      *CBLWRK5'in adres yedegi. Eski bir yedek setinde dosya
      *bulunmayabilir; o zaman adres tarafi yalnizca gunlukten
      *kurulur (CBLWRK6'daki gibi).
           SELECT ADDR-BACKUP ASSIGN TO ADDRBKP
                             STATUS    ABK-ST.
      *Bakim gunlugu. DD adi WS-JRNL-DSN'dedir: katalogdaki
      *kusaklar icin sirayla JRNLGEN (dinamik ayrilir), sonra guncel
      *gunluk icin JRNLIN; yalnizca yedek noktasi ile hedef an
      *arasini kapsayan kusaklar acilir.
           SELECT JOURNAL-FILE ASSIGN USING WS-JRNL-DSN
                             STATUS    JRN-ST.
      *Gunluk kusak katalogu (duzen ve kurallar JCATFLD
      *copybook'unda).
           SELECT JRNL-CAT   ASSIGN TO JRNLCAT
                             STATUS    JCT-ST.
      *Degisiklik raporu istenen hesaplar. Dosya yoksa (durum 35)
      *yalnizca as-of dosyalari kurulur.
           SELECT ASOF-REQ   ASSIGN TO ASOFREQ
                             STATUS    REQ-ST.
      *Hedef an ve (istenirse) yedek noktasi bu karttan okunur.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Alan alan degisiklik raporu: istenen hesaplarin yedekten
      *hedef ana kadar gunluk sirasiyla her islemi, ardindan yedek
      *ile hedef an arasindaki net fark.
           SELECT ASOF-RPT   ASSIGN TO ASOFRPT
                             STATUS    RPT-ST.
      *Takimin ortak kosu kutugu; kosu basi/sonu kayitlari buraya
      *eklenir. Karttaki yedek noktasi bos ise hedef andan onceki
      *son basarili CBLWRK5 kosusu da bu kutukten bulunur.
           SELECT RUN-LOG    ASSIGN TO RUNLOG
                             STATUS    LOG-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

      *As-of hesap ana dosyasi (duzen ACCTFLD copybook'unda).
       FD  ASOF-ACCT RECORDING MODE F.
           COPY ACCTFLD.

      *Yedek kaydi ACCT-FIELDS'in birebir kopyasidir.
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC            PIC X(61).

      *As-of adres/iletisim dosyasi (duzen ADDRFLD copybook'unda).
       FD  ASOF-ADDR RECORDING MODE F.
           COPY ADDRFLD.

      *Adres yedegi ADDR-FIELDS'in birebir kopyasidir.
       FD  ADDR-BACKUP RECORDING MODE F.
       01  ADDR-BACKUP-REC       PIC X(61).

      *Bakim gunlugu (duzen JRNLFLD copybook'unda).
       FD  JOURNAL-FILE RECORDING MODE F.
           COPY JRNLFLD.

      *Gunluk kusak katalogu (duzen JCATFLD copybook'unda).
       FD  JRNL-CAT RECORDING MODE F.
           COPY JCATFLD.

      *Raporu istenen hesap (80 bayt).
       FD  ASOF-REQ RECORDING MODE F.
       01  ASOF-REQ-REC.
           05 REQ-ACCT-NO       PIC X(06).
           05 FILLER            PIC X(74).

      *Hedef saat bos veya sifirsa gunun sonu (235959) alinir; "31
      *Mart'taki hal" o gunun butun islemlerini icerir. Yedek
      *noktasi bos birakilirsa RUNLOG'dan bulunur; verilirse
      *ACCTBKP/ADDRBKP DD'lerinin o yedegi gosterdigi operatorun
      *sorumlulugundadir (CBLWRK6'daki gibi).
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 CTL-TARGET-DATE   PIC 9(08).
           05 CTL-TARGET-TIME   PIC 9(06).
           05 CTL-BKP-DATE      PIC 9(08).
           05 CTL-BKP-TIME      PIC 9(06).
           05 FILLER            PIC X(52) VALUE SPACES.

      *Baslik, bolum, islem, alan, hesap ve kontrol toplami
      *satirlari ayni FD altinda ayni uzunlukta (100 bayt) tutulur.
       FD  ASOF-RPT RECORDING MODE F.
       01  ASOF-HDR-REC.
           05 ASH-TITLE         PIC X(30).
           05 ASH-TGT-LBL       PIC X(08).
           05 ASH-TGT-DATE      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASH-TGT-TIME      PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ASH-BKP-LBL       PIC X(08).
           05 ASH-BKP-DATE      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASH-BKP-TIME      PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASH-BKP-SOURCE    PIC X(08).
           05 FILLER            PIC X(13) VALUE SPACES.
       01  ASOF-SEC-REC.
           05 ASC-TITLE         PIC X(60).
           05 FILLER            PIC X(40) VALUE SPACES.
      *Gunluk sirasindaki bir islem: hesap, tarih/saat, aksiyon,
      *operator, onaylayan ve gunluk sira numarasi.
       01  ASOF-EVT-REC.
           05 ASE-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASE-DATE          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASE-TIME          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASE-ACTION        PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASE-DESC          PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASE-OPERATOR      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASE-CHECKER       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASE-SEQ-NO        PIC X(07).
           05 FILLER            PIC X(41) VALUE SPACES.
      *Degisen tek alan: alan adi, onceki ve sonraki deger.
       01  ASOF-FLD-REC.
           05 FILLER            PIC X(08) VALUE SPACES.
           05 ASF-FIELD         PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ASF-FROM          PIC X(25).
           05 ASF-ARROW         PIC X(04).
           05 ASF-TO            PIC X(25).
           05 FILLER            PIC X(22) VALUE SPACES.
      *Net fark bolumunde hesap satiri: yedekte ve hedef anda
      *dosyada olup olmadigi ve aradaki islem sayisi.
       01  ASOF-ACC-REC.
           05 ASA-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ASA-BKP-LBL       PIC X(08).
           05 ASA-AT-BKP        PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ASA-TGT-LBL       PIC X(08).
           05 ASA-AT-TGT        PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ASA-EVT-LBL       PIC X(08).
           05 ASA-EVENTS        PIC 9(05).
           05 FILLER            PIC X(35) VALUE SPACES.
       01  ASOF-TRL-REC.
           05 AST-LABEL         PIC X(30).
           05 AST-COUNT         PIC 9(07).
           05 FILLER            PIC X(63) VALUE SPACES.

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOGF.

      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  WS-WORK-AREA.
           05 ACCT-ST   PIC 9(02).
              88 ACCT-SUCCESS  VALUE 00 97.
              88 ACCT-NOTFOUND VALUE 23.
           05 BKP-ST    PIC 9(02).
              88 BKP-EOF       VALUE 10.
              88 BKP-SUCCESS   VALUE 00 97.
           05 JRN-ST    PIC 9(02).
              88 JRN-EOF       VALUE 10.
              88 JRN-SUCCESS   VALUE 00 97.
           05 CTL-ST    PIC 9(02).
              88 CTL-SUCCESS   VALUE 00 97.
           05 ADR-ST    PIC 9(02).
              88 ADR-SUCCESS   VALUE 00 97.
              88 ADR-NOTFOUND  VALUE 23.
           05 ABK-ST    PIC 9(02).
              88 ABK-EOF       VALUE 10.
              88 ABK-SUCCESS   VALUE 00 97.
           05 WS-ABK-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-ABK-OPEN      VALUE 'Y'.
           05 REQ-ST    PIC 9(02).
              88 REQ-EOF       VALUE 10.
              88 REQ-SUCCESS   VALUE 00 97.
           05 RPT-ST    PIC 9(02).
              88 RPT-SUCCESS   VALUE 00 97.
           05 WS-RPT-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN      VALUE 'Y'.
           05 LOG-ST    PIC 9(02).
              88 LOG-EOF       VALUE 10.
              88 LOG-SUCCESS   VALUE 00 97.
           05 WS-LOG-OPEN-SW   PIC X(01) VALUE 'N'.
              88 WS-LOG-OPEN      VALUE 'Y'.
              88 WS-LOG-NOT-OPEN  VALUE 'N'.
      *Gunluk kaydi istenen bir hesaba aitse 'Y'; islem basariyla
      *uygulanirsa raporlanir.
           05 WS-REQ-HIT-SW    PIC X(01) VALUE 'N'.
              88 WS-REQ-HIT       VALUE 'Y'.
              88 WS-REQ-NOT-HIT   VALUE 'N'.
           05 WS-APPLY-SW      PIC X(01) VALUE 'N'.
              88 WS-APPLY-OK      VALUE 'Y'.
              88 WS-APPLY-NOT-OK  VALUE 'N'.

      *Hedef an ve yedek noktasi. Gunluk kayitlari tarih+saat olarak
      *14 haneli tek sayiyla kiyaslanir: yedek noktasindan onceki
      *kayitlar yedekte zaten vardir, hedef andan sonrakiler
      *uygulanmaz; hedef anin kendisi dahildir.
       01  WS-POINT-AREA.
           05 WS-TARGET-STAMP.
              10 WS-TARGET-DATE PIC 9(08) VALUE ZERO.
              10 WS-TARGET-TIME PIC 9(06) VALUE ZERO.
           05 WS-TARGET-STAMP-N REDEFINES WS-TARGET-STAMP
                                PIC 9(14).
           05 WS-BKP-STAMP.
              10 WS-BKP-DATE    PIC 9(08) VALUE ZERO.
              10 WS-BKP-TIME    PIC 9(06) VALUE ZERO.
           05 WS-BKP-STAMP-N REDEFINES WS-BKP-STAMP PIC 9(14).
           05 WS-JRN-STAMP.
              10 WS-JRN-DATE    PIC 9(08) VALUE ZERO.
              10 WS-JRN-TIME    PIC 9(06) VALUE ZERO.
           05 WS-JRN-STAMP-N REDEFINES WS-JRN-STAMP PIC 9(14).
      *RUNLOG'da okunmakta olan CBLWRK5 kosusunun baslangic ani.
           05 WS-CAND-STAMP.
              10 WS-CAND-DATE   PIC 9(08) VALUE ZERO.
              10 WS-CAND-TIME   PIC 9(06) VALUE ZERO.
           05 WS-CAND-STAMP-N REDEFINES WS-CAND-STAMP PIC 9(14).
      *Yedek noktasinin nereden alindigi ('RUNLOG' veya 'CTLCARD').
      *RUNLOG'dan bulunan yedegin CBLWRK5'in kutuge yazdigi kayit
      *sayilari yuklenen yedekle kiyaslanir.
           05 WS-BKP-SOURCE     PIC X(08) VALUE SPACES.
              88 WS-BKP-FROM-LOG   VALUE 'RUNLOG'.
              88 WS-BKP-FROM-CARD  VALUE 'CTLCARD'.
           05 WS-BKP-ACCTS      PIC 9(07) VALUE ZERO.
           05 WS-BKP-TOTAL      PIC 9(07) VALUE ZERO.
           05 WS-BKP-LOADED     PIC 9(07) VALUE ZERO.
      *Karttaki saatin (HHMMSS) dogrulanmasi icin.
           05 WS-TIME-CHECK     PIC 9(06) VALUE ZERO.
           05 WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
              10 WS-TP-HH       PIC 9(02).
              10 WS-TP-MI       PIC 9(02).
              10 WS-TP-SS       PIC 9(02).

      *Tarih dogrulama alanlari (CBLWRK12'deki gibi).
       01  WS-CHECK-AREA.
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
           05 WS-RECS-RESTORED  PIC 9(07) VALUE ZERO.
           05 WS-ADRS-RESTORED  PIC 9(07) VALUE ZERO.
           05 WS-ACTS-APPLIED   PIC 9(07) VALUE ZERO.
           05 WS-ACTS-BEFORE    PIC 9(07) VALUE ZERO.
           05 WS-ACTS-AFTER     PIC 9(07) VALUE ZERO.
           05 WS-ACTS-SKIPPED   PIC 9(07) VALUE ZERO.
           05 WS-ACTS-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-REQS-READ      PIC 9(07) VALUE ZERO.
           05 WS-REQS-REFUSED   PIC 9(07) VALUE ZERO.
           05 WS-EVTS-REPORTED  PIC 9(07) VALUE ZERO.
           05 WS-ACCTS-CHANGED  PIC 9(07) VALUE ZERO.

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

      *Raporu istenen hesaplar tablosu. Her satir hesabin yedekteki
      *hesap ve adres goruntusunu (yoksa bosluk) ve yedekten hedef
      *ana kadar uygulanan islem sayisini tutar.
       01  WS-REQ-AREA.
           05 WS-REQ-ENTRY OCCURS 9999 TIMES.
              10 WS-REQ-ACCT-NO    PIC 9(06).
              10 WS-REQ-BKP-ACCT-SW PIC X(01).
                 88 WS-REQ-BKP-ACCT   VALUE 'Y'.
              10 WS-REQ-BKP-ACCT-IMG PIC X(61).
              10 WS-REQ-BKP-ADDR-SW PIC X(01).
                 88 WS-REQ-BKP-ADDR   VALUE 'Y'.
              10 WS-REQ-BKP-ADDR-IMG PIC X(61).
              10 WS-REQ-EVENTS     PIC 9(05).
           05 WS-REQ-COUNT      PIC 9(04) COMP VALUE ZERO.
           05 WS-REQ-MAX        PIC 9(04) COMP VALUE 9999.
           05 WS-SX             PIC 9(04) COMP VALUE ZERO.

      *Hesap numarasindan tablo satirina gosterge (CBLWRK25'teki
      *gibi hesap numarasi + 1 ile indislenir). Sifir, hesabin
      *raporu istenmedigini gosterir.
       01  WS-PTR-AREA.
           05 WS-REQ-PTR        PIC 9(04) COMP VALUE ZERO
                                OCCURS 1000000 TIMES.
           05 WS-PX             PIC 9(07) COMP VALUE ZERO.

      *Kayittan alinan hesap numarasi; sayisal degilse kayit hicbir
      *hesaba eslenmez.
       01  WS-KEY-AREA.
           05 WS-KEY-ACCT       PIC X(06).
           05 WS-KEY-ACCT-N REDEFINES WS-KEY-ACCT PIC 9(06).

      *Kiyaslanan iki goruntu: islemden (veya yedekten) onceki ve
      *sonraki hal. Her biri 61 bayttir ve karsilastirilan kayda
      *gore hesap (ACCT-FIELDS) ya da adres (ADDR-FIELDS) duzeninde
      *okunur. Alanlar harf olarak tutulur ki sayisal olmayan eski
      *degerler de kiyaslanabilsin.
       01  WS-OLD-IMAGE         PIC X(61) VALUE SPACES.
       01  WS-OLD-ACCT-VIEW REDEFINES WS-OLD-IMAGE.
           05 WS-OA-ACCT-NO     PIC X(06).
           05 WS-OA-NAME        PIC X(15).
           05 WS-OA-SURNAME     PIC X(15).
           05 WS-OA-BDATE       PIC X(08).
           05 WS-OA-TODAY       PIC X(08).
           05 WS-OA-STATUS      PIC X(01).
           05 WS-OA-CLOSE-DATE  PIC X(08).
       01  WS-OLD-ADDR-VIEW REDEFINES WS-OLD-IMAGE.
           05 WS-OD-ACCT-NO     PIC X(06).
           05 WS-OD-STREET      PIC X(25).
           05 WS-OD-CITY        PIC X(15).
           05 WS-OD-POSTCODE    PIC X(05).
           05 WS-OD-PHONE       PIC X(10).
       01  WS-NEW-IMAGE         PIC X(61) VALUE SPACES.
       01  WS-NEW-ACCT-VIEW REDEFINES WS-NEW-IMAGE.
           05 WS-NA-ACCT-NO     PIC X(06).
           05 WS-NA-NAME        PIC X(15).
           05 WS-NA-SURNAME     PIC X(15).
           05 WS-NA-BDATE       PIC X(08).
           05 WS-NA-TODAY       PIC X(08).
           05 WS-NA-STATUS      PIC X(01).
           05 WS-NA-CLOSE-DATE  PIC X(08).
       01  WS-NEW-ADDR-VIEW REDEFINES WS-NEW-IMAGE.
           05 WS-ND-ACCT-NO     PIC X(06).
           05 WS-ND-STREET      PIC X(25).
           05 WS-ND-CITY        PIC X(15).
           05 WS-ND-POSTCODE    PIC X(05).
           05 WS-ND-PHONE       PIC X(10).

      *Kiyaslama denetimi: goruntulerin hangi duzende okunacagi,
      *iki tarafta kaydin bulunup bulunmadigi ve yazilan fark
      *satiri sayisi.
       01  WS-COMPARE-AREA.
           05 WS-CMP-KIND-SW    PIC X(01) VALUE 'A'.
              88 WS-CMP-ACCT       VALUE 'A'.
              88 WS-CMP-ADDR       VALUE 'M'.
           05 WS-OLD-SW         PIC X(01) VALUE 'N'.
              88 WS-OLD-PRESENT    VALUE 'Y'.
              88 WS-OLD-ABSENT     VALUE 'N'.
           05 WS-NEW-SW         PIC X(01) VALUE 'N'.
              88 WS-NEW-PRESENT    VALUE 'Y'.
              88 WS-NEW-ABSENT     VALUE 'N'.
           05 WS-FLD-DIFFS      PIC 9(04) COMP VALUE ZERO.
           05 WS-ACC-DIFFS      PIC 9(04) COMP VALUE ZERO.
           05 WS-CHG-FIELD      PIC X(15) VALUE SPACES.
           05 WS-CHG-FROM       PIC X(25) VALUE SPACES.
           05 WS-CHG-TO         PIC X(25) VALUE SPACES.
           05 WS-ON-FILE-TEXT   PIC X(12) VALUE 'ON FILE'.
           05 WS-NOT-FILE-TEXT  PIC X(12) VALUE 'NOT ON FILE'.

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

      *Hedef an ve yedek noktasi belirlenir, istenen hesaplar
      *alinir; yedek as-of dosyalarina yuklenir, gunluk hedef ana
      *kadar uygulanir ve istenen hesaplarin net farki yazilir.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-RESTORE-BACKUP UNTIL BKP-EOF.
           PERFORM H250-OPEN-ADDRESS.
           PERFORM H260-RESTORE-ADDRESS UNTIL ABK-EOF.
           PERFORM H270-CHECK-BACKUP.
           PERFORM H400-SWITCH-TO-APPLY.
           PERFORM H500-APPLY-JOURNAL UNTIL JRN-EOF.
           PERFORM H800-NET-CHANGES.
           PERFORM H999-PROGRAM-EXIT.
      *Kosu kutugu, kart ve yedek noktasi alinir; istenen hesaplar
      *tabloya okunur, rapor ve as-of ana dosya acilir.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H120-FIND-BACKUP.
           OPEN OUTPUT ASOF-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           PERFORM H140-WRITE-HEADER.
           PERFORM H130-READ-REQUESTS.
           OPEN OUTPUT ASOF-ACCT.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT BACKUP-FILE.
           IF (BKP-ST NOT = 0) AND (BKP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' BKP-ST
              MOVE BKP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ BACKUP-FILE.
           IF (BKP-ST NOT = 0) AND (BKP-ST NOT = 97)
              AND (BKP-ST NOT = 10)
              DISPLAY 'UNABLE TO READ FILE: ' BKP-ST
              MOVE BKP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END.EXIT.
      *Hedef tarih/saat ve istege bagli yedek noktasini karttan
      *okur. Hedef tarihi olmayan veya gecersiz bir kartla kosu
      *durur: hangi anin kurulacagi tahmin edilmez.
       H110-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-SUCCESS
              READ CONTROL-CARD
              IF CTL-SUCCESS
                 IF CTL-TARGET-DATE IS NUMERIC
                    MOVE CTL-TARGET-DATE TO WS-TARGET-DATE
                 END-IF
                 IF CTL-TARGET-TIME IS NUMERIC
                    MOVE CTL-TARGET-TIME TO WS-TARGET-TIME
                 END-IF
                 IF CTL-BKP-DATE IS NUMERIC
                    MOVE CTL-BKP-DATE TO WS-BKP-DATE
                 END-IF
                 IF CTL-BKP-TIME IS NUMERIC
                    MOVE CTL-BKP-TIME TO WS-BKP-TIME
                 END-IF
              END-IF
              CLOSE CONTROL-CARD
           END-IF.
           IF WS-TARGET-DATE = 0
              DISPLAY 'NO TARGET DATE ON CTLCARD - RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-TARGET-TIME = 0
              MOVE 235959 TO WS-TARGET-TIME
           END-IF.
           MOVE WS-TARGET-DATE TO WS-CHK-CDT.
           PERFORM H155-VALIDATE-CDT-FIELDS.
           MOVE WS-TARGET-TIME TO WS-TIME-CHECK.
           IF WS-CHK-INVALID
              OR WS-TP-HH > 23 OR WS-TP-MI > 59 OR WS-TP-SS > 59
              DISPLAY 'INVALID TARGET ON CTLCARD: ' WS-TARGET-DATE
                      ' ' WS-TARGET-TIME
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-BKP-DATE > 0
              MOVE WS-BKP-DATE TO WS-CHK-CDT
              PERFORM H155-VALIDATE-CDT-FIELDS
              MOVE WS-BKP-TIME TO WS-TIME-CHECK
              IF WS-CHK-INVALID
                 OR WS-TP-HH > 23 OR WS-TP-MI > 59 OR WS-TP-SS > 59
                 DISPLAY 'INVALID BACKUP POINT ON CTLCARD: '
                         WS-BKP-DATE ' ' WS-BKP-TIME
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H110-END.EXIT.
      *Yedek noktasini belirler. Kartta verilmemisse RUNLOG bastan
      *okunur ve hedef andan once baslayip sifir kodla biten son
      *CBLWRK5 kosusu alinir; CBLWRK5 ACCTREC'i damgali tuttugu
      *icin yedek o kosunun baslangic anindaki hali gosterir. Hedef
      *andan sonraki bir yedekten geriye gidilemez.
       H120-FIND-BACKUP.
           IF WS-BKP-DATE > 0
              SET WS-BKP-FROM-CARD TO TRUE
           ELSE
              OPEN INPUT RUN-LOG
              IF NOT LOG-SUCCESS
                 DISPLAY 'UNABLE TO OPEN RUNLOG: ' LOG-ST
                 MOVE LOG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE ZERO TO WS-CAND-STAMP-N
              READ RUN-LOG
              PERFORM H125-TEST-BACKUP-RUN UNTIL LOG-EOF
              CLOSE RUN-LOG
              IF WS-BKP-DATE = 0
                 DISPLAY 'NO CBLWRK5 BACKUP FOUND BEFORE TARGET '
                         WS-TARGET-DATE ' ' WS-TARGET-TIME
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              SET WS-BKP-FROM-LOG TO TRUE
           END-IF.
           IF WS-BKP-STAMP-N > WS-TARGET-STAMP-N
              DISPLAY 'BACKUP POINT ' WS-BKP-DATE ' ' WS-BKP-TIME
                      ' IS AFTER TARGET - RUN STOPPED'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           DISPLAY 'TARGET:       ' WS-TARGET-DATE ' ' WS-TARGET-TIME.
           DISPLAY 'BACKUP POINT: ' WS-BKP-DATE ' ' WS-BKP-TIME
                   ' (' WS-BKP-SOURCE ')'.
       H120-END.EXIT.
      *CBLWRK5'in 'S' kaydi aday yedek noktasini verir; ardindan
      *gelen sifir kodlu 'E' kaydi yedegin tamamlandigini gosterir
      *ve aday hedef andan once basladiysa o ana kadarki en yakin
      *yedek olarak alinir.
       H125-TEST-BACKUP-RUN.
           IF (LOG-ST NOT = 0) AND (LOG-ST NOT = 97)
              DISPLAY 'UNABLE TO READ RUNLOG: ' LOG-ST
              CLOSE RUN-LOG
              MOVE LOG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF RLOG-PROGRAM = 'CBLWRK5'
              IF RLOG-START
                 MOVE RLOG-DATE TO WS-CAND-DATE
                 MOVE RLOG-TIME TO WS-CAND-TIME
              ELSE
                 IF RLOG-END AND RLOG-RETCODE = 0
                    AND WS-CAND-DATE > 0
                    AND WS-CAND-STAMP-N NOT > WS-TARGET-STAMP-N
                    MOVE WS-CAND-STAMP TO WS-BKP-STAMP
                    MOVE RLOG-RECS-READ TO WS-BKP-ACCTS
                    MOVE RLOG-RECS-WRITTEN TO WS-BKP-TOTAL
                 END-IF
                 MOVE ZERO TO WS-CAND-STAMP-N
              END-IF
           END-IF.
           READ RUN-LOG.
       H125-END.EXIT.
      *Raporu istenen hesaplari tabloya alir. Sayisal olmayan veya
      *ikinci kez gelen hesap numarasi reddedilir.
       H130-READ-REQUESTS.
           OPEN INPUT ASOF-REQ.
           IF REQ-SUCCESS
              READ ASOF-REQ
              PERFORM H135-TAKE-REQUEST UNTIL REQ-EOF
              CLOSE ASOF-REQ
           ELSE
              IF REQ-ST NOT = 35
                 DISPLAY 'UNABLE TO OPEN FILE: ' REQ-ST
                 MOVE REQ-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H130-END.EXIT.
       H135-TAKE-REQUEST.
           IF (REQ-ST NOT = 0) AND (REQ-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' REQ-ST
              CLOSE ASOF-REQ
              MOVE REQ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-REQS-READ.
           MOVE REQ-ACCT-NO TO WS-KEY-ACCT.
           IF WS-KEY-ACCT IS NOT NUMERIC
              ADD 1 TO WS-REQS-REFUSED
              DISPLAY 'INVALID ACCOUNT IN ASOFREQ: ' WS-KEY-ACCT
           ELSE
              COMPUTE WS-PX = WS-KEY-ACCT-N + 1
              IF WS-REQ-PTR(WS-PX) > 0
                 ADD 1 TO WS-REQS-REFUSED
                 DISPLAY 'DUPLICATE ACCOUNT IN ASOFREQ: '
                         WS-KEY-ACCT
              ELSE
                 IF WS-REQ-COUNT NOT < WS-REQ-MAX
                    ADD 1 TO WS-REQS-REFUSED
                    DISPLAY 'ASOFREQ TABLE FULL - ACCOUNT IGNORED: '
                            WS-KEY-ACCT
                 ELSE
                    ADD 1 TO WS-REQ-COUNT
                    MOVE WS-REQ-COUNT TO WS-REQ-PTR(WS-PX)
                    MOVE WS-KEY-ACCT-N
                      TO WS-REQ-ACCT-NO(WS-REQ-COUNT)
                    MOVE 'N' TO WS-REQ-BKP-ACCT-SW(WS-REQ-COUNT)
                                WS-REQ-BKP-ADDR-SW(WS-REQ-COUNT)
                    MOVE SPACES TO WS-REQ-BKP-ACCT-IMG(WS-REQ-COUNT)
                                   WS-REQ-BKP-ADDR-IMG(WS-REQ-COUNT)
                    MOVE ZERO TO WS-REQ-EVENTS(WS-REQ-COUNT)
                 END-IF
              END-IF
           END-IF.
           READ ASOF-REQ.
       H135-END.EXIT.
      *Rapor basligi: hedef an ile kullanilan yedek noktasi ve
      *nereden alindigi.
       H140-WRITE-HEADER.
           MOVE SPACES TO ASOF-HDR-REC.
           MOVE 'POINT-IN-TIME RECONSTRUCTION' TO ASH-TITLE.
           MOVE 'TARGET:' TO ASH-TGT-LBL.
           MOVE WS-TARGET-DATE TO ASH-TGT-DATE.
           MOVE WS-TARGET-TIME TO ASH-TGT-TIME.
           MOVE 'BACKUP:' TO ASH-BKP-LBL.
           MOVE WS-BKP-DATE TO ASH-BKP-DATE.
           MOVE WS-BKP-TIME TO ASH-BKP-TIME.
           MOVE WS-BKP-SOURCE TO ASH-BKP-SOURCE.
           WRITE ASOF-HDR-REC.
       H140-END.EXIT.
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
      *Her yedek kaydini as-of ana dosyaya yazar; raporu istenen
      *hesabin yedekteki goruntusu net fark icin saklanir.
       H200-RESTORE-BACKUP.
           MOVE BACKUP-REC TO ACCT-FIELDS.
           WRITE ACCT-FIELDS.
           IF NOT ACCT-SUCCESS
              DISPLAY 'UNABLE TO LOAD AS-OF MASTER: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-RECS-RESTORED.
           IF ACCT-NO IS NUMERIC
              COMPUTE WS-PX = ACCT-NO + 1
              IF WS-REQ-PTR(WS-PX) > 0
                 MOVE WS-REQ-PTR(WS-PX) TO WS-SX
                 MOVE 'Y' TO WS-REQ-BKP-ACCT-SW(WS-SX)
                 MOVE BACKUP-REC TO WS-REQ-BKP-ACCT-IMG(WS-SX)
              END-IF
           END-IF.
           READ BACKUP-FILE.
       H200-END.EXIT.
      *As-of adres dosyasini bastan kurmak icin acar ve adres
      *yedeginin ilk kaydini okur. Adres yedegi hic yoksa (durum 35)
      *yukleme bos gecilir.
       H250-OPEN-ADDRESS.
           OPEN OUTPUT ASOF-ADDR.
           IF (ADR-ST NOT = 0) AND (ADR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ADR-ST
              MOVE ADR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ADDR-BACKUP.
           IF ABK-SUCCESS
              SET WS-ABK-OPEN TO TRUE
              READ ADDR-BACKUP
              IF (ABK-ST NOT = 0) AND (ABK-ST NOT = 97)
                 AND (ABK-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ FILE: ' ABK-ST
                 MOVE ABK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              IF ABK-ST = 35
                 SET ABK-EOF TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN FILE: ' ABK-ST
                 MOVE ABK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H250-END.EXIT.
      *Her adres yedek kaydini as-of adres dosyasina yazar.
       H260-RESTORE-ADDRESS.
           MOVE ADDR-BACKUP-REC TO ADDR-FIELDS.
           WRITE ADDR-FIELDS.
           IF NOT ADR-SUCCESS
              DISPLAY 'UNABLE TO LOAD AS-OF ADDRESS: ' ADR-ST
              MOVE ADR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-ADRS-RESTORED.
           IF ADDR-ACCT-NO IS NUMERIC
              COMPUTE WS-PX = ADDR-ACCT-NO + 1
              IF WS-REQ-PTR(WS-PX) > 0
                 MOVE WS-REQ-PTR(WS-PX) TO WS-SX
                 MOVE 'Y' TO WS-REQ-BKP-ADDR-SW(WS-SX)
                 MOVE ADDR-BACKUP-REC TO WS-REQ-BKP-ADDR-IMG(WS-SX)
              END-IF
           END-IF.
           READ ADDR-BACKUP.
       H260-END.EXIT.
      *Yedek RUNLOG'dan bulunduysa yuklenen kayit sayilari o CBLWRK5
      *kosusunun kutuge yazdigi sayilarla kiyaslanir. Tutmuyorsa
      *ACCTBKP/ADDRBKP DD'leri baska bir gecenin yedegini
      *gostermektedir ve kurulan hal yanlis olacagindan kosu durur.
       H270-CHECK-BACKUP.
           IF WS-BKP-FROM-LOG
              COMPUTE WS-BKP-LOADED =
                      WS-RECS-RESTORED + WS-ADRS-RESTORED
              IF WS-RECS-RESTORED NOT = WS-BKP-ACCTS
                 OR WS-BKP-LOADED NOT = WS-BKP-TOTAL
                 DISPLAY 'ACCTBKP/ADDRBKP IS NOT THE BACKUP OF '
                         WS-BKP-DATE ' ' WS-BKP-TIME
                 DISPLAY '  LOADED ' WS-RECS-RESTORED ' / '
                         WS-BKP-LOADED ' EXPECTED ' WS-BKP-ACCTS
                         ' / ' WS-BKP-TOTAL
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H270-END.EXIT.
      *Yukleme bitince as-of dosyalari gunluk islemlerinin
      *uygulanabilmesi icin I-O modda yeniden acilir. Gunlugun
      *yalnizca yedek noktasi ile hedef an arasini kapsayan
      *kusaklari okunur.
       H400-SWITCH-TO-APPLY.
           CLOSE ASOF-ACCT.
           OPEN I-O ASOF-ACCT.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           CLOSE ASOF-ADDR.
           OPEN I-O ASOF-ADDR.
           IF (ADR-ST NOT = 0) AND (ADR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ADR-ST
              MOVE ADR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO ASOF-SEC-REC.
           MOVE 'CHANGE TRAIL FROM BACKUP TO TARGET (JOURNAL ORDER)'
             TO ASC-TITLE.
           WRITE ASOF-SEC-REC.
           MOVE WS-BKP-DATE TO WS-JSEL-FROM.
           MOVE WS-TARGET-DATE TO WS-JSEL-TO.
           PERFORM H700-OPEN-JOURNAL.
       H400-END.EXIT.
      *Yedek noktasi ile hedef an arasindaki her gunluk kaydini
      *aksiyon koduna gore as-of dosyalarina uygular (CBLWRK6'daki
      *kurallarla); digerlerini sayip gecer. Raporu istenen hesabin
      *uygulanan islemi alan alan yazilir.
       H500-APPLY-JOURNAL.
           MOVE JRNL-RUN-DATE TO WS-JRN-DATE.
           MOVE JRNL-RUN-TIME TO WS-JRN-TIME.
           IF WS-JRN-STAMP-N < WS-BKP-STAMP-N
              ADD 1 TO WS-ACTS-BEFORE
           ELSE
              IF WS-JRN-STAMP-N > WS-TARGET-STAMP-N
                 ADD 1 TO WS-ACTS-AFTER
              ELSE
                 PERFORM H505-CHECK-REQUESTED
                 SET WS-APPLY-NOT-OK TO TRUE
                 EVALUATE TRUE
                    WHEN JRNL-ADD
                       PERFORM H510-REAPPLY-ADD
                    WHEN JRNL-CHANGE
                    WHEN JRNL-CLOSE
                    WHEN JRNL-REOPEN
                       PERFORM H520-REAPPLY-REWRITE
                    WHEN JRNL-DELETE
                       PERFORM H530-REAPPLY-DELETE
                    WHEN JRNL-ADDRESS
                       PERFORM H540-REAPPLY-ADDRESS
      *Veli baglantisi dosyasi as-of olarak kurulmaz (CBLWRK6'daki
      *gibi); baglanti bakimi uygulanmaz.
                    WHEN JRNL-GUARDIAN
                       ADD 1 TO WS-ACTS-SKIPPED
                    WHEN OTHER
                       ADD 1 TO WS-ACTS-FAILED
                       DISPLAY 'UNKNOWN JOURNAL ACTION: '
                               JRNL-ACTION ' ACCT ' JRNL-ACCT-NO
                 END-EVALUATE
                 IF WS-APPLY-OK AND WS-REQ-HIT
                    PERFORM H600-REPORT-EVENT
                 END-IF
              END-IF
           END-IF.
           PERFORM H730-READ-JOURNAL.
       H500-END.EXIT.
      *Kayit raporu istenen bir hesaba aitse islemden onceki hal
      *as-of dosyasindan okunur (hesap veya adres kaydi).
       H505-CHECK-REQUESTED.
           SET WS-REQ-NOT-HIT TO TRUE.
           SET WS-OLD-ABSENT TO TRUE.
           MOVE SPACES TO WS-OLD-IMAGE.
           IF JRNL-ACCT-NO IS NUMERIC AND NOT JRNL-GUARDIAN
              COMPUTE WS-PX = JRNL-ACCT-NO + 1
              IF WS-REQ-PTR(WS-PX) > 0
                 SET WS-REQ-HIT TO TRUE
                 MOVE WS-REQ-PTR(WS-PX) TO WS-SX
              END-IF
           END-IF.
           IF WS-REQ-HIT
              IF JRNL-ADDRESS
                 MOVE JRNL-ACCT-NO TO ADDR-ACCT-NO
                 READ ASOF-ADDR KEY IS ADDR-ACCT-NO
                 IF ADR-SUCCESS
                    MOVE ADDR-FIELDS TO WS-OLD-IMAGE
                    SET WS-OLD-PRESENT TO TRUE
                 END-IF
              ELSE
                 MOVE JRNL-ACCT-NO TO ACCT-NO
                 READ ASOF-ACCT KEY IS ACCT-NO
                 IF ACCT-SUCCESS
                    MOVE ACCT-FIELDS TO WS-OLD-IMAGE
                    SET WS-OLD-PRESENT TO TRUE
                 END-IF
              END-IF
           END-IF.
       H505-END.EXIT.
      *Eklemeyi sonrasi goruntusunden kurar.
       H510-REAPPLY-ADD.
           MOVE JRNL-AFTER-IMAGE TO ACCT-FIELDS.
           WRITE ACCT-FIELDS.
           IF ACCT-SUCCESS
              ADD 1 TO WS-ACTS-APPLIED
              SET WS-APPLY-OK TO TRUE
           ELSE
              ADD 1 TO WS-ACTS-FAILED
              DISPLAY 'REAPPLY ADD FAILED: ' ACCT-ST
                      ' ACCT ' JRNL-ACCT-NO
           END-IF.
       H510-END.EXIT.
      *Degisiklik/kapatma/yeniden-acma islemini sonrasi goruntusunu
      *yerine yazarak kurar.
       H520-REAPPLY-REWRITE.
           MOVE JRNL-ACCT-NO TO ACCT-NO.
           READ ASOF-ACCT KEY IS ACCT-NO.
           IF NOT ACCT-SUCCESS
              ADD 1 TO WS-ACTS-FAILED
              DISPLAY 'REAPPLY REWRITE FAILED: ' ACCT-ST
                      ' ACCT ' JRNL-ACCT-NO
           ELSE
              MOVE JRNL-AFTER-IMAGE TO ACCT-FIELDS
              REWRITE ACCT-FIELDS
              IF ACCT-SUCCESS
                 ADD 1 TO WS-ACTS-APPLIED
                 SET WS-APPLY-OK TO TRUE
              ELSE
                 ADD 1 TO WS-ACTS-FAILED
                 DISPLAY 'REAPPLY REWRITE FAILED: ' ACCT-ST
                         ' ACCT ' JRNL-ACCT-NO
              END-IF
           END-IF.
       H520-END.EXIT.
      *Sonrasi goruntusu dolu 'D' kaydi mantiksal kapatmadir ve H520
      *ile yerine yazilir; bos olani eski kosulardan kalan fiziksel
      *silmedir ve kayit as-of dosyadan kaldirilir.
       H530-REAPPLY-DELETE.
           IF JRNL-AFTER-IMAGE NOT = SPACES
              PERFORM H520-REAPPLY-REWRITE
           ELSE
              MOVE JRNL-ACCT-NO TO ACCT-NO
              READ ASOF-ACCT KEY IS ACCT-NO
              IF NOT ACCT-SUCCESS
                 ADD 1 TO WS-ACTS-FAILED
                 DISPLAY 'REAPPLY DELETE FAILED: ' ACCT-ST
                         ' ACCT ' JRNL-ACCT-NO
              ELSE
                 DELETE ASOF-ACCT
                 IF ACCT-SUCCESS
                    ADD 1 TO WS-ACTS-APPLIED
                    SET WS-APPLY-OK TO TRUE
                 ELSE
                    ADD 1 TO WS-ACTS-FAILED
                    DISPLAY 'REAPPLY DELETE FAILED: ' ACCT-ST
                            ' ACCT ' JRNL-ACCT-NO
                 END-IF
              END-IF
           END-IF.
       H530-END.EXIT.
      *Adres bakimini ('M') sonrasi goruntusunden kurar: kayit
      *varsa yenilenir, yoksa acilir.
       H540-REAPPLY-ADDRESS.
           MOVE JRNL-ACCT-NO TO ADDR-ACCT-NO.
           READ ASOF-ADDR KEY IS ADDR-ACCT-NO.
           IF ADR-SUCCESS
              MOVE JRNL-AFTER-IMAGE TO ADDR-FIELDS
              REWRITE ADDR-FIELDS
           ELSE
              MOVE JRNL-AFTER-IMAGE TO ADDR-FIELDS
              WRITE ADDR-FIELDS
           END-IF.
           IF ADR-SUCCESS
              ADD 1 TO WS-ACTS-APPLIED
              SET WS-APPLY-OK TO TRUE
           ELSE
              ADD 1 TO WS-ACTS-FAILED
              DISPLAY 'REAPPLY ADDRESS FAILED: ' ADR-ST
                      ' ACCT ' JRNL-ACCT-NO
           END-IF.
       H540-END.EXIT.
      *Uygulanan islemi yazar: once islem satiri (kim, ne zaman,
      *ne), sonra islemden once ve sonraki hal arasinda degisen
      *her alan icin bir satir.
       H600-REPORT-EVENT.
           MOVE SPACES TO ASOF-EVT-REC.
           MOVE JRNL-ACCT-NO TO ASE-ACCT-NO.
           MOVE JRNL-RUN-DATE TO ASE-DATE.
           MOVE JRNL-RUN-TIME TO ASE-TIME.
           MOVE JRNL-ACTION TO ASE-ACTION.
           EVALUATE TRUE
              WHEN JRNL-ADD
                 MOVE 'ADD' TO ASE-DESC
              WHEN JRNL-CHANGE
                 MOVE 'CHANGE' TO ASE-DESC
              WHEN JRNL-CLOSE
                 MOVE 'CLOSE' TO ASE-DESC
              WHEN JRNL-REOPEN
                 MOVE 'REOPEN' TO ASE-DESC
              WHEN JRNL-DELETE
                 MOVE 'DELETE' TO ASE-DESC
              WHEN JRNL-ADDRESS
                 MOVE 'ADDRESS' TO ASE-DESC
           END-EVALUATE.
           MOVE JRNL-OPERATOR TO ASE-OPERATOR.
           MOVE JRNL-CHECKER TO ASE-CHECKER.
           MOVE JRNL-SEQ-NO TO ASE-SEQ-NO.
           WRITE ASOF-EVT-REC.
           ADD 1 TO WS-EVTS-REPORTED.
           ADD 1 TO WS-REQ-EVENTS(WS-SX).
           IF JRNL-DELETE AND JRNL-AFTER-IMAGE = SPACES
              MOVE SPACES TO WS-NEW-IMAGE
              SET WS-NEW-ABSENT TO TRUE
           ELSE
              MOVE JRNL-AFTER-IMAGE TO WS-NEW-IMAGE
              SET WS-NEW-PRESENT TO TRUE
           END-IF.
           IF JRNL-ADDRESS
              SET WS-CMP-ADDR TO TRUE
           ELSE
              SET WS-CMP-ACCT TO TRUE
           END-IF.
           PERFORM H650-COMPARE-IMAGES.
           IF WS-FLD-DIFFS = 0
              MOVE SPACES TO ASOF-FLD-REC
              MOVE '(NO FIELD CHANGED)' TO ASF-FIELD
              WRITE ASOF-FLD-REC
           END-IF.
       H600-END.EXIT.
      *WS-OLD-IMAGE ile WS-NEW-IMAGE'i WS-CMP-KIND-SW'ye gore hesap
      *veya adres duzeninde alan alan kiyaslar ve her fark icin bir
      *satir yazar. Kaydin bir tarafta hic olmamasi 'RECORD'
      *satiriyla gosterilir; kaldirilan kaydin alanlari ayrica
      *listelenmez.
       H650-COMPARE-IMAGES.
           MOVE ZERO TO WS-FLD-DIFFS.
           IF WS-OLD-ABSENT AND WS-NEW-PRESENT
              MOVE 'RECORD' TO WS-CHG-FIELD
              MOVE WS-NOT-FILE-TEXT TO WS-CHG-FROM
              MOVE WS-ON-FILE-TEXT TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OLD-PRESENT AND WS-NEW-ABSENT
              MOVE 'RECORD' TO WS-CHG-FIELD
              MOVE WS-ON-FILE-TEXT TO WS-CHG-FROM
              MOVE WS-NOT-FILE-TEXT TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-NEW-PRESENT
              IF WS-CMP-ACCT
                 PERFORM H670-COMPARE-ACCT
              ELSE
                 PERFORM H680-COMPARE-ADDR
              END-IF
           END-IF.
       H650-END.EXIT.
       H660-WRITE-FIELD.
           MOVE SPACES TO ASOF-FLD-REC.
           MOVE WS-CHG-FIELD TO ASF-FIELD.
           MOVE WS-CHG-FROM TO ASF-FROM.
           MOVE ' -> ' TO ASF-ARROW.
           MOVE WS-CHG-TO TO ASF-TO.
           WRITE ASOF-FLD-REC.
           ADD 1 TO WS-FLD-DIFFS.
       H660-END.EXIT.
      *Hesap kaydinin alanlari (ACCTFLD sirasiyla).
       H670-COMPARE-ACCT.
           IF WS-OA-NAME NOT = WS-NA-NAME
              MOVE 'ACCT-NAME' TO WS-CHG-FIELD
              MOVE WS-OA-NAME TO WS-CHG-FROM
              MOVE WS-NA-NAME TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OA-SURNAME NOT = WS-NA-SURNAME
              MOVE 'ACCT-SURNAME' TO WS-CHG-FIELD
              MOVE WS-OA-SURNAME TO WS-CHG-FROM
              MOVE WS-NA-SURNAME TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OA-BDATE NOT = WS-NA-BDATE
              MOVE 'ACCT-BDATE' TO WS-CHG-FIELD
              MOVE WS-OA-BDATE TO WS-CHG-FROM
              MOVE WS-NA-BDATE TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OA-TODAY NOT = WS-NA-TODAY
              MOVE 'ACCT-TODAY' TO WS-CHG-FIELD
              MOVE WS-OA-TODAY TO WS-CHG-FROM
              MOVE WS-NA-TODAY TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OA-STATUS NOT = WS-NA-STATUS
              MOVE 'ACCT-STATUS' TO WS-CHG-FIELD
              MOVE WS-OA-STATUS TO WS-CHG-FROM
              MOVE WS-NA-STATUS TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OA-CLOSE-DATE NOT = WS-NA-CLOSE-DATE
              MOVE 'ACCT-CLOSE-DATE' TO WS-CHG-FIELD
              MOVE WS-OA-CLOSE-DATE TO WS-CHG-FROM
              MOVE WS-NA-CLOSE-DATE TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
       H670-END.EXIT.
      *Adres kaydinin alanlari (ADDRFLD sirasiyla).
       H680-COMPARE-ADDR.
           IF WS-OD-STREET NOT = WS-ND-STREET
              MOVE 'ADDR-STREET' TO WS-CHG-FIELD
              MOVE WS-OD-STREET TO WS-CHG-FROM
              MOVE WS-ND-STREET TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OD-CITY NOT = WS-ND-CITY
              MOVE 'ADDR-CITY' TO WS-CHG-FIELD
              MOVE WS-OD-CITY TO WS-CHG-FROM
              MOVE WS-ND-CITY TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OD-POSTCODE NOT = WS-ND-POSTCODE
              MOVE 'ADDR-POSTCODE' TO WS-CHG-FIELD
              MOVE WS-OD-POSTCODE TO WS-CHG-FROM
              MOVE WS-ND-POSTCODE TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
           IF WS-OD-PHONE NOT = WS-ND-PHONE
              MOVE 'ADDR-PHONE' TO WS-CHG-FIELD
              MOVE WS-OD-PHONE TO WS-CHG-FROM
              MOVE WS-ND-PHONE TO WS-CHG-TO
              PERFORM H660-WRITE-FIELD
           END-IF.
       H680-END.EXIT.
      *Net fark bolumu: istenen her hesap icin yedekteki hal ile
      *hedef andaki (as-of dosyalarindaki) hal alan alan kiyaslanir.
       H800-NET-CHANGES.
           MOVE SPACES TO ASOF-SEC-REC.
           MOVE 'NET CHANGE BETWEEN BACKUP AND TARGET' TO ASC-TITLE.
           WRITE ASOF-SEC-REC.
           PERFORM H810-NET-ACCOUNT
              VARYING WS-SX FROM 1 BY 1
              UNTIL WS-SX > WS-REQ-COUNT.
       H800-END.EXIT.
      *Hesap satirini, ardindan hesap ve adres kaydinin farklarini
      *yazar; hic fark yoksa bunu ayrica belirtir.
       H810-NET-ACCOUNT.
           MOVE SPACES TO ASOF-ACC-REC.
           MOVE WS-REQ-ACCT-NO(WS-SX) TO ASA-ACCT-NO.
           MOVE 'BACKUP:' TO ASA-BKP-LBL.
           MOVE 'TARGET:' TO ASA-TGT-LBL.
           MOVE 'EVENTS:' TO ASA-EVT-LBL.
           MOVE WS-REQ-EVENTS(WS-SX) TO ASA-EVENTS.
           IF WS-REQ-BKP-ACCT(WS-SX)
              MOVE WS-ON-FILE-TEXT TO ASA-AT-BKP
           ELSE
              MOVE WS-NOT-FILE-TEXT TO ASA-AT-BKP
           END-IF.
           MOVE WS-REQ-ACCT-NO(WS-SX) TO ACCT-NO.
           READ ASOF-ACCT KEY IS ACCT-NO.
           IF ACCT-SUCCESS
              MOVE WS-ON-FILE-TEXT TO ASA-AT-TGT
           ELSE
              MOVE WS-NOT-FILE-TEXT TO ASA-AT-TGT
           END-IF.
           WRITE ASOF-ACC-REC.
           MOVE ZERO TO WS-ACC-DIFFS.
           SET WS-CMP-ACCT TO TRUE.
           MOVE WS-REQ-BKP-ACCT-SW(WS-SX) TO WS-OLD-SW.
           MOVE WS-REQ-BKP-ACCT-IMG(WS-SX) TO WS-OLD-IMAGE.
           IF ACCT-SUCCESS
              SET WS-NEW-PRESENT TO TRUE
              MOVE ACCT-FIELDS TO WS-NEW-IMAGE
           ELSE
              SET WS-NEW-ABSENT TO TRUE
              MOVE SPACES TO WS-NEW-IMAGE
           END-IF.
           PERFORM H650-COMPARE-IMAGES.
           ADD WS-FLD-DIFFS TO WS-ACC-DIFFS.
           SET WS-CMP-ADDR TO TRUE.
           MOVE WS-REQ-BKP-ADDR-SW(WS-SX) TO WS-OLD-SW.
           MOVE WS-REQ-BKP-ADDR-IMG(WS-SX) TO WS-OLD-IMAGE.
           MOVE WS-REQ-ACCT-NO(WS-SX) TO ADDR-ACCT-NO.
           READ ASOF-ADDR KEY IS ADDR-ACCT-NO.
           IF ADR-SUCCESS
              SET WS-NEW-PRESENT TO TRUE
              MOVE ADDR-FIELDS TO WS-NEW-IMAGE
           ELSE
              SET WS-NEW-ABSENT TO TRUE
              MOVE SPACES TO WS-NEW-IMAGE
           END-IF.
           PERFORM H650-COMPARE-IMAGES.
           ADD WS-FLD-DIFFS TO WS-ACC-DIFFS.
           IF WS-ACC-DIFFS = 0
              MOVE SPACES TO ASOF-FLD-REC
              MOVE '(NO CHANGE)' TO ASF-FIELD
              WRITE ASOF-FLD-REC
           ELSE
              ADD 1 TO WS-ACCTS-CHANGED
           END-IF.
       H810-END.EXIT.
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
           CLOSE ASOF-ACCT
                 ASOF-ADDR
                 BACKUP-FILE.
           IF NOT WS-JSRC-NONE
              CLOSE JOURNAL-FILE
           END-IF.
           IF WS-ABK-OPEN
              CLOSE ADDR-BACKUP
           END-IF.
           IF WS-RPT-OPEN
              CLOSE ASOF-RPT
           END-IF.
       H300-END.EXIT.
      *Yuklenen, uygulanan ve disarida kalan kayit sayilarini
      *rapora kontrol toplami olarak yazar.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'ACCOUNTS FROM BACKUP:' TO AST-LABEL
              MOVE WS-RECS-RESTORED TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'ADDRESSES FROM BACKUP:' TO AST-LABEL
              MOVE WS-ADRS-RESTORED TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'JOURNAL BEFORE BACKUP:' TO AST-LABEL
              MOVE WS-ACTS-BEFORE TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'JOURNAL ACTIONS APPLIED:' TO AST-LABEL
              MOVE WS-ACTS-APPLIED TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'JOURNAL ACTIONS SKIPPED:' TO AST-LABEL
              MOVE WS-ACTS-SKIPPED TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'JOURNAL ACTIONS FAILED:' TO AST-LABEL
              MOVE WS-ACTS-FAILED TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'JOURNAL AFTER TARGET:' TO AST-LABEL
              MOVE WS-ACTS-AFTER TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'ACCOUNTS REQUESTED:' TO AST-LABEL
              MOVE WS-REQ-COUNT TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'REQUESTS REFUSED:' TO AST-LABEL
              MOVE WS-REQS-REFUSED TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'ACTIONS REPORTED:' TO AST-LABEL
              MOVE WS-EVTS-REPORTED TO AST-COUNT
              WRITE ASOF-TRL-REC
              MOVE SPACES TO ASOF-TRL-REC
              MOVE 'ACCOUNTS CHANGED:' TO AST-LABEL
              MOVE WS-ACCTS-CHANGED TO AST-COUNT
              WRITE ASOF-TRL-REC
              IF RETURN-CODE NOT = 0
                 MOVE SPACES TO ASOF-TRL-REC
                 MOVE 'RUN ENDED - RC:' TO AST-LABEL
                 MOVE RETURN-CODE TO AST-COUNT
                 WRITE ASOF-TRL-REC
              END-IF
           END-IF.
       H900-END.EXIT.
      *Kosu kutugune baslangic kaydini ekler; kutuk henuz yoksa
      *(durum 35) olusturulur. Kutuk acilamazsa kosu durdurulur:
      *sabah ozeti eksik kosuyu kosulmamis sanmamalidir. Yedek
      *noktasi ayni kutukten okunabilsin diye kutuk baslangic
      *kaydindan sonra kapatilir, bitis kaydinda yeniden acilir
      *(CBLWRK23'teki gibi).
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
           MOVE 'CBLWRK27' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
           CLOSE RUN-LOG.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Okunan, yedekten yuklenen hesap sayisi; yazilan, gunlukten
      *uygulanan islem sayisidir.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              OPEN EXTEND RUN-LOG
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK27' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-RECS-RESTORED TO RLOG-RECS-READ
              MOVE WS-ACTS-APPLIED TO RLOG-RECS-WRITTEN
              MOVE WS-ACTS-FAILED TO RLOG-RECS-REJECT
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-FIELDS
              CLOSE RUN-LOG
              SET WS-LOG-NOT-OPEN TO TRUE
           END-IF.
       H950-END.EXIT.
      *Kurulan halin butunlugu sayaclarla raporlanir; uygulanamayan
      *islem kaldiysa kosu sifir disi kodla biter. Kosu RUNCTL'ye
      *dokunmadigindan damga birakma adimi yoktur.
       H999-PROGRAM-EXIT.
           DISPLAY 'RECORDS FROM BACKUP: ' WS-RECS-RESTORED.
           DISPLAY 'ADDRESSES FROM BACKUP: ' WS-ADRS-RESTORED.
           DISPLAY 'ACTIONS APPLIED:    ' WS-ACTS-APPLIED.
           DISPLAY 'BEFORE BACKUP:      ' WS-ACTS-BEFORE.
           DISPLAY 'AFTER TARGET:       ' WS-ACTS-AFTER.
           DISPLAY 'ACTIONS SKIPPED:    ' WS-ACTS-SKIPPED.
           DISPLAY 'ACTIONS FAILED:     ' WS-ACTS-FAILED.
           IF WS-ACTS-FAILED > 0 AND RETURN-CODE = 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
