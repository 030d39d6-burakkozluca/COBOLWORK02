       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK25.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Kisisel veri anonimlestirme kosusu. CBLWRK12 uzun suredir
      *kapali hesaplari ana dosyadan cikarir, fakat ad, soyad, dogum
      *tarihi ve adres bilgisi arsivde, gunluk goruntulerinde,
      *yedeklerde, aski/bekleyen/onay bekleyen islem dosyalarinda
      *ve CRM gonderim kutugunde kalir. Bu
      *kosu saklama suresi dolmus arsiv hesaplarini ve tek tek
      *gelen silme taleplerini secer, saklanan her dosyada o
      *hesaplarin kisisel alanlarini yerinde maskeler. Kayit sayisi,
      *sirasi, hesap numarasi, durum kodu ve tarihler degismez ki
      *CBLWRK16 gunluk dogrulamasi, CBLWRK17/CBLWRK18 gecmis ozetleri
      *ve kontrol toplamlari aynen tutsun.
      *
      *Hesap ana dosyasi; yalnizca secilen hesabin hala ana dosyada
      *olup olmadigina bakmak icin okunur, hicbir kaydina dokunulmaz.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   RANDOM
                             RECORD KEY    IS ACCT-NO
                             ALTERNATE RECORD KEY IS ACCT-SURNAME
                                          WITH DUPLICATES
                             STATUS    ACCT-ST.
      *Adres/iletisim dosyasi; cikarilmis hesaplarin adres kaydi
      *CBLWRK12 tarafindan silinmedigi icin burada da maskelenir.
           SELECT ADDR-REC   ASSIGN TO ADDRREC
                             ORGANIZATION  INDEXED
                             ACCESS MODE   RANDOM
                             RECORD KEY    IS ADDR-ACCT-NO
                             STATUS    ADR-ST.
      *CBLWRK12'nin arsivi. Saklama suresi bu dosyadaki kapanis
      *tarihine gore hesaplanir. Dosya once yalnizca secim icin
      *okunur, butun diger dosyalardan sonra maskelenir.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHOUT
                             STATUS    ARC-ST.
      *Bakim gunlugu; oncesi/sonrasi goruntuleri maskelenir, baslik
      *alanlari (aksiyon, hesap, tarih/saat, operator, sira
      *numarasi, onaylayan) oldugu gibi kalir. Katalogdaki her
      *kusak ve guncel gunluk (JRNLOUT) sirayla acilir; DD adi
      *WS-JRNL-DSN'dedir (kusaklar icin dinamik ayrilan JRNLGEN).
           SELECT JOURNAL-FILE ASSIGN USING WS-JRNL-DSN
                             STATUS    JRN-ST.
      *Gunluk kusak katalogu (duzen ve kurallar JCATFLD
      *copybook'unda). Kayit sayisi ve sira numaralari maskelemede
      *degismediginden katalog oldugu gibi gecerli kalir.
           SELECT JRNL-CAT   ASSIGN TO JRNLCAT
                             STATUS    JCT-ST.
      *CBLWRK5'in hesap ve adres yedekleri.
           SELECT ACCT-BKP   ASSIGN TO ACCTBKP
                             STATUS    ABK-ST.
           SELECT ADDR-BKP   ASSIGN TO ADDRBKP
                             STATUS    DBK-ST.
      *CBLWRK3/CBLWRK9'un aski dosyasi ile CBLWRK3'un bekleyen ve
      *onay bekleyen islemler dosyalari; islem goruntusundeki
      *kisisel alanlar maskelenir.
           SELECT SUSP-FILE  ASSIGN TO SUSPOUT
                             STATUS    SUS-ST.
           SELECT PEND-FILE  ASSIGN TO PENDOUT
                             STATUS    PND-ST.
           SELECT HOLD-FILE  ASSIGN TO HOLDOUT
                             STATUS    HLD-ST.
      *CBLWRK13'un CRM gonderim kutugu (duzen CRMSFLD copybook'unda).
      *Secilen hesaplarin satirlari ikincil anahtarla okunur;
      *yeniden gonderilecek ('Q') satir da maskelenmis haliyle
      *gider.
           SELECT CRM-SENT   ASSIGN TO CRMSENT
                             ORGANIZATION  INDEXED
                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS CSNT-KEY
                             ALTERNATE RECORD KEY IS CSNT-ACCT-NO
                                          WITH DUPLICATES
                             STATUS    CSN-ST.
      *Tek tek gelen silme talepleri: hesap numarasi ve talep
      *referansi. Dosya yoksa (durum 35) yalnizca saklama suresi
      *secimi yapilir.
           SELECT ERASE-IN   ASSIGN TO ERASEIN
                             STATUS    ERS-ST.
      *Operator ve onaylayan kimligi ile saklama suresi (yil) bu
      *karttan okunur.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Operator yetki dosyasi (duzen OPERFLD copybook'unda); karttaki
      *operator bu programi kosturmaya yetkili degilse kosu
      *durdurulur. Dosya yoksa hicbir operator yetkili sayilmaz.
           SELECT OPER-AUTH  ASSIGN TO OPERAUTH
                             STATUS    OPA-ST.
      *Anonimlestirme belgesi: her hesap icin hangi dosyada kac
      *kaydin maskelendigi, her dosya icin okunan/maskelenen kayit
      *sayisi ve kontrol toplamlari.
           SELECT CERT-RPT   ASSIGN TO CERTRPT
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

      *Hesap ana dosyasi (duzen ACCTFLD copybook'unda).
       FD  ACCT-REC RECORDING MODE F.
           COPY ACCTFLD.

      *Adres/iletisim dosyasi (duzen ADDRFLD copybook'unda).
       FD  ADDR-REC RECORDING MODE F.
           COPY ADDRFLD.

      *Arsiv ve yedek kayitlari hesap/adres kaydinin birebir
      *kopyasidir (61 bayt).
       FD  ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-REC           PIC X(61).

       FD  ACCT-BKP RECORDING MODE F.
       01  ACCT-BKP-REC          PIC X(61).

       FD  ADDR-BKP RECORDING MODE F.
       01  ADDR-BKP-REC          PIC X(61).

      *Bakim gunlugu (duzen JRNLFLD copybook'unda).
       FD  JOURNAL-FILE RECORDING MODE F.
           COPY JRNLFLD.

      *Gunluk kusak katalogu (duzen JCATFLD copybook'unda).
       FD  JRNL-CAT RECORDING MODE F.
           COPY JCATFLD.

      *Askidaki islemler (duzen SUSPFLD copybook'unda).
       FD  SUSP-FILE RECORDING MODE F.
           COPY SUSPFLD.

      *Bekleyen ve onay bekleyen islem kayitlari: islemi giren
      *operator, giris tarihi ve TRANS-FIELDS goruntusu (138 bayt).
      *Yalnizca islem goruntusu maskelenir.
       FD  PEND-FILE RECORDING MODE F.
       01  PEND-REC.
           05 PEND-MAKER        PIC X(08).
           05 PEND-DATE         PIC 9(08).
           05 PEND-TRANS-DATA   PIC X(122).

       FD  HOLD-FILE RECORDING MODE F.
       01  HOLD-REC.
           05 HOLD-MAKER        PIC X(08).
           05 HOLD-DATE         PIC 9(08).
           05 HOLD-TRANS-DATA   PIC X(122).

      *CRM gonderim kutugu (duzen CRMSFLD copybook'unda).
       FD  CRM-SENT RECORDING MODE F.
           COPY CRMSFLD.

      *Silme talebi (80 bayt). Referans talebin geldigi basvuru veya
      *yazisma numarasidir; belgeye oldugu gibi aktarilir.
       FD  ERASE-IN RECORDING MODE F.
       01  ERASE-REC.
           05 ERS-ACCT-NO       PIC 9(06).
           05 ERS-REF           PIC X(16).
           05 FILLER            PIC X(58).

      *Saklama suresi verilmemis veya sifirsa saklama secimi yapilmaz,
      *yalnizca silme talepleri islenir; bos bir kartla butun arsivin
      *maskelenmesi istenmez.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 CTL-OPERATOR-ID   PIC X(08).
      *Anonimlestirmeyi onaylayan ikinci operator. Maskeleme geri
      *alinamaz oldugundan kosu, karti hazirlayandan farkli ve
      *CBLWRK25 icin onay yetkisi olan bir operator olmadan calismaz.
           05 CTL-APPROVER-ID   PIC X(08).
           05 CTL-RETAIN-YEARS  PIC 9(02).
           05 FILLER            PIC X(62) VALUE SPACES.

      *Baslik, hesap satirlari, dosya satirlari ve kontrol
      *toplamlari ayni FD altinda ayni uzunlukta (100 bayt) tutulur.
       FD  CERT-RPT RECORDING MODE F.
       01  CERT-HDR-REC.
           05 CRH-TITLE         PIC X(30).
           05 CRH-DATE-LBL      PIC X(10).
           05 CRH-RUN-DATE      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CRH-CUT-LBL       PIC X(08).
           05 CRH-CUTOFF        PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CRH-OPER-LBL      PIC X(06).
           05 CRH-OPERATOR      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 CRH-APPR-LBL      PIC X(06).
           05 CRH-APPROVER      PIC X(08).
           05 FILLER            PIC X(03) VALUE SPACES.
       01  CERT-AHD-REC.
           05 CAH-ACCT          PIC X(07).
           05 CAH-SOURCE        PIC X(11).
           05 CAH-REF           PIC X(17).
           05 CAH-FILES         PIC X(45).
           05 CAH-RESULT        PIC X(20).
      *Hesap satirindaki sayilar dosya tablosu sirasindadir (bkz.
      *WS-FILE-NAMES).
       01  CERT-ACCT-REC.
           05 CAD-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 CAD-SOURCE        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 CAD-REF           PIC X(16).
           05 CAD-HIT-GROUP OCCURS 9 TIMES.
              10 FILLER         PIC X(01).
              10 CAD-HITS       PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 CAD-RESULT        PIC X(20).
       01  CERT-FHD-REC.
           05 CFH-FILE          PIC X(10).
           05 CFH-READ          PIC X(09).
           05 CFH-MASKED        PIC X(09).
           05 CFH-RESULT        PIC X(12).
           05 FILLER            PIC X(60) VALUE SPACES.
       01  CERT-FILE-REC.
           05 CFD-FILE          PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFD-READ          PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFD-MASKED        PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 CFD-RESULT        PIC X(12).
           05 FILLER            PIC X(60) VALUE SPACES.
       01  CERT-TRL-REC.
           05 CTR-LABEL         PIC X(25).
           05 CTR-COUNT         PIC 9(07).
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
           05 ACCT-ST   PIC 9(02).
              88 ACCT-SUCCESS  VALUE 00 97.
              88 ACCT-NOTFOUND VALUE 23.
           05 ADR-ST    PIC 9(02).
              88 ADR-SUCCESS   VALUE 00 97.
              88 ADR-NOTFOUND  VALUE 23.
           05 ARC-ST    PIC 9(02).
              88 ARC-EOF       VALUE 10.
              88 ARC-SUCCESS   VALUE 00 97.
           05 JRN-ST    PIC 9(02).
              88 JRN-EOF       VALUE 10.
              88 JRN-SUCCESS   VALUE 00 97.
           05 ABK-ST    PIC 9(02).
              88 ABK-EOF       VALUE 10.
              88 ABK-SUCCESS   VALUE 00 97.
           05 DBK-ST    PIC 9(02).
              88 DBK-EOF       VALUE 10.
              88 DBK-SUCCESS   VALUE 00 97.
           05 SUS-ST    PIC 9(02).
              88 SUS-EOF       VALUE 10.
              88 SUS-SUCCESS   VALUE 00 97.
           05 PND-ST    PIC 9(02).
              88 PND-EOF       VALUE 10.
              88 PND-SUCCESS   VALUE 00 97.
           05 HLD-ST    PIC 9(02).
              88 HLD-EOF       VALUE 10.
              88 HLD-SUCCESS   VALUE 00 97.
           05 CSN-ST    PIC 9(02).
              88 CSN-EOF       VALUE 10.
              88 CSN-SUCCESS   VALUE 00 02 97.
              88 CSN-NOTFOUND  VALUE 23.
           05 ERS-ST    PIC 9(02).
              88 ERS-EOF       VALUE 10.
              88 ERS-SUCCESS   VALUE 00 97.
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
      *Bir kaydin goruntulerinden en az biri maskeleme ile
      *degistiyse 'Y' olur; yalnizca degisen kayit geri yazilir.
           05 WS-MASK-SW        PIC X(01) VALUE 'N'.
              88 WS-MASK-CHANGED   VALUE 'Y'.
              88 WS-MASK-UNCHANGED VALUE 'N'.
      *Kart gecerli bir saklama suresi tasiyorsa 'Y'.
           05 WS-RETAIN-SW      PIC X(01) VALUE 'N'.
              88 WS-RETAIN-ON      VALUE 'Y'.

      *Kosu kimligi: kosu tarihi ile karttan gelen operator ve
      *onaylayan kimligi (CBLWRK12'deki gibi).
       01  WS-RUN-AREA.
           05 WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
           05 WS-APPROVER-ID    PIC X(08) VALUE SPACES.
           05 WS-APPROVER-SW    PIC X(01) VALUE 'N'.
              88 WS-APPROVER-OK    VALUE 'Y'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

      *Kosu sirasi denetim dosyasinin gorece anahtari (tek kayit).
       01  WS-RUNCTL-AREA.
           05 WS-RCT-RRN        PIC 9(04) VALUE 1.

      *Saklama siniri: kosu tarihinden saklama suresi (yil) kadar
      *geri gidilir; kapanis tarihi bu tarihten eski olan arsiv
      *hesaplari secilir. 29 Subat sinir yilinda yoksa 28 Subat
      *alinir.
       01  WS-CUTOFF-AREA.
           05 WS-RETAIN-YEARS   PIC 9(02) VALUE ZERO.
           05 WS-CUTOFF-DATE    PIC 9(08) VALUE ZERO.
           05 WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
              10 WS-CUT-YYYY    PIC 9(04).
              10 WS-CUT-MMDD    PIC 9(04).

      *Maskelenmis ad/soyad alanlarina yazilan sabit. Arsiv butun
      *diger dosyalardan sonra maskelendiginden arsivde ad ve soyadi
      *bu degeri tasiyan hesap her dosyada anonimlestirilmistir ve
      *saklama secimine yeniden girmez.
       01  WS-ERASED-TEXT       PIC X(15) VALUE 'ERASED'.

      *Hesap goruntusu (ACCT-FIELDS duzeninde); arsiv, hesap yedegi
      *ve gunluk goruntuleri maskelenmek uzere buraya acilir.
       01  WS-ACCT-VIEW.
           05 WS-AV-ACCT-NO     PIC 9(06).
           05 WS-AV-NAME        PIC X(15).
           05 WS-AV-SURNAME     PIC X(15).
           05 WS-AV-BDATE       PIC X(08).
           05 WS-AV-TODAY       PIC 9(08).
           05 WS-AV-STATUS      PIC X(01).
           05 WS-AV-CLOSE-DATE  PIC 9(08).

      *Adres goruntusu (ADDR-FIELDS duzeninde); hesap numarasi
      *disindaki butun alanlar kisiseldir.
       01  WS-ADDR-VIEW.
           05 WS-DV-ACCT-NO     PIC 9(06).
           05 WS-DV-DATA        PIC X(55).

      *Aski, bekleyen ve onay bekleyen islem kayitlarindaki islem
      *goruntusu (duzen TRANFLD copybook'unda).
           COPY TRANFLD.

      *Maskelemeden onceki goruntu; degisiklik olup olmadigi buna
      *gore anlasilir.
       01  WS-SAVE-AREA.
           05 WS-SAVE-IMAGE     PIC X(61).
           05 WS-SAVE-TRANS     PIC X(122).
           05 WS-IMAGE-WORK     PIC X(61).

      *CRM gonderim satirinin alanlari (CBLWRK13'un virgulle ayrilmis
      *satir duzeni: aksiyon, hesap, ad, soyad, dogum tarihi, acilis
      *tarihi). Satir alanlarina ayrilip maskelenir ve ayni duzende
      *yeniden kurulur.
       01  WS-CRM-ROW-AREA.
           05 WS-CR-ACTION      PIC X(01).
           05 WS-CR-ACCT-NO     PIC X(06).
           05 WS-CR-NAME        PIC X(15).
           05 WS-CR-SURNAME     PIC X(15).
           05 WS-CR-BDATE       PIC X(08).
           05 WS-CR-TODAY       PIC X(08).
           05 WS-CR-TEXT        PIC X(120).

      *Dogum tarihi genellestirme alani: gecerli bir tarih yilin ilk
      *gunune cekilir ki CBLWRK17'nin on yillik dagilimi ve yas
      *bantlari bozulmasin; sayisal olmayan deger sifirlanir, bos
      *alan bos kalir.
       01  WS-GEN-AREA.
           05 WS-GEN-DATE       PIC X(08).
           05 WS-GEN-DATE-N REDEFINES WS-GEN-DATE PIC 9(08).
           05 WS-GEN-DATE-R REDEFINES WS-GEN-DATE.
              10 WS-GEN-YYYY    PIC X(04).
              10 WS-GEN-MMDD    PIC X(04).

      *Kayittan alinan hesap numarasi; sayisal degilse kayit hicbir
      *hesaba eslenmez.
       01  WS-KEY-AREA.
           05 WS-KEY-ACCT       PIC X(06).
           05 WS-KEY-ACCT-N REDEFINES WS-KEY-ACCT PIC 9(06).

      *Secilen hesaplar tablosu. Her satir bir hesabin kaynagini
      *('R' saklama suresi, 'E' silme talebi), referansini ve dosya
      *basina maskelenen kayit sayisini tutar. Reddedilen talepler de
      *belgede gorunsun diye tabloya sonucuyla yazilir; sonucu bos
      *olan satirlar islenecek hesaplardir.
       01  WS-SEL-AREA.
           05 WS-SEL-ENTRY OCCURS 9999 TIMES.
              10 WS-SEL-ACCT-NO    PIC 9(06).
              10 WS-SEL-SOURCE     PIC X(01).
                 88 WS-SEL-RETENTION  VALUE 'R'.
                 88 WS-SEL-REQUEST    VALUE 'E'.
              10 WS-SEL-REF        PIC X(16).
              10 WS-SEL-RESULT     PIC X(20).
              10 WS-SEL-HITS       PIC 9(04) OCCURS 9 TIMES.
           05 WS-SEL-COUNT      PIC 9(04) COMP VALUE ZERO.
           05 WS-SEL-MAX        PIC 9(04) COMP VALUE 9999.
           05 WS-SX             PIC 9(04) COMP VALUE ZERO.
           05 WS-HIT-SUM        PIC 9(05) VALUE ZERO.

      *Hesap numarasindan tablo satirina gosterge (CBLWRK2'deki
      *tekrar bayraklari gibi hesap numarasi + 1 ile indislenir).
      *Sifir, hesabin islenecekler arasinda olmadigini gosterir.
       01  WS-PTR-AREA.
           05 WS-SEL-PTR        PIC 9(04) COMP VALUE ZERO
                                OCCURS 1000000 TIMES.
           05 WS-PX             PIC 9(07) COMP VALUE ZERO.

      *Dosya basina sayaclar. Sira sabittir ve belgedeki hesap
      *satiri sutunlariyla aynidir: 1 ARCHOUT, 2 JOURNAL (butun
      *gunluk kusaklari ve JRNLOUT birlikte), 3 ACCTBKP,
      *4 ADDRBKP, 5 ADDRREC, 6 SUSPOUT, 7 PENDOUT, 8 HOLDOUT,
      *9 CRMSENT. Hic olusmamis (durum 35) dosya 'N' isaretlenir.
       01  WS-FILE-NAMES.
           05 FILLER PIC X(08) VALUE 'ARCHOUT'.
           05 FILLER PIC X(08) VALUE 'JOURNAL'.
           05 FILLER PIC X(08) VALUE 'ACCTBKP'.
           05 FILLER PIC X(08) VALUE 'ADDRBKP'.
           05 FILLER PIC X(08) VALUE 'ADDRREC'.
           05 FILLER PIC X(08) VALUE 'SUSPOUT'.
           05 FILLER PIC X(08) VALUE 'PENDOUT'.
           05 FILLER PIC X(08) VALUE 'HOLDOUT'.
           05 FILLER PIC X(08) VALUE 'CRMSENT'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME PIC X(08) OCCURS 9 TIMES.

       01  WS-FILE-AREA.
           05 WS-FILE-ENTRY OCCURS 9 TIMES.
              10 WS-FE-PRESENT     PIC X(01).
              10 WS-FE-READ        PIC 9(07).
              10 WS-FE-MASKED      PIC 9(07).
           05 WS-FX             PIC 9(02) COMP VALUE ZERO.
           05 WS-FILE-COUNT     PIC 9(02) COMP VALUE 9.

       01  WS-TOTALS-AREA.
           05 WS-RECS-READ      PIC 9(07) VALUE ZERO.
           05 WS-RECS-MASKED    PIC 9(07) VALUE ZERO.
           05 WS-REQS-READ      PIC 9(07) VALUE ZERO.
           05 WS-REQS-REFUSED   PIC 9(07) VALUE ZERO.
           05 WS-ACCTS-RETAINED PIC 9(07) VALUE ZERO.
           05 WS-ACCTS-REQUESTED PIC 9(07) VALUE ZERO.
           05 WS-ACCTS-ON-MASTER PIC 9(07) VALUE ZERO.
           05 WS-ACCTS-LEFT     PIC 9(07) VALUE ZERO.
           05 WS-ACCTS-DONE     PIC 9(07) VALUE ZERO.

      *Gunluk kusaklari (bkz. JCATFLD). Katalog bastan okunup
      *dogrulanarak tabloya alinir; her kusak ve ardindan guncel
      *gunluk (JRNLOUT) sirayla JOURNAL-FILE olarak acilir.
       01  WS-JGEN-AREA.
           05 JCT-ST    PIC 9(02).
              88 JCT-EOF       VALUE 10.
              88 JCT-SUCCESS   VALUE 00 97.
      *Acilacak gunlugun DD adi: guncel gunluk icin JRNLOUT, kusaklar
      *icin JRNLGEN. JRNLGEN JCL'de tanimlanmaz; her kusaktan once
      *ayni adli ortam degiskenine katalogdaki veri kumesi adi
      *'DSN(<ad>),OLD' olarak yazilir ve dosya acilirken dinamik
      *olarak ayrilir (metnin sonunda X'00' bulunur).
           05 WS-JRNL-DSN       PIC X(08) VALUE 'JRNLOUT'.
           05 WS-JENV-TEXT      PIC X(64) VALUE LOW-VALUES.
           05 WS-JENV-PTR       USAGE POINTER.
           05 WS-JENV-RC        PIC S9(09) COMP VALUE ZERO.
           05 WS-JPER-WORK      PIC 9(06) VALUE ZERO.
           05 WS-JPER-PARTS REDEFINES WS-JPER-WORK.
              10 WS-JPER-YYYY   PIC 9(04).
              10 WS-JPER-MM     PIC 9(02).
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

      *Once silme talepleri alinir, arsiv okunarak saklama suresi
      *dolmus hesaplar eklenir; sonra her dosya sirayla acilip
      *secilen hesaplarin kayitlari maskelenir ve belge yazilir.
      *Arsiv en son maskelenir: yarida kesilen kosu tekrarlandiginda
      *saklama secimi ayni hesaplari yeniden bulur.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-READ-REQUESTS.
           PERFORM H210-SELECT-ARCHIVE.
           PERFORM H220-MASK-JOURNAL.
           PERFORM H230-MASK-ACCT-BKP.
           PERFORM H240-MASK-ADDR-BKP.
           PERFORM H250-MASK-ADDRESS.
           PERFORM H260-MASK-SUSPENSE.
           PERFORM H270-MASK-PENDING.
           PERFORM H272-MASK-HELD.
           PERFORM H276-MASK-CRM-SENT.
           PERFORM H218-MASK-ARCHIVE.
           PERFORM H800-WRITE-CERTIFICATE.
           PERFORM H999-PROGRAM-EXIT.
      *Kosu kutugu, kosu sirasi denetimi, kart ve yetki kontrolu
      *alinir; ana dosya ve belge acilir, sayac tablosu sifirlanir.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H060-CHECK-RUN-CONTROL.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H130-CHECK-AUTHORITY.
           OPEN INPUT ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CERT-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           PERFORM H120-CLEAR-FILE-ENTRY
              VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-FILE-COUNT.
           PERFORM H140-WRITE-HEADER.
       H100-END.EXIT.
      *Kosu tarihini sistemden alir; operator ve onaylayan kimligi
      *ile saklama suresini karttan okur ve saklama sinirini
      *hesaplar.
       H110-READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-SUCCESS
              READ CONTROL-CARD
              IF CTL-SUCCESS
                 MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
                 MOVE CTL-APPROVER-ID TO WS-APPROVER-ID
                 IF CTL-RETAIN-YEARS IS NUMERIC
                    MOVE CTL-RETAIN-YEARS TO WS-RETAIN-YEARS
                 END-IF
              END-IF
              CLOSE CONTROL-CARD
           END-IF.
           IF WS-RETAIN-YEARS > 0
              SET WS-RETAIN-ON TO TRUE
              MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
              SUBTRACT WS-RETAIN-YEARS FROM WS-CUT-YYYY
              IF WS-CUT-MMDD = 0229
                 MOVE 0228 TO WS-CUT-MMDD
              END-IF
           ELSE
              DISPLAY 'NO RETENTION PERIOD ON CTLCARD'
                      ' - ERASURE REQUESTS ONLY'
           END-IF.
       H110-END.EXIT.
       H120-CLEAR-FILE-ENTRY.
           MOVE 'Y' TO WS-FE-PRESENT(WS-FX).
           MOVE ZERO TO WS-FE-READ(WS-FX)
                        WS-FE-MASKED(WS-FX).
       H120-END.EXIT.
      *Karttaki operatoru ve onaylayani OPERAUTH'ta CBLWRK25 icin
      *arar. Operator yetkili degilse, onaylayan bos, operatorle
      *ayni veya onay yetkisiz ise hicbir dosyaya dokunulmadan kosu
      *durdurulur.
       H130-CHECK-AUTHORITY.
           OPEN INPUT OPER-AUTH.
           IF OPA-SUCCESS
              READ OPER-AUTH
              PERFORM H135-TEST-AUTHORITY UNTIL OPA-EOF
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
                      ' NOT AUTHORISED FOR CBLWRK25 - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-APPROVER-ID = WS-OPERATOR-ID OR NOT WS-APPROVER-OK
              DISPLAY 'ANONYMISATION NOT APPROVED BY A SECOND'
                      ' OPERATOR - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END.EXIT.
       H135-TEST-AUTHORITY.
           IF OPER-PROGRAM = 'CBLWRK25' AND OPER-ID NOT = SPACES
              IF OPER-ID = WS-OPERATOR-ID
                 SET WS-AUTHORISED TO TRUE
              END-IF
              IF OPER-ID = WS-APPROVER-ID AND OPER-CAN-APPROVE
                 SET WS-APPROVER-OK TO TRUE
              END-IF
           END-IF.
           READ OPER-AUTH.
       H135-END.EXIT.
      *Belge basligi: kosu tarihi, saklama siniri, operator ve
      *onaylayan.
       H140-WRITE-HEADER.
           MOVE SPACES TO CERT-HDR-REC.
           MOVE 'ANONYMISATION CERTIFICATE' TO CRH-TITLE.
           MOVE 'RUN DATE: ' TO CRH-DATE-LBL.
           MOVE WS-RUN-DATE TO CRH-RUN-DATE.
           MOVE 'CUTOFF: ' TO CRH-CUT-LBL.
           MOVE WS-CUTOFF-DATE TO CRH-CUTOFF.
           MOVE 'OPER: ' TO CRH-OPER-LBL.
           MOVE WS-OPERATOR-ID TO CRH-OPERATOR.
           MOVE 'APPR: ' TO CRH-APPR-LBL.
           MOVE WS-APPROVER-ID TO CRH-APPROVER.
           WRITE CERT-HDR-REC.
       H140-END.EXIT.
      *Silme taleplerini tabloya alir. Talep dosyasi yoksa (durum
      *35) bu adim atlanir.
       H200-READ-REQUESTS.
           OPEN INPUT ERASE-IN.
           IF ERS-ST NOT = 35
              IF (ERS-ST NOT = 0) AND (ERS-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ERS-ST
                 MOVE ERS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ ERASE-IN
              PERFORM H205-TAKE-REQUEST UNTIL ERS-EOF
              CLOSE ERASE-IN
           END-IF.
       H200-END.EXIT.
      *Hesap numarasi sayisal degilse, ayni hesap icin ikinci bir
      *talepse veya hesap hala ana dosyadaysa talep reddedilir ve
      *belgede sebebiyle listelenir. Ana dosyadaki hesap once
      *kapatilip CBLWRK12 ile arsive cikarilmalidir.
       H205-TAKE-REQUEST.
           IF (ERS-ST NOT = 0) AND (ERS-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' ERS-ST
              MOVE ERS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-REQS-READ.
           IF WS-SEL-COUNT NOT < WS-SEL-MAX
              ADD 1 TO WS-ACCTS-LEFT
           ELSE
              ADD 1 TO WS-SEL-COUNT
              MOVE WS-SEL-COUNT TO WS-SX
              INITIALIZE WS-SEL-ENTRY(WS-SX)
              SET WS-SEL-REQUEST(WS-SX) TO TRUE
              MOVE ERS-REF TO WS-SEL-REF(WS-SX)
              PERFORM H207-CHECK-REQUEST
           END-IF.
           READ ERASE-IN.
       H205-END.EXIT.
       H207-CHECK-REQUEST.
           IF ERS-ACCT-NO IS NOT NUMERIC
              MOVE 'INVALID ACCT-NO' TO WS-SEL-RESULT(WS-SX)
              ADD 1 TO WS-REQS-REFUSED
           ELSE
              MOVE ERS-ACCT-NO TO WS-SEL-ACCT-NO(WS-SX)
              COMPUTE WS-PX = ERS-ACCT-NO + 1
              MOVE ERS-ACCT-NO TO ACCT-NO
              READ ACCT-REC
              EVALUATE TRUE
                 WHEN WS-SEL-PTR(WS-PX) NOT = 0
                    MOVE 'DUPLICATE REQUEST' TO WS-SEL-RESULT(WS-SX)
                    ADD 1 TO WS-REQS-REFUSED
                 WHEN ACCT-SUCCESS
                    MOVE 'STILL ON MASTER' TO WS-SEL-RESULT(WS-SX)
                    ADD 1 TO WS-REQS-REFUSED
                 WHEN NOT ACCT-NOTFOUND
                    DISPLAY 'UNABLE TO READ ACCTREC: ' ACCT-ST
                            ' ACCT ' ERS-ACCT-NO
                    MOVE ACCT-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 WHEN OTHER
                    MOVE WS-SX TO WS-SEL-PTR(WS-PX)
                    ADD 1 TO WS-ACCTS-REQUESTED
              END-EVALUATE
           END-IF.
       H207-END.EXIT.
      *Arsiv, secim: her kayit okunurken saklama suresi dolmus
      *hesaplar tabloya eklenir; dosyaya dokunulmaz. CBLWRK12 hic
      *kosmamissa dosya yoktur.
       H210-SELECT-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-ST NOT = 35
              IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ARC-ST
                 MOVE ARC-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ ARCHIVE-FILE
              PERFORM H215-ARCHIVE-REC UNTIL ARC-EOF
              CLOSE ARCHIVE-FILE
           END-IF.
       H210-END.EXIT.
       H215-ARCHIVE-REC.
           IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' ARC-ST
              MOVE ARC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE ARCHIVE-REC TO WS-ACCT-VIEW.
           MOVE ARCHIVE-REC(1:6) TO WS-KEY-ACCT.
           PERFORM H280-FIND-ACCOUNT.
           IF WS-SX = 0
              AND WS-RETAIN-ON
              AND WS-KEY-ACCT IS NUMERIC
              AND WS-AV-CLOSE-DATE IS NUMERIC
              AND WS-AV-CLOSE-DATE > 0
              AND WS-AV-CLOSE-DATE < WS-CUTOFF-DATE
              AND NOT (WS-AV-NAME = WS-ERASED-TEXT
                       AND WS-AV-SURNAME = WS-ERASED-TEXT)
              PERFORM H217-SELECT-RETENTION
           END-IF.
           READ ARCHIVE-FILE.
       H215-END.EXIT.
      *Saklama suresi dolmus arsiv hesabini tabloya ekler. Hesap
      *yeniden eklenmis veya geri yuklenmis olup ana dosyada
      *duruyorsa dokunulmaz; tablo doluysa kalan hesaplar bir
      *sonraki kosuya birakilir.
       H217-SELECT-RETENTION.
           MOVE WS-KEY-ACCT-N TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-SUCCESS
                 ADD 1 TO WS-ACCTS-ON-MASTER
              WHEN NOT ACCT-NOTFOUND
                 DISPLAY 'UNABLE TO READ ACCTREC: ' ACCT-ST
                         ' ACCT ' WS-KEY-ACCT
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              WHEN WS-SEL-COUNT NOT < WS-SEL-MAX
                 ADD 1 TO WS-ACCTS-LEFT
              WHEN OTHER
                 ADD 1 TO WS-SEL-COUNT
                 MOVE WS-SEL-COUNT TO WS-SX
                 INITIALIZE WS-SEL-ENTRY(WS-SX)
                 SET WS-SEL-RETENTION(WS-SX) TO TRUE
                 MOVE WS-KEY-ACCT-N TO WS-SEL-ACCT-NO(WS-SX)
                 MOVE 'CLOSED' TO WS-SEL-REF(WS-SX)
                 MOVE WS-AV-CLOSE-DATE TO WS-SEL-REF(WS-SX)(8:8)
                 MOVE WS-SX TO WS-SEL-PTR(WS-PX)
                 ADD 1 TO WS-ACCTS-RETAINED
           END-EVALUATE.
       H217-END.EXIT.
      *Arsiv, maskeleme: butun diger dosyalar bittikten sonra
      *secilmis hesaplarin arsiv kayitlari maskelenir. Arsivdeki
      *ERASED isareti boylece ancak hesabin her dosyasi
      *maskelendikten sonra yazilir.
       H218-MASK-ARCHIVE.
           MOVE 1 TO WS-FX.
           OPEN I-O ARCHIVE-FILE.
           IF ARC-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ARC-ST
                 MOVE ARC-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ ARCHIVE-FILE
              PERFORM H219-ARCHIVE-MASK-REC UNTIL ARC-EOF
              CLOSE ARCHIVE-FILE
           END-IF.
       H218-END.EXIT.
       H219-ARCHIVE-MASK-REC.
           IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' ARC-ST
              MOVE ARC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H285-COUNT-READ.
           MOVE ARCHIVE-REC(1:6) TO WS-KEY-ACCT.
           PERFORM H280-FIND-ACCOUNT.
           IF WS-SX > 0
              SET WS-MASK-UNCHANGED TO TRUE
              MOVE ARCHIVE-REC TO WS-ACCT-VIEW
              PERFORM H610-MASK-ACCT-IMAGE
              IF WS-MASK-CHANGED
                 MOVE WS-ACCT-VIEW TO ARCHIVE-REC
                 REWRITE ARCHIVE-REC
                 IF NOT ARC-SUCCESS
                    DISPLAY 'UNABLE TO REWRITE ARCHOUT: ' ARC-ST
                    MOVE ARC-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 PERFORM H290-COUNT-HIT
              END-IF
           END-IF.
           READ ARCHIVE-FILE.
       H219-END.EXIT.
      *Bakim gunlugu. Adres bakimi ('M') goruntuleri adres
      *kuraliyla, veli baglantisi ('G') goruntuleri hic
      *maskelenmez (kisisel alan tasimaz); digerleri hesap
      *goruntusudur. Bos goruntu bos kalir.
      *Once katalogdaki butun kusaklar, sonra guncel gunluk
      *maskelenir. Katalogda olup acilamayan kusak kosuyu durdurur:
      *maskelenmemis bir ay belgede maskelenmis gorunmemelidir.
       H220-MASK-JOURNAL.
           MOVE 2 TO WS-FX.
           PERFORM H710-LOAD-CATALOG.
           PERFORM H222-MASK-GENERATION
              VARYING WS-JGX FROM 1 BY 1
              UNTIL WS-JGX > WS-JGEN-COUNT.
           MOVE 'JRNLOUT' TO WS-JRNL-DSN.
           OPEN I-O JOURNAL-FILE.
           IF JRN-ST = 35
              IF WS-JGEN-COUNT = 0
                 MOVE 'N' TO WS-FE-PRESENT(WS-FX)
              END-IF
           ELSE
              IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' JRN-ST
                 MOVE JRN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ JOURNAL-FILE
              PERFORM H225-JOURNAL-REC UNTIL JRN-EOF
              CLOSE JOURNAL-FILE
           END-IF.
       H220-END.EXIT.
       H222-MASK-GENERATION.
           PERFORM H728-ALLOCATE-GENERATION.
           OPEN I-O JOURNAL-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              DISPLAY 'JOURNAL GENERATION MISSING: GEN '
                      WS-JGE-GEN-NO(WS-JGX) ' ST ' JRN-ST
              DISPLAY '  ' WS-JGE-DSN(WS-JGX)
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ JOURNAL-FILE.
           PERFORM H225-JOURNAL-REC UNTIL JRN-EOF.
           CLOSE JOURNAL-FILE.
       H222-END.EXIT.
      *Katalogdaki kusagi JRNLGEN DD adina dinamik olarak ayirir
      *(bkz. WS-JENV-TEXT). Ortam degiskeni yazilamazsa ardindan
      *gelen OPEN basarisiz olur ve kusak eksik olarak raporlanir.
       H728-ALLOCATE-GENERATION.
           MOVE LOW-VALUES TO WS-JENV-TEXT.
           STRING 'JRNLGEN=DSN('      DELIMITED BY SIZE
                  WS-JGE-DSN(WS-JGX)  DELIMITED BY SPACE
                  '),OLD'              DELIMITED BY SIZE
             INTO WS-JENV-TEXT
           END-STRING.
           SET WS-JENV-PTR TO ADDRESS OF WS-JENV-TEXT.
           CALL 'putenv' USING BY VALUE WS-JENV-PTR
                RETURNING WS-JENV-RC.
           MOVE 'JRNLGEN' TO WS-JRNL-DSN.
       H728-END.EXIT.
       H225-JOURNAL-REC.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H285-COUNT-READ.
           MOVE JRNL-ACCT-NO TO WS-KEY-ACCT.
           PERFORM H280-FIND-ACCOUNT.
           IF WS-SX > 0 AND NOT JRNL-GUARDIAN
              SET WS-MASK-UNCHANGED TO TRUE
              IF JRNL-BEFORE-IMAGE NOT = SPACES
                 MOVE JRNL-BEFORE-IMAGE TO WS-IMAGE-WORK
                 PERFORM H600-MASK-JRNL-IMAGE
                 MOVE WS-IMAGE-WORK TO JRNL-BEFORE-IMAGE
              END-IF
              IF JRNL-AFTER-IMAGE NOT = SPACES
                 MOVE JRNL-AFTER-IMAGE TO WS-IMAGE-WORK
                 PERFORM H600-MASK-JRNL-IMAGE
                 MOVE WS-IMAGE-WORK TO JRNL-AFTER-IMAGE
              END-IF
              IF WS-MASK-CHANGED
                 REWRITE JRNL-FIELDS
                 IF NOT JRN-SUCCESS
                    DISPLAY 'UNABLE TO REWRITE JOURNAL: ' JRN-ST
                    MOVE JRN-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 PERFORM H290-COUNT-HIT
              END-IF
           END-IF.
           READ JOURNAL-FILE.
       H225-END.EXIT.
      *Hesap yedegi.
       H230-MASK-ACCT-BKP.
           MOVE 3 TO WS-FX.
           OPEN I-O ACCT-BKP.
           IF ABK-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (ABK-ST NOT = 0) AND (ABK-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ABK-ST
                 MOVE ABK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ ACCT-BKP
              PERFORM H235-ACCT-BKP-REC UNTIL ABK-EOF
              CLOSE ACCT-BKP
           END-IF.
       H230-END.EXIT.
       H235-ACCT-BKP-REC.
           IF (ABK-ST NOT = 0) AND (ABK-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' ABK-ST
              MOVE ABK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H285-COUNT-READ.
           MOVE ACCT-BKP-REC(1:6) TO WS-KEY-ACCT.
           PERFORM H280-FIND-ACCOUNT.
           IF WS-SX > 0
              SET WS-MASK-UNCHANGED TO TRUE
              MOVE ACCT-BKP-REC TO WS-ACCT-VIEW
              PERFORM H610-MASK-ACCT-IMAGE
              IF WS-MASK-CHANGED
                 MOVE WS-ACCT-VIEW TO ACCT-BKP-REC
                 REWRITE ACCT-BKP-REC
                 IF NOT ABK-SUCCESS
                    DISPLAY 'UNABLE TO REWRITE ACCTBKP: ' ABK-ST
                    MOVE ABK-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 PERFORM H290-COUNT-HIT
              END-IF
           END-IF.
           READ ACCT-BKP.
       H235-END.EXIT.
      *Adres yedegi.
       H240-MASK-ADDR-BKP.
           MOVE 4 TO WS-FX.
           OPEN I-O ADDR-BKP.
           IF DBK-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (DBK-ST NOT = 0) AND (DBK-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' DBK-ST
                 MOVE DBK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ ADDR-BKP
              PERFORM H245-ADDR-BKP-REC UNTIL DBK-EOF
              CLOSE ADDR-BKP
           END-IF.
       H240-END.EXIT.
       H245-ADDR-BKP-REC.
           IF (DBK-ST NOT = 0) AND (DBK-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' DBK-ST
              MOVE DBK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H285-COUNT-READ.
           MOVE ADDR-BKP-REC(1:6) TO WS-KEY-ACCT.
           PERFORM H280-FIND-ACCOUNT.
           IF WS-SX > 0
              SET WS-MASK-UNCHANGED TO TRUE
              MOVE ADDR-BKP-REC TO WS-ADDR-VIEW
              PERFORM H620-MASK-ADDR-IMAGE
              IF WS-MASK-CHANGED
                 MOVE WS-ADDR-VIEW TO ADDR-BKP-REC
                 REWRITE ADDR-BKP-REC
                 IF NOT DBK-SUCCESS
                    DISPLAY 'UNABLE TO REWRITE ADDRBKP: ' DBK-ST
                    MOVE DBK-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 PERFORM H290-COUNT-HIT
              END-IF
           END-IF.
           READ ADDR-BKP.
       H245-END.EXIT.
      *Adres dosyasi: yalnizca secilen hesaplarin kaydi anahtarla
      *okunur; okunan sayisi bulunan adres kaydi sayisidir.
       H250-MASK-ADDRESS.
           MOVE 5 TO WS-FX.
           OPEN I-O ADDR-REC.
           IF ADR-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (ADR-ST NOT = 0) AND (ADR-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' ADR-ST
                 MOVE ADR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H255-ADDRESS-REC
                 VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > WS-SEL-COUNT
              CLOSE ADDR-REC
           END-IF.
       H250-END.EXIT.
       H255-ADDRESS-REC.
           IF WS-SEL-RESULT(WS-SX) = SPACES
              MOVE WS-SEL-ACCT-NO(WS-SX) TO ADDR-ACCT-NO
              READ ADDR-REC
              EVALUATE TRUE
                 WHEN ADR-SUCCESS
                    PERFORM H257-MASK-ADDRESS-REC
                 WHEN NOT ADR-NOTFOUND
                    DISPLAY 'UNABLE TO READ ADDRREC: ' ADR-ST
                            ' ACCT ' ADDR-ACCT-NO
                    MOVE ADR-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-EVALUATE
           END-IF.
       H255-END.EXIT.
       H257-MASK-ADDRESS-REC.
           PERFORM H285-COUNT-READ.
           SET WS-MASK-UNCHANGED TO TRUE.
           MOVE ADDR-FIELDS TO WS-ADDR-VIEW.
           PERFORM H620-MASK-ADDR-IMAGE.
           IF WS-MASK-CHANGED
              MOVE WS-ADDR-VIEW TO ADDR-FIELDS
              REWRITE ADDR-FIELDS
              IF NOT ADR-SUCCESS
                 DISPLAY 'UNABLE TO REWRITE ADDRREC: ' ADR-ST
                         ' ACCT ' ADDR-ACCT-NO
                 MOVE ADR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H290-COUNT-HIT
           END-IF.
       H257-END.EXIT.
      *Aski dosyasi; basliktaki tarih, sebep ve isaret oldugu gibi
      *kalir, yalnizca islem goruntusu maskelenir.
       H260-MASK-SUSPENSE.
           MOVE 6 TO WS-FX.
           OPEN I-O SUSP-FILE.
           IF SUS-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (SUS-ST NOT = 0) AND (SUS-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' SUS-ST
                 MOVE SUS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ SUSP-FILE
              PERFORM H265-SUSPENSE-REC UNTIL SUS-EOF
              CLOSE SUSP-FILE
           END-IF.
       H260-END.EXIT.
       H265-SUSPENSE-REC.
           IF (SUS-ST NOT = 0) AND (SUS-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' SUS-ST
              MOVE SUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H285-COUNT-READ.
           MOVE SUSP-TRANS-DATA TO TRANS-FIELDS.
           MOVE TRANS-ACCT-NO TO WS-KEY-ACCT.
           PERFORM H280-FIND-ACCOUNT.
           IF WS-SX > 0
              SET WS-MASK-UNCHANGED TO TRUE
              PERFORM H630-MASK-TRANS
              IF WS-MASK-CHANGED
                 MOVE TRANS-FIELDS TO SUSP-TRANS-DATA
                 REWRITE SUSP-FIELDS
                 IF NOT SUS-SUCCESS
                    DISPLAY 'UNABLE TO REWRITE SUSPOUT: ' SUS-ST
                    MOVE SUS-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 PERFORM H290-COUNT-HIT
              END-IF
           END-IF.
           READ SUSP-FILE.
       H265-END.EXIT.
      *Bekleyen islemler; giren operator ve tarih oldugu gibi kalir.
       H270-MASK-PENDING.
           MOVE 7 TO WS-FX.
           OPEN I-O PEND-FILE.
           IF PND-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' PND-ST
                 MOVE PND-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ PEND-FILE
              PERFORM H275-PENDING-REC UNTIL PND-EOF
              CLOSE PEND-FILE
           END-IF.
       H270-END.EXIT.
       H275-PENDING-REC.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' PND-ST
              MOVE PND-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H285-COUNT-READ.
           MOVE PEND-TRANS-DATA TO TRANS-FIELDS.
           MOVE TRANS-ACCT-NO TO WS-KEY-ACCT.
           PERFORM H280-FIND-ACCOUNT.
           IF WS-SX > 0
              SET WS-MASK-UNCHANGED TO TRUE
              PERFORM H630-MASK-TRANS
              IF WS-MASK-CHANGED
                 MOVE TRANS-FIELDS TO PEND-TRANS-DATA
                 REWRITE PEND-REC
                 IF NOT PND-SUCCESS
                    DISPLAY 'UNABLE TO REWRITE PENDOUT: ' PND-ST
                    MOVE PND-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 PERFORM H290-COUNT-HIT
              END-IF
           END-IF.
           READ PEND-FILE.
       H275-END.EXIT.
      *Onay bekleyen islemler; giren operator ve ilk bekletildigi
      *tarih oldugu gibi kalir.
       H272-MASK-HELD.
           MOVE 8 TO WS-FX.
           OPEN I-O HOLD-FILE.
           IF HLD-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' HLD-ST
                 MOVE HLD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              READ HOLD-FILE
              PERFORM H273-HELD-REC UNTIL HLD-EOF
              CLOSE HOLD-FILE
           END-IF.
       H272-END.EXIT.
       H273-HELD-REC.
           IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
              DISPLAY 'UNABLE TO READ FILE: ' HLD-ST
              MOVE HLD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H285-COUNT-READ.
           MOVE HOLD-TRANS-DATA TO TRANS-FIELDS.
           MOVE TRANS-ACCT-NO TO WS-KEY-ACCT.
           PERFORM H280-FIND-ACCOUNT.
           IF WS-SX > 0
              SET WS-MASK-UNCHANGED TO TRUE
              PERFORM H630-MASK-TRANS
              IF WS-MASK-CHANGED
                 MOVE TRANS-FIELDS TO HOLD-TRANS-DATA
                 REWRITE HOLD-REC
                 IF NOT HLD-SUCCESS
                    DISPLAY 'UNABLE TO REWRITE HOLDOUT: ' HLD-ST
                    MOVE HLD-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 PERFORM H290-COUNT-HIT
              END-IF
           END-IF.
           READ HOLD-FILE.
       H273-END.EXIT.
      *CRM gonderim kutugu: yalnizca secilen hesaplarin satirlari
      *ikincil anahtarla okunur; okunan sayisi bulunan satir
      *sayisidir. Anahtar, durum ve tarihler degismez, yalnizca
      *satir metni maskelenir. Kutuk ilk CBLWRK13 kosusundan once
      *yoktur.
       H276-MASK-CRM-SENT.
           MOVE 9 TO WS-FX.
           OPEN I-O CRM-SENT.
           IF CSN-ST = 35
              MOVE 'N' TO WS-FE-PRESENT(WS-FX)
           ELSE
              IF (CSN-ST NOT = 0) AND (CSN-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' CSN-ST
                 MOVE CSN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H277-CRM-SENT-ACCT
                 VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > WS-SEL-COUNT
              CLOSE CRM-SENT
           END-IF.
       H276-END.EXIT.
       H277-CRM-SENT-ACCT.
           IF WS-SEL-RESULT(WS-SX) = SPACES
              MOVE WS-SEL-ACCT-NO(WS-SX) TO CSNT-ACCT-NO
              START CRM-SENT KEY IS EQUAL TO CSNT-ACCT-NO
              EVALUATE TRUE
                 WHEN CSN-SUCCESS
                    READ CRM-SENT NEXT
                    PERFORM H278-CRM-SENT-ROW
                       UNTIL CSN-EOF
                          OR CSNT-ACCT-NO NOT = WS-SEL-ACCT-NO(WS-SX)
                 WHEN NOT CSN-NOTFOUND
                    DISPLAY 'UNABLE TO READ CRMSENT: ' CSN-ST
                            ' ACCT ' WS-SEL-ACCT-NO(WS-SX)
                    MOVE CSN-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
              END-EVALUATE
           END-IF.
       H277-END.EXIT.
       H278-CRM-SENT-ROW.
           IF NOT CSN-SUCCESS
              DISPLAY 'UNABLE TO READ CRMSENT: ' CSN-ST
                      ' ACCT ' WS-SEL-ACCT-NO(WS-SX)
              MOVE CSN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H285-COUNT-READ.
           SET WS-MASK-UNCHANGED TO TRUE.
           PERFORM H650-MASK-CRM-ROW.
           IF WS-MASK-CHANGED
              REWRITE CSNT-FIELDS
              IF NOT CSN-SUCCESS
                 DISPLAY 'UNABLE TO REWRITE CRMSENT: ' CSN-ST
                         ' ACCT ' CSNT-ACCT-NO
                 MOVE CSN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H290-COUNT-HIT
           END-IF.
           READ CRM-SENT NEXT.
       H278-END.EXIT.
      *Kayittan alinan hesap numarasini tabloda arar: WS-SX islenecek
      *hesabin satiri, hesap secilmemisse sifirdir. WS-PX, hesap
      *yeni secilirse gostergenin yazilacagi yerdir.
       H280-FIND-ACCOUNT.
           MOVE ZERO TO WS-SX.
           IF WS-KEY-ACCT IS NUMERIC
              COMPUTE WS-PX = WS-KEY-ACCT-N + 1
              MOVE WS-SEL-PTR(WS-PX) TO WS-SX
           END-IF.
       H280-END.EXIT.
       H285-COUNT-READ.
           ADD 1 TO WS-FE-READ(WS-FX).
           ADD 1 TO WS-RECS-READ.
       H285-END.EXIT.
      *Maskelenen kaydi dosyaya ve hesabin satirina sayar.
       H290-COUNT-HIT.
           ADD 1 TO WS-FE-MASKED(WS-FX).
           ADD 1 TO WS-RECS-MASKED.
           ADD 1 TO WS-SEL-HITS(WS-SX, WS-FX).
       H290-END.EXIT.
      *Gunluk goruntusunu aksiyon koduna gore hesap veya adres
      *kuraliyla maskeler.
       H600-MASK-JRNL-IMAGE.
           IF JRNL-ADDRESS
              MOVE WS-IMAGE-WORK TO WS-ADDR-VIEW
              PERFORM H620-MASK-ADDR-IMAGE
              MOVE WS-ADDR-VIEW TO WS-IMAGE-WORK
           ELSE
              MOVE WS-IMAGE-WORK TO WS-ACCT-VIEW
              PERFORM H610-MASK-ACCT-IMAGE
              MOVE WS-ACCT-VIEW TO WS-IMAGE-WORK
           END-IF.
       H600-END.EXIT.
      *Hesap goruntusu: dolu ad ve soyad ERASED olur, dogum tarihi
      *genellestirilir. Hesap numarasi, acilis tarihi, durum ve
      *kapanis tarihi korunur.
       H610-MASK-ACCT-IMAGE.
           MOVE WS-ACCT-VIEW TO WS-SAVE-IMAGE.
           IF WS-AV-NAME NOT = SPACES
              MOVE WS-ERASED-TEXT TO WS-AV-NAME
           END-IF.
           IF WS-AV-SURNAME NOT = SPACES
              MOVE WS-ERASED-TEXT TO WS-AV-SURNAME
           END-IF.
           MOVE WS-AV-BDATE TO WS-GEN-DATE.
           PERFORM H640-GENERALISE-DATE.
           MOVE WS-GEN-DATE TO WS-AV-BDATE.
           IF WS-ACCT-VIEW NOT = WS-SAVE-IMAGE
              SET WS-MASK-CHANGED TO TRUE
           END-IF.
       H610-END.EXIT.
      *Adres goruntusu: hesap numarasi disindaki butun alanlar
      *bosaltilir.
       H620-MASK-ADDR-IMAGE.
           MOVE WS-ADDR-VIEW TO WS-SAVE-IMAGE.
           MOVE SPACES TO WS-DV-DATA.
           IF WS-ADDR-VIEW NOT = WS-SAVE-IMAGE
              SET WS-MASK-CHANGED TO TRUE
           END-IF.
       H620-END.EXIT.
      *Islem goruntusu: ad, soyad ve dogum tarihi hesap kuraliyla
      *maskelenir, adres alanlari bosaltilir. Aksiyon, hesap
      *numarasi, tarihler ve veli numarasi korunur.
       H630-MASK-TRANS.
           MOVE TRANS-FIELDS TO WS-SAVE-TRANS.
           IF TRANS-ACCT-NAME NOT = SPACES
              MOVE WS-ERASED-TEXT TO TRANS-ACCT-NAME
           END-IF.
           IF TRANS-ACCT-SURNAME NOT = SPACES
              MOVE WS-ERASED-TEXT TO TRANS-ACCT-SURNAME
           END-IF.
           MOVE TRANS-FIELDS(38:8) TO WS-GEN-DATE.
           PERFORM H640-GENERALISE-DATE.
           MOVE WS-GEN-DATE TO TRANS-FIELDS(38:8).
           MOVE SPACES TO TRANS-ADDR-DATA.
           IF TRANS-FIELDS NOT = WS-SAVE-TRANS
              SET WS-MASK-CHANGED TO TRUE
           END-IF.
       H630-END.EXIT.
      *Dogum tarihini genellestirir (bkz. WS-GEN-AREA).
       H640-GENERALISE-DATE.
           IF WS-GEN-DATE-N IS NUMERIC
              IF WS-GEN-DATE-N > 0
                 MOVE '0101' TO WS-GEN-MMDD
              END-IF
           ELSE
              IF WS-GEN-DATE NOT = SPACES
                 MOVE ZERO TO WS-GEN-DATE-N
              END-IF
           END-IF.
       H640-END.EXIT.
      *CRM gonderim satiri: satir virgullerden alanlarina ayrilir,
      *dolu ad ve soyad ERASED olur, dogum tarihi genellestirilir ve
      *satir ayni duzende yeniden kurulur. Aksiyon, hesap numarasi
      *ve acilis tarihi korunur.
       H650-MASK-CRM-ROW.
           MOVE SPACES TO WS-CRM-ROW-AREA.
           UNSTRING CSNT-ROW-TEXT DELIMITED BY ','
              INTO WS-CR-ACTION WS-CR-ACCT-NO WS-CR-NAME
                   WS-CR-SURNAME WS-CR-BDATE WS-CR-TODAY
           END-UNSTRING.
           IF WS-CR-NAME NOT = SPACES
              MOVE WS-ERASED-TEXT TO WS-CR-NAME
           END-IF.
           IF WS-CR-SURNAME NOT = SPACES
              MOVE WS-ERASED-TEXT TO WS-CR-SURNAME
           END-IF.
           MOVE WS-CR-BDATE TO WS-GEN-DATE.
           PERFORM H640-GENERALISE-DATE.
           MOVE WS-GEN-DATE TO WS-CR-BDATE.
           STRING WS-CR-ACTION            DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-CR-ACCT-NO           DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-CR-NAME              DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WS-CR-SURNAME           DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WS-CR-BDATE             DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-CR-TODAY             DELIMITED BY SIZE
             INTO WS-CR-TEXT
           END-STRING.
           IF WS-CR-TEXT NOT = CSNT-ROW-TEXT
              MOVE WS-CR-TEXT TO CSNT-ROW-TEXT
              SET WS-MASK-CHANGED TO TRUE
           END-IF.
       H650-END.EXIT.
      *Belgenin hesap ve dosya bolumleri. Yalnizca kosu sonuna
      *kadar gelindiginde yazilir; yarida kesilen kosu belge
      *uretmez, kontrol toplamlari durma kodunu gosterir.
       H800-WRITE-CERTIFICATE.
           MOVE SPACES TO CERT-AHD-REC.
           MOVE 'ACCT' TO CAH-ACCT.
           MOVE 'SOURCE' TO CAH-SOURCE.
           MOVE 'REFERENCE' TO CAH-REF.
           MOVE 'ARCH JRNL ABKP DBKP ADDR SUSP PEND HOLD CRMS'
             TO CAH-FILES.
           MOVE 'RESULT' TO CAH-RESULT.
           WRITE CERT-AHD-REC.
           PERFORM H810-WRITE-ACCT-LINE
              VARYING WS-SX FROM 1 BY 1
              UNTIL WS-SX > WS-SEL-COUNT.
           MOVE SPACES TO CERT-FHD-REC.
           MOVE 'FILE' TO CFH-FILE.
           MOVE 'READ' TO CFH-READ.
           MOVE 'MASKED' TO CFH-MASKED.
           MOVE 'RESULT' TO CFH-RESULT.
           WRITE CERT-FHD-REC.
           PERFORM H820-WRITE-FILE-LINE
              VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-FILE-COUNT.
       H800-END.EXIT.
      *Hesap basina bir satir: kaynak, referans, dosya basina
      *maskelenen kayit sayisi ve sonuc. Hicbir dosyada degisen
      *kaydi olmayan hesap (daha once anonimlestirilmis veya
      *kaydi kalmamis) NOTHING TO MASK olarak listelenir.
       H810-WRITE-ACCT-LINE.
           MOVE SPACES TO CERT-ACCT-REC.
           MOVE WS-SEL-ACCT-NO(WS-SX) TO CAD-ACCT-NO.
           IF WS-SEL-RETENTION(WS-SX)
              MOVE 'RETENTION' TO CAD-SOURCE
           ELSE
              MOVE 'REQUEST' TO CAD-SOURCE
           END-IF.
           MOVE WS-SEL-REF(WS-SX) TO CAD-REF.
           MOVE ZERO TO WS-HIT-SUM.
           PERFORM H815-MOVE-HITS
              VARYING WS-FX FROM 1 BY 1
              UNTIL WS-FX > WS-FILE-COUNT.
           IF WS-SEL-RESULT(WS-SX) = SPACES
              IF WS-HIT-SUM > 0
                 MOVE 'ANONYMISED' TO WS-SEL-RESULT(WS-SX)
                 ADD 1 TO WS-ACCTS-DONE
              ELSE
                 MOVE 'NOTHING TO MASK' TO WS-SEL-RESULT(WS-SX)
              END-IF
           END-IF.
           MOVE WS-SEL-RESULT(WS-SX) TO CAD-RESULT.
           WRITE CERT-ACCT-REC.
       H810-END.EXIT.
       H815-MOVE-HITS.
           MOVE WS-SEL-HITS(WS-SX, WS-FX) TO CAD-HITS(WS-FX).
           ADD WS-SEL-HITS(WS-SX, WS-FX) TO WS-HIT-SUM.
       H815-END.EXIT.
      *Dosya basina bir satir: okunan ve maskelenen kayit sayisi.
       H820-WRITE-FILE-LINE.
           MOVE SPACES TO CERT-FILE-REC.
           MOVE WS-FILE-NAME(WS-FX) TO CFD-FILE.
           MOVE WS-FE-READ(WS-FX) TO CFD-READ.
           MOVE WS-FE-MASKED(WS-FX) TO CFD-MASKED.
           EVALUATE TRUE
              WHEN WS-FE-PRESENT(WS-FX) = 'N'
                 MOVE 'NOT PRESENT' TO CFD-RESULT
              WHEN WS-FE-MASKED(WS-FX) > 0
                 MOVE 'MASKED' TO CFD-RESULT
              WHEN OTHER
                 MOVE 'NO MATCH' TO CFD-RESULT
           END-EVALUATE.
           WRITE CERT-FILE-REC.
       H820-END.EXIT.
      *Kontrol toplamlarini yazar. Kosu yarida kesilmisse o ana
      *kadarki sayilar ve durma kodu dokulur. Kosu bastan tekrar
      *edilebilir: arsiv en son maskelendiginden saklama secimi
      *ayni hesaplari yeniden bulur, silme talepleri yeniden okunur
      *ve maskeleme ikinci kez uygulandiginda kaydi degistirmez.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'ERASURE REQUESTS READ:' TO CTR-LABEL
              MOVE WS-REQS-READ TO CTR-COUNT
              WRITE CERT-TRL-REC
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'REQUESTS REFUSED:' TO CTR-LABEL
              MOVE WS-REQS-REFUSED TO CTR-COUNT
              WRITE CERT-TRL-REC
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'SELECTED BY REQUEST:' TO CTR-LABEL
              MOVE WS-ACCTS-REQUESTED TO CTR-COUNT
              WRITE CERT-TRL-REC
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'SELECTED BY RETENTION:' TO CTR-LABEL
              MOVE WS-ACCTS-RETAINED TO CTR-COUNT
              WRITE CERT-TRL-REC
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'SKIPPED - ON MASTER:' TO CTR-LABEL
              MOVE WS-ACCTS-ON-MASTER TO CTR-COUNT
              WRITE CERT-TRL-REC
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'LEFT FOR NEXT RUN:' TO CTR-LABEL
              MOVE WS-ACCTS-LEFT TO CTR-COUNT
              WRITE CERT-TRL-REC
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'ACCOUNTS ANONYMISED:' TO CTR-LABEL
              MOVE WS-ACCTS-DONE TO CTR-COUNT
              WRITE CERT-TRL-REC
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'RECORDS READ:' TO CTR-LABEL
              MOVE WS-RECS-READ TO CTR-COUNT
              WRITE CERT-TRL-REC
              MOVE SPACES TO CERT-TRL-REC
              MOVE 'RECORDS MASKED:' TO CTR-LABEL
              MOVE WS-RECS-MASKED TO CTR-COUNT
              WRITE CERT-TRL-REC
              IF RETURN-CODE NOT = 0
                 MOVE SPACES TO CERT-TRL-REC
                 MOVE 'RUN STOPPED - RC:' TO CTR-LABEL
                 MOVE RETURN-CODE TO CTR-COUNT
                 WRITE CERT-TRL-REC
              END-IF
              CLOSE CERT-RPT
              MOVE 'N' TO WS-RPT-OPEN-SW
           END-IF.
       H900-END.EXIT.
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
      *Dosya kapama islemi. Maskelenen dosyalar her adimin sonunda
      *kapatilir.
       H300-CLOSE-FILES.
           CLOSE ACCT-REC.
       H300-END.EXIT.
      *Kosu sirasi denetimi: denetim kaydini okur (ilk kosuda
      *olusturur), is gunu degismisse bayraklari sifirlar ve
      *ACCTREC baska bir programda acik degilse kendini damgalar.
      *Kosunun on kosulu yoktur; damga, maskelenen yedek, gunluk ve
      *aski dosyalarini yazan programlarin (CBLWRK3, CBLWRK5,
      *CBLWRK12) ayni anda kosmamasi icindir.
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
           MOVE 'CBLWRK25' TO RCTL-ACTIVE-PGM.
           REWRITE RCTL-FIELDS.
           SET WS-RCT-HELD TO TRUE.
       H060-END.EXIT.
      *Damgayi temizler; anonimlestirmenin baskasina on kosul olan
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
           MOVE 'CBLWRK25' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Okunan, taranan kayit; yazilan, maskelenen kayit; reddedilen,
      *reddedilen silme talebi sayisidir.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK25' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-RECS-READ TO RLOG-RECS-READ
              MOVE WS-RECS-MASKED TO RLOG-RECS-WRITTEN
              MOVE WS-REQS-REFUSED TO RLOG-RECS-REJECT
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
