      *GUARDLNK veli baglantisi dosyasinin kayit duzeni. Resit
      *olmayan (18 yas alti) her hesap icin bir kayit tutulur ve
      *kucugun hesap numarasiyla anahtarlanir; veli hesap numarasi
      *ikincil (tekrarli) anahtardir ki velinin bagli kucukleri
      *bulunabilsin. CBLWRK3 bakar ve yazar, CBLWRK20 resit olma
      *listesi icin okur. Baglanti, kucuk 18 yasina girdiginde
      *CBLWRK20'nin urettigi 'U' islemiyle kaldirilir.
       01  GRD-FIELDS.
           05 GRD-MINOR-NO      PIC 9(06).
           05 GRD-GUARDIAN-NO   PIC 9(06).
      *Baglantinin kuruldugu veya son degistirildigi kosu tarihi.
           05 GRD-LINK-DATE     PIC 9(08).
           05 FILLER            PIC X(20).
