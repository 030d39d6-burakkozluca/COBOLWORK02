      *ADDRREC adres/iletisim dosyasinin kayit duzeni. Hesap basina
      *en cok bir kayit tutulur ve ACCT-NO ile anahtarlanir. Alanlar
      *ACCT-FIELDS'e eklenmedi cunku 61 baytlik hesap goruntusu yedek
      *(CBLWRK5) ve gunluk (JRNLFLD) kayitlarina islenmis durumda.
      *Kayit bilerek 61 baytta tutulur ki adres bakiminin oncesi/
      *sonrasi goruntuleri de ayni gunluk goruntu alanlarina sigsin
      *(aksiyon 'M', bkz. JRNLFLD).
       01  ADDR-FIELDS.
           05 ADDR-ACCT-NO      PIC 9(06).
           05 ADDR-STREET       PIC X(25).
           05 ADDR-CITY         PIC X(15).
           05 ADDR-POSTCODE     PIC X(05).
