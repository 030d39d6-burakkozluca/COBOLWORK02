      *JRNLCAT gunluk kusak katalogunun kayit duzeni (100 bayt).
      *CBLWRK26 her ay sonunda kapanan aylarin gunluk kayitlarini
      *JRNLOUT'tan ayri birer kusak (generation) dosyasina tasir ve
      *her kusak icin buraya bir kayit ekler. Gunlugu okuyan
      *programlar (CBLWRK4, CBLWRK6, CBLWRK11, CBLWRK13, CBLWRK16,
      *CBLWRK17, CBLWRK25) katalogu bastan okuyup dogrular ve
      *yalnizca istedikleri tarihleri kapsayan kusaklari acar; son
      *kusaktan sonraki kayitlar hala JRNLOUT'tadir.
      *Kurallar: kusak numaralari 1'den bosluksuz artar, donemler
      *art arda gelen takvim aylaridir ve tarih araliklari
      *ortusmez. Kurala uymayan katalog veya acilamayan kusak
      *kosuyu RC 12 ile durdurur; eksik bir ay sessizce atlanmaz.
       01  JCAT-FIELDS.
           05 JCAT-GEN-NO       PIC 9(04).
      *Kusagin kapsadigi ay (YYYYMM) ve kusak dosyasinin tam veri
      *kumesi adi; okuyan programlar bu adi JRNLGEN DD adina
      *dinamik olarak ayirir.
           05 JCAT-PERIOD       PIC 9(06).
           05 JCAT-DSN          PIC X(44).
      *Kapsanan kosu tarihi araligi: ayin ilk ve son gunu. Hic
      *kaydi olmayan ay da bos bir kusak olarak kataloga girer.
           05 JCAT-DATE-FROM    PIC 9(08).
           05 JCAT-DATE-TO      PIC 9(08).
      *Kusaktaki kayit sayisi ile ilk ve son kaydin JRNL-SEQ-NO'su
      *(bos kusakta sifir). Okuyan program kusagi kapatirken
      *bunlari okudugu kayitlarla kiyaslar.
           05 JCAT-REC-COUNT    PIC 9(07).
           05 JCAT-FIRST-SEQ    PIC 9(07).
           05 JCAT-LAST-SEQ     PIC 9(07).
           05 JCAT-ROLL-DATE    PIC 9(08).
           05 FILLER            PIC X(01).
