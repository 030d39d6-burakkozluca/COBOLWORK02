      *OPERAUTH operator yetki dosyasinin kayit duzeni. Her kayit
      *bir operator kimligine bir programi kosturma yetkisi verir;
      *ayni kimlik birden cok program icin ayri kayitlarla yer
      *alir. Dosyada olmayan bir kimlik hicbir programi kosamaz.
      *CBLWRK3, CBLWRK11, CBLWRK12, CBLWRK21 ve CBLWRK25 kontrol
      *kartindaki operatoru acilista bu dosyaya karsi dogrular.
       01  OPER-FIELDS.
           05 OPER-ID           PIC X(08).
           05 OPER-PROGRAM      PIC X(08).
      *Operatorun bu programda girebilecegi TRANS-ACTION kodlari
      *(orn. 'ACX'); yalnizca islem dosyasi okuyan CBLWRK3 bakar.
      *CBLWRK20'nin urettigi veli baglantisi kaldirma islemlerini
      *isleyecek operatorde 'U' bulunmalidir.
           05 OPER-ACTIONS      PIC X(10).
      *'Y' ise operator bu programda baska bir operatorun girdigi
      *hassas islemleri (kapatma, yeniden acma, dogum tarihi
      *degisikligi, arsivleyip silme, anonimlestirme)
      *onaylayabilir.
           05 OPER-APPROVE-SW   PIC X(01).
              88 OPER-CAN-APPROVE  VALUE 'Y'.
           05 FILLER            PIC X(13).
