      *CBLWRK9 (CRM yukleme arayuzu) uretir.
      *'D' eskiden fiziksel silmeydi; hesap gecmisi kaybolmasin diye
      *artik 'X' ile ayni mantiksal kapatmayi yapar. 'R' kapali bir
      *hesabi yeniden acar. 'U' resit olan hesabin veli baglantisini
      *kaldirir; yalnizca CBLWRK20 (aylik resit olma kosusu) uretir,
      *CRM beslemesinden gelemez (TRANS-ACTION-KNOWN'da yoktur).
       01  TRANS-FIELDS.
           05 TRANS-ACTION      PIC X(01).
              88 TRANS-ADD         VALUE 'A'.
              88 TRANS-DELETE      VALUE 'D'.
              88 TRANS-CLOSE       VALUE 'X'.
              88 TRANS-REOPEN      VALUE 'R'.
              88 TRANS-UNLINK      VALUE 'U'.
              88 TRANS-ACTION-KNOWN VALUE 'A' 'C' 'D' 'X' 'R'.
           05 TRANS-ACCT-NO     PIC 9(06).
           05 TRANS-ACCT-NAME   PIC X(15).
           05 TRANS-ACCT-SURNAME PIC X(15).
           05 TRANS-ACCT-BDATE  PIC 9(08).
      *ileri bir tarihse CBLWRK3 islemi bekleyen islemler
      *dosyasina park eder ve tarihi gelen gece uygular.
           05 TRANS-EFF-DATE    PIC 9(08).
      *Resit olmayan (18 yas alti) hesap sahibinin velisinin hesap
      *numarasi. Ekleme/degistirmede doluysa CBLWRK3 veli
      *baglantisini (GUARDLNK) bununla kurar veya degistirir; bos ya
      *da sifirsa var olan baglanti gecerli sayilir.
           05 TRANS-GUARDIAN-NO PIC 9(06).
