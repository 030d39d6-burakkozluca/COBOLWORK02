      *APPRIN onay dosyasinin kayit duzeni. CBLWRK3 kapatma ('X'/
      *'D'), yeniden acma ('R') ve dogum tarihi degisikligini
      *giren operatorun tek basina uygulamasina izin vermez; islem
      *HOLDOUT'ta bekletilir ve ayni hesap/aksiyon icin girenden
      *farkli, onay yetkili bir operatorun bu kaydi gelene kadar
      *uygulanmaz. Her onay kaydi tek bir islemi serbest birakir.
       01  APPR-FIELDS.
           05 APPR-CHECKER      PIC X(08).
           05 APPR-ACCT-NO      PIC 9(06).
           05 APPR-ACTION       PIC X(01).
      *'Y' islemi serbest birakir; 'N' islemi reddeder ve islem
      *sebebiyle birlikte aski dosyasina duser.
           05 APPR-DECISION     PIC X(01).
              88 APPR-APPROVED     VALUE 'Y'.
              88 APPR-DECLINED     VALUE 'N'.
           05 APPR-DATE         PIC 9(08).
           05 FILLER            PIC X(16).
