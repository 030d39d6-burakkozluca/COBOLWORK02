              88 JRNL-CLOSE        VALUE 'X'.
              88 JRNL-REOPEN       VALUE 'R'.
      *'M' adres/iletisim bakimidir; goruntu alanlari ACCT-FIELDS
      *yerine ADDR-FIELDS kaydini tasir (ikisi de 61 bayttir).
              88 JRNL-ADDRESS      VALUE 'M'.
      *'G' veli baglantisi bakimidir; goruntu alanlari GRD-FIELDS
      *kaydini (40 bayt, sagi bosluk) tasir. Baglanti eklemede
      *oncesi, kaldirmada sonrasi goruntusu bos birakilir.
              88 JRNL-GUARDIAN     VALUE 'G'.
           05 JRNL-ACCT-NO      PIC 9(06).
           05 JRNL-RUN-DATE     PIC 9(08).
           05 JRNL-RUN-TIME     PIC 9(06).
           05 JRNL-OPERATOR     PIC X(08).
           05 JRNL-BEFORE-IMAGE PIC X(61).
           05 JRNL-AFTER-IMAGE  PIC X(61).
      *Kosu ici sira numarasi: her gunluk yazan program kosu basina
      *1'den baslatip yazdigi her kayitta artirir. CBLWRK16 gun
      *sonunda sirayi bosluksuz dogrular; kesilen veya uzerine
      *yazilan bir gunluk artik sessiz bir gun gibi gorunmez.
           05 JRNL-SEQ-NO       PIC 9(07).
      *Islemi onaylayan ikinci operator (bkz. APPRFLD). Onay
      *gerektirmeyen islemlerde bosluktur; islemi giren operator
      *JRNL-OPERATOR'dadir.
           05 JRNL-CHECKER      PIC X(08).
