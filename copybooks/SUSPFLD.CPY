      *satirlari) reddettikleri isi basili rapora ek olarak buraya
      *makinece okunur halde dusurur; CBLWRK14 duzeltme/yeniden-
      *gonderme ve yaslandirma adimini isletir. SUSP-TRANS-DATA
      *TRANS-FIELDS kaydinin birebir goruntusudur (122 bayt).
       01  SUSP-FIELDS.
           05 SUSP-ORIG-DATE    PIC 9(08).
           05 SUSP-REASON       PIC X(30).
      *icindir.
           05 SUSP-RESUB-SW     PIC X(01).
              88 SUSP-RESUBMIT     VALUE 'Y'.
           05 SUSP-TRANS-DATA   PIC X(122).
