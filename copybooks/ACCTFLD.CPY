      *ACCT-REC hesap ana dosyasinin kayit duzeni. CBLWRK2 (rapor) ve
      *CBLWRK3 (bakim) programlarinin ikisi de bu duzeni kullanir.
       01  ACCT-FIELDS.
           05 ACCT-NO        PIC 9(06).
           05 ACCT-NAME      PIC X(15).
           05 ACCT-SURNAME   PIC X(15).
           05 ACCT-BDATE     PIC 9(08).
      *silinmez, durum kodu 'C' ve kapanis tarihiyle isaretlenir.
      *Raporlama programlari kapali hesaplari varsayilan olarak
      *dislar. Acik hesaplarda kapanis tarihi sifirdir.
      *'V' nufus mudurlugu vefat listesiyle eslesen hesaptir
      *(CBLWRK21); kapanis tarihi alani vefat tarihini tasir.
      *Vefat isaretli hesaplar dogum gunu/etiket ciktilarina ve
      *uyku taramasina girmez.
           05 ACCT-STATUS    PIC X(01).
              88 ACCT-ACTIVE    VALUE 'A'.
              88 ACCT-DORMANT   VALUE 'D'.
              88 ACCT-CLOSED    VALUE 'C'.
              88 ACCT-DECEASED  VALUE 'V'.
           05 ACCT-CLOSE-DATE PIC 9(08).
