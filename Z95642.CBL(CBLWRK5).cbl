      *Yedek kaydi ACCT-FIELDS'in birebir kopyasidir; alan duzeni
      *ACCTFLD copybook'unda oldugundan burada tek parca tutulur.
       FD  BACKUP-FILE RECORDING MODE F.
       01  BACKUP-REC            PIC X(61).

      *Adres/iletisim dosyasi (duzen ADDRFLD copybook'unda).
       FD  ADDR-REC RECORDING MODE F.

      *Adres yedegi ADDR-FIELDS'in birebir kopyasidir.
       FD  ADDR-BACKUP RECORDING MODE F.
       01  ADDR-BACKUP-REC       PIC X(61).

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
