           05 INQ-TYPE          PIC X(01).
              88 INQ-BY-ACCT-NO    VALUE 'N'.
              88 INQ-BY-SURNAME    VALUE 'S'.
           05 INQ-ACCT-NO       PIC 9(06).
           05 INQ-SURNAME       PIC X(15).
           05 FILLER            PIC X(58) VALUE SPACES.

      *Her sorgu icin bir baslik satiri, eslesen her hesap icin bir
      *detay satiri ve bir eslesme sayisi satiri yazilir. Uc 01 ayni
      *FD altinda oldugu icin ayni uzunlukta (68 bayt) tutulur.
       FD  INQ-RPT RECORDING MODE F.
       01  INQ-HDR-REC.
           05 IQH-LABEL         PIC X(09).
           05 IQH-TYPE          PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 IQH-KEY           PIC X(15).
           05 FILLER            PIC X(41) VALUE SPACES.
       01  INQ-DTL-REC.
           05 IQD-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 IQD-NAME          PIC X(15).
           05 IQD-SURNAME       PIC X(15).
       01  INQ-SUM-REC.
           05 IQS-LABEL         PIC X(09).
           05 IQS-COUNT         PIC 9(05).
           05 FILLER            PIC X(54) VALUE SPACES.

      *Arsiv kaydi ACCT-FIELDS'in birebir kopyasidir (CBLWRK12'nin
      *yazdigi duzen).
       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-REC              PIC X(61).

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
      *acildigi icin ayni duzen burada ARC- on ekiyle tekrarlanir.
       01  WS-ARCH-AREA.
           05 WS-ARCH-FIELDS.
              10 ARC-ACCT-NO     PIC 9(06).
              10 ARC-NAME        PIC X(15).
              10 ARC-SURNAME     PIC X(15).
              10 ARC-BDATE       PIC 9(08).
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
