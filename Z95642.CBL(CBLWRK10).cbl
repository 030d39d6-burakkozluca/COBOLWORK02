      *toplamlari ayni FD altinda ayni uzunlukta (60 bayt) tutulur.
       FD  DQ-RPT RECORDING MODE F.
       01  DQ-ISSUE-REC.
           05 DQR-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DQR-FIELD         PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DQR-REASON        PIC X(30).
           05 FILLER            PIC X(08) VALUE SPACES.
       01  DQ-CLUSTER-HDR.
           05 DQH-LABEL         PIC X(18).
           05 DQH-SURNAME       PIC X(15).
           05 FILLER            PIC X(04) VALUE SPACES.
       01  DQ-CLUSTER-MEM.
           05 DQM-LABEL         PIC X(12).
           05 DQM-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(42) VALUE SPACES.
       01  DQ-TRL-REC.
           05 DTL-LABEL         PIC X(25).
           05 DTL-COUNT         PIC 9(07).
           05 WS-GRP-COUNT      PIC 9(03) COMP VALUE ZERO.
           05 WS-GRP-MAX        PIC 9(03) COMP VALUE 500.
           05 WS-GRP-ENTRY OCCURS 500 TIMES.
              10 WS-GRP-ACCT-NO    PIC 9(06).
              10 WS-GRP-NAME       PIC X(15).
              10 WS-GRP-BDATE      PIC 9(08).
              10 WS-GRP-REPORTED   PIC X(01).
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
