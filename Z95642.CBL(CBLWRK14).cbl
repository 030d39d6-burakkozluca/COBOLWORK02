                             STATUS    COR-ST.
      *Yeniden gonderilen islemler; bir sonraki CBLWRK3 kosusunun
      *TRANIN'ine eklenecek sabit duzenli dosya (CBLWRK9'un
      *TRANOUT'u gibi). Is akisinda CBLWRK9 ile ayni adimda
      *kosuldugundan TRANOUT'tan ayri bir DD'dedir; CBLWRK3'un
      *TRANIN'i bu iki dosyanin birlesimidir.
           SELECT TRAN-FILE  ASSIGN TO RESUBOUT
                             STATUS    TRN-ST.
      *Bu kosunun sonunda askida kalan kayitlar (gelecek kosunun
      *SUSPIN'i). CBLWRK9 ve CBLWRK3 ayni gecenin yeni aski
      *kayitlarini bu dosyanin sonuna ekledigi icin devreden
      *kayitlar da sona eklenir; kosu sirasi ne olursa olsun
      *hicbiri silinmez.
           SELECT SUSP-OUT   ASSIGN TO SUSPOUT
                             STATUS    SUT-ST.
      *Yaslandirma siniri (gun) ve istege bagli rapor tarihi
      *copybook TRAN-FILE altinda acildigindan burada tek parca
      *tutulur.
       FD  CORR-FILE RECORDING MODE F.
       01  CORR-REC             PIC X(122).

      *Islem kaydi (duzen CBLWRK3 ile ortak, TRANFLD copybook'u).
       FD  TRAN-FILE RECORDING MODE F.

      *Devreden aski kaydi SUSP-FIELDS'in birebir kopyasidir.
       FD  SUSP-OUT RECORDING MODE F.
       01  SUSP-OUT-REC         PIC X(161).

       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 FILLER            PIC X(67) VALUE SPACES.

      *Etiketli detay satirlari ve kontrol toplamlari ayni FD
      *altinda ayni uzunlukta (70 bayt) tutulur.
       FD  SUSP-RPT RECORDING MODE F.
       01  SUSP-RPT-REC.
           05 SRP-TAG           PIC X(12).
           05 SRP-ACCT-NO       PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 SRP-ACTION        PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
       01  SUSP-TRL-REC.
           05 STL-LABEL         PIC X(25).
           05 STL-COUNT         PIC 9(07).
           05 FILLER            PIC X(38) VALUE SPACES.

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           05 WS-COR-MAX        PIC 9(03) COMP VALUE 500.
           05 WS-COR-COUNT      PIC 9(03) COMP VALUE ZERO.
           05 WS-COR-ENTRY OCCURS 500 TIMES.
              10 WS-COR-IMAGE      PIC X(122).
              10 WS-COR-USED       PIC X(01).
           05 WS-I              PIC 9(03) COMP VALUE ZERO.
           05 WS-COR-IDX        PIC 9(03) COMP VALUE ZERO.
              MOVE TRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H118-OPEN-SUSPENSE.
           PERFORM H120-LOAD-CORRECTIONS.
           OPEN INPUT SUSP-IN.
           IF SIN-SUCCESS
           COMPUTE WS-INT-ASOF =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
       H110-END.EXIT.
      *Devir dosyasini sona ekleme modunda acar; yalnizca dosya
      *henuz yoksa (durum 35) OUTPUT ile olusturur (CBLWRK9'daki
      *ile ayni kural).
       H118-OPEN-SUSPENSE.
           OPEN EXTEND SUSP-OUT.
           IF NOT SUT-SUCCESS
              IF SUT-ST = 35
                 OPEN OUTPUT SUSP-OUT
              END-IF
              IF NOT SUT-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FILE: ' SUT-ST
                 MOVE SUT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H118-END.EXIT.
      *Duzeltme kayitlarini bellege alir; dosya yoksa duzeltme yok
      *demektir. Tablo dolarsa fazlasi bu kosuda islenmez.
       H120-LOAD-CORRECTIONS.
              SET WS-FIND-DONE TO TRUE
           ELSE
              IF WS-COR-USED(WS-I) = 'N'
                 AND WS-COR-IMAGE(WS-I)(1:7)
                     = SUSP-TRANS-DATA(1:7)
                 MOVE WS-I TO WS-COR-IDX
                 SET WS-FIND-DONE TO TRUE
              END-IF
           MOVE SUSP-TRANS-DATA TO TRANS-FIELDS.
           WRITE TRANS-FIELDS.
           IF NOT TRN-SUCCESS
              DISPLAY 'UNABLE TO WRITE RESUBOUT: ' TRN-ST
              MOVE TRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H250-WRITE-RPT-LINE.
           MOVE SPACES TO SUSP-RPT-REC.
           MOVE WS-RPT-TAG TO SRP-TAG.
           MOVE SUSP-TRANS-DATA(2:6) TO SRP-ACCT-NO.
           MOVE SUSP-TRANS-DATA(1:1) TO SRP-ACTION.
           MOVE SUSP-ORIG-DATE TO SRP-ORIG-DATE.
           MOVE WS-AGE-DAYS TO SRP-AGE-DAYS.
              ADD 1 TO WS-CORS-UNMATCHED
              MOVE SPACES TO SUSP-RPT-REC
              MOVE 'UNMATCHED' TO SRP-TAG
              MOVE WS-COR-IMAGE(WS-I)(2:6) TO SRP-ACCT-NO
              MOVE WS-COR-IMAGE(WS-I)(1:1) TO SRP-ACTION
              MOVE 'NO SUSPENSE ITEM FOR CORR' TO SRP-REASON
              WRITE SUSP-RPT-REC
           PERFORM H900-WRITE-TRAILER.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
