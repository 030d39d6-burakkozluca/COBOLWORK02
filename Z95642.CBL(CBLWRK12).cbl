      *silme olarak yeniden uygulasin (bkz. JRNLFLD aciklamasi).
           SELECT JOURNAL-OUT ASSIGN TO JRNLOUT
                             STATUS    JRO-ST.
      *Operator ve onaylayan kimligi ile saklama siniri (kapanis
      *tarihi bu tarihten eski olan kapali hesaplar cikarilir) bu
      *karttan okunur.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Operator yetki dosyasi (duzen OPERFLD copybook'unda); karttaki
      *operator bu programi kosturmaya yetkili degilse kosu
      *durdurulur. Dosya yoksa hicbir operator yetkili sayilmaz.
           SELECT OPER-AUTH  ASSIGN TO OPERAUTH
                             STATUS    OPA-ST.
      *Cikarilan hesaplarin listelendigi cikarma kutugu.
           SELECT PURGE-RPT  ASSIGN TO PURGRPT
                             STATUS    RPT-ST.
      *Arsiv kaydi ACCT-FIELDS'in birebir kopyasidir (CBLWRK5'teki
      *yedek kaydi gibi tek parca tutulur).
       FD  ARCHIVE-FILE RECORDING MODE F.
       01  ARCHIVE-REC           PIC X(61).

      *Gunluge eklenecek kayit. Duzen JRNLFLD ile birebir aynidir;
      *copybook ayni programda ikinci kez acilamadigindan alanlar
       FD  JOURNAL-OUT RECORDING MODE F.
       01  JRNL-OUT-REC.
           05 JOT-ACTION        PIC X(01).
           05 JOT-ACCT-NO       PIC 9(06).
           05 JOT-RUN-DATE      PIC 9(08).
           05 JOT-RUN-TIME      PIC 9(06).
           05 JOT-OPERATOR      PIC X(08).
           05 JOT-BEFORE-IMAGE  PIC X(61).
           05 JOT-AFTER-IMAGE   PIC X(61).
           05 JOT-SEQ-NO        PIC 9(07).
           05 JOT-CHECKER       PIC X(08).

      *Saklama siniri verilmemis veya sifirsa hicbir kayit
      *cikarilamayacagi icin kosu durdurulur; yanlis bir sinirla
       01  CONTROL-REC.
           05 CTL-OPERATOR-ID   PIC X(08).
           05 CTL-CUTOFF-DATE   PIC 9(08).
      *Cikarmayi onaylayan ikinci operator. Cikarma geri alinamaz
      *bir kapatma oldugundan kosu, karti hazirlayandan farkli ve
      *CBLWRK12 icin onay yetkisi olan bir operator olmadan
      *calismaz; onaylayan her gunluk kaydina islenir.
           05 CTL-APPROVER-ID   PIC X(08).
           05 FILLER            PIC X(56) VALUE SPACES.

      *Detay satirlari ve kontrol toplamlari ayni FD altinda ayni
      *uzunlukta (60 bayt) tutulur.
       FD  PURGE-RPT RECORDING MODE F.
       01  PURGE-RPT-REC.
           05 PRG-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PRG-NAME          PIC X(15).
           05 PRG-SURNAME       PIC X(15).
           05 PRG-CLOSE-DATE    PIC 9(08).
           05 FILLER            PIC X(14) VALUE SPACES.
       01  PURGE-TRL-REC.
           05 PTL-LABEL         PIC X(25).
           05 PTL-COUNT         PIC 9(07).
           05 FILLER            PIC X(28) VALUE SPACES.

      *Operator yetki dosyasi (duzen OPERFLD copybook'unda).
       FD  OPER-AUTH RECORDING MODE F.
           COPY OPERFLD.

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOGF.
              88 RPT-SUCCESS   VALUE 00 97.
           05 WS-RPT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN       VALUE 'Y'.
           05 OPA-ST    PIC 9(02).
              88 OPA-EOF       VALUE 10.
              88 OPA-SUCCESS   VALUE 00 97.
           05 WS-AUTH-SW        PIC X(01) VALUE 'N'.
              88 WS-AUTHORISED     VALUE 'Y'.
           05 LOG-ST    PIC 9(02).
              88 LOG-SUCCESS   VALUE 00 97.
           05 WS-LOG-OPEN-SW    PIC X(01) VALUE 'N'.
      *kontrol kartindan gelen operator kimligi (CBLWRK3'teki gibi).
       01  WS-RUN-AREA.
           05 WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
           05 WS-APPROVER-ID    PIC X(08) VALUE SPACES.
           05 WS-APPROVER-SW    PIC X(01) VALUE 'N'.
              88 WS-APPROVER-OK    VALUE 'Y'.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME       PIC 9(06) VALUE ZERO.
      *Gunluge yazilacak oncesi goruntusu; cikarma kaydinin sonrasi
      *goruntusu her zaman bos kalir.
       01  WS-IMAGE-AREA.
           05 WS-BEFORE-IMAGE   PIC X(61) VALUE SPACES.

      *Gunluk kayitlarinin kosu ici sira numarasi (bkz. JRNLFLD);
      *kosu basina 1'den baslar, yazilan her kayitta artar.
           PERFORM H050-WRITE-RUNLOG-START.
           PERFORM H060-CHECK-RUN-CONTROL.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H130-CHECK-AUTHORITY.
           OPEN I-O ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              END-IF
           END-IF.
       H100-END.EXIT.
      *Kosu tarih/saatini sistemden alir; operator ve onaylayan
      *kimligi ile saklama sinirini karttan okur. Sinir
      *verilmemis, sifir veya gecersiz bir takvim tarihiyse kosu
      *durdurulur.
       H110-READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
              READ CONTROL-CARD
              IF CTL-SUCCESS
                 MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
                 MOVE CTL-APPROVER-ID TO WS-APPROVER-ID
                 IF CTL-CUTOFF-DATE IS NUMERIC
                    MOVE CTL-CUTOFF-DATE TO WS-CUTOFF-DATE
                 END-IF
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END.EXIT.
      *Karttaki operatoru ve onaylayani OPERAUTH'ta CBLWRK12 icin
      *arar. Operator yetkili degilse, onaylayan bos, operatorle
      *ayni veya onay yetkisiz ise hicbir hesaba dokunulmadan kosu
      *durdurulur.
       H130-CHECK-AUTHORITY.
           OPEN INPUT OPER-AUTH.
           IF OPA-SUCCESS
              READ OPER-AUTH
              PERFORM H135-TEST-AUTHORITY UNTIL OPA-EOF
              CLOSE OPER-AUTH
           ELSE
              IF OPA-ST NOT = 35
                 DISPLAY 'UNABLE TO OPEN FILE: ' OPA-ST
                 MOVE OPA-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF NOT WS-AUTHORISED
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                      ' NOT AUTHORISED FOR CBLWRK12 - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-APPROVER-ID = WS-OPERATOR-ID OR NOT WS-APPROVER-OK
              DISPLAY 'PURGE NOT APPROVED BY A SECOND OPERATOR'
                      ' - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END.EXIT.
       H135-TEST-AUTHORITY.
           IF OPER-PROGRAM = 'CBLWRK12' AND OPER-ID NOT = SPACES
              IF OPER-ID = WS-OPERATOR-ID
                 SET WS-AUTHORISED TO TRUE
              END-IF
              IF OPER-ID = WS-APPROVER-ID AND OPER-CAN-APPROVE
                 SET WS-APPROVER-OK TO TRUE
              END-IF
           END-IF.
           READ OPER-AUTH.
       H135-END.EXIT.
      *Arsivi sona ekleme modunda acar; yalnizca dosya henuz yoksa
      *(durum 35) OUTPUT ile olusturur. Gecmis kosularin arsiv
      *kayitlari uzerine yazilmamalidir.
       H215-WRITE-JOURNAL-REC.
           INITIALIZE JRNL-OUT-REC.
           MOVE 'D' TO JOT-ACTION.
           MOVE WS-BEFORE-IMAGE(1:6) TO JOT-ACCT-NO.
           MOVE WS-RUN-DATE TO JOT-RUN-DATE.
           MOVE WS-RUN-TIME TO JOT-RUN-TIME.
           MOVE WS-OPERATOR-ID TO JOT-OPERATOR.
           MOVE SPACES TO JOT-AFTER-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JOT-SEQ-NO.
           MOVE WS-APPROVER-ID TO JOT-CHECKER.
           WRITE JRNL-OUT-REC.
           IF NOT JRO-SUCCESS
              DISPLAY 'UNABLE TO WRITE JOURNAL: ' JRO-ST
      *goruntusunden alinir.
       H220-WRITE-DETAIL.
           MOVE SPACES TO PURGE-RPT-REC.
           MOVE WS-BEFORE-IMAGE(1:6) TO PRG-ACCT-NO.
           MOVE WS-BEFORE-IMAGE(7:15) TO PRG-NAME.
           MOVE WS-BEFORE-IMAGE(22:15) TO PRG-SURNAME.
           MOVE WS-BEFORE-IMAGE(54:8) TO PRG-CLOSE-DATE.
           WRITE PURGE-RPT-REC.
       H220-END.EXIT.
      *WS-CHK-CDT icindeki yil/ay/gunun mumkun bir takvim tarihi olup
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
