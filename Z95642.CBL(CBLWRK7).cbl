      *uzunlukta (60 bayt) tutulur.
       FD  RECON-RPT RECORDING MODE F.
       01  RECON-REC.
           05 REC-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REC-REASON        PIC X(30).
           05 FILLER            PIC X(22) VALUE SPACES.
       01  RECON-TRL-REC.
           05 RTL-LABEL         PIC X(30).
           05 RTL-COUNT         PIC 9(07).
       01  WS-ASOF-AREA.
           05 WS-ASOF-DATE      PIC 9(08) VALUE ZERO.

      *Eslestirme anahtarlari. 9(07) tutulur ki dosya sonu 1000000
      *degeriyle her gercek ACCT-NO'nun (000000-999999) otesine
      *konsun.
       01  WS-MATCH-AREA.
           05 WS-MST-KEY        PIC 9(07) VALUE ZERO.
           05 WS-CSV-KEY        PIC 9(07) VALUE ZERO.
           05 WS-KEY-EOF        PIC 9(07) VALUE 1000000.
           05 WS-CSV-KEY-X      PIC X(06).
           05 WS-CSV-REST       PIC X(74).

      *CSV aktarimina hic giremeyecek ana dosya kayitlarini (bozuk
      *dogum tarihi, CBLWRK2 bunlari istisna raporuna dusurur)
       H110-END.EXIT.
      *Ana dosyadan aktarima girebilecek bir sonraki kaydi bulur;
      *aktarim disi kayitlari (kapali hesap, bozuk dogum tarihi)
      *sayip gecer. Dosya sonunda anahtar 1000000'a konur.
       H120-NEXT-MASTER-KEY.
           MOVE WS-KEY-EOF TO WS-MST-KEY.
           PERFORM H125-READ-MASTER
       H155-END.EXIT.
      *Aktarimdan bir sonraki satiri okur ve ACCT-NO alanini ayirir.
      *ACCT-NO alani sayisal degilse satir bozuk sayilir, raporlanir
      *ve atlanir. Dosya sonunda anahtar 1000000'a konur.
       H130-NEXT-CSV-KEY.
           MOVE WS-KEY-EOF TO WS-CSV-KEY.
           PERFORM H135-READ-CSV
              END-UNSTRING
              IF WS-CSV-KEY-X IS NUMERIC
                 ADD 1 TO WS-CSV-COUNT
                 MOVE WS-CSV-KEY-X TO WS-CSV-KEY(2:6)
                 MOVE ZERO TO WS-CSV-KEY(1:1)
              ELSE
                 ADD 1 TO WS-CSV-BAD
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
