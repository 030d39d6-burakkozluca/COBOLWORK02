       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBLWRK22.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CRM'in CBLWRK13 farkina dondugu virgulle ayrilmis onay
      *dosyasi. Satir duzeni: aksiyon,hesap-no,onay,sebep. Onay 'A'
      *(uygulandi) veya 'R' (reddedildi) olur; sebep kabulde bos
      *birakilabilir. Son satir CRM'in aldigini bildirdigi satir
      *sayisini tasiyan TRAILER,sayi satiridir.
           SELECT ACK-FILE   ASSIGN TO ACKIN
                             ORGANIZATION  LINE SEQUENTIAL
                             STATUS    ACK-ST.
      *Gonderilen fark satirlari kutugu (duzen CRMSFLD
      *copybook'unda). Onaylar hesap numarasi ikincil anahtariyla
      *eslenir; onaysiz kalan satirlar CBLWRK13'un bir sonraki
      *kosusunda yeniden gonderilmek uzere isaretlenir.
           SELECT CRM-SENT   ASSIGN TO CRMSENT
                             ORGANIZATION  INDEXED
                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS CSNT-KEY
                             ALTERNATE RECORD KEY IS CSNT-ACCT-NO
                                          WITH DUPLICATES
                             STATUS    CSN-ST.
      *Onay dosyasinin kapsadigi gonderim tarihi araligi ve onay
      *bekleme suresi (gun) bu karttan okunur. Kart yoksa butun
      *gonderimler eslesmeye acik sayilir (CBLWRK13'teki tarih
      *secimiyle ayni kural).
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *CRM'in reddettigi, hic onaylamadigi ve hicbir gonderime
      *eslenemeyen satirlarin listelendigi onay raporu.
           SELECT ACK-RPT    ASSIGN TO ACKRPT
                             STATUS    RPT-ST.
      *Takimin ortak kosu kutugu; kosu basi/sonu kayitlari buraya
      *eklenir ve CBLWRK15 sabah ozetini buradan cikarir.
           SELECT RUN-LOG    ASSIGN TO RUNLOG
                             STATUS    LOG-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  ACK-FILE.
       01  ACK-REC               PIC X(120).

      *Gonderilen satirlar kutugu (duzen CRMSFLD copybook'unda).
       FD  CRM-SENT RECORDING MODE F.
           COPY CRMSFLD.

      *Tarih araligi CBLWRK13'un kartindaki gibi verilir;
      *CTL-DATE-TO sifirsa ust sinir yoktur. Onay bekleme suresi
      *verilmemis veya sifirsa 7 gun alinir.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-REC.
           05 CTL-DATE-FROM     PIC 9(08).
           05 CTL-DATE-TO       PIC 9(08).
           05 CTL-ACK-DAYS      PIC 9(03).
           05 FILLER            PIC X(61) VALUE SPACES.

      *Detay satirlari ve kontrol toplamlari ayni FD altinda ayni
      *uzunlukta (100 bayt) tutulur. Eslenemeyen onaylarda gonderim
      *tarihi ve satir numarasi sifir basilir.
       FD  ACK-RPT RECORDING MODE F.
       01  ACK-RPT-REC.
           05 ACR-SEND-DATE     PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ACR-ROW-NO        PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ACR-ACTION        PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ACR-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ACR-TAG           PIC X(18).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 ACR-REASON        PIC X(30).
           05 FILLER            PIC X(20) VALUE SPACES.
       01  ACK-TRL-REC.
           05 ATL-LABEL         PIC X(25).
           05 ATL-COUNT         PIC 9(07).
           05 FILLER            PIC X(68) VALUE SPACES.

      *Ortak kosu kutugu (duzen RUNLOGF copybook'unda).
       FD  RUN-LOG RECORDING MODE F.
           COPY RUNLOGF.

      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
       01  WS-WORK-AREA.
           05 ACK-ST    PIC 9(02).
              88 ACK-EOF       VALUE 10.
              88 ACK-SUCCESS   VALUE 00 97.
           05 WS-ACK-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-ACK-OPEN       VALUE 'Y'.
      *Ikincil anahtarla sirali okumada ayni hesaptan baska kayit
      *geldigini bildiren 02 de basarili sayilir.
           05 CSN-ST    PIC 9(02).
              88 CSN-EOF       VALUE 10.
              88 CSN-SUCCESS   VALUE 00 02 97.
           05 CTL-ST    PIC 9(02).
              88 CTL-SUCCESS   VALUE 00 97.
           05 RPT-ST    PIC 9(02).
              88 RPT-SUCCESS   VALUE 00 97.
           05 WS-RPT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-RPT-OPEN       VALUE 'Y'.
           05 LOG-ST    PIC 9(02).
              88 LOG-SUCCESS   VALUE 00 97.
           05 WS-LOG-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-LOG-OPEN       VALUE 'Y'.
              88 WS-LOG-NOT-OPEN   VALUE 'N'.
           05 WS-ROW-SW         PIC X(01).
              88 WS-ROW-GOOD       VALUE 'Y'.
              88 WS-ROW-BAD        VALUE 'N'.
           05 WS-ROW-REASON     PIC X(30).
           05 WS-FIND-SW        PIC X(01).
              88 WS-FIND-DONE      VALUE 'Y'.
              88 WS-FIND-MORE      VALUE 'N'.
           05 WS-MATCH-SW       PIC X(01).
              88 WS-MATCH-FOUND    VALUE 'Y'.
              88 WS-MATCH-NONE     VALUE 'N'.
           05 WS-TRL-SW         PIC X(01) VALUE 'N'.
              88 WS-TRL-SEEN       VALUE 'Y'.
              88 WS-TRL-NOT-SEEN   VALUE 'N'.
           05 WS-DTL-TAG        PIC X(18) VALUE SPACES.

      *Kosu tarihi, kontrol kartindan gelen gonderim tarihi araligi
      *ve onay bekleme suresi. WS-CUTOFF-DATE bu tarihte veya
      *oncesinde gonderilip hala onay bekleyen satirlarin yeniden
      *kuyruga alinacagi sinirdir.
       01  WS-SELECTION-AREA.
           05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
           05 WS-CTL-DATE-FROM  PIC 9(08) VALUE ZERO.
           05 WS-CTL-DATE-TO    PIC 9(08) VALUE ZERO.
           05 WS-ACK-DAYS       PIC 9(03) VALUE 7.
           05 WS-INT-RUN        PIC 9(07) VALUE ZERO.
           05 WS-CUTOFF-DATE    PIC 9(08) VALUE ZERO.

      *Ortak kosu kutugune yazilan kosu kimligi (bkz. RUNLOGF).
       01  WS-RUNLOG-AREA.
           05 WS-LOG-DATE       PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-LOG-TIME       PIC 9(06) VALUE ZERO.

      *Onay satirinin ayrilan alanlari (CBLWRK9'daki gibi alicilar
      *gecerli azami uzunluktan genis tutulur).
       01  WS-FIELD-AREA.
           05 WS-FLD-ACTION     PIC X(03).
           05 WS-FLD-ACTION-CNT PIC 9(03) COMP.
           05 WS-FLD-ACCT       PIC X(08).
           05 WS-FLD-ACCT-CNT   PIC 9(03) COMP.
           05 WS-FLD-FLAG       PIC X(03).
           05 WS-FLD-FLAG-CNT   PIC 9(03) COMP.
           05 WS-FLD-REASON     PIC X(30).
           05 WS-FLD-REASON-CNT PIC 9(03) COMP.
           05 WS-FLD-EXTRA      PIC X(01).
           05 WS-FLD-COUNT      PIC 9(02) COMP.
           05 WS-ROW-LEN        PIC 9(03) COMP.
           05 WS-TRIM-SW        PIC X(01).
              88 WS-TRIM-DONE      VALUE 'Y'.
              88 WS-TRIM-MORE      VALUE 'N'.

      *Gecerli bir onay satirinin eslesmede kullanilan alanlari.
       01  WS-ACK-AREA.
           05 WS-ACK-ACTION     PIC X(01).
           05 WS-ACK-ACCT-NO    PIC 9(06).
           05 WS-ACK-FLAG       PIC X(01).
              88 WS-ACK-ACCEPTED   VALUE 'A'.
              88 WS-ACK-REJECTED   VALUE 'R'.
           05 WS-ACK-REASON     PIC X(30).

       01  WS-TOTALS-AREA.
           05 WS-ROWS-READ      PIC 9(07) VALUE ZERO.
           05 WS-ROWS-ACCEPTED  PIC 9(07) VALUE ZERO.
           05 WS-ROWS-REJECTED  PIC 9(07) VALUE ZERO.
           05 WS-ROWS-UNMATCHED PIC 9(07) VALUE ZERO.
           05 WS-ROWS-INVALID   PIC 9(07) VALUE ZERO.
           05 WS-TRL-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-SENT-IN-RANGE  PIC 9(07) VALUE ZERO.
           05 WS-ROWS-REQUEUED  PIC 9(07) VALUE ZERO.

      *------------------
       PROCEDURE DIVISION.
      *------------------

      *Once onay dosyasi gonderilen satirlara eslenir, sonra
      *gonderilen satirlar kutugu bastan sona gezilip aralik sayimi
      *ve onaysiz kalanlarin yeniden kuyruga alinmasi yapilir.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL ACK-EOF.
           PERFORM H400-SWITCH-TO-SCAN.
           PERFORM H500-SCAN-SENT UNTIL CSN-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Dosyalarin acilamama ve okunamama durumunu kontrol ettik.
      *Onay dosyasi hic yoksa (durum 35) CRM bu kez donmemis
      *demektir; eslestirme bos gecilir, onaysiz satir taramasi
      *yine yapilir.
       H100-OPEN-FILES.
           PERFORM H050-WRITE-RUNLOG-START.
           OPEN OUTPUT ACK-RPT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RPT-OPEN TO TRUE.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H120-OPEN-SENT-LOG.
           OPEN INPUT ACK-FILE.
           IF ACK-SUCCESS
              SET WS-ACK-OPEN TO TRUE
              READ ACK-FILE
              IF (ACK-ST NOT = 0) AND (ACK-ST NOT = 97)
                 AND (ACK-ST NOT = 10)
                 DISPLAY 'UNABLE TO READ FILE: ' ACK-ST
                 MOVE ACK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           ELSE
              IF ACK-ST = 35
                 SET ACK-EOF TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN FILE: ' ACK-ST
                 MOVE ACK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END.EXIT.
      *Kontrol karti varsa tarih araligini ve bekleme suresini
      *okur; sonra yeniden kuyruga alma sinir tarihini hesaplar.
       H110-READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CONTROL-CARD.
           IF CTL-SUCCESS
              READ CONTROL-CARD
              IF CTL-SUCCESS
                 IF CTL-DATE-FROM IS NUMERIC
                    MOVE CTL-DATE-FROM TO WS-CTL-DATE-FROM
                 END-IF
                 IF CTL-DATE-TO IS NUMERIC
                    MOVE CTL-DATE-TO TO WS-CTL-DATE-TO
                 END-IF
                 IF CTL-ACK-DAYS IS NUMERIC AND CTL-ACK-DAYS > 0
                    MOVE CTL-ACK-DAYS TO WS-ACK-DAYS
                 END-IF
              END-IF
              CLOSE CONTROL-CARD
           END-IF.
           COMPUTE WS-INT-RUN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-ACK-DAYS.
           COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-RUN).
       H110-END.EXIT.
      *Gonderilen satirlar kutugunu acar; CBLWRK13 henuz hic
      *kosmamissa (durum 35) bos olarak olusturulur ve her onay
      *eslenemeyen olarak raporlanir.
       H120-OPEN-SENT-LOG.
           OPEN I-O CRM-SENT.
           IF NOT CSN-SUCCESS
              IF CSN-ST = 35
                 OPEN OUTPUT CRM-SENT
                 CLOSE CRM-SENT
                 OPEN I-O CRM-SENT
              END-IF
              IF NOT CSN-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FILE: ' CSN-ST
                 MOVE CSN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H120-END.EXIT.
      *Her onay satirini ayirir; TRAILER satiri sayimi verir,
      *gecerli satirlar gonderilen satirlara eslenir, gecersizler
      *sebebiyle rapora duser.
       H200-PROCESS.
           IF ACK-REC(1:8) = 'TRAILER,'
              PERFORM H160-READ-TRAILER
           ELSE
              ADD 1 TO WS-ROWS-READ
              PERFORM H150-PARSE-ROW
              IF WS-ROW-GOOD
                 PERFORM H210-MATCH-ACK
              ELSE
                 ADD 1 TO WS-ROWS-INVALID
                 INITIALIZE CSNT-FIELDS
                 MOVE WS-ROW-REASON TO CSNT-REASON
                 MOVE 'INVALID ACK ROW' TO WS-DTL-TAG
                 PERFORM H240-WRITE-DETAIL
              END-IF
           END-IF.
           READ ACK-FILE.
           IF (ACK-ST NOT = 0) AND (ACK-ST NOT = 97)
              AND (ACK-ST NOT = 10)
              DISPLAY 'UNABLE TO READ FILE: ' ACK-ST
              MOVE ACK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END.EXIT.
      *Satiri virgullerden ayirir ve alanlari dogrular: tek harfli
      *aksiyon, tam 6 haneli sayisal hesap no, 'A' veya 'R' onay.
      *Sebep alani bos birakilabilir; alan sayisi uc veya dort
      *olmalidir.
       H150-PARSE-ROW.
           SET WS-ROW-GOOD TO TRUE.
           MOVE SPACES TO WS-ROW-REASON.
           MOVE SPACES TO WS-FLD-ACTION.
           MOVE SPACES TO WS-FLD-ACCT.
           MOVE SPACES TO WS-FLD-FLAG.
           MOVE SPACES TO WS-FLD-REASON.
           MOVE SPACES TO WS-FLD-EXTRA.
           MOVE ZERO TO WS-FLD-ACTION-CNT.
           MOVE ZERO TO WS-FLD-ACCT-CNT.
           MOVE ZERO TO WS-FLD-FLAG-CNT.
           MOVE ZERO TO WS-FLD-REASON-CNT.
           MOVE ZERO TO WS-FLD-COUNT.
           IF ACK-REC = SPACES
              SET WS-ROW-BAD TO TRUE
              MOVE 'EMPTY ROW' TO WS-ROW-REASON
           ELSE
              MOVE 120 TO WS-ROW-LEN
              SET WS-TRIM-MORE TO TRUE
              PERFORM H155-TRIM-ROW UNTIL WS-TRIM-DONE
              UNSTRING ACK-REC(1:WS-ROW-LEN) DELIMITED BY ','
                 INTO WS-FLD-ACTION
                         COUNT IN WS-FLD-ACTION-CNT
                      WS-FLD-ACCT
                         COUNT IN WS-FLD-ACCT-CNT
                      WS-FLD-FLAG
                         COUNT IN WS-FLD-FLAG-CNT
                      WS-FLD-REASON
                         COUNT IN WS-FLD-REASON-CNT
                      WS-FLD-EXTRA
                 TALLYING IN WS-FLD-COUNT
                 ON OVERFLOW
                    SET WS-ROW-BAD TO TRUE
                    MOVE 'TOO MANY FIELDS' TO WS-ROW-REASON
              END-UNSTRING
              IF WS-ROW-GOOD
                 AND (WS-FLD-COUNT < 3 OR WS-FLD-COUNT > 4)
                 SET WS-ROW-BAD TO TRUE
                 MOVE 'WRONG FIELD COUNT' TO WS-ROW-REASON
              END-IF
           END-IF.
           IF WS-ROW-GOOD
              IF WS-FLD-ACTION-CNT NOT = 1
                 SET WS-ROW-BAD TO TRUE
                 MOVE 'INVALID ACTION CODE' TO WS-ROW-REASON
              ELSE
                 MOVE WS-FLD-ACTION(1:1) TO WS-ACK-ACTION
              END-IF
           END-IF.
           IF WS-ROW-GOOD
              IF WS-FLD-ACCT-CNT NOT = 6
                 OR WS-FLD-ACCT(1:6) IS NOT NUMERIC
                 SET WS-ROW-BAD TO TRUE
                 MOVE 'ACCT-NO NOT 6 DIGITS' TO WS-ROW-REASON
              ELSE
                 MOVE WS-FLD-ACCT(1:6) TO WS-ACK-ACCT-NO
              END-IF
           END-IF.
           IF WS-ROW-GOOD
              MOVE WS-FLD-FLAG(1:1) TO WS-ACK-FLAG
              IF WS-FLD-FLAG-CNT NOT = 1
                 OR NOT (WS-ACK-ACCEPTED OR WS-ACK-REJECTED)
                 SET WS-ROW-BAD TO TRUE
                 MOVE 'FLAG NOT A OR R' TO WS-ROW-REASON
              END-IF
           END-IF.
           MOVE WS-FLD-REASON TO WS-ACK-REASON.
       H150-END.EXIT.
      *Satirin gercek uzunlugunu bulmak icin sondaki bosluklari geri
      *geri sayar (CBLWRK9'daki H155 ile ayni).
       H155-TRIM-ROW.
           IF ACK-REC(WS-ROW-LEN:1) = SPACE
              SUBTRACT 1 FROM WS-ROW-LEN
           ELSE
              SET WS-TRIM-DONE TO TRUE
           END-IF.
       H155-END.EXIT.
      *TRAILER satirindaki sayiyi alir; 1-7 haneli sayisal
      *degilse sayim okunamamis sayilir ve kosu sonunda tutmazlik
      *olarak raporlanir.
       H160-READ-TRAILER.
           MOVE SPACES TO WS-FLD-REASON.
           MOVE ZERO TO WS-FLD-REASON-CNT.
           UNSTRING ACK-REC(9:112) DELIMITED BY ',' OR SPACE
              INTO WS-FLD-REASON COUNT IN WS-FLD-REASON-CNT
           END-UNSTRING.
           IF WS-FLD-REASON-CNT > 0 AND WS-FLD-REASON-CNT < 8
              AND WS-FLD-REASON(1:WS-FLD-REASON-CNT) IS NUMERIC
              MOVE WS-FLD-REASON(1:WS-FLD-REASON-CNT)
                TO WS-TRL-COUNT
              SET WS-TRL-SEEN TO TRUE
           ELSE
              DISPLAY 'UNREADABLE CRM TRAILER: ' ACK-REC(1:40)
           END-IF.
       H160-END.EXIT.
      *Onayi ayni hesaba gonderilmis satirlar arasinda arar:
      *aksiyonu ayni, gonderim tarihi aralikta ve hala onay
      *bekleyen (veya yeniden gonderilmek uzere isaretlenmis ama
      *henuz gonderilmemis) ilk satir eslesir. Ikincil anahtarda
      *ayni hesabin satirlari yazildiklari sirayla gelir; boylece
      *en eski bekleyen gonderim once onaylanir.
       H210-MATCH-ACK.
           SET WS-MATCH-NONE TO TRUE.
           SET WS-FIND-MORE TO TRUE.
           MOVE WS-ACK-ACCT-NO TO CSNT-ACCT-NO.
           START CRM-SENT KEY IS EQUAL TO CSNT-ACCT-NO.
           IF CSN-SUCCESS
              READ CRM-SENT NEXT
              PERFORM H215-TEST-SENT-ROW UNTIL WS-FIND-DONE
           END-IF.
           IF WS-MATCH-FOUND
              PERFORM H220-APPLY-ACK
           ELSE
              ADD 1 TO WS-ROWS-UNMATCHED
              INITIALIZE CSNT-FIELDS
              MOVE WS-ACK-ACTION TO CSNT-ACTION
              MOVE WS-ACK-ACCT-NO TO CSNT-ACCT-NO
              MOVE WS-ACK-REASON TO CSNT-REASON
              MOVE 'ACK NOT MATCHED' TO WS-DTL-TAG
              PERFORM H240-WRITE-DETAIL
           END-IF.
       H210-END.EXIT.
       H215-TEST-SENT-ROW.
           IF NOT CSN-SUCCESS
              SET WS-FIND-DONE TO TRUE
           ELSE
              IF CSNT-ACCT-NO NOT = WS-ACK-ACCT-NO
                 SET WS-FIND-DONE TO TRUE
              ELSE
                 IF CSNT-ACTION = WS-ACK-ACTION
                    AND (CSNT-PENDING OR CSNT-REQUEUE)
                    AND CSNT-SEND-DATE NOT < WS-CTL-DATE-FROM
                    AND (WS-CTL-DATE-TO = 0
                         OR CSNT-SEND-DATE NOT > WS-CTL-DATE-TO)
                    SET WS-MATCH-FOUND TO TRUE
                    SET WS-FIND-DONE TO TRUE
                 ELSE
                    READ CRM-SENT NEXT
                 END-IF
              END-IF
           END-IF.
       H215-END.EXIT.
      *Eslesen satira onayi isler. Reddedilen satir sebebiyle
      *rapora yazilir; yeniden gonderilmez, duzeltme elle yapilir.
       H220-APPLY-ACK.
           IF WS-ACK-ACCEPTED
              SET CSNT-ACCEPTED TO TRUE
              ADD 1 TO WS-ROWS-ACCEPTED
           ELSE
              SET CSNT-REJECTED TO TRUE
              ADD 1 TO WS-ROWS-REJECTED
           END-IF.
           MOVE WS-RUN-DATE TO CSNT-ACK-DATE.
           MOVE WS-ACK-REASON TO CSNT-REASON.
           REWRITE CSNT-FIELDS.
           IF NOT CSN-SUCCESS
              DISPLAY 'UNABLE TO REWRITE CRMSENT: ' CSN-ST
              MOVE CSN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF CSNT-REJECTED
              MOVE 'REJECTED BY CRM' TO WS-DTL-TAG
              PERFORM H240-WRITE-DETAIL
           END-IF.
       H220-END.EXIT.
      *Gonderim kaydinin alanlarini ve WS-DTL-TAG etiketini rapora
      *yazar.
       H240-WRITE-DETAIL.
           MOVE SPACES TO ACK-RPT-REC.
           MOVE CSNT-SEND-DATE TO ACR-SEND-DATE.
           MOVE CSNT-ROW-NO TO ACR-ROW-NO.
           MOVE CSNT-ACTION TO ACR-ACTION.
           MOVE CSNT-ACCT-NO TO ACR-ACCT-NO.
           MOVE WS-DTL-TAG TO ACR-TAG.
           MOVE CSNT-REASON TO ACR-REASON.
           WRITE ACK-RPT-REC.
       H240-END.EXIT.
      *Eslestirme bitince onay dosyasi kapanir ve gonderilen
      *satirlar kutugu birincil anahtar sirasiyla bastan okunur.
       H400-SWITCH-TO-SCAN.
           IF WS-ACK-OPEN
              CLOSE ACK-FILE
           END-IF.
           MOVE ZERO TO CSNT-SEND-DATE
                        CSNT-SEND-TIME
                        CSNT-ROW-NO.
           START CRM-SENT KEY IS NOT LESS THAN CSNT-KEY.
           IF NOT CSN-SUCCESS
              SET CSN-EOF TO TRUE
           ELSE
              READ CRM-SENT NEXT
           END-IF.
       H400-END.EXIT.
      *Aralikta gonderilen her satir TRAILER karsilastirmasi icin
      *sayilir. Sinir tarihinde veya oncesinde gonderilip hala
      *onay bekleyen satir 'Q' yapilir ve rapora yazilir; CBLWRK13
      *bir sonraki kosusunda bu satiri yeniden gonderir.
       H500-SCAN-SENT.
           IF NOT CSN-SUCCESS
              DISPLAY 'UNABLE TO READ CRMSENT: ' CSN-ST
              MOVE CSN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF CSNT-SEND-DATE NOT < WS-CTL-DATE-FROM
              AND (WS-CTL-DATE-TO = 0
                   OR CSNT-SEND-DATE NOT > WS-CTL-DATE-TO)
              ADD 1 TO WS-SENT-IN-RANGE
           END-IF.
           IF CSNT-PENDING AND CSNT-SEND-DATE NOT > WS-CUTOFF-DATE
              SET CSNT-REQUEUE TO TRUE
              REWRITE CSNT-FIELDS
              IF NOT CSN-SUCCESS
                 DISPLAY 'UNABLE TO REWRITE CRMSENT: ' CSN-ST
                 MOVE CSN-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-ROWS-REQUEUED
              MOVE 'NO ACK - REQUEUED' TO WS-DTL-TAG
              PERFORM H240-WRITE-DETAIL
           END-IF.
           READ CRM-SENT NEXT.
       H500-END.EXIT.
      *Onay ve tarama sayaclarini rapora kontrol toplami olarak
      *yazar.
       H900-WRITE-TRAILER.
           IF WS-RPT-OPEN
              MOVE SPACES TO ACK-TRL-REC
              MOVE 'ACK ROWS READ:' TO ATL-LABEL
              MOVE WS-ROWS-READ TO ATL-COUNT
              WRITE ACK-TRL-REC
              MOVE SPACES TO ACK-TRL-REC
              MOVE 'ACCEPTED BY CRM:' TO ATL-LABEL
              MOVE WS-ROWS-ACCEPTED TO ATL-COUNT
              WRITE ACK-TRL-REC
              MOVE SPACES TO ACK-TRL-REC
              MOVE 'REJECTED BY CRM:' TO ATL-LABEL
              MOVE WS-ROWS-REJECTED TO ATL-COUNT
              WRITE ACK-TRL-REC
              MOVE SPACES TO ACK-TRL-REC
              MOVE 'ACK NOT MATCHED:' TO ATL-LABEL
              MOVE WS-ROWS-UNMATCHED TO ATL-COUNT
              WRITE ACK-TRL-REC
              MOVE SPACES TO ACK-TRL-REC
              MOVE 'INVALID ACK ROWS:' TO ATL-LABEL
              MOVE WS-ROWS-INVALID TO ATL-COUNT
              WRITE ACK-TRL-REC
              MOVE SPACES TO ACK-TRL-REC
              MOVE 'CRM TRAILER COUNT:' TO ATL-LABEL
              MOVE WS-TRL-COUNT TO ATL-COUNT
              WRITE ACK-TRL-REC
              MOVE SPACES TO ACK-TRL-REC
              MOVE 'SENT ROWS IN RANGE:' TO ATL-LABEL
              MOVE WS-SENT-IN-RANGE TO ATL-COUNT
              WRITE ACK-TRL-REC
              MOVE SPACES TO ACK-TRL-REC
              MOVE 'NO ACK - REQUEUED:' TO ATL-LABEL
              MOVE WS-ROWS-REQUEUED TO ATL-COUNT
              WRITE ACK-TRL-REC
           END-IF.
       H900-END.EXIT.
      *Dosya kapama islemi
       H300-CLOSE-FILES.
           CLOSE CRM-SENT
                 ACK-RPT.
       H300-END.EXIT.
      *Kosu kutugune baslangic kaydini ekler; kutuk henuz yoksa
      *(durum 35) olusturulur. Kutuk acilamazsa kosu durdurulur:
      *sabah ozeti eksik kosuyu kosulmamis sanmamalidir.
       H050-WRITE-RUNLOG-START.
           OPEN EXTEND RUN-LOG.
           IF NOT LOG-SUCCESS
              IF LOG-ST = 35
                 OPEN OUTPUT RUN-LOG
              END-IF
              IF NOT LOG-SUCCESS
                 DISPLAY 'UNABLE TO OPEN RUNLOG: ' LOG-ST
                 MOVE LOG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           SET WS-LOG-OPEN TO TRUE.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME-RAW FROM TIME.
           COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100.
           INITIALIZE RLOG-FIELDS.
           MOVE 'CBLWRK22' TO RLOG-PROGRAM.
           SET RLOG-START TO TRUE.
           MOVE WS-LOG-DATE TO RLOG-DATE.
           MOVE WS-LOG-TIME TO RLOG-TIME.
           WRITE RLOG-FIELDS.
       H050-END.EXIT.
      *Kosu kutugune bitis kaydini sayaclar ve donus koduyla ekler.
      *Yazilan, gonderim kaydina islenen onay sayisidir;
      *reddedilen, eslenemeyen veya gecersiz onay satiri sayisidir.
       H950-WRITE-RUNLOG-END.
           IF WS-LOG-OPEN
              ACCEPT WS-LOG-TIME-RAW FROM TIME
              COMPUTE WS-LOG-TIME = WS-LOG-TIME-RAW / 100
              INITIALIZE RLOG-FIELDS
              MOVE 'CBLWRK22' TO RLOG-PROGRAM
              SET RLOG-END TO TRUE
              MOVE WS-LOG-DATE TO RLOG-DATE
              MOVE WS-LOG-TIME TO RLOG-TIME
              MOVE WS-ROWS-READ TO RLOG-RECS-READ
              COMPUTE RLOG-RECS-WRITTEN =
                      WS-ROWS-ACCEPTED + WS-ROWS-REJECTED
              COMPUTE RLOG-RECS-REJECT =
                      WS-ROWS-UNMATCHED + WS-ROWS-INVALID
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-FIELDS
              CLOSE RUN-LOG
              SET WS-LOG-NOT-OPEN TO TRUE
           END-IF.
       H950-END.EXIT.
      *Program bitis islemi. Onay dosyasi geldigi halde TRAILER
      *satiri yoksa veya CRM'in bildirdigi sayi aralikta gonderilen
      *satir sayisini tutmuyorsa kosu sifir disi kodla biter; is
      *akisi fark dosyalarinin eksiksiz ulastigini varsaymaz.
       H999-PROGRAM-EXIT.
           IF WS-ACK-OPEN AND RETURN-CODE = 0
              IF WS-TRL-NOT-SEEN
                 DISPLAY 'CRM TRAILER MISSING FROM ACKIN'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WS-TRL-COUNT NOT = WS-SENT-IN-RANGE
                    DISPLAY 'CRM TRAILER COUNT MISMATCH: '
                            WS-TRL-COUNT ' VS ' WS-SENT-IN-RANGE
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           DISPLAY 'ACK ROWS READ:        ' WS-ROWS-READ.
           DISPLAY 'REJECTED BY CRM:      ' WS-ROWS-REJECTED.
           DISPLAY 'ACK NOT MATCHED:      ' WS-ROWS-UNMATCHED.
           DISPLAY 'NO ACK - REQUEUED:    ' WS-ROWS-REQUEUED.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
