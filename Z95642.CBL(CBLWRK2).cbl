      *Yazdiracagimiz dosyaya verileri aktarmak icin degiskenleri tanimladik
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05 PRT-NO         PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 PRT-NAME       PIC X(15).
           05 PRT-SURNAME    PIC X(15).
      *icin PRINT-REC de TRAILER-REC ile (82 bayt) ayni uzunlukta
      *olmak zorunda; aksi halde calisma zamani sabit uzunluklu
      *cikisi birakip degisken uzunluklu kayitlara gecer.
           05 FILLER         PIC X(19) VALUE SPACES.

      *Kosu sonunda okunan/yazilan kayit sayisini ve dogum yili
      *ondaligina gore kirilimini gostermek icin kullanilan ozet
      *Kolon basliklari; alan genislikleri PRINT-REC'in kolonlariyla
      *ayni hizada tutulur.
       01  COL-HDR-REC.
           05 CHD-NO            PIC X(08).
           05 CHD-NAME          PIC X(15).
           05 CHD-SURNAME       PIC X(15).
           05 CHD-BDATE         PIC X(08).
           05 CHD-ASOF          PIC X(08).
           05 CHD-AGE           PIC X(09).
           05 FILLER            PIC X(19) VALUE SPACES.

      *Okuyacagimiz dosyadaki verileri almak icin degiskenleri tanimladik
      *(duzen CBLWRK3 bakim programiyla ortak kullanildigi icin
      *bozuk alaniyla birlikte dustugu istisna raporu.
       FD  REJECT-RPT RECORDING MODE F.
       01  REJECT-REC.
           05 REJ-ACCT-NO      PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 REJ-FIELD-NAME   PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
      *sayisini tutan tek kayitlik kontrol noktasi dosyasi.
       FD  CHECKPOINT-FILE RECORDING MODE F.
       01  CHECKPOINT-REC.
           05 CHK-LAST-ACCT-NO  PIC 9(06).
           05 CHK-REC-COUNT     PIC 9(07).
           05 CHK-STATUS        PIC X(01).
              88 CHK-COMPLETE      VALUE 'C'.
              88 CHK-INCOMPLETE    VALUE 'I'.
           05 FILLER            PIC X(08) VALUE SPACES.

      *ACCT-NO, ACCT-NAME, ACCT-SURNAME, ACCT-BDATE, kosunun rapor
      *tarihi ve hesaplanan yas virgulle ayrilmis olarak yazilir.
      *veya daha az kalan hesaplarin listelendigi rapor.
       FD  BIRTHRPT RECORDING MODE F.
       01  BIRTHRPT-REC.
           05 BDY-ACCT-NO      PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 BDY-NAME         PIC X(15).
           05 BDY-SURNAME      PIC X(15).
              88 WS-CHKPT-NOT-OPEN   VALUE 'N'.
           05 WS-CTL-RESTART-SW   PIC X(01) VALUE 'N'.
              88 WS-DO-RESTART       VALUE 'Y'.
           05 WS-RESTART-KEY      PIC 9(06) VALUE ZERO.
           05 WS-RESTART-PEND-SW  PIC X(01) VALUE 'N'.
              88 WS-RESTART-PENDING  VALUE 'Y'.

           05 WS-LINE-COUNT     PIC 9(02) VALUE 50.
           05 WS-DETAIL-HOLD    PIC X(82).

      *ACCT-NO 000000-999999 arasindaki her deger icin bu kosuda
      *daha once goruldu mu bilgisini tutar; indeksli ana dosyada
      *anahtar tekilligi zaten ISAM tarafindan saglansa da, veri
      *girisinden kaynaklanan cakismalari (ornegin dis kaynakli bir
      *yukleme) yakalamak icin bu ek kontrol tutulur.
       01  WS-DUP-TABLE.
           05 WS-DUP-FLAGS  PIC X(01) VALUE 'N' OCCURS 1000000 TIMES.
           05 WS-DUP-IDX    PIC 9(07) VALUE ZERO.

      *Rapor tarihine gore hesabin bu yilki (veya gectiyse gelecek
      *yilki) dogum gununu bulmak icin kullanilan calisma alani.
              PERFORM H175-CHECK-AGE-FILTER
              IF WS-AGE-IN-RANGE
      *Id ile PRT-NAME arasina bosluk atmak icin kullandik.
                 MOVE SPACES TO PRINT-REC(7:2)
      *Sayfa dolduysa kurulu detay satiri saklanir, yeni sayfanin
      *basliklari yazilir ve satir geri getirilip yazilir.
                 IF WS-LINE-COUNT >= WS-PAGE-SIZE
      *WS-CTL-BDAY-WINDOW gun icinde bir dogum gunu varsa BIRTHRPT'ye
      *yazar; pencere sifirsa (kontrol karti verilmemis) rapor bos
      *kalir. WS-BDATE-CDT/WS-TODAY-CDT H160-CALCULATE-AGE tarafindan
      *doldurulmus olmalidir. Vefat isaretli hesaplara (bkz. CBLWRK21)
      *kart gonderilmez: dogum gunu satiri ve etiketi uretilmez.
       H180-CHECK-UPCOMING-BIRTHDAY.
           IF WS-CTL-BDAY-WINDOW > 0 AND NOT ACCT-DECEASED
              MOVE WS-TODAY-YYYY TO WS-BDAY-TARGET-YYYY
              PERFORM H182-COMPUTE-BDAY-FOR-YEAR
              IF WS-BDAY-INT < WS-INT-T
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
