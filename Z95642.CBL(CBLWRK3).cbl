                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS ADDR-ACCT-NO
                             STATUS    ADR-ST.
      *Resit olmayan hesaplarin veli baglantilari (duzen GRDFLD
      *copybook'unda). Ekleme ve dogum tarihi degisikliklerinde
      *kurulur, kapatmada velinin bagli kucukleri buradan aranir.
      *Ilk kosuda dosya henuz yoktur.
           SELECT GUARD-LINK ASSIGN TO GUARDLNK
                             ORGANIZATION  INDEXED
                             ACCESS MODE   DYNAMIC
                             RECORD KEY    IS GRD-MINOR-NO
                             ALTERNATE RECORD KEY IS GRD-GUARDIAN-NO
                                          WITH DUPLICATES
                             STATUS    GRD-ST.
      *Gecenin islemleri. TRANIN, islem ureten programlarin ayri
      *cikislarinin birlesimidir: CBLWRK9'un TRANOUT'u (CRM
      *beslemesi), CBLWRK14'un RESUBOUT'u (askidan yeniden
      *gonderilenler) ve CBLWRK20'nin MAJOUT'u (resit olma
      *baglanti kaldirmalari); elle tuslanan islemler de eklenebilir.
           SELECT TRANS-REC  ASSIGN TO TRANIN
                             STATUS    TRN-ST.
           SELECT TRANS-RPT  ASSIGN TO TRNRPT
      *devam edilir.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
                             STATUS    CTL-ST.
      *Operator yetki dosyasi (duzen OPERFLD copybook'unda). Islemi
      *giren operator burada CBLWRK3 icin ve islemin aksiyon kodu
      *icin yetkili degilse islem reddedilir. Dosya yoksa hicbir
      *operator yetkili sayilmaz.
           SELECT OPER-AUTH  ASSIGN TO OPERAUTH
                             STATUS    OPA-ST.
      *Bekletilen hassas islemler icin ikinci operator onaylari
      *(duzen APPRFLD copybook'unda). Dosya yoksa onay yok demektir.
           SELECT APPR-IN    ASSIGN TO APPRIN
                             STATUS    APR-ST.
      *Onay bekleyen islemler: onceki kosulardan gelenler HOLDIN'den
      *okunur, hala onay bekleyenler HOLDOUT'a (gelecek kosunun
      *HOLDIN'i) yazilir. Deneme modunda ikisi de acilmaz.
           SELECT HOLD-IN    ASSIGN TO HOLDIN
                             STATUS    HIN-ST.
           SELECT HOLD-OUT   ASSIGN TO HOLDOUT
                             STATUS    HUT-ST.
      *Uygulanan her bakim isleminin oncesi/sonrasi goruntusuyle
      *birlikte izini tutan gunluk (audit journal) dosyasi. Kurtarma
      *ve denetim kosulari gecmis kosularin kayitlarina da ihtiyac
       FD  ADDR-REC RECORDING MODE F.
           COPY ADDRFLD.

      *Veli baglantisi dosyasi (duzen GRDFLD copybook'unda).
       FD  GUARD-LINK RECORDING MODE F.
           COPY GRDFLD.

      *Ekle/Degistir/Kapat/Yeniden-Ac islem kayitlarini tasiyan
      *giris dosyasi (duzen CBLWRK9 yukleme arayuziyle ortak
      *kullanildigi icin TRANFLD copybook'una tasindi).
      *hesap, cakisan ACCT-NO, bozuk tarih) dustugu istisna raporu.
       FD  TRANS-RPT RECORDING MODE F.
       01  TRANS-RPT-REC.
           05 RPT-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-ACTION        PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-REASON        PIC X(30).
      *Deneme kosusunun sonunda aksiyon koduna gore uygulanir/
      *reddedilir sayilarinin yazildigi ozet satiri. Ayni FD icinde
      *TRANS-RPT-REC ile ayni uzunlukta (41 bayt) tutulur.
       01  TRANS-SUM-REC.
           05 SUM-LABEL         PIC X(20).
           05 SUM-ACTION        PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 SUM-COUNT         PIC 9(05).
           05 FILLER            PIC X(13) VALUE SPACES.

      *Deneme modunda ('Y') tum dogrulamalar ve anahtar sinamalari
      *yapilir ama ana dosyaya hicbir sey uygulanmaz; rapor neyin
       FD  JOURNAL-FILE RECORDING MODE F.
           COPY JRNLFLD.

      *Operator yetki dosyasi (duzen OPERFLD copybook'unda).
       FD  OPER-AUTH RECORDING MODE F.
           COPY OPERFLD.

      *Ikinci operator onaylari (duzen APPRFLD copybook'unda).
       FD  APPR-IN RECORDING MODE F.
           COPY APPRFLD.

      *Onay bekleyen islem kaydi: islemi giren operator, islemin
      *ilk bekletildigi kosu tarihi ve TRANS-FIELDS goruntusu (138
      *bayt). Alanlar WS-HOLD-REC'te ayrilir.
       FD  HOLD-IN RECORDING MODE F.
       01  HOLD-IN-REC          PIC X(138).

       FD  HOLD-OUT RECORDING MODE F.
       01  HOLD-OUT-REC         PIC X(138).

      *Bekleyen islem kaydi: islemi giren operator, islemin ilk
      *park edildigi kosu tarihi ve TRANS-FIELDS goruntusu (138
      *bayt). Alanlar WS-PEND-REC'te ayrilir.
       FD  PEND-IN RECORDING MODE F.
       01  PEND-IN-REC          PIC X(138).

       FD  PEND-OUT RECORDING MODE F.
       01  PEND-OUT-REC         PIC X(138).

      *Park edilen islemin hesabi, aksiyonu ve yururluk tarihi.
       FD  PEND-RPT RECORDING MODE F.
       01  PEND-RPT-REC.
           05 PND-ACCT-NO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PND-ACTION        PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PND-EFF-DATE      PIC 9(08).
           05 FILLER            PIC X(20) VALUE SPACES.
       01  PEND-TRL-REC.
           05 PNT-LABEL         PIC X(25).
           05 PNT-COUNT         PIC 9(07).
           05 ADR-ST    PIC 9(02).
              88 ADR-SUCCESS   VALUE 00 97.
              88 ADR-NOTFOUND  VALUE 23.
           05 GRD-ST    PIC 9(02).
              88 GRD-SUCCESS   VALUE 00 02 97.
              88 GRD-NOTFOUND  VALUE 23.
           05 PIN-ST    PIC 9(02).
              88 PND-EOF       VALUE 10.
              88 PIN-SUCCESS   VALUE 00 97.
              88 WS-PRP-OPEN       VALUE 'Y'.
           05 SUS-ST    PIC 9(02).
              88 SUS-SUCCESS   VALUE 00 97.
           05 OPA-ST    PIC 9(02).
              88 OPA-EOF       VALUE 10.
              88 OPA-SUCCESS   VALUE 00 97.
           05 APR-ST    PIC 9(02).
              88 APR-EOF       VALUE 10.
              88 APR-SUCCESS   VALUE 00 97.
           05 HIN-ST    PIC 9(02).
              88 HLD-EOF       VALUE 10.
              88 HIN-SUCCESS   VALUE 00 97.
           05 HUT-ST    PIC 9(02).
              88 HUT-SUCCESS   VALUE 00 97.
           05 WS-HIN-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-HIN-OPEN       VALUE 'Y'.
           05 LOG-ST    PIC 9(02).
              88 LOG-SUCCESS   VALUE 00 97.
           05 WS-LOG-OPEN-SW    PIC X(01) VALUE 'N'.
           05 WS-REJECT-REASON  PIC X(30).
           05 WS-TRIAL-SW       PIC X(01) VALUE 'N'.
              88 WS-TRIAL-MODE     VALUE 'Y'.
           05 WS-HOLD-SW        PIC X(01).
              88 WS-HELD           VALUE 'Y'.
              88 WS-NOT-HELD       VALUE 'N'.

      *Kosu kimligi: gunluk kayitlarina islenen kosu tarihi/saati ve
      *kontrol kartindan gelen operator/is kimligi. Kart yoksa
           05 WS-RUN-TIME-RAW   PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME       PIC 9(06) VALUE ZERO.

      *Islemi giren (maker) ve onaylayan (checker) operator. Gecenin
      *islem dosyasinda giren kontrol kartindaki operatordur;
      *bekleyenlerde PEND-MAKER'dan, onay bekleyenlerde HOLD-
      *MAKER'dan alinir. Onaylayan yalnizca onay gerektiren
      *islemlerde doludur.
       01  WS-MAKER-AREA.
           05 WS-MAKER-ID       PIC X(08) VALUE SPACES.
           05 WS-CHECKER-ID     PIC X(08) VALUE SPACES.
           05 WS-HOLD-ORIG-DATE PIC 9(08) VALUE ZERO.
           05 WS-PEND-ORIG-DATE PIC 9(08) VALUE ZERO.

      *Bekleyen islem kaydinin alanlari (bkz. PEND-IN-REC).
       01  WS-PEND-REC.
           05 PEND-MAKER        PIC X(08).
           05 PEND-DATE         PIC 9(08).
           05 PEND-TRANS-DATA   PIC X(122).

      *Onay bekleyen islem kaydinin alanlari (bkz. HOLD-IN-REC).
       01  WS-HOLD-REC.
           05 HOLD-MAKER        PIC X(08).
           05 HOLD-DATE         PIC 9(08).
           05 HOLD-TRANS-DATA   PIC X(122).

      *OPERAUTH'un CBLWRK3 kayitlari. Tablo dolarsa yetkiler eksik
      *yuklenmis olacagindan kosu durdurulur.
       01  WS-AUTH-AREA.
           05 WS-AUTH-MAX       PIC 9(03) COMP VALUE 200.
           05 WS-AUTH-COUNT     PIC 9(03) COMP VALUE ZERO.
           05 WS-AUTH-ENTRY OCCURS 200 TIMES.
              10 WS-AUTH-ID        PIC X(08).
              10 WS-AUTH-ACTIONS   PIC X(10).
              10 WS-AUTH-APPROVE-SW PIC X(01).
           05 WS-AUTH-IDX       PIC 9(03) COMP VALUE ZERO.
           05 WS-AUTH-I         PIC 9(03) COMP VALUE ZERO.
           05 WS-LOOKUP-ID      PIC X(08) VALUE SPACES.
           05 WS-ACTION-TALLY   PIC 9(02) VALUE ZERO.

      *APPRIN onaylari. Kullanilan onay isaretlenir ki ayni onay
      *ikinci bir islemi serbest birakmasin. Tablo dolarsa fazla
      *onaylar bu kosuda islenmez; ilgili islemler beklemede kalir.
       01  WS-APPR-AREA.
           05 WS-APPR-MAX       PIC 9(03) COMP VALUE 500.
           05 WS-APPR-COUNT     PIC 9(03) COMP VALUE ZERO.
           05 WS-APPR-ENTRY OCCURS 500 TIMES.
              10 WS-APPR-CHECKER   PIC X(08).
              10 WS-APPR-ACCT-NO   PIC 9(06).
              10 WS-APPR-ACTION    PIC X(01).
              10 WS-APPR-DECISION  PIC X(01).
              10 WS-APPR-USED      PIC X(01).
           05 WS-APPR-IDX       PIC 9(03) COMP VALUE ZERO.
           05 WS-APPR-I         PIC 9(03) COMP VALUE ZERO.
           05 WS-APPR-FULL-SW   PIC X(01) VALUE 'N'.
              88 WS-APPR-FULL      VALUE 'Y'.
           05 WS-FIND-SW        PIC X(01).
              88 WS-FIND-DONE      VALUE 'Y'.
              88 WS-FIND-MORE      VALUE 'N'.

      *Veli denetimi: hesap sahibinin kosu tarihindeki yasina gore
      *resit olup olmadigi, islemden veya var olan baglantidan
      *cozulen veli hesabi ve veli hesabi okunurken islenmekte olan
      *hesap kaydinin saklandigi alan.
       01  WS-GUARDIAN-AREA.
           05 WS-MAJORITY-AGE   PIC 9(03) VALUE 18.
           05 WS-MINOR-SW       PIC X(01).
              88 WS-HOLDER-MINOR   VALUE 'Y'.
              88 WS-HOLDER-ADULT   VALUE 'N'.
           05 WS-BDATE-CHG-SW   PIC X(01).
              88 WS-BDATE-CHANGED  VALUE 'Y'.
              88 WS-BDATE-SAME     VALUE 'N'.
           05 WS-GUARDIAN-NO    PIC 9(06) VALUE ZERO.
           05 WS-AGE-BDATE      PIC 9(08) VALUE ZERO.
           05 WS-SAVE-ACCT      PIC X(61) VALUE SPACES.

      *Yas hesabi alanlari (CBLWRK2'nin H160-CALCULATE-AGE'i ile
      *ayni kirilim); dogum tarihi cagiran paragraf tarafindan
      *WS-BDATE-CDT'ye konur, yas kosu tarihine gore bulunur.
       01  WS-AGE-WORK-AREA.
           05 WS-BDATE-CDT.
              10 WS-BDATE-YYYY PIC 9(04).
              10 WS-BDATE-MM   PIC 9(02).
              10 WS-BDATE-DD   PIC 9(02).
           05 WS-TODAY-CDT.
              10 WS-TODAY-YYYY PIC 9(04).
              10 WS-TODAY-MM   PIC 9(02).
              10 WS-TODAY-DD   PIC 9(02).
           05 WS-BORROW-MM     PIC 9(02).
           05 WS-MM-BORROW     PIC 9(01).
           05 WS-YY-BORROW     PIC 9(01).
           05 WS-AGE-YY        PIC 9(03).
           05 WS-AGE-MM        PIC 9(02).
           05 WS-AGE-DD        PIC 9(02).

      *Gunluk kayitlarinin kosu ici sira numarasi (bkz. JRNLFLD);
      *kosu basina 1'den baslar, yazilan her kayitta artar.
       01  WS-JRNL-SEQ-AREA.
      *uygulama ani ve sonrasi halleri buraya cekilir; eklemede
      *oncesi goruntu bosluk kalir.
       01  WS-IMAGE-AREA.
           05 WS-BEFORE-IMAGE   PIC X(61) VALUE SPACES.
           05 WS-AFTER-IMAGE    PIC X(61) VALUE SPACES.

      *Deneme modunun aksiyon koduna gore uygulanir/reddedilir
      *sayaclari. Sira WS-ACTION-LETTERS ile ayni tutulur; gecersiz
       01  WS-PENDING-AREA.
           05 WS-PARKED-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-RELEASED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-HELD-COUNT     PIC 9(07) VALUE ZERO.

      *Kosu kutugu sayaclari: okunan islem sayisi, gunluge yazilan
      *(yani basariyla uygulanan) kayit sayisi ve reddedilenler.
           05 WS-RCT-RRN        PIC 9(04) VALUE 1.

       01  WS-TRIAL-COUNT-AREA.
           05 WS-ACTION-LETTERS PIC X(06) VALUE 'ACDXRU'.
           05 WS-ACTION-TABLE REDEFINES WS-ACTION-LETTERS.
              10 WS-ACTION-LTR  PIC X(01) OCCURS 6 TIMES.
           05 WS-APPLY-COUNTS.
              10 WS-APPLY-COUNT PIC 9(05) VALUE ZERO OCCURS 6 TIMES.
           05 WS-REJ-COUNTS.
              10 WS-REJ-COUNT   PIC 9(05) VALUE ZERO OCCURS 6 TIMES.
           05 WS-OTHER-REJ      PIC 9(05) VALUE ZERO.
           05 WS-ACT-IDX        PIC 9(01) VALUE ZERO.

      *Mainde isletilecek alt programlar(paragraflar) tanimlandi.
      *Once gecenin islem dosyasi, sonra onceki kosulardan bekleyen
      *ileri tarihli islemler islenir; tarihi gelenler uygulanir,
      *gelmeyenler yeniden park edilir. En son onay bekleyen
      *islemler onay dosyasina karsi yeniden denenir.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL TRN-EOF.
           PERFORM H600-SWITCH-TO-PENDING.
           PERFORM H610-PROCESS-PENDING UNTIL PND-EOF.
           PERFORM H620-SWITCH-TO-HELD.
           PERFORM H630-PROCESS-HELD UNTIL HLD-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Dosyalarin acilamama ve okunamama durumunu kontrol ettik.
       H100-OPEN-FILES.
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-READ-CONTROL-CARD.
           PERFORM H120-LOAD-AUTHORITY.
           PERFORM H130-LOAD-APPROVALS.
           PERFORM H115-OPEN-JOURNAL.
           PERFORM H116-OPEN-ADDRESS.
           PERFORM H119-OPEN-GUARDIAN.
           PERFORM H117-OPEN-PENDING.
           PERFORM H118-OPEN-SUSPENSE.
           READ TRANS-REC.
              END-IF
              CLOSE CONTROL-CARD
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-MAKER-ID.
           MOVE WS-RUN-DATE TO WS-HOLD-ORIG-DATE
                               WS-PEND-ORIG-DATE.
       H110-END.EXIT.
      *OPERAUTH'un CBLWRK3 kayitlarini bellege alir ve karttaki
      *operatorun yetkisini sinar. Yetkisiz bir operatorun kosusu
      *durdurulmaz: girdigi her islem sebebiyle birlikte TRNRPT'ye
      *ve aski dosyasina duser ki is kaybolmasin; kosu 8 ile biter.
       H120-LOAD-AUTHORITY.
           OPEN INPUT OPER-AUTH.
           IF OPA-SUCCESS
              READ OPER-AUTH
              PERFORM H125-STORE-AUTHORITY UNTIL OPA-EOF
              CLOSE OPER-AUTH
           ELSE
              IF OPA-ST NOT = 35
                 DISPLAY 'UNABLE TO OPEN FILE: ' OPA-ST
                 MOVE OPA-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-LOOKUP-ID.
           PERFORM H140-FIND-OPERATOR.
           IF WS-AUTH-IDX = 0
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                      ' NOT AUTHORISED FOR CBLWRK3'
              MOVE 8 TO RETURN-CODE
           END-IF.
       H120-END.EXIT.
      *Tek bir yetki kaydini tabloya koyar; baska programlarin
      *kayitlari ve kimligi bos kayitlar atlanir.
       H125-STORE-AUTHORITY.
           IF OPER-PROGRAM = 'CBLWRK3' AND OPER-ID NOT = SPACES
              IF WS-AUTH-COUNT = WS-AUTH-MAX
                 DISPLAY 'OPERAUTH OVER 200 ENTRIES - RUN STOPPED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-AUTH-COUNT
              MOVE OPER-ID TO WS-AUTH-ID(WS-AUTH-COUNT)
              MOVE OPER-ACTIONS TO WS-AUTH-ACTIONS(WS-AUTH-COUNT)
              MOVE OPER-APPROVE-SW
                TO WS-AUTH-APPROVE-SW(WS-AUTH-COUNT)
           END-IF.
           READ OPER-AUTH.
       H125-END.EXIT.
      *Onay kayitlarini bellege alir; dosya yoksa onay yok
      *demektir. Deneme modunda da yuklenir ki deneme raporu hangi
      *islemin serbest kalacagini gostersin.
       H130-LOAD-APPROVALS.
           OPEN INPUT APPR-IN.
           IF APR-SUCCESS
              READ APPR-IN
              PERFORM H135-STORE-APPROVAL
                 UNTIL APR-EOF OR WS-APPR-FULL
              CLOSE APPR-IN
           ELSE
              IF APR-ST NOT = 35
                 DISPLAY 'UNABLE TO OPEN FILE: ' APR-ST
                 MOVE APR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H130-END.EXIT.
      *Tek bir onay kaydini tabloya koyar.
       H135-STORE-APPROVAL.
           IF WS-APPR-COUNT = WS-APPR-MAX
              SET WS-APPR-FULL TO TRUE
              DISPLAY 'APPROVALS OVER 500 IGNORED'
           ELSE
              ADD 1 TO WS-APPR-COUNT
              MOVE APPR-CHECKER TO WS-APPR-CHECKER(WS-APPR-COUNT)
              MOVE APPR-ACCT-NO TO WS-APPR-ACCT-NO(WS-APPR-COUNT)
              MOVE APPR-ACTION TO WS-APPR-ACTION(WS-APPR-COUNT)
              MOVE APPR-DECISION TO WS-APPR-DECISION(WS-APPR-COUNT)
              MOVE 'N' TO WS-APPR-USED(WS-APPR-COUNT)
              READ APPR-IN
           END-IF.
       H135-END.EXIT.
      *WS-LOOKUP-ID'yi yetki tablosunda arar; bulunursa sirasini
      *WS-AUTH-IDX'e, bulunamazsa sifir birakir.
       H140-FIND-OPERATOR.
           MOVE ZERO TO WS-AUTH-IDX.
           IF WS-LOOKUP-ID NOT = SPACES
              PERFORM H145-TEST-OPERATOR
                 VARYING WS-AUTH-I FROM 1 BY 1
                 UNTIL WS-AUTH-I > WS-AUTH-COUNT
                    OR WS-AUTH-IDX > 0
           END-IF.
       H140-END.EXIT.
       H145-TEST-OPERATOR.
           IF WS-AUTH-ID(WS-AUTH-I) = WS-LOOKUP-ID
              MOVE WS-AUTH-I TO WS-AUTH-IDX
           END-IF.
       H145-END.EXIT.
      *Islemi giren operatorun CBLWRK3 icin ve islemin aksiyon
      *kodu icin yetkili oldugunu dogrular.
       H160-CHECK-AUTHORITY.
           MOVE WS-MAKER-ID TO WS-LOOKUP-ID.
           PERFORM H140-FIND-OPERATOR.
           IF WS-AUTH-IDX = 0
              SET WS-REJECTED TO TRUE
              MOVE 'OPERATOR NOT AUTHORISED' TO WS-REJECT-REASON
           ELSE
              MOVE ZERO TO WS-ACTION-TALLY
              INSPECT WS-AUTH-ACTIONS(WS-AUTH-IDX)
                 TALLYING WS-ACTION-TALLY FOR ALL TRANS-ACTION
              IF WS-ACTION-TALLY = 0
                 SET WS-REJECTED TO TRUE
                 MOVE 'ACTION NOT AUTHORISED' TO WS-REJECT-REASON
              END-IF
           END-IF.
       H160-END.EXIT.
      *WS-BDATE-CDT'deki dogum tarihi ile kosu tarihi arasindaki
      *farki yil/ay/gun olarak kirar (CBLWRK2'nin H160-CALCULATE-
      *AGE'i ile ayni yontem; odunc alma karari cikarma yapilmadan
      *once girdi alanlarinin karsilastirilmasiyla verilir).
       H165-CALCULATE-AGE.
           MOVE WS-RUN-DATE TO WS-TODAY-CDT.
           IF WS-TODAY-DD < WS-BDATE-DD
              COMPUTE WS-BORROW-MM = WS-TODAY-MM - 1
              IF WS-BORROW-MM = 0
                 MOVE 12 TO WS-BORROW-MM
              END-IF
              MOVE WS-DIM-ENTRY(WS-BORROW-MM) TO WS-DIM-DAYS
              IF WS-BORROW-MM = 2
                 AND FUNCTION MOD(WS-TODAY-YYYY, 4) = 0
                 AND (FUNCTION MOD(WS-TODAY-YYYY, 100) NOT = 0
                      OR FUNCTION MOD(WS-TODAY-YYYY, 400) = 0)
                 ADD 1 TO WS-DIM-DAYS
              END-IF
              COMPUTE WS-AGE-DD = WS-TODAY-DD + WS-DIM-DAYS
                                 - WS-BDATE-DD
              MOVE 1 TO WS-MM-BORROW
           ELSE
              COMPUTE WS-AGE-DD = WS-TODAY-DD - WS-BDATE-DD
              MOVE 0 TO WS-MM-BORROW
           END-IF.
           IF (WS-TODAY-MM - WS-MM-BORROW) < WS-BDATE-MM
              COMPUTE WS-AGE-MM = WS-TODAY-MM + 12 - WS-MM-BORROW
                                 - WS-BDATE-MM
              MOVE 1 TO WS-YY-BORROW
           ELSE
              COMPUTE WS-AGE-MM = WS-TODAY-MM - WS-MM-BORROW
                                 - WS-BDATE-MM
              MOVE 0 TO WS-YY-BORROW
           END-IF.
           COMPUTE WS-AGE-YY = WS-TODAY-YYYY - WS-BDATE-YYYY
                             - WS-YY-BORROW.
       H165-END.EXIT.
      *WS-AGE-BDATE'teki dogum tarihine gore hesap sahibinin kosu
      *tarihinde resit olup olmadigini isaretler. Kosu tarihinden
      *sonraki bir dogum tarihi de resit degil sayilir.
       H170-CHECK-MINOR.
           SET WS-HOLDER-ADULT TO TRUE.
           IF WS-AGE-BDATE > WS-RUN-DATE
              SET WS-HOLDER-MINOR TO TRUE
           ELSE
              MOVE WS-AGE-BDATE TO WS-BDATE-CDT
              PERFORM H165-CALCULATE-AGE
              IF WS-AGE-YY < WS-MAJORITY-AGE
                 SET WS-HOLDER-MINOR TO TRUE
              END-IF
           END-IF.
       H170-END.EXIT.
      *Degisiklik isleminde veli denetimi: dogum tarihi degisiyor
      *ve yeni tarihle sahip resit degilse, ya da resit olmayan
      *sahip icin yeni bir veli verilmisse velinin gecerliligi
      *sinanir. ACCT-FIELDS okunmus hesap kaydini tasimalidir.
       H172-CHECK-CHANGE-GUARDIAN.
           IF TRANS-ACCT-BDATE NOT = ACCT-BDATE
              SET WS-BDATE-CHANGED TO TRUE
           END-IF.
           MOVE TRANS-ACCT-BDATE TO WS-AGE-BDATE.
           PERFORM H170-CHECK-MINOR.
           IF WS-HOLDER-MINOR
              AND (WS-BDATE-CHANGED OR TRANS-GUARDIAN-NO > 0)
              PERFORM H175-CHECK-GUARDIAN
           END-IF.
       H172-END.EXIT.
      *Resit olmayan hesap sahibinin velisini cozer ve dogrular:
      *islemde veli numarasi varsa o, yoksa var olan baglantidaki
      *veli alinir. Veli hesabi ana dosyada bulunmali, kapali
      *olmamali, resit olmali ve sahibin kendisi olmamalidir.
       H175-CHECK-GUARDIAN.
           MOVE ZERO TO WS-GUARDIAN-NO.
           IF TRANS-GUARDIAN-NO > 0
              MOVE TRANS-GUARDIAN-NO TO WS-GUARDIAN-NO
           ELSE
              MOVE TRANS-ACCT-NO TO GRD-MINOR-NO
              READ GUARD-LINK KEY IS GRD-MINOR-NO
              IF GRD-SUCCESS
                 MOVE GRD-GUARDIAN-NO TO WS-GUARDIAN-NO
              ELSE
                 IF NOT GRD-NOTFOUND
                    DISPLAY 'UNABLE TO READ GUARDLNK: ' GRD-ST
                    MOVE GRD-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
           IF WS-GUARDIAN-NO = 0
              SET WS-REJECTED TO TRUE
              MOVE 'MINOR WITHOUT GUARDIAN' TO WS-REJECT-REASON
           ELSE
              IF WS-GUARDIAN-NO = TRANS-ACCT-NO
                 SET WS-REJECTED TO TRUE
                 MOVE 'GUARDIAN IS THE HOLDER' TO WS-REJECT-REASON
              ELSE
                 PERFORM H176-READ-GUARDIAN
              END-IF
           END-IF.
       H175-END.EXIT.
      *Veli hesabini okur ve sinar. Islenmekte olan hesap kaydi
      *(degisiklikte okunmus kayit) okuma oncesinde saklanir ve
      *sonra geri konur.
       H176-READ-GUARDIAN.
           MOVE ACCT-FIELDS TO WS-SAVE-ACCT.
           MOVE WS-GUARDIAN-NO TO ACCT-NO.
           READ ACCT-REC KEY IS ACCT-NO.
           IF NOT ACCT-SUCCESS
              SET WS-REJECTED TO TRUE
              MOVE 'GUARDIAN ACCT NOT FOUND' TO WS-REJECT-REASON
           ELSE
              IF ACCT-CLOSED
                 SET WS-REJECTED TO TRUE
                 MOVE 'GUARDIAN ACCT CLOSED' TO WS-REJECT-REASON
              END-IF
              IF ACCT-DECEASED
                 SET WS-REJECTED TO TRUE
                 MOVE 'GUARDIAN DECEASED' TO WS-REJECT-REASON
              END-IF
              IF WS-NOT-REJECTED
                 IF ACCT-BDATE > WS-RUN-DATE
                    SET WS-REJECTED TO TRUE
                    MOVE 'GUARDIAN IS A MINOR' TO WS-REJECT-REASON
                 ELSE
                    MOVE ACCT-BDATE TO WS-BDATE-CDT
                    PERFORM H165-CALCULATE-AGE
                    IF WS-AGE-YY < WS-MAJORITY-AGE
                       SET WS-REJECTED TO TRUE
                       MOVE 'GUARDIAN IS A MINOR' TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE WS-SAVE-ACCT TO ACCT-FIELDS.
       H176-END.EXIT.
      *Kapatilacak hesabin velisi oldugu bir baglanti var mi diye
      *veli numarasi (ikincil anahtar) ile bakar; varsa kapatma
      *reddedilir.
       H178-CHECK-LINKED-MINORS.
           MOVE TRANS-ACCT-NO TO GRD-GUARDIAN-NO.
           READ GUARD-LINK KEY IS GRD-GUARDIAN-NO.
           IF GRD-SUCCESS
              SET WS-REJECTED TO TRUE
              MOVE 'GUARDIAN HAS LINKED MINORS' TO WS-REJECT-REASON
           ELSE
              IF NOT GRD-NOTFOUND
                 DISPLAY 'UNABLE TO READ GUARDLNK: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H178-END.EXIT.
      *Gunluk dosyasini sona ekleme modunda acar; yalnizca dosya
      *henuz yoksa (durum 35) OUTPUT ile olusturur. Baska bir acma
      *hatasinda OUTPUT'a dusmek var olan gunlugu sifirlayip denetim
              END-IF
           END-IF.
       H116-END.EXIT.
      *Veli baglantisi dosyasini acar; ilk kosuda dosya henuz yoksa
      *(durum 35) once OUTPUT ile olusturulur.
       H119-OPEN-GUARDIAN.
           OPEN I-O GUARD-LINK.
           IF NOT GRD-SUCCESS
              IF GRD-ST = 35
                 OPEN OUTPUT GUARD-LINK
                 CLOSE GUARD-LINK
                 OPEN I-O GUARD-LINK
              END-IF
              IF NOT GRD-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FILE: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H119-END.EXIT.
      *Park listesi raporunu ve (deneme modu disinda) bu kosunun
      *sonunda hala bekleyecek islemlerin ve onay bekleyen
      *islemlerin yazilacagi dosyalari acar.
      *Deneme kosusu bekleyenler dongusune dokunmaz: PENDIN
      *tuketilmez, PENDOUT uretilmez.
       H117-OPEN-PENDING.
                 MOVE PUT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN OUTPUT HOLD-OUT
              IF (HUT-ST NOT = 0) AND (HUT-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' HUT-ST
                 MOVE HUT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H117-END.EXIT.
      *Aski dosyasini sona ekleme modunda acar; yalnizca dosya
           PERFORM H201-APPLY-ONE-TRANS.
           READ TRANS-REC.
       H200-END.EXIT.
      *Tek bir islem kaydini giren operatorun yetkisine ve alan
      *kurallarina gore dogrular ve aksiyonuna gore hesap ana
      *dosyasina uygular. Yururluk tarihi ileride olan islem
      *uygulanmaz, bekleyen islemler dosyasina park edilir; deneme
      *modunda ise ayni gece butun dogrulamalardan gecirilir ki
       H201-APPLY-ONE-TRANS.
           ADD 1 TO WS-TRANS-READ.
           SET WS-NOT-REJECTED TO TRUE.
           SET WS-NOT-HELD TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON
                          WS-CHECKER-ID.
           MOVE ZERO TO WS-GUARDIAN-NO.
           SET WS-HOLDER-ADULT TO TRUE.
           SET WS-BDATE-SAME TO TRUE.
           PERFORM H160-CHECK-AUTHORITY.
           IF WS-NOT-REJECTED
              PERFORM H150-VALIDATE-TRANS
           END-IF.
           IF WS-NOT-REJECTED
              AND NOT WS-TRIAL-MODE
              AND TRANS-EFF-DATE > WS-RUN-DATE
                       PERFORM H207-DISPATCH-CLOSE
                    WHEN TRANS-REOPEN
                       PERFORM H208-DISPATCH-REOPEN
                    WHEN TRANS-UNLINK
                       PERFORM H204-DISPATCH-UNLINK
                    WHEN OTHER
                       SET WS-REJECTED TO TRUE
                       MOVE 'INVALID ACTION CODE'
              END-IF
           END-IF.
       H201-END.EXIT.
      *Ileri tarihli islemi giren operator ve ilk park edildigi
      *tarihle birlikte bekleyenler dosyasina yazar ve park
      *listesine isler; islem tarihi gelen gece ayni operatorun
      *kimligiyle ayni dogrulamalardan gecip uygulanacaktir.
       H209-PARK-TRANS.
           MOVE WS-MAKER-ID TO PEND-MAKER.
           MOVE WS-PEND-ORIG-DATE TO PEND-DATE.
           MOVE TRANS-FIELDS TO PEND-TRANS-DATA.
           MOVE WS-PEND-REC TO PEND-OUT-REC.
           WRITE PEND-OUT-REC.
           IF NOT PUT-SUCCESS
              DISPLAY 'UNABLE TO WRITE PENDOUT: ' PUT-ST
              PERFORM H240-APPLY-REOPEN
           END-IF.
       H208-END.EXIT.
      *Veli baglantisi kaldirma: ayni sinamalar her iki modda
      *yapilir, deneme modunda baglanti silinmez.
       H204-DISPATCH-UNLINK.
           PERFORM H247-CHECK-UNLINK.
           IF WS-NOT-REJECTED
              IF WS-TRIAL-MODE
                 PERFORM H296-WRITE-TRIAL-REC
              ELSE
                 PERFORM H284-DROP-LINK
              END-IF
           END-IF.
       H204-END.EXIT.
      *TRANS-ACCT-NO'nun sifir olmadigini ve ADD/CHANGE islemlerinde
      *tarih alanlarinin gercek bir takvim tarihi oldugunu dogrular.
       H150-VALIDATE-TRANS.
           IF TRANS-EFF-DATE IS NOT NUMERIC
              MOVE ZERO TO TRANS-EFF-DATE
           END-IF.
      *Veli numarasi kolonu da eski kayitlarda bosluk gelir ve
      *"veli verilmedi" (sifir) sayilir.
           IF TRANS-GUARDIAN-NO IS NOT NUMERIC
              MOVE ZERO TO TRANS-GUARDIAN-NO
           END-IF.
           IF WS-NOT-REJECTED AND TRANS-EFF-DATE > 0
              MOVE TRANS-EFF-DATE TO WS-CHK-CDT
              PERFORM H155-VALIDATE-CDT-FIELDS
           END-IF.
       H155-END.EXIT.
      *Yeni bir ACCT-FIELDS kaydi ekler. Ayni ACCT-NO zaten varsa
      *WRITE ACCT-DUPKEY donduru ve islem reddedilir. Hesap sahibi
      *resit degilse gecerli bir veli olmadan hesap acilmaz; acilan
      *hesabin veli baglantisi ayrica kaydedilir.
       H210-APPLY-ADD.
           MOVE TRANS-ACCT-BDATE TO WS-AGE-BDATE.
           PERFORM H170-CHECK-MINOR.
           IF WS-HOLDER-MINOR
              PERFORM H175-CHECK-GUARDIAN
           END-IF.
           IF WS-NOT-REJECTED
              MOVE TRANS-ACCT-NO TO ACCT-NO
              MOVE TRANS-ACCT-NAME TO ACCT-NAME
              MOVE TRANS-ACCT-SURNAME TO ACCT-SURNAME
              MOVE TRANS-ACCT-BDATE TO ACCT-BDATE
              MOVE TRANS-ACCT-TODAY TO ACCT-TODAY
              SET ACCT-ACTIVE TO TRUE
              MOVE ZERO TO ACCT-CLOSE-DATE
              WRITE ACCT-FIELDS
              IF NOT ACCT-SUCCESS
                 SET WS-REJECTED TO TRUE
                 MOVE 'DUPLICATE ACCT-NO ON ADD' TO WS-REJECT-REASON
              ELSE
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
                 PERFORM H215-WRITE-JOURNAL-REC
                 IF TRANS-ADDR-DATA NOT = SPACES
                    PERFORM H260-APPLY-ADDRESS
                 END-IF
                 IF WS-HOLDER-MINOR
                    PERFORM H282-SAVE-LINK
                 END-IF
              END-IF
           END-IF.
       H210-END.EXIT.
      *Basariyla uygulanan islemi aksiyon kodu, oncesi/sonrasi
      *goruntusu, kosu tarih/saati, islemi giren ve (onay
      *gerektirdiyse) onaylayan operatorle birlikte gunluge yazar.
      *WS-BEFORE-IMAGE/WS-AFTER-IMAGE cagiran paragraf tarafindan
      *doldurulmus olmalidir.
       H215-WRITE-JOURNAL-REC.
           INITIALIZE JRNL-FIELDS.
           MOVE TRANS-ACTION TO JRNL-ACTION.
           MOVE TRANS-ACCT-NO TO JRNL-ACCT-NO.
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
           MOVE WS-MAKER-ID TO JRNL-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRNL-AFTER-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ-NO.
           MOVE WS-CHECKER-ID TO JRNL-CHECKER.
           WRITE JRNL-FIELDS.
           IF NOT JRN-SUCCESS
              DISPLAY 'UNABLE TO WRITE JOURNAL: ' JRN-ST
           ADD 1 TO WS-TRANS-APPLIED.
       H215-END.EXIT.
      *ACCT-NAME/ACCT-SURNAME/ACCT-BDATE/ACCT-TODAY alanlarini
      *TRANS-REC'ten gelen degerlerle degistirir. Dogum tarihini
      *degistiren islem ikinci bir operatorun onayi olmadan
      *uygulanmaz, onay bekleyenlere alinir. Yeni dogum tarihiyle
      *resit olmayan bir hesap sahibi (veya veli numarasi verilen
      *bir kucuk) gecerli bir veli olmadan degistirilmez.
       H220-APPLY-CHANGE.
           MOVE TRANS-ACCT-NO TO ACCT-NO.
           READ ACCT-REC KEY IS ACCT-NO.
              SET WS-REJECTED TO TRUE
              MOVE 'ACCT-NO NOT FOUND ON CHANGE' TO WS-REJECT-REASON
           ELSE
              PERFORM H172-CHECK-CHANGE-GUARDIAN
              IF WS-NOT-REJECTED AND WS-BDATE-CHANGED
                 PERFORM H270-CHECK-APPROVAL
              END-IF
              IF WS-HELD
                 PERFORM H280-HOLD-TRANS
              ELSE
                 IF WS-NOT-REJECTED
                    PERFORM H225-REWRITE-CHANGE
                 END-IF
              END-IF
           END-IF.
       H220-END.EXIT.
      *Okunmus hesap kaydina degisikligi uygular ve gunluge yazar.
      *Kucugun veli baglantisi kurulur/degistirilir; dogum tarihi
      *duzeltmesiyle resit olan hesabin baglantisi kaldirilir.
       H225-REWRITE-CHANGE.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE.
           MOVE TRANS-ACCT-NAME TO ACCT-NAME.
           MOVE TRANS-ACCT-SURNAME TO ACCT-SURNAME.
           MOVE TRANS-ACCT-BDATE TO ACCT-BDATE.
           MOVE TRANS-ACCT-TODAY TO ACCT-TODAY.
           REWRITE ACCT-FIELDS.
           IF NOT ACCT-SUCCESS
              SET WS-REJECTED TO TRUE
              MOVE 'REWRITE FAILED ON CHANGE' TO WS-REJECT-REASON
           ELSE
              MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
              PERFORM H215-WRITE-JOURNAL-REC
              IF TRANS-ADDR-DATA NOT = SPACES
                 PERFORM H260-APPLY-ADDRESS
              END-IF
              IF WS-HOLDER-MINOR AND WS-GUARDIAN-NO > 0
                 PERFORM H282-SAVE-LINK
              END-IF
              IF WS-HOLDER-ADULT AND WS-BDATE-CHANGED
                 PERFORM H284-DROP-LINK
              END-IF
           END-IF.
       H225-END.EXIT.
      *ACCT-NO'su TRANS-REC ile eslesen hesabi mantiksal olarak
      *kapatir: kayit dosyada kalir, durumu 'C' olur ve kapanis
      *tarihi kosu tarihinden alinir. Denetim gecmisi kaybolmasin
      *diye fiziksel silme yapilmaz. Kapatma ikinci bir operatorun
      *onayi olmadan uygulanmaz. Bagli kucukleri olan bir velinin
      *hesabi, kucukler resit olana veya baska bir veliye
      *baglanana kadar kapatilamaz. Vefat isaretli ('V') hesap
      *kapatilmaz: durum ve vefat tarihi (ACCT-CLOSE-DATE) ezilirse
      *vefat dislamalari sessizce kalkar; yanlis eslesme once
      *yeniden acma ile geri alinir.
       H230-APPLY-CLOSE.
           MOVE TRANS-ACCT-NO TO ACCT-NO.
           READ ACCT-REC KEY IS ACCT-NO.
              SET WS-REJECTED TO TRUE
              MOVE 'ACCT-NO NOT FOUND ON CLOSE' TO WS-REJECT-REASON
           ELSE
              IF ACCT-CLOSED OR ACCT-DECEASED
                 SET WS-REJECTED TO TRUE
                 IF ACCT-CLOSED
                    MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
                 ELSE
                    MOVE 'ACCOUNT IS DECEASED' TO WS-REJECT-REASON
                 END-IF
              ELSE
                 PERFORM H178-CHECK-LINKED-MINORS
                 IF WS-NOT-REJECTED
                    PERFORM H270-CHECK-APPROVAL
                 END-IF
                 IF WS-HELD
                    PERFORM H280-HOLD-TRANS
                 ELSE
                    IF WS-NOT-REJECTED
                       PERFORM H235-REWRITE-CLOSE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H230-END.EXIT.
      *Okunmus hesap kaydini kapali isaretler ve gunluge yazar.
      *Kapanan hesabin kendi veli baglantisi varsa kaldirilir ki
      *velinin hesabi kapali bir kucuk yuzunden kilitli kalmasin.
       H235-REWRITE-CLOSE.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE.
           SET ACCT-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO ACCT-CLOSE-DATE.
           REWRITE ACCT-FIELDS.
           IF NOT ACCT-SUCCESS
              SET WS-REJECTED TO TRUE
              MOVE 'REWRITE FAILED ON CLOSE' TO WS-REJECT-REASON
           ELSE
              MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
              PERFORM H215-WRITE-JOURNAL-REC
              PERFORM H284-DROP-LINK
           END-IF.
       H235-END.EXIT.
      *Kapali bir hesabi yeniden acar: durum 'A' olur ve kapanis
      *tarihi sifirlanir. Vefat listesiyle yanlis eslesip 'V'
      *isaretlenen hesap da ayni islemle geri alinir. Kapali veya
      *vefat isaretli olmayan hesapta islem reddedilir. Yeniden
      *acma ikinci bir operatorun onayi olmadan uygulanmaz.
       H240-APPLY-REOPEN.
           MOVE TRANS-ACCT-NO TO ACCT-NO.
           READ ACCT-REC KEY IS ACCT-NO.
              SET WS-REJECTED TO TRUE
              MOVE 'ACCT-NO NOT FOUND ON REOPEN' TO WS-REJECT-REASON
           ELSE
              IF NOT ACCT-CLOSED AND NOT ACCT-DECEASED
                 SET WS-REJECTED TO TRUE
                 MOVE 'ACCOUNT NOT CLOSED' TO WS-REJECT-REASON
              ELSE
                 PERFORM H270-CHECK-APPROVAL
                 IF WS-HELD
                    PERFORM H280-HOLD-TRANS
                 ELSE
                    IF WS-NOT-REJECTED
                       PERFORM H245-REWRITE-REOPEN
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H240-END.EXIT.
      *Okunmus hesap kaydini yeniden acar ve gunluge yazar.
       H245-REWRITE-REOPEN.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE.
           SET ACCT-ACTIVE TO TRUE.
           MOVE ZERO TO ACCT-CLOSE-DATE.
           REWRITE ACCT-FIELDS.
           IF NOT ACCT-SUCCESS
              SET WS-REJECTED TO TRUE
              MOVE 'REWRITE FAILED ON REOPEN' TO WS-REJECT-REASON
           ELSE
              MOVE ACCT-FIELDS TO WS-AFTER-IMAGE
              PERFORM H215-WRITE-JOURNAL-REC
           END-IF.
       H245-END.EXIT.
      *Veli baglantisi kaldirma islemini sinar: hesabin bir
      *baglantisi olmali ve hesap sahibi kosu tarihinde resit
      *olmalidir. Hesap ana dosyada yoksa, kapaliysa veya vefat
      *isaretliyse baglanti yasa bakilmadan kaldirilabilir.
       H247-CHECK-UNLINK.
           MOVE TRANS-ACCT-NO TO GRD-MINOR-NO.
           READ GUARD-LINK KEY IS GRD-MINOR-NO.
           IF NOT GRD-SUCCESS
              IF NOT GRD-NOTFOUND
                 DISPLAY 'UNABLE TO READ GUARDLNK: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              SET WS-REJECTED TO TRUE
              MOVE 'NO GUARDIAN LINK' TO WS-REJECT-REASON
           ELSE
              MOVE TRANS-ACCT-NO TO ACCT-NO
              READ ACCT-REC KEY IS ACCT-NO
              IF ACCT-SUCCESS AND NOT ACCT-CLOSED
                 AND NOT ACCT-DECEASED
                 MOVE ACCT-BDATE TO WS-AGE-BDATE
                 PERFORM H170-CHECK-MINOR
                 IF WS-HOLDER-MINOR
                    SET WS-REJECTED TO TRUE
                    MOVE 'HOLDER STILL A MINOR' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       H247-END.EXIT.
      *Islemin adres alanlarini adres dosyasina uygular: hesabin
      *adres kaydi varsa yenilenir, yoksa acilir. Ana dosya kaydi
      *bu noktada uygulanmis ve gunluklenmis durumdadir; adres
           MOVE TRANS-ACCT-NO TO JRNL-ACCT-NO.
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
           MOVE WS-MAKER-ID TO JRNL-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRNL-AFTER-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ-NO.
           MOVE WS-CHECKER-ID TO JRNL-CHECKER.
           WRITE JRNL-FIELDS.
           IF NOT JRN-SUCCESS
              DISPLAY 'UNABLE TO WRITE JOURNAL: ' JRN-ST
           END-IF.
           ADD 1 TO WS-TRANS-APPLIED.
       H265-END.EXIT.
      *Hassas islem icin onay arar: ayni hesap ve aksiyon icin,
      *islemi girenden farkli ve CBLWRK3'te onay yetkisi olan bir
      *operatorun henuz kullanilmamis onayi. Onay varsa onaylayan
      *gunluge gecmek uzere saklanir; ret kaydiysa islem
      *reddedilir; hicbiri yoksa islem onay bekleyenlere alinir.
       H270-CHECK-APPROVAL.
           MOVE ZERO TO WS-APPR-IDX.
           SET WS-FIND-MORE TO TRUE.
           MOVE ZERO TO WS-APPR-I.
           PERFORM H275-TEST-APPROVAL UNTIL WS-FIND-DONE.
           IF WS-APPR-IDX = 0
              SET WS-HELD TO TRUE
           ELSE
              MOVE 'Y' TO WS-APPR-USED(WS-APPR-IDX)
              IF WS-APPR-DECISION(WS-APPR-IDX) = 'Y'
                 MOVE WS-APPR-CHECKER(WS-APPR-IDX) TO WS-CHECKER-ID
              ELSE
                 SET WS-REJECTED TO TRUE
                 MOVE 'DECLINED BY CHECKER' TO WS-REJECT-REASON
              END-IF
           END-IF.
       H270-END.EXIT.
       H275-TEST-APPROVAL.
           ADD 1 TO WS-APPR-I.
           IF WS-APPR-I > WS-APPR-COUNT
              SET WS-FIND-DONE TO TRUE
           ELSE
              IF WS-APPR-USED(WS-APPR-I) = 'N'
                 AND WS-APPR-ACCT-NO(WS-APPR-I) = TRANS-ACCT-NO
                 AND WS-APPR-ACTION(WS-APPR-I) = TRANS-ACTION
                 AND WS-APPR-CHECKER(WS-APPR-I) NOT = WS-MAKER-ID
                 AND (WS-APPR-DECISION(WS-APPR-I) = 'Y' OR 'N')
                 MOVE WS-APPR-CHECKER(WS-APPR-I) TO WS-LOOKUP-ID
                 PERFORM H140-FIND-OPERATOR
                 IF WS-AUTH-IDX > 0
                    AND WS-AUTH-APPROVE-SW(WS-AUTH-IDX) = 'Y'
                    MOVE WS-APPR-I TO WS-APPR-IDX
                    SET WS-FIND-DONE TO TRUE
                 END-IF
              END-IF
           END-IF.
       H275-END.EXIT.
      *Onay bekleyen islemi giren operator ve ilk bekletildigi
      *tarihle birlikte HOLDOUT'a yazar ve TRNRPT'de listeler.
      *Deneme modunda yalnizca listelenir.
       H280-HOLD-TRANS.
           IF NOT WS-TRIAL-MODE
              MOVE WS-MAKER-ID TO HOLD-MAKER
              MOVE WS-HOLD-ORIG-DATE TO HOLD-DATE
              MOVE TRANS-FIELDS TO HOLD-TRANS-DATA
              MOVE WS-HOLD-REC TO HOLD-OUT-REC
              WRITE HOLD-OUT-REC
              IF NOT HUT-SUCCESS
                 DISPLAY 'UNABLE TO WRITE HOLDOUT: ' HUT-ST
                 MOVE HUT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           INITIALIZE TRANS-RPT-REC.
           MOVE TRANS-ACCT-NO TO RPT-ACCT-NO.
           MOVE TRANS-ACTION TO RPT-ACTION.
           IF WS-TRIAL-MODE
              MOVE 'WOULD BE HELD FOR APPROVAL' TO RPT-REASON
           ELSE
              MOVE 'HELD FOR APPROVAL' TO RPT-REASON
           END-IF.
           WRITE TRANS-RPT-REC.
           ADD 1 TO WS-HELD-COUNT.
       H280-END.EXIT.
      *Kucugun veli baglantisini WS-GUARDIAN-NO ile kurar; baglanti
      *varsa ve veli degismisse yenilenir, ayniysa dokunulmaz. Her
      *degisiklik 'G' aksiyonuyla gunluge yazilir.
       H282-SAVE-LINK.
           MOVE TRANS-ACCT-NO TO GRD-MINOR-NO.
           READ GUARD-LINK KEY IS GRD-MINOR-NO.
           IF GRD-SUCCESS
              IF GRD-GUARDIAN-NO NOT = WS-GUARDIAN-NO
                 MOVE GRD-FIELDS TO WS-BEFORE-IMAGE
                 MOVE WS-GUARDIAN-NO TO GRD-GUARDIAN-NO
                 MOVE WS-RUN-DATE TO GRD-LINK-DATE
                 REWRITE GRD-FIELDS
                 IF NOT GRD-SUCCESS
                    DISPLAY 'UNABLE TO WRITE GUARDLNK: ' GRD-ST
                    MOVE GRD-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE GRD-FIELDS TO WS-AFTER-IMAGE
                 PERFORM H286-WRITE-LINK-JOURNAL
              END-IF
           ELSE
              IF NOT GRD-NOTFOUND
                 DISPLAY 'UNABLE TO READ GUARDLNK: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE SPACES TO WS-BEFORE-IMAGE
              MOVE SPACES TO GRD-FIELDS
              MOVE TRANS-ACCT-NO TO GRD-MINOR-NO
              MOVE WS-GUARDIAN-NO TO GRD-GUARDIAN-NO
              MOVE WS-RUN-DATE TO GRD-LINK-DATE
              WRITE GRD-FIELDS
              IF NOT GRD-SUCCESS
                 DISPLAY 'UNABLE TO WRITE GUARDLNK: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE GRD-FIELDS TO WS-AFTER-IMAGE
              PERFORM H286-WRITE-LINK-JOURNAL
           END-IF.
       H282-END.EXIT.
      *Hesabin veli baglantisi varsa kaldirir ve gunluge yazar;
      *baglantisi olmayan hesapta bir sey yapmaz.
       H284-DROP-LINK.
           MOVE TRANS-ACCT-NO TO GRD-MINOR-NO.
           READ GUARD-LINK KEY IS GRD-MINOR-NO.
           IF GRD-SUCCESS
              MOVE GRD-FIELDS TO WS-BEFORE-IMAGE
              DELETE GUARD-LINK RECORD
              IF NOT GRD-SUCCESS
                 DISPLAY 'UNABLE TO DELETE GUARDLNK: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE SPACES TO WS-AFTER-IMAGE
              PERFORM H286-WRITE-LINK-JOURNAL
           ELSE
              IF NOT GRD-NOTFOUND
                 DISPLAY 'UNABLE TO READ GUARDLNK: ' GRD-ST
                 MOVE GRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H284-END.EXIT.
      *Veli baglantisi bakimini 'G' aksiyonuyla gunluge yazar;
      *goruntu alanlari GRD-FIELDS kaydini tasir (bkz. JRNLFLD).
       H286-WRITE-LINK-JOURNAL.
           INITIALIZE JRNL-FIELDS.
           MOVE 'G' TO JRNL-ACTION.
           MOVE TRANS-ACCT-NO TO JRNL-ACCT-NO.
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
           MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
           MOVE WS-MAKER-ID TO JRNL-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRNL-AFTER-IMAGE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ TO JRNL-SEQ-NO.
           MOVE WS-CHECKER-ID TO JRNL-CHECKER.
           WRITE JRNL-FIELDS.
           IF NOT JRN-SUCCESS
              DISPLAY 'UNABLE TO WRITE JOURNAL: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-TRANS-APPLIED.
       H286-END.EXIT.
      *Deneme modunda eklemenin carpisip carpismayacagini sinar:
      *ayni ACCT-NO ana dosyada zaten varsa islem reddedilecek
      *demektir; yoksa (resit olmayan sahipte veli de gecerliyse)
      *uygulanabilir sayilir.
       H250-TRIAL-ADD.
           MOVE TRANS-ACCT-NO TO ACCT-NO.
           READ ACCT-REC KEY IS ACCT-NO.
              SET WS-REJECTED TO TRUE
              MOVE 'DUPLICATE ACCT-NO ON ADD' TO WS-REJECT-REASON
           ELSE
              MOVE TRANS-ACCT-BDATE TO WS-AGE-BDATE
              PERFORM H170-CHECK-MINOR
              IF WS-HOLDER-MINOR
                 PERFORM H175-CHECK-GUARDIAN
              END-IF
              IF WS-NOT-REJECTED
                 PERFORM H296-WRITE-TRIAL-REC
              END-IF
           END-IF.
       H250-END.EXIT.
      *Deneme modunda degisikligin hedefini sinar.
              SET WS-REJECTED TO TRUE
              MOVE 'ACCT-NO NOT FOUND ON CHANGE' TO WS-REJECT-REASON
           ELSE
              PERFORM H172-CHECK-CHANGE-GUARDIAN
              IF WS-NOT-REJECTED AND WS-BDATE-CHANGED
                 PERFORM H270-CHECK-APPROVAL
              END-IF
              PERFORM H294-WRITE-TRIAL-RESULT
           END-IF.
       H255-END.EXIT.
      *Deneme modunda kapatmanin hedefini ve durumunu sinar.
              SET WS-REJECTED TO TRUE
              MOVE 'ACCT-NO NOT FOUND ON CLOSE' TO WS-REJECT-REASON
           ELSE
              IF ACCT-CLOSED OR ACCT-DECEASED
                 SET WS-REJECTED TO TRUE
                 IF ACCT-CLOSED
                    MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
                 ELSE
                    MOVE 'ACCOUNT IS DECEASED' TO WS-REJECT-REASON
                 END-IF
              ELSE
                 PERFORM H178-CHECK-LINKED-MINORS
                 IF WS-NOT-REJECTED
                    PERFORM H270-CHECK-APPROVAL
                 END-IF
                 PERFORM H294-WRITE-TRIAL-RESULT
              END-IF
           END-IF.
       H256-END.EXIT.
              SET WS-REJECTED TO TRUE
              MOVE 'ACCT-NO NOT FOUND ON REOPEN' TO WS-REJECT-REASON
           ELSE
              IF NOT ACCT-CLOSED AND NOT ACCT-DECEASED
                 SET WS-REJECTED TO TRUE
                 MOVE 'ACCOUNT NOT CLOSED' TO WS-REJECT-REASON
              ELSE
                 PERFORM H270-CHECK-APPROVAL
                 PERFORM H294-WRITE-TRIAL-RESULT
              END-IF
           END-IF.
       H257-END.EXIT.
      *Onay sinamasindan sonra deneme sonucunu yazar: onay yoksa
      *bekletilecek, ret varsa reddedilecek, yoksa uygulanacak.
       H294-WRITE-TRIAL-RESULT.
           IF WS-HELD
              PERFORM H280-HOLD-TRANS
           ELSE
              IF WS-NOT-REJECTED
                 PERFORM H296-WRITE-TRIAL-REC
              END-IF
           END-IF.
       H294-END.EXIT.
      *Uygulanamayan islemi ACCT-NO, aksiyon kodu ve sebebiyle
      *birlikte TRANS-RPT'ye yazar. Deneme modunda ayrica aksiyon
      *koduna gore reddedilecekler sayacini isler.
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H297-END.EXIT.
      *Aksiyon kodunun WS-ACTION-LETTERS ('ACDXRU') icindeki sirasini
      *bulur; taninmayan kod icin sifir doner.
       H298-FIND-ACTION-IDX.
           EVALUATE TRUE
                 MOVE 4 TO WS-ACT-IDX
              WHEN TRANS-REOPEN
                 MOVE 5 TO WS-ACT-IDX
              WHEN TRANS-UNLINK
                 MOVE 6 TO WS-ACT-IDX
              WHEN OTHER
                 MOVE 0 TO WS-ACT-IDX
           END-EVALUATE.
              END-IF
           END-IF.
       H600-END.EXIT.
      *Bekleyen her islemi, onu giren operatorun kimligi ve ilk
      *park edildigi tarihle ayni dogrulama/uygulama yolundan
      *gecirir: tarihi gelenler uygulanir (veya gecen zamanda
      *olusan cakismalarla reddedilir), tarihi gelmeyenler yeniden
      *park edilir. Giren operatoru bos olan kayitlar (operator
      *tasimayan eski duzenden CBLWRK19 ile donusturulenler) kontrol
      *kartindaki operatorle islenir.
       H610-PROCESS-PENDING.
           MOVE PEND-IN-REC TO WS-PEND-REC.
           IF PEND-MAKER = SPACES
              MOVE WS-OPERATOR-ID TO WS-MAKER-ID
           ELSE
              MOVE PEND-MAKER TO WS-MAKER-ID
           END-IF.
           MOVE PEND-DATE TO WS-PEND-ORIG-DATE.
           MOVE PEND-TRANS-DATA TO TRANS-FIELDS.
           IF TRANS-EFF-DATE IS NUMERIC
              AND TRANS-EFF-DATE <= WS-RUN-DATE
              ADD 1 TO WS-RELEASED-COUNT
           PERFORM H201-APPLY-ONE-TRANS.
           READ PEND-IN.
       H610-END.EXIT.
      *Bekleyenlerden sonra onay bekleyen islemlere gecer ve
      *HOLDOUT'u acar. Deneme modunda veya dosya henuz hic yokken
      *(durum 35) onay bekleyenler evresi bos gecilir.
       H620-SWITCH-TO-HELD.
           IF WS-TRIAL-MODE
              SET HLD-EOF TO TRUE
           ELSE
              OPEN INPUT HOLD-IN
              IF HIN-SUCCESS
                 SET WS-HIN-OPEN TO TRUE
                 READ HOLD-IN
                 IF (HIN-ST NOT = 0) AND (HIN-ST NOT = 97)
                    AND (HIN-ST NOT = 10)
                    DISPLAY 'UNABLE TO READ FILE: ' HIN-ST
                    MOVE HIN-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              ELSE
                 IF HIN-ST = 35
                    SET HLD-EOF TO TRUE
                 ELSE
                    DISPLAY 'UNABLE TO OPEN FILE: ' HIN-ST
                    MOVE HIN-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
       H620-END.EXIT.
      *Onay bekleyen her islemi, onu giren operatorun kimligi ve
      *ilk bekletildigi tarihle ayni dogrulama/uygulama yolundan
      *gecirir: onay gelmisse uygulanir, ret gelmisse reddedilir,
      *gelmemisse yeniden bekletilir.
       H630-PROCESS-HELD.
           MOVE HOLD-IN-REC TO WS-HOLD-REC.
           MOVE HOLD-MAKER TO WS-MAKER-ID.
           MOVE HOLD-DATE TO WS-HOLD-ORIG-DATE.
           MOVE HOLD-TRANS-DATA TO TRANS-FIELDS.
           PERFORM H201-APPLY-ONE-TRANS.
           READ HOLD-IN.
       H630-END.EXIT.
      *Kullanilmayan onaylari TRNRPT'de listeler: eslesen islemi
      *olmayan, islemi girenin kendisi tarafindan verilmis veya
      *onay yetkisi olmayan bir operatorden gelen onaylar.
       H915-LIST-UNUSED-APPROVALS.
           IF NOT WS-TRIAL-MODE
              PERFORM H916-LIST-APPROVAL
                 VARYING WS-APPR-I FROM 1 BY 1
                 UNTIL WS-APPR-I > WS-APPR-COUNT
           END-IF.
       H915-END.EXIT.
       H916-LIST-APPROVAL.
           IF WS-APPR-USED(WS-APPR-I) = 'N'
              INITIALIZE TRANS-RPT-REC
              MOVE WS-APPR-ACCT-NO(WS-APPR-I) TO RPT-ACCT-NO
              MOVE WS-APPR-ACTION(WS-APPR-I) TO RPT-ACTION
              MOVE 'APPROVAL NOT USED' TO RPT-REASON
              WRITE TRANS-RPT-REC
           END-IF.
       H916-END.EXIT.
      *Park listesinin sonuna bekleyen ve bu kosuda serbest kalan
      *islem sayilarini kontrol toplami olarak yazar.
       H905-WRITE-PENDING-SUMMARY.
              MOVE 'RELEASED THIS RUN:' TO PNT-LABEL
              MOVE WS-RELEASED-COUNT TO PNT-COUNT
              WRITE PEND-TRL-REC
              MOVE SPACES TO PEND-TRL-REC
              MOVE 'HELD FOR APPROVAL:' TO PNT-LABEL
              MOVE WS-HELD-COUNT TO PNT-COUNT
              WRITE PEND-TRL-REC
           END-IF.
       H905-END.EXIT.
      *Deneme kosusunun sonunda aksiyon koduna gore uygulanir/
           IF WS-TRIAL-MODE
              PERFORM H910-WRITE-SUMMARY-LINE
                 VARYING WS-ACT-IDX FROM 1 BY 1
                 UNTIL WS-ACT-IDX > 6
              IF WS-OTHER-REJ > 0
                 MOVE SPACES TO TRANS-SUM-REC
                 MOVE 'TRIAL INVALID ACTION' TO SUM-LABEL
       H300-CLOSE-FILES.
           CLOSE ACCT-REC
                 ADDR-REC
                 GUARD-LINK
                 TRANS-REC
                 TRANS-RPT.
           IF WS-PRP-OPEN
           IF WS-PIN-OPEN
              CLOSE PEND-IN
           END-IF.
           IF WS-HIN-OPEN
              CLOSE HOLD-IN
           END-IF.
           IF NOT WS-TRIAL-MODE
              CLOSE JOURNAL-FILE
                    PEND-OUT
                    SUSP-OUT
                    HOLD-OUT
           END-IF.
       H300-END.EXIT.
      *Kosu sirasi denetimi: denetim kaydini okur (ilk kosuda
       H999-PROGRAM-EXIT.
           PERFORM H900-WRITE-TRIAL-SUMMARY.
           PERFORM H905-WRITE-PENDING-SUMMARY.
           PERFORM H915-LIST-UNUSED-APPROVALS.
           PERFORM H960-RELEASE-RUN-CONTROL.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
