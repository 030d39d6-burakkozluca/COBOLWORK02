      *CRMSENT CRM'e gonderilen fark satirlari kutugunun kayit
      *duzeni. CBLWRK13 CRMOUT'a yazdigi her satiri gonderim tarih/
      *saati ve kosu ici satir numarasiyla anahtarlayip buraya da
      *yazar; hesap numarasi ikincil (tekrarli) anahtardir ki
      *CBLWRK22 CRM'in onay satirini gonderilen satira eslesin.
       01  CSNT-FIELDS.
           05 CSNT-KEY.
              10 CSNT-SEND-DATE PIC 9(08).
              10 CSNT-SEND-TIME PIC 9(06).
              10 CSNT-ROW-NO    PIC 9(07).
           05 CSNT-ACTION       PIC X(01).
           05 CSNT-ACCT-NO      PIC 9(06).
      *Onay durumu. CBLWRK13 satiri 'P' (onay bekliyor) yazar;
      *CBLWRK22 CRM'in onayina gore 'A' (kabul) veya 'R' (ret)
      *yapar, belirlenen gun sayisi icinde onay gelmeyen satiri
      *'Q' (yeniden gonderilecek) isaretler. CBLWRK13 bir sonraki
      *kosuda 'Q' satirini yeni bir satir olarak tekrar gonderir
      *ve eskisini 'S' (yeniden gonderildi) yapar.
           05 CSNT-ACK-STATUS   PIC X(01).
              88 CSNT-PENDING      VALUE 'P'.
              88 CSNT-ACCEPTED     VALUE 'A'.
              88 CSNT-REJECTED     VALUE 'R'.
              88 CSNT-REQUEUE      VALUE 'Q'.
              88 CSNT-RESENT       VALUE 'S'.
      *Onayin islendigi kosu tarihi ve CRM'in ret sebebi.
           05 CSNT-ACK-DATE     PIC 9(08).
           05 CSNT-REASON       PIC X(30).
      *CRMOUT'a yazilan satirin kendisi; yeniden gonderimde oldugu
      *gibi tekrar yazilir.
           05 CSNT-ROW-TEXT     PIC X(120).
           05 FILLER            PIC X(13).
