           END-IF.
       H155-END.EXIT.
      *Ayrilan alanlarin tek tek kurallara uydugunu dogrular:
      *taninan aksiyon kodu, tam 6 haneli sayisal hesap no, en cok
      *15 karakterlik isim/soyisim, tam 8 haneli sayisal tarihler.
      *Kapatma/yeniden-acma satirlarinda isim ve tarih alanlari bos
      *birakilabilir; CBLWRK3 bu aksiyonlarda o alanlara bakmaz.
              MOVE 'INVALID ACTION CODE' TO WS-ROW-REASON
           END-IF.
           IF WS-ROW-GOOD
              IF WS-FLD-ACCT-CNT NOT = 6
                 OR WS-FLD-ACCT(1:6) IS NOT NUMERIC
                 SET WS-ROW-BAD TO TRUE
                 MOVE 'ACCT-NO NOT 6 DIGITS' TO WS-ROW-REASON
              ELSE
                 MOVE WS-FLD-ACCT(1:6) TO TRANS-ACCT-NO
              END-IF
           END-IF.
           IF WS-ROW-GOOD
           END-IF.
           PERFORM H950-WRITE-RUNLOG-END.
           PERFORM H300-CLOSE-FILES.
      *Is akisindan (CBLWRK23) cagrildiginda denetim akisa doner;
      *tek basina kosuldugunda STOP RUN ile aynidir.
           GOBACK.
       H999-END.EXIT.
