      *icin X tipindedir.
         01  WS-INP-REC.
           05 WS-INP-PROCESS-TYPE  PIC X(01).
              88 WS-INP-TYPE-VALID           VALUE '0' THRU '9'.
              88 WS-INP-TYPE-MONEY           VALUE '5' '6' '7'.
              88 WS-INP-TYPE-NAMED           VALUE '2' '3'.
              88 WS-INP-TYPE-TARGET          VALUE '0' '7'.
              88 WS-INP-TYPE-HOLD            VALUE '8' '9'.
      *'R' = ters kayit; sadece asil hareketin referansini tasir.
              88 WS-INP-TYPE-REVERSAL        VALUE 'R'.
           05 WS-INP-KEY.
              10 WS-INP-ID         PIC X(05).
              10 WS-INP-DVZ        PIC X(03).
           05 WS-INP-NAME          PIC X(15).
      *Bloke (8/9) kayitlarinda isim alani bloke bilgisini tasir;
      *PBFINAL'deki INP-HOLD-DATA ile ayni yapidadir.
           05 WS-INP-HOLD-DATA REDEFINES WS-INP-NAME.
              10 WS-INP-HOLD-NUM   PIC X(05).
              10 WS-INP-HOLD-REASON PIC X(02).
              10 WS-INP-HOLD-EXPIRY PIC X(08).
           05 WS-INP-SURNAME       PIC X(15).
           05 WS-INP-ODATE         PIC X(07).
           05 WS-INP-ODATE-N REDEFINES WS-INP-ODATE
       H300-EDIT-DETAIL.
           MOVE 'Y' TO WS-EDIT-OK-SW.
           MOVE SPACES TO WS-REJ-REASON.
           IF NOT WS-INP-TYPE-VALID AND NOT WS-INP-TYPE-REVERSAL
              MOVE 'Invalid process type.         ' TO WS-REJ-REASON
              MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.
      *Ters kaydin hesap alanlari bos gelir; hesap asil hareketten
      *bulunur, burada sadece referans aranir.
           IF WS-EDIT-OK AND WS-INP-TYPE-REVERSAL
              AND (WS-INP-TREF = SPACES OR WS-INP-TREF(1:1) = SPACE)
              MOVE 'Reversal reference missing.   ' TO WS-REJ-REASON
              MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.
           IF WS-EDIT-OK AND WS-INP-TYPE-REVERSAL
              CONTINUE
           ELSE
              PERFORM H305-EDIT-ACCOUNT-DETAIL
           END-IF.
       H300-END. EXIT.

      *Hesaba yonelik (ters kayit disindaki) detay kaydin alanlari.
       H305-EDIT-ACCOUNT-DETAIL.
           IF WS-EDIT-OK AND WS-INP-ID NOT NUMERIC
              MOVE 'Account id not numeric.       ' TO WS-REJ-REASON
              MOVE 'N' TO WS-EDIT-OK-SW
           IF WS-EDIT-OK AND WS-INP-TYPE-TARGET
              PERFORM H320-EDIT-TARGET
           END-IF.
           IF WS-EDIT-OK AND WS-INP-TYPE-HOLD
              AND (WS-INP-HOLD-NUM NOT NUMERIC
                   OR WS-INP-HOLD-NUM = '00000')
              MOVE 'Hold number missing.          ' TO WS-REJ-REASON
              MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.
           IF WS-EDIT-OK AND WS-INP-PROCESS-TYPE = '8'
              AND WS-INP-AMOUNT NOT NUMERIC
              MOVE 'Amount not numeric.           ' TO WS-REJ-REASON
              MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.
           IF WS-EDIT-OK AND WS-INP-PROCESS-TYPE = '8'
              AND WS-INP-HOLD-EXPIRY NOT NUMERIC
              MOVE 'Hold expiry not numeric.      ' TO WS-REJ-REASON
              MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.
           IF WS-EDIT-OK AND WS-INP-TREF NOT = SPACES
              AND WS-INP-TREF(1:1) = SPACE
              MOVE 'Reference not left-justified. ' TO WS-REJ-REASON
              MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.
       H305-END. EXIT.

      *Acilis tarihi YYYYDDD duzenindedir: yil ve yil ici gun makul
      *araliklarinda olmali.
