       PROGRAM-ID. PBSTMT.
       AUTHOR HUSNU CAN PIDECI
      *Müşterinin idx dosyasındaki tüm kur hesaplarını tek ekstrede
      *yan yana gösteren konsolide rapor programı. Musterinin RELFILE'da
      *aktif iliskisi (ortak sahip, imza yetkilisi vb.) bulunan baska
      *hesaplar da rolleriyle birlikte ayni ekstrede listelenir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             ACCESS RANDOM
                             RECORD KEY CUST-ID
                             STATUS ST-CUS.
      *Hesap blokeleri; bakimini PBEGHLD yapar. Kullanilabilir bakiye
      *defter bakiyesinden aktif blokeler dusulerek bulunur.
           SELECT HOLD-FILE  ASSIGN HOLDFL
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HOLD-KEY
                             STATUS ST-HLD.
      *Vadeli mevduatlar; bakimini PBTDMT, vade islemlerini PBTDRL
      *yapar. Musterinin canli mevduatlari hesaplarin altinda ayri
      *satir olarak basilir.
           SELECT TD-FILE    ASSIGN TDFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY TD-KEY
                             STATUS ST-TD.
      *Hesap-musteri iliskileri; bakimini PBRELMT yapar. Musteriye
      *gore ikincil anahtarla okunur.
           SELECT REL-FILE   ASSIGN RELFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-CUST-ID
                                WITH DUPLICATES
                             STATUS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
      *program sadece müşteri numarasını kullanır.
           05 PARM-FROM-DATE    PIC 9(08).
           05 PARM-TO-DATE      PIC 9(08).
      *PBHIST'te musteriden farkli (ortak sahip olunan) hesap
      *numarasi; bu program kullanmaz.
           05 PARM-ACCOUNT-ID   PIC 9(05).

      *PBCUSMT'teki CUST-REC ile aynidir.
       FD  CUST-FILE.
           05 CUST-PHONE        PIC X(12).
           05 CUST-ADDRESS      PIC X(30).

      *PBEGHLD'teki HOLD-REC ile aynidir.
       FD  HOLD-FILE.
         01  HOLD-REC.
           05 HOLD-KEY.
              10 HOLD-ID           PIC 9(05).
              10 HOLD-DVZ          PIC 9(03).
              10 HOLD-NUM          PIC 9(05).
           05 HOLD-AMOUNT          PIC S9(15).
           05 HOLD-REASON          PIC X(02).
           05 HOLD-PLACED          PIC 9(08).
           05 HOLD-EXPIRY          PIC 9(08).
           05 HOLD-STATUS          PIC X(01).
              88 HOLD-IS-ACTIVE           VALUE 'A'.
           05 HOLD-END-DATE        PIC 9(08).

      *PBTDMT'teki TD-REC ile aynidir.
       FD  TD-FILE.
         01  TD-REC.
           05 TD-KEY.
              10 TD-ID          PIC 9(05).
              10 TD-NUM         PIC 9(05).
           05 TD-DVZ            PIC 9(03).
           05 TD-PRINCIPAL      PIC S9(15).
           05 TD-RATE           PIC 9(03)V9(04).
           05 TD-PEN-RATE       PIC 9(03)V9(04).
           05 TD-START          PIC 9(08).
           05 TD-MATURITY       PIC 9(08).
           05 TD-TERM-DAYS      PIC 9(05).
           05 TD-FUND-ID        PIC 9(05).
           05 TD-INSTR          PIC X(01).
           05 TD-STATUS         PIC X(01).
              88 TD-IS-BREAKING           VALUE 'K'.
              88 TD-IS-LIABILITY          VALUE 'A' 'K'.
           05 TD-LAST-INTEREST  PIC S9(15).
           05 TD-CLOSE-DATE     PIC 9(08).

      *PBRELMT'teki REL-REC ile aynidir.
       FD  REL-FILE.
         01  REL-REC.
           05 REL-KEY.
              10 REL-ID            PIC 9(05).
              10 REL-DVZ           PIC 9(03).
              10 REL-CUST-ID       PIC 9(05).
           05 REL-ROLE             PIC X(01).
           05 REL-STATUS           PIC X(01).
              88 REL-IS-ACTIVE            VALUE 'A'.
           05 REL-START-DATE       PIC 9(08).
           05 REL-END-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX               PIC 9(02).
      *isim yerine uyari basilir.
           05 WS-CUST-FOUND-SW      PIC X(01) VALUE 'N'.
              88 WS-CUST-FOUND                VALUE 'Y'.
           05 ST-HLD               PIC 9(02).
              88 HLD-SUCCESS                 VALUE 00 97.
              88 HLD-NO-FILE                 VALUE 35.
      *Bloke dosyasi henuz hic kurulmadiysa hicbir hesapta bloke yok
      *sayilir.
           05 WS-HLD-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-HLD-OPEN                  VALUE 'Y'.
           05 WS-HLD-DONE-SW        PIC X(01).
              88 WS-HLD-DONE                  VALUE 'Y'.
           05 WS-TODAY              PIC 9(08).
           05 WS-HELD-AMOUNT        PIC S9(15) COMP-3.
           05 WS-AVAIL-BALANCE      PIC S9(15) COMP-3.
           05 ST-TD                PIC 9(02).
              88 TD-SUCCESS                  VALUE 00 97.
              88 TD-NO-FILE                  VALUE 35.
      *Mevduat dosyasi henuz hic kurulmadiysa musterinin vadeli
      *mevduati yok sayilir.
           05 WS-TD-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-TD-OPEN                   VALUE 'Y'.
           05 WS-TD-DONE-SW         PIC X(01) VALUE 'N'.
              88 WS-TD-DONE                   VALUE 'Y'.
           05 WS-TD-RATE-EDIT       PIC ZZ9.9999.
           05 ST-REL               PIC 9(02).
              88 REL-SUCCESS                 VALUE 00 97.
              88 REL-NO-FILE                 VALUE 35.
      *Iliski dosyasi henuz hic kurulmadiysa musterinin baska
      *hesapla iliskisi yok sayilir.
           05 WS-REL-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-REL-OPEN                  VALUE 'Y'.
           05 WS-REL-DONE-SW        PIC X(01) VALUE 'N'.
              88 WS-REL-DONE                  VALUE 'Y'.

      *Is gunu alt programina (PBBDATE) giden alan.
         01  WS-BDT-AREA.
           05 WS-PBBDATE        PIC X(08) VALUE 'PBBDATE'.
           05 WS-BDT-CALL-AREA.
              10 WS-BDT-FUNC       PIC 9(01).
                 88 WS-BDT-GET               VALUE 1.
                 88 WS-BDT-CHECK             VALUE 2.
                 88 WS-BDT-ON-OR-AFTER       VALUE 3.
                 88 WS-BDT-AFTER             VALUE 4.
                 88 WS-BDT-CLOSE             VALUE 9.
              10 WS-BDT-RC         PIC 9(02).
              10 WS-BDT-DVZ        PIC 9(03).
              10 WS-BDT-DATE       PIC 9(08).
              10 WS-BDT-RESULT     PIC 9(08).
              10 WS-BDT-BUSINESS   PIC X(01).
              10 WS-BDT-CURR-DATE  PIC 9(08).
              10 WS-BDT-PREV-DATE  PIC 9(08).
              10 FILLER            PIC X(20).

      *--------------------
       PROCEDURE DIVISION.
           PERFORM H300-PRINT-STATEMENT.
           CLOSE IDX-FILE.
           CLOSE CUST-FILE.
           IF WS-HLD-OPEN
              CLOSE HOLD-FILE
           END-IF.
           IF WS-TD-OPEN
              CLOSE TD-FILE
           END-IF.
           IF WS-REL-OPEN
              CLOSE REL-FILE
           END-IF.
           STOP RUN.
       0000-END. EXIT.

           MOVE ST-CUS TO RETURN-CODE
           STOP RUN
           END-IF.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           OPEN INPUT HOLD-FILE.
           IF HLD-SUCCESS
              SET WS-HLD-OPEN TO TRUE
           ELSE
           IF (NOT HLD-NO-FILE)
           DISPLAY 'UNABLE TO OPEN HOLDFL: ' ST-HLD
           MOVE ST-HLD TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF.
           OPEN INPUT TD-FILE.
           IF TD-SUCCESS
              SET WS-TD-OPEN TO TRUE
           ELSE
           IF (NOT TD-NO-FILE)
           DISPLAY 'UNABLE TO OPEN TDFILE: ' ST-TD
           MOVE ST-TD TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF.
           OPEN INPUT REL-FILE.
           IF REL-SUCCESS
              SET WS-REL-OPEN TO TRUE
           ELSE
           IF (NOT REL-NO-FILE)
           DISPLAY 'UNABLE TO OPEN RELFILE: ' ST-REL
           MOVE ST-REL TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF.
       H100-END. EXIT.

      *Musterinin gercek adini ana dosyadan aliyorum; kayit yoksa
              INVALID KEY SET WS-DONE TO TRUE
           END-START.
           PERFORM H310-READ-NEXT-CURRENCY UNTIL WS-DONE.
           PERFORM H350-PRINT-RELATED-ACCOUNTS.
           PERFORM H400-PRINT-TERM-DEPOSITS.
           IF WS-FOUND-ANY
              DISPLAY '=============================='
           ELSE
           END-READ.
           IF NOT WS-DONE
              IF IDX-ID = WS-TARGET-ID
                 PERFORM H305-PRINT-HEADER
                 PERFORM H320-GET-HELD-AMOUNT
                 COMPUTE WS-AVAIL-BALANCE =
                    IDX-BALANCE - WS-HELD-AMOUNT
                 DISPLAY 'CURRENCY: ' IDX-DVZ
                         '  LEDGER: ' IDX-BALANCE
                         '  HELD: ' WS-HELD-AMOUNT
                         '  AVAILABLE: ' WS-AVAIL-BALANCE
                         '  LIMIT: ' IDX-LIMIT
              ELSE
                 SET WS-DONE TO TRUE
              END-IF
           END-IF.
       H310-END. EXIT.

      *Ekstre basligi musteriye ait ilk satirdan (hesap ya da vadeli
      *mevduat) once bir kez basilir.
       H305-PRINT-HEADER.
           IF NOT WS-FOUND-ANY
              DISPLAY '===== ACCOUNT STATEMENT ====='
              IF WS-CUST-FOUND
                 DISPLAY 'CUSTOMER ID: ' WS-TARGET-ID
                         '  NAME: ' CUST-NAME ' ' CUST-SURNAME
              ELSE
                 DISPLAY 'CUSTOMER ID: ' WS-TARGET-ID
                         '  NAME NOT ON CUSTOMER FILE'
              END-IF
           END-IF.
           SET WS-FOUND-ANY TO TRUE.
       H305-END. EXIT.

      *Hesabin yururlukteki blokelerini topluyorum; PBEGHLD'teki
      *kuralla ayni: aktif ve bitis tarihi gecmemis blokeler sayilir.
       H320-GET-HELD-AMOUNT.
           MOVE ZEROES TO WS-HELD-AMOUNT.
           MOVE 'N'    TO WS-HLD-DONE-SW.
           IF NOT WS-HLD-OPEN
              SET WS-HLD-DONE TO TRUE
           END-IF.
           MOVE IDX-ID  TO HOLD-ID.
           MOVE IDX-DVZ TO HOLD-DVZ.
           MOVE ZEROES  TO HOLD-NUM.
           IF NOT WS-HLD-DONE
              START HOLD-FILE KEY NOT < HOLD-KEY
                 INVALID KEY SET WS-HLD-DONE TO TRUE
              END-START
           END-IF.
           PERFORM H330-ADD-NEXT-HOLD UNTIL WS-HLD-DONE.
       H320-END. EXIT.

       H330-ADD-NEXT-HOLD.
           READ HOLD-FILE NEXT
              AT END SET WS-HLD-DONE TO TRUE
           END-READ.
           IF NOT WS-HLD-DONE
              IF HOLD-ID = IDX-ID AND HOLD-DVZ = IDX-DVZ
                 IF HOLD-IS-ACTIVE
                    AND (HOLD-EXPIRY = ZEROES
                         OR HOLD-EXPIRY NOT < WS-TODAY)
                    ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                 END-IF
              ELSE
                 SET WS-HLD-DONE TO TRUE
              END-IF
           END-IF.
       H330-END. EXIT.

      *Musterinin aktif iliskili oldugu baska hesaplari ikincil
      *anahtarla (musteri numarasi) bulup rolleriyle basiyorum.
      *Musterinin kendi numarasindaki hesaplar yukarida zaten
      *basildigindan tekrarlanmaz.
       H350-PRINT-RELATED-ACCOUNTS.
           MOVE 'N' TO WS-REL-DONE-SW.
           IF NOT WS-REL-OPEN
              SET WS-REL-DONE TO TRUE
           ELSE
              MOVE WS-TARGET-ID TO REL-CUST-ID
              START REL-FILE KEY = REL-CUST-ID
                 INVALID KEY SET WS-REL-DONE TO TRUE
              END-START
           END-IF.
           PERFORM H360-PRINT-NEXT-RELATED UNTIL WS-REL-DONE.
       H350-END. EXIT.

       H360-PRINT-NEXT-RELATED.
           READ REL-FILE NEXT
              AT END SET WS-REL-DONE TO TRUE
           END-READ.
           IF NOT WS-REL-DONE
              IF REL-CUST-ID = WS-TARGET-ID
                 IF REL-IS-ACTIVE AND REL-ID NOT = WS-TARGET-ID
                    PERFORM H370-PRINT-RELATED-ACCOUNT
                 END-IF
              ELSE
                 SET WS-REL-DONE TO TRUE
              END-IF
           END-IF.
       H360-END. EXIT.

      *Iliskili hesap satiri musterinin kendi hesaplariyla ayni
      *bakiye bilgisini ve ek olarak hesap numarasi ile rolu tasir.
       H370-PRINT-RELATED-ACCOUNT.
           MOVE REL-ID  TO IDX-ID.
           MOVE REL-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IDX-KEY
              INVALID KEY
                 DISPLAY 'RELATED ACCOUNT NOT ON FILE: ' REL-ID
                         ' DVZ: ' REL-DVZ
              NOT INVALID KEY
                 PERFORM H305-PRINT-HEADER
                 PERFORM H320-GET-HELD-AMOUNT
                 COMPUTE WS-AVAIL-BALANCE =
                    IDX-BALANCE - WS-HELD-AMOUNT
                 DISPLAY 'RELATED ACCOUNT: ' REL-ID
                         '  ROLE: ' REL-ROLE
                         '  CURRENCY: ' IDX-DVZ
                         '  LEDGER: ' IDX-BALANCE
                         '  HELD: ' WS-HELD-AMOUNT
                         '  AVAILABLE: ' WS-AVAIL-BALANCE
                         '  LIMIT: ' IDX-LIMIT
           END-READ.
       H370-END. EXIT.

      *Musterinin aktif (ve bozma bekleyen) vadeli mevduatlarini
      *hesaplardan ayri satirlarda basiyorum; kapanmis, iptal ya da
      *henuz acilmamis mevduat bankanin borcu degildir, basilmaz.
       H400-PRINT-TERM-DEPOSITS.
           MOVE 'N' TO WS-TD-DONE-SW.
           IF NOT WS-TD-OPEN
              SET WS-TD-DONE TO TRUE
           ELSE
              MOVE WS-TARGET-ID TO TD-ID
              MOVE ZEROES       TO TD-NUM
              START TD-FILE KEY NOT < TD-KEY
                 INVALID KEY SET WS-TD-DONE TO TRUE
              END-START
           END-IF.
           PERFORM H410-PRINT-NEXT-DEPOSIT UNTIL WS-TD-DONE.
       H400-END. EXIT.

       H410-PRINT-NEXT-DEPOSIT.
           READ TD-FILE NEXT
              AT END SET WS-TD-DONE TO TRUE
           END-READ.
           IF NOT WS-TD-DONE
              IF TD-ID = WS-TARGET-ID
                 IF TD-IS-LIABILITY
                    PERFORM H305-PRINT-HEADER
                    MOVE TD-RATE TO WS-TD-RATE-EDIT
                    DISPLAY 'TERM DEPOSIT: ' TD-NUM
                            '  CURRENCY: ' TD-DVZ
                            '  PRINCIPAL: ' TD-PRINCIPAL
                            '  RATE: ' WS-TD-RATE-EDIT
                            '  MATURITY: ' TD-MATURITY
                            '  INSTR: ' TD-INSTR
                    IF TD-IS-BREAKING
                       DISPLAY '              ** BREAK REQUESTED'
                    END-IF
                 END-IF
              ELSE
                 SET WS-TD-DONE TO TRUE
              END-IF
           END-IF.
       H410-END. EXIT.
