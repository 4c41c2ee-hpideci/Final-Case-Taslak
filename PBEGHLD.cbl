       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGHLD.
       AUTHOR HUSNU CAN PIDECI
      *Hesap blokesi (haciz, kart provizyonu, itirazli islem) alt
      *programi. HOLDFL'in tek sahibidir: blokeyi koyar, kaldirir ve
      *bir hesabin (ID + DVZ) yururlukteki bloke toplamini dondurur.
      *Dosyayi PBEGIDX kendi acilisinda acar/kapar; PBEGIDX para
      *cikisinda kullanilabilir bakiyeyi (defter bakiyesi eksi aktif
      *blokeler) bununla hesaplar, PBFINAL bloke koyma/kaldirma
      *kayitlarini dogrudan buraya gonderir. Ayni calisma birimindeki
      *tek kopya oldugu icin dosya iki kez acilmaz. Suresi dolan
      *blokelerin gece kapatilmasi PBHLDEX'in isidir; suresi gecmis
      *ama henuz kapatilmamis bloke burada zaten sayilmaz.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE  ASSIGN HOLDFL
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HOLD-KEY
                             STATUS ST-HLD.
       DATA DIVISION.
       FILE SECTION.
      *Bloke kaydi: hesap anahtari + bloke numarasi. Bitis tarihi
      *sifirsa bloke kaldirilana kadar gecerlidir. Kaldirilan ya da
      *suresi dolan bloke silinmez; durum ve kapanis tarihiyle iz
      *olarak kalir.
       FD  HOLD-FILE.
         01  HOLD-REC.
           05 HOLD-KEY.
              10 HOLD-ID           PIC 9(05).
              10 HOLD-DVZ          PIC 9(03).
              10 HOLD-NUM          PIC 9(05).
           05 HOLD-AMOUNT          PIC S9(15).
      *GR = yasal haciz, PA = kart provizyonu, DS = itirazli islem,
      *OT = diger.
           05 HOLD-REASON          PIC X(02).
              88 HOLD-REASON-VALID        VALUE 'GR' 'PA' 'DS' 'OT'.
           05 HOLD-PLACED          PIC 9(08).
           05 HOLD-EXPIRY          PIC 9(08).
      *A = aktif, R = kaldirildi, E = suresi doldu (PBHLDEX).
           05 HOLD-STATUS          PIC X(01).
              88 HOLD-IS-ACTIVE           VALUE 'A'.
           05 HOLD-END-DATE        PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-HLD               PIC 9(02).
              88 HLD-SUCCESS                 VALUE 00 97.
              88 HLD-NO-FILE                 VALUE 35.
           05 WS-TODAY              PIC 9(08) VALUE ZEROES.
           05 WS-DONE-SW            PIC X(01).
              88 WS-DONE                     VALUE 'Y'.
      *Toplami istenen hesabin anahtari; START sonrasi okunan kaydin
      *hala ayni hesaba ait olup olmadigi buna gore anlasilir.
           05 WS-SUM-ID             PIC 9(05).
           05 WS-SUM-DVZ            PIC 9(03).
           05 WS-HELD-TOTAL         PIC S9(15) COMP-3.
           05 WS-HELD-COUNT         PIC 9(05) COMP.

         01  WS-REC.
           05 WS-PROCESS-TYPE   PIC X(04).
           05 WS-ID             PIC 9(05).
           05 WS-DVZ            PIC 9(03).
           05 WS-RETURN-CODE    PIC 9(02).
      *Bloke red kodlari; PBEGIDX'in 90'li is kurali kodlarindan ayri
      *tutulur.
           05 WS-BUS-CODE       PIC 9(02) VALUE ZEROES.
              88 WS-RC-INVALID-HOLD          VALUE 81.
              88 WS-RC-HOLD-EXISTS           VALUE 82.
              88 WS-RC-HOLD-NOT-FOUND        VALUE 83.
              88 WS-RC-HOLD-NOT-ACTIVE       VALUE 84.
           05 WS-EXPLANATION    PIC X(30).
           05 WS-FNAME-FROM     PIC X(15).
           05 WS-FNAME-TO       PIC X(15).
           05 WS-LNAME-FROM     PIC X(15).
           05 WS-LNAME-TO       PIC X(15).
           05 WS-AMOUNT-MOVED   PIC S9(15).
           05 WS-TO-DVZ         PIC 9(03).
           05 WS-AMOUNT-TO      PIC S9(15).

         01 WS-FUNCTION         PIC 9(01).
            88 WS-FUNC-PLACE            VALUE 1.
            88 WS-FUNC-RELEASE          VALUE 2.
            88 WS-FUNC-SUM              VALUE 3.
            88 WS-FUNC-OPEN             VALUE 8.
            88 WS-FUNC-CLOSE            VALUE 9.

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

      *PBEGIDX'in LD-AREA'si ile ayni yapidadir; cevap da PBEGIDX'in
      *H500-DATA-HANDLING duzeninde doner ki PBFINAL OUTFILE'a ayni
      *yoldan yazabilsin.
       LINKAGE SECTION.
         01  LH-AREA.
           05 LH-FUNCTION        PIC 9(01).
           05 LH-KEY.
              10 LH-ID           PIC S9(05) COMP-3.
              10 LH-DVZ          PIC S9(03) COMP.
           05 LH-RETURNCODE      PIC 9(02).
           05 LH-DATA            PIC X(137).
      *Koyma/kaldirma isteginin giris alanlari; kaldirmada sadece
      *bloke numarasi gerekir.
           05 LH-IN-DATA REDEFINES LH-DATA.
              10 LH-IN-HOLD-NUM  PIC 9(05).
              10 LH-IN-REASON    PIC X(02).
              10 LH-IN-EXPIRY    PIC 9(08).
              10 LH-IN-AMOUNT    PIC S9(15).
              10 FILLER          PIC X(107).
      *Toplam isteginin cevabi: hesabin yururlukteki bloke toplami ve
      *bloke adedi.
           05 LH-SUM-DATA REDEFINES LH-DATA.
              10 LH-SUM-HELD     PIC S9(15).
              10 LH-SUM-COUNT    PIC 9(05).
              10 FILLER          PIC X(117).

      *--------------------
       PROCEDURE DIVISION USING LH-AREA.
       0000-MAIN.
           PERFORM H100-PROCESS-SELECTION.
       0000-END. EXIT.

       H100-PROCESS-SELECTION.
           MOVE LH-FUNCTION TO WS-FUNCTION
           EVALUATE TRUE
              WHEN WS-FUNC-OPEN
                  PERFORM H300-OPEN-FILES
                  GOBACK
              WHEN WS-FUNC-PLACE
                  PERFORM H400-PLACE-HOLD
                  GOBACK
              WHEN WS-FUNC-RELEASE
                  PERFORM H450-RELEASE-HOLD
                  GOBACK
              WHEN WS-FUNC-SUM
                  PERFORM H200-SUM-HOLDS
                  GOBACK
              WHEN WS-FUNC-CLOSE
                  CLOSE HOLD-FILE
                  GOBACK
           END-EVALUATE.
       H100-END. EXIT.

      *Hesabin ilk blokesine konumlanip ayni hesaba ait kayitlar
      *bitene kadar yururlukteki blokeleri topluyorum.
       H200-SUM-HOLDS.
           MOVE ZEROES TO WS-HELD-TOTAL.
           MOVE ZEROES TO WS-HELD-COUNT.
           MOVE 'N'    TO WS-DONE-SW.
           MOVE LH-ID  TO WS-SUM-ID     HOLD-ID.
           MOVE LH-DVZ TO WS-SUM-DVZ    HOLD-DVZ.
           MOVE ZEROES TO HOLD-NUM.
           START HOLD-FILE KEY NOT < HOLD-KEY
              INVALID KEY SET WS-DONE TO TRUE
           END-START.
           PERFORM H210-ADD-NEXT-HOLD UNTIL WS-DONE.
           MOVE SPACES        TO LH-DATA.
           MOVE WS-HELD-TOTAL TO LH-SUM-HELD.
           MOVE WS-HELD-COUNT TO LH-SUM-COUNT.
           MOVE ZEROES        TO LH-RETURNCODE.
       H200-END. EXIT.

      *Bitis tarihi gecmis bloke, PBHLDEX onu henuz kapatmamis olsa
      *bile sayilmaz; bitis gunu dahil gecerlidir.
       H210-ADD-NEXT-HOLD.
           READ HOLD-FILE NEXT
              AT END SET WS-DONE TO TRUE
           END-READ.
           IF NOT WS-DONE
              IF HOLD-ID = WS-SUM-ID AND HOLD-DVZ = WS-SUM-DVZ
                 IF HOLD-IS-ACTIVE
                    AND (HOLD-EXPIRY = ZEROES
                         OR HOLD-EXPIRY NOT < WS-TODAY)
                    ADD HOLD-AMOUNT TO WS-HELD-TOTAL
                    ADD 1 TO WS-HELD-COUNT
                 END-IF
              ELSE
                 SET WS-DONE TO TRUE
              END-IF
           END-IF.
       H210-END. EXIT.

      *Bloke dosyasi ilk kurulusta henuz yok olabilir; bos yaratip
      *I-O modunda yeniden aciyorum.
       H300-OPEN-FILES.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           MOVE WS-BDT-RC TO LH-RETURNCODE
           GOBACK
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           OPEN I-O HOLD-FILE.
           IF HLD-NO-FILE
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF.
           IF (NOT HLD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HOLDFL: ' ST-HLD
           MOVE ST-HLD TO RETURN-CODE
           MOVE ST-HLD TO LH-RETURNCODE
           GOBACK
           END-IF.
           MOVE ZEROES TO LH-RETURNCODE.
       H300-END. EXIT.

      *Bloke koyma: tutar pozitif, numara dolu, sebep kodu gecerli ve
      *bitis tarihi (verildiyse) bugunden once olmamalidir. Ayni
      *numarali bloke hesapta zaten varsa kayit reddedilir.
       H400-PLACE-HOLD.
           MOVE SPACES TO WS-REC.
           MOVE LH-ID  TO WS-ID.
           MOVE LH-DVZ TO WS-DVZ.
           MOVE 'HOLD' TO WS-PROCESS-TYPE.
           MOVE LH-ID           TO HOLD-ID.
           MOVE LH-DVZ          TO HOLD-DVZ.
           MOVE LH-IN-HOLD-NUM  TO HOLD-NUM.
           MOVE LH-IN-REASON    TO HOLD-REASON.
           IF LH-IN-HOLD-NUM NOT NUMERIC OR LH-IN-HOLD-NUM = ZEROES
              OR LH-IN-AMOUNT NOT NUMERIC OR LH-IN-AMOUNT NOT > ZERO
              OR LH-IN-EXPIRY NOT NUMERIC
              OR NOT HOLD-REASON-VALID
              PERFORM H410-INVALID-HOLD
              GOBACK
           END-IF.
           IF LH-IN-EXPIRY NOT = ZEROES AND LH-IN-EXPIRY < WS-TODAY
              PERFORM H410-INVALID-HOLD
              GOBACK
           END-IF.
           MOVE LH-IN-AMOUNT    TO HOLD-AMOUNT.
           MOVE WS-TODAY        TO HOLD-PLACED.
           MOVE LH-IN-EXPIRY    TO HOLD-EXPIRY.
           MOVE 'A'             TO HOLD-STATUS.
           MOVE ZEROES          TO HOLD-END-DATE.
           WRITE HOLD-REC
              INVALID KEY
                 MOVE ZEROES TO WS-RETURN-CODE
                 SET WS-RC-HOLD-EXISTS TO TRUE
                 MOVE 'Hold number already exists.   ' TO WS-EXPLANATION
              NOT INVALID KEY
                 MOVE ZEROES TO WS-BUS-CODE
                 MOVE 'Hold placed successfully.     ' TO WS-EXPLANATION
           END-WRITE.
           IF WS-RC-HOLD-EXISTS
              MOVE WS-BUS-CODE TO LH-RETURNCODE
           ELSE
              MOVE ST-HLD TO WS-RETURN-CODE
              MOVE ST-HLD TO LH-RETURNCODE
           END-IF.
           PERFORM H500-DATA-HANDLING.
       H400-END. EXIT.

       H410-INVALID-HOLD.
           MOVE ZEROES TO WS-RETURN-CODE.
           SET WS-RC-INVALID-HOLD TO TRUE.
           MOVE WS-BUS-CODE TO LH-RETURNCODE.
           MOVE 'Invalid hold data.            ' TO WS-EXPLANATION.
           PERFORM H500-DATA-HANDLING.
       H410-END. EXIT.

      *Bloke kaldirma: kayit silinmez, durumu 'R' ve kapanis tarihi
      *bugun yapilir.
       H450-RELEASE-HOLD.
           MOVE SPACES TO WS-REC.
           MOVE LH-ID  TO WS-ID.
           MOVE LH-DVZ TO WS-DVZ.
           MOVE 'HREL' TO WS-PROCESS-TYPE.
           MOVE LH-ID           TO HOLD-ID.
           MOVE LH-DVZ          TO HOLD-DVZ.
           MOVE LH-IN-HOLD-NUM  TO HOLD-NUM.
           READ HOLD-FILE KEY HOLD-KEY
              INVALID KEY
                 MOVE ZEROES TO WS-RETURN-CODE
                 SET WS-RC-HOLD-NOT-FOUND TO TRUE
                 MOVE WS-BUS-CODE TO LH-RETURNCODE
                 MOVE 'Hold not found.               ' TO WS-EXPLANATION
                 PERFORM H500-DATA-HANDLING
                 GOBACK
           END-READ.
           IF NOT HOLD-IS-ACTIVE
              MOVE ZEROES TO WS-RETURN-CODE
              SET WS-RC-HOLD-NOT-ACTIVE TO TRUE
              MOVE WS-BUS-CODE TO LH-RETURNCODE
              MOVE 'Hold is not active.           ' TO WS-EXPLANATION
              PERFORM H500-DATA-HANDLING
              GOBACK
           END-IF.
           MOVE 'R'      TO HOLD-STATUS.
           MOVE WS-TODAY TO HOLD-END-DATE.
           REWRITE HOLD-REC.
           IF ST-HLD = 0
              MOVE 'Hold released successfully.   ' TO WS-EXPLANATION
           ELSE
              MOVE 'Hold could not be released.   ' TO WS-EXPLANATION
           END-IF.
           MOVE ZEROES TO WS-BUS-CODE.
           MOVE ST-HLD TO WS-RETURN-CODE.
           MOVE ST-HLD TO LH-RETURNCODE.
           PERFORM H500-DATA-HANDLING.
       H450-END. EXIT.

      *Cevabi PBEGIDX'in H500-DATA-HANDLING duzeninde birlestiriyorum;
      *bloke bakiyeyi hareket ettirmez, tutar alanlari sifir doner.
       H500-DATA-HANDLING.
           MOVE ZEROES TO WS-AMOUNT-MOVED.
           MOVE ZEROES TO WS-TO-DVZ.
           MOVE ZEROES TO WS-AMOUNT-TO.
           STRING WS-PROCESS-TYPE  DELIMITED BY  SIZE
                  WS-ID            DELIMITED BY  SIZE
                  WS-DVZ           DELIMITED BY  SIZE
                  WS-RETURN-CODE   DELIMITED BY  SIZE
                  WS-EXPLANATION   DELIMITED BY  SIZE
                  WS-FNAME-FROM    DELIMITED BY  SIZE
                  WS-FNAME-TO      DELIMITED BY  SIZE
                  WS-LNAME-FROM    DELIMITED BY  SIZE
                  WS-LNAME-TO      DELIMITED BY  SIZE
                  WS-AMOUNT-MOVED  DELIMITED BY  SIZE
                  WS-TO-DVZ        DELIMITED BY  SIZE
                  WS-AMOUNT-TO     DELIMITED BY  SIZE
              INTO LH-DATA
           END-STRING.
       H500-END. EXIT.
