      *kur cevrimi H380-TRANSFER'in DVZ-RATE capraz kur mantigiyla,
      *izi AUDITFL'de olur. Tasinamayan hesaplar (uykuda, halef
      *hesap yok vb.) sebebiyle raporlanir.
      *Tasinacak hesaplar bellekte degil SORT is dosyasinda birikir;
      *her hesabin supurme durumu SWPCKPT'ye islenir ki yarida kalan
      *kosu tekrar baslatildiginda ayni bakiye ikinci kez tasinmasin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Tek kayitlik parametre dosyasi: emekli kur ve halef kur.
           SELECT PARM-FILE  ASSIGN SWPPARM
                             STATUS ST-PARM.
      *Hesap bazinda supurme sicili: transfer PBEGIDX'e gitmeden 'P'
      *(yolda), dondukten sonra 'D' (tasindi) ya da 'R' (tasinmadi).
           SELECT CKPT-FILE  ASSIGN SWPCKPT
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY SCK-KEY
                             STATUS ST-SCK.
           SELECT SORT-FILE  ASSIGN SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           05 PARM-OLD-DVZ      PIC 9(03).
           05 PARM-NEW-DVZ      PIC 9(03).

       FD  CKPT-FILE.
         01  SCK-REC.
           05 SCK-KEY.
              10 SCK-ID         PIC 9(05).
              10 SCK-OLD-DVZ    PIC 9(03).
           05 SCK-NEW-DVZ       PIC 9(03).
           05 SCK-DATE          PIC 9(08).
      *Tasinan bakiye (emekli kur) ve halef kurda yazilan karsiligi.
           05 SCK-OLD-AMT       PIC S9(15).
           05 SCK-NEW-AMT       PIC S9(15).
           05 SCK-STATE         PIC X(01).
              88 SCK-PENDING              VALUE 'P'.
              88 SCK-POSTED               VALUE 'D'.
              88 SCK-REJECTED             VALUE 'R'.

      *Birinci gecisin sectigi emekli kur hesaplari; hesap sirasiyla
      *doner.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-ID            PIC 9(05).
           05 SRT-BALANCE       PIC S9(15).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-PBEGIDX           PIC X(08) VALUE 'PBEGIDX'.
              88 DVZ-SUCCESS                 VALUE 00 97.
           05 ST-PARM              PIC 9(02).
              88 PARM-SUCCESS                VALUE 00 97.
           05 ST-SCK               PIC 9(02).
              88 SCK-SUCCESS                 VALUE 00 97.
              88 SCK-NO-FILE                 VALUE 35.
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 WS-DONE                     VALUE 'Y'.
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
           05 WS-CKPT-FOUND-SW     PIC X(01).
              88 WS-CKPT-FOUND               VALUE 'Y'.
           05 WS-POST-SW           PIC X(01).
              88 WS-POST-IT                  VALUE 'Y'.
           05 WS-TODAY              PIC 9(08).
           05 WS-OLD-DVZ            PIC 9(03).
           05 WS-NEW-DVZ            PIC 9(03).
           05 WS-CLOSED-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-MOVED-COUNT        PIC 9(07) COMP VALUE ZERO.
           05 WS-FAILED-COUNT       PIC 9(07) COMP VALUE ZERO.
      *Onceki (yarida kalan) kosuda tasinmis bulunan, gecip gecmedigi
      *anlasilamayan hesaplar ve sicile yazilamayan durumlar.
           05 WS-EARLIER-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-INDOUBT-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-CKPT-FAIL-COUNT    PIC 9(07) COMP VALUE ZERO.
           05 WS-MOVED-OLD-AMT      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-MOVED-NEW-AMT      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-BALANCE-EDIT       PIC -(14)9.
           05 WS-TO-DVZ-O        PIC X(03).
           05 WS-AMOUNT-TO-O     PIC S9(15).

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
       0000-MAIN.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           PERFORM H100-GET-PARM.
           PERFORM H150-CHECK-CURRENCIES.
           PERFORM H170-OPEN-CHECKPOINT.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-ID
              INPUT PROCEDURE  H200-SCAN-ACCOUNTS THRU H200-END
              OUTPUT PROCEDURE H300-POST-CONVERSIONS THRU H300-END.
           CLOSE CKPT-FILE.
           PERFORM H900-SWEEP-REPORT.
      *Tasinamayan ya da durumu anlasilamayan hesap kaldiysa kosu
      *temiz bitmis sayilmaz; operasyon raporu inceleyip tekrar kosar.
           IF WS-FAILED-COUNT > 0 OR WS-INDOUBT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CKPT-FAIL-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0000-END. EXIT.

           CLOSE DVZ-FILE.
       H150-END. EXIT.

      *Supurme sicili ilk kosuda henuz yok olabilir; bos yaratip I-O
      *modunda yeniden aciyorum.
       H170-OPEN-CHECKPOINT.
           OPEN I-O CKPT-FILE.
           IF SCK-NO-FILE
              OPEN OUTPUT CKPT-FILE
              CLOSE CKPT-FILE
              OPEN I-O CKPT-FILE
           END-IF.
           IF (NOT SCK-SUCCESS)
           DISPLAY 'UNABLE TO OPEN SWPCKPT: ' ST-SCK
           MOVE ST-SCK TO RETURN-CODE
           STOP RUN
           END-IF.
       H170-END. EXIT.

      *Birinci gecis (SORT girisi): emekli kurdaki hesaplari SORT'a
      *birakiyorum, sonra dosyayi kapatiyorum ki PBEGIDX cikis
      *tarafinda kendisi acabilsin.
       H200-SCAN-ACCOUNTS.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
           PERFORM H210-READ-IDX.
           PERFORM H220-COLLECT-ACCOUNT UNTIL WS-DONE.
           CLOSE IDX-FILE.
       H200-END. EXIT.

       H210-READ-IDX.
           END-READ.
       H210-END. EXIT.

      *Kapali hesapta tasinacak para yoktur; sadece sayilip
      *raporlanir. Sifir bakiyeli hesap da SORT'a gider: onceki kosuda
      *supurulmus olabilir, cikis tarafi sicile bakip ayirir.
       H220-COLLECT-ACCOUNT.
           ADD 1 TO WS-SCANNED-COUNT.
           IF IDX-DVZ = WS-OLD-DVZ
              ADD 1 TO WS-FOUND-COUNT
              IF IDX-IS-CLOSED
                 ADD 1 TO WS-CLOSED-COUNT
              ELSE
                 PERFORM H230-ADD-MOVEMENT
              END-IF
           END-IF.
           PERFORM H210-READ-IDX.
       H220-END. EXIT.

       H230-ADD-MOVEMENT.
           MOVE IDX-ID      TO SRT-ID.
           MOVE IDX-BALANCE TO SRT-BALANCE.
           RELEASE SRT-REC.
       H230-END. EXIT.

      *Ikinci gecis (SORT cikisi): her bakiyeyi ayni musterinin halef
      *kurdaki hesabina banka kaynakli transfer olarak geciriyorum;
      *kur cevrimi ve AUDITFL izi PBEGIDX'in isidir.
       H300-POST-CONVERSIONS.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
              DISPLAY 'NO BALANCES TO CONVERT.'
           ELSE
              SET WS-FUNC-OPEN TO TRUE
              CALL WS-PBEGIDX USING WS-SUB-AREA
              PERFORM H305-TAKE-ONE-ACCOUNT UNTIL WS-SORT-EOF
              SET WS-FUNC-CLOSE TO TRUE
              CALL WS-PBEGIDX USING WS-SUB-AREA
           END-IF.
       H300-END. EXIT.

       H305-TAKE-ONE-ACCOUNT.
           PERFORM H330-CHECK-CHECKPOINT.
           IF WS-POST-IT AND SRT-BALANCE = ZERO
              MOVE 'N' TO WS-POST-SW
              ADD 1 TO WS-ZERO-COUNT
           END-IF.
           IF WS-POST-IT
              PERFORM H340-MARK-PENDING
           END-IF.
           IF WS-POST-IT
              PERFORM H310-POST-ONE-CONVERSION
           END-IF.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H305-END. EXIT.

       H310-POST-ONE-CONVERSION.
           SET WS-FUNC-TRANSFER TO TRUE.
           MOVE SRT-ID     TO WS-SUB-ID.
           MOVE WS-OLD-DVZ TO WS-SUB-DVZ.
           MOVE ZEROES     TO WS-SUB-RC.
           MOVE SPACES     TO WS-SUB-DATA.
           MOVE SRT-BALANCE TO WS-SUB-IN-AMOUNT.
           MOVE SRT-ID     TO WS-SUB-IN-TO-ID.
           MOVE WS-NEW-DVZ TO WS-SUB-IN-TO-DVZ.
      *Donusum banka kaynakli defter hareketidir: emekli kurdan cikisa
      *izin verir, uyku sayacini tazelemez.
           IF WS-AMOUNT-MOVED-O NUMERIC
              AND WS-AMOUNT-MOVED-O NOT = ZEROES
              ADD 1 TO WS-MOVED-COUNT
              ADD SRT-BALANCE TO WS-MOVED-OLD-AMT
              IF WS-AMOUNT-TO-O NUMERIC
                 ADD WS-AMOUNT-TO-O TO WS-MOVED-NEW-AMT
                 MOVE WS-AMOUNT-TO-O TO SCK-NEW-AMT
              END-IF
              MOVE SRT-BALANCE TO WS-BALANCE-EDIT
              DISPLAY 'CONVERTED ID: ' SRT-ID
                      ' AMOUNT: ' WS-BALANCE-EDIT
              SET SCK-POSTED TO TRUE
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'NOT CONVERTED, ID: ' SRT-ID
                      ' REASON: ' WS-EXPLANATION
              SET SCK-REJECTED TO TRUE
           END-IF.
           PERFORM H350-REWRITE-CHECKPOINT.
       H310-END. EXIT.

      *Sicilde bu emekli kur icin kayit var mi: 'D' ile bakiyesi sifir
      *hesap onceki kosuda tasinmistir; atlanir, tutari rapora katilir.
      *'P' transferin gonderilip cevabinin islenemedigi demektir;
      *bakiye sifirlanmissa transfer gecmistir, gonderme oncesiyle
      *ayniysa gecmemistir ve yeniden gonderilir, ikisi de degilse
      *hesap elle incelenmek uzere birakilir. 'D' olup yeniden bakiye
      *almis hesap (or. sonradan gelen iade) yeni bakiyesiyle tasinir.
       H330-CHECK-CHECKPOINT.
           MOVE 'Y' TO WS-POST-SW.
           MOVE 'N' TO WS-CKPT-FOUND-SW.
           MOVE SRT-ID     TO SCK-ID.
           MOVE WS-OLD-DVZ TO SCK-OLD-DVZ.
           READ CKPT-FILE KEY SCK-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY SET WS-CKPT-FOUND TO TRUE
           END-READ.
           IF WS-CKPT-FOUND AND SCK-NEW-DVZ = WS-NEW-DVZ
              IF SCK-PENDING
                 IF SRT-BALANCE = ZERO
                    SET SCK-POSTED TO TRUE
                    PERFORM H350-REWRITE-CHECKPOINT
                 ELSE
                    IF SRT-BALANCE NOT = SCK-OLD-AMT
                       MOVE 'N' TO WS-POST-SW
                       ADD 1 TO WS-INDOUBT-COUNT
                       DISPLAY 'CONVERSION IN DOUBT, CHECK AUDITFL, '
                               'ID: ' SRT-ID ' AMOUNT: ' SCK-OLD-AMT
                    END-IF
                 END-IF
              END-IF
              IF SCK-POSTED AND SRT-BALANCE = ZERO
                 MOVE 'N' TO WS-POST-SW
                 ADD 1 TO WS-EARLIER-COUNT
                 ADD SCK-OLD-AMT TO WS-MOVED-OLD-AMT
                 ADD SCK-NEW-AMT TO WS-MOVED-NEW-AMT
                 MOVE SCK-OLD-AMT TO WS-BALANCE-EDIT
                 DISPLAY 'CONVERTED EARLIER ID: ' SRT-ID
                         ' AMOUNT: ' WS-BALANCE-EDIT
              END-IF
           END-IF.
       H330-END. EXIT.

      *Transfer gitmeden once sicile 'P' yaziyorum; yazilamazsa
      *transfer gonderilmez, yoksa yeniden baslatmada ikinci kez
      *gecebilirdi.
       H340-MARK-PENDING.
           MOVE SRT-ID      TO SCK-ID.
           MOVE WS-OLD-DVZ  TO SCK-OLD-DVZ.
           MOVE WS-NEW-DVZ  TO SCK-NEW-DVZ.
           MOVE WS-TODAY    TO SCK-DATE.
           MOVE SRT-BALANCE TO SCK-OLD-AMT.
           MOVE ZEROES      TO SCK-NEW-AMT.
           SET SCK-PENDING TO TRUE.
           IF WS-CKPT-FOUND
              REWRITE SCK-REC
           ELSE
              WRITE SCK-REC
           END-IF.
           IF ST-SCK NOT = 0
              MOVE 'N' TO WS-POST-SW
              ADD 1 TO WS-CKPT-FAIL-COUNT
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'UNABLE TO WRITE SWPCKPT, NOT CONVERTED, ID: '
                      SRT-ID ' STATUS: ' ST-SCK
           END-IF.
       H340-END. EXIT.

      *Sonuc yazilamazsa kayit 'P' kalir; yeniden baslatmada sifir
      *bakiye transferin gectigini yine gosterir.
       H350-REWRITE-CHECKPOINT.
           REWRITE SCK-REC.
           IF ST-SCK NOT = 0
              ADD 1 TO WS-CKPT-FAIL-COUNT
              DISPLAY 'UNABLE TO REWRITE SWPCKPT, ID: ' SCK-ID
                      ' STATUS: ' ST-SCK
           END-IF.
       H350-END. EXIT.

       H900-SWEEP-REPORT.
           DISPLAY '===== CURRENCY CONVERSION SWEEP ====='.
           DISPLAY 'RUN DATE: ' WS-TODAY
           DISPLAY 'ZERO BALANCE (LEFT) : ' WS-ZERO-COUNT.
           DISPLAY 'CLOSED (LEFT)       : ' WS-CLOSED-COUNT.
           DISPLAY 'CONVERTED           : ' WS-MOVED-COUNT.
           DISPLAY 'CONVERTED EARLIER   : ' WS-EARLIER-COUNT.
           DISPLAY 'IN DOUBT            : ' WS-INDOUBT-COUNT.
           DISPLAY 'NOT CONVERTED       : ' WS-FAILED-COUNT.
           MOVE WS-MOVED-OLD-AMT TO WS-BALANCE-EDIT.
           DISPLAY 'MOVED OUT (OLD DVZ) : ' WS-BALANCE-EDIT.
