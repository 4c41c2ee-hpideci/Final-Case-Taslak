      *uykudaki ('D') hesaplarin sayisi ve tutari, limitine POSPARM'da
      *verilen mesafeden daha yakin hesaplarin sayisi. Kapali ('C')
      *hesaplar yukumluluk toplamlarina katilmaz, ayrica sayilir.
      *Aktif (ve bozma bekleyen) vadeli mevduatlar TDFILE'dan okunup
      *kurun altinda ayri satirda basilir; toplam yukumluluk vadesiz
      *ve vadeli toplamlarin ikisini de icerir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             STATUS ST-IDX.
           SELECT DVZ-FILE   ASSIGN DVZTAB
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY DVZ-CODE
                             STATUS ST-DVZ.
      *Tek kayitlik parametre dosyasi: limite yakinlik esigi (hesap
      *kurunda mutlak tutar).
           SELECT PARM-FILE  ASSIGN POSPARM
                             STATUS ST-PARM.
           SELECT TD-FILE    ASSIGN TDFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY TD-KEY
                             STATUS ST-TD.
           SELECT SORT-FILE  ASSIGN SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
         01  PARM-REC.
           05 PARM-LIMIT-MARGIN PIC 9(15).

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
              88 TD-IS-LIABILITY          VALUE 'A' 'K'.
           05 TD-LAST-INTEREST  PIC S9(15).
           05 TD-CLOSE-DATE     PIC 9(08).

      *Pozisyona girecek hesaplar ve canli vadeli mevduatlar; kur
      *sirasiyla donup kur satirina kirilimla toplanir.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-DVZ           PIC 9(03).
      *A = vadesiz hesap, T = vadeli mevduat.
           05 SRT-KIND          PIC X(01).
              88 SRT-IS-ACCOUNT           VALUE 'A'.
           05 SRT-ID            PIC 9(05).
           05 SRT-NUM           PIC 9(05).
           05 SRT-BALANCE       PIC S9(15).
           05 SRT-LIMIT         PIC S9(15).
           05 SRT-STATUS        PIC X(01).
              88 SRT-IS-DORMANT           VALUE 'D'.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX               PIC 9(02).
              88 DVZ-SUCCESS                 VALUE 00 97.
           05 ST-PARM              PIC 9(02).
              88 PARM-SUCCESS                VALUE 00 97.
           05 ST-TD                PIC 9(02).
              88 TD-SUCCESS                  VALUE 00 97.
              88 TD-NO-FILE                  VALUE 35.
           05 WS-TD-DONE-SW        PIC X(01) VALUE 'N'.
              88 WS-TD-DONE                  VALUE 'Y'.
           05 WS-TD-SCANNED        PIC 9(07) COMP VALUE ZERO.
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 WS-DONE                     VALUE 'Y'.
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
           05 WS-RUN-DATE          PIC 9(08).
           05 WS-LIMIT-MARGIN      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-SCANNED-COUNT     PIC 9(07) COMP VALUE ZERO.
           05 WS-MARGIN-ROOM       PIC S9(15) COMP-3.
           05 WS-AMOUNT-EDIT       PIC -(14)9.

      *Kurun DVZTAB'dan okunan orani; kur kirildikca yeniden okunur.
         01  WS-RATE-AREA.
           05 WS-RT-FOUND-SW       PIC X(01) VALUE 'N'.
              88 WS-RT-IS-FOUND              VALUE 'Y'.
           05 WS-RT-RATE           PIC S9(07)V9(08) COMP-3.

      *Kur bazinda pozisyon satiri: hesap sayisi, toplam bakiye,
      *baz karsiligi, eksideki bakiyeler, uykudaki hesaplar ve
      *limitine yaklasan hesaplar. SORT cikisinda kur kirildikca
      *basilip sifirlanir.
         01  WS-POSITION-AREA.
           05 WS-PS-DVZ            PIC 9(03).
           05 WS-PS-RECCOUNT       PIC 9(07) COMP.
           05 WS-PS-BALANCE        PIC S9(15) COMP-3.
           05 WS-PS-BASE           PIC S9(15) COMP-3.
           05 WS-PS-OVERDRAWN      PIC S9(15) COMP-3.
           05 WS-PS-DORM-CNT       PIC 9(07) COMP.
           05 WS-PS-DORM-AMT       PIC S9(15) COMP-3.
           05 WS-PS-NEAR-CNT       PIC 9(07) COMP.
           05 WS-PS-TD-CNT         PIC 9(07) COMP.
           05 WS-PS-TD-AMT         PIC S9(15) COMP-3.
           05 WS-PS-TD-BASE        PIC S9(15) COMP-3.

      *Genel toplamlar (baz para).
         01  WS-GRAND-AREA.
           05 WS-GR-BASE           PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-GR-DEMAND-BASE    PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-GR-TD-BASE        PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-GR-TD-CNT         PIC 9(07) COMP VALUE ZERO.
           05 WS-GR-OVER-BASE      PIC S9(15) COMP-3 VALUE ZERO.
           05 WS-GR-DORM-CNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-GR-NEAR-CNT       PIC 9(07) COMP VALUE ZERO.

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
           MOVE WS-BDT-CURR-DATE TO WS-RUN-DATE.
           PERFORM H100-GET-PARM.
           PERFORM H150-OPEN-RATES.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-DVZ SRT-KIND SRT-ID SRT-NUM
              INPUT PROCEDURE  H190-SCAN-ALL THRU H190-END
              OUTPUT PROCEDURE H900-POSITION-REPORT THRU H900-END.
           CLOSE DVZ-FILE.
      *Kuru bulunamayan hesap kaldiysa rapor eksiktir.
           IF WS-NORATE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           CLOSE PARM-FILE.
       H100-END. EXIT.

      *Kur tablosu rapor boyunca acik kalir; her kurun orani o kurun
      *ilk kaydinda anahtarla okunur. Tablo bossa cevirecek kur yok.
       H150-OPEN-RATES.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DVZTAB: ' ST-DVZ
           READ DVZ-FILE NEXT
              AT END CONTINUE
           END-READ.
           IF DVZ-EOF
              DISPLAY 'DVZTAB IS EMPTY, NOTHING TO CONVERT WITH.'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
       H150-END. EXIT.

      *SORT girisi: once hesaplar, sonra vadeli mevduatlar.
       H190-SCAN-ALL.
           PERFORM H200-SCAN-ACCOUNTS.
           PERFORM H300-SCAN-TERM-DEPOSITS.
       H190-END. EXIT.

       H200-SCAN-ACCOUNTS.
           OPEN INPUT IDX-FILE.
           IF IDX-IS-CLOSED
              ADD 1 TO WS-CLOSED-COUNT
           ELSE
              PERFORM H230-RELEASE-ACCOUNT
           END-IF.
           PERFORM H210-READ-IDX.
       H220-END. EXIT.

       H230-RELEASE-ACCOUNT.
           MOVE IDX-DVZ     TO SRT-DVZ.
           MOVE 'A'         TO SRT-KIND.
           MOVE IDX-ID      TO SRT-ID.
           MOVE ZEROES      TO SRT-NUM.
           MOVE IDX-BALANCE TO SRT-BALANCE.
           MOVE IDX-LIMIT   TO SRT-LIMIT.
           MOVE IDX-STATUS  TO SRT-STATUS.
           RELEASE SRT-REC.
       H230-END. EXIT.

      *Vadeli mevduat dosyasi hic kurulmadiysa vadeli yukumluluk
      *yoktur; kapanmis, iptal edilmis ya da henuz acilmamis mevduat
      *bankanin borcu degildir.
       H300-SCAN-TERM-DEPOSITS.
           OPEN INPUT TD-FILE.
           IF TD-NO-FILE
              SET WS-TD-DONE TO TRUE
           ELSE
           IF (NOT TD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDFILE: ' ST-TD
           MOVE ST-TD TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM H310-READ-TD
           END-IF.
           PERFORM H320-TAKE-TERM-DEPOSIT UNTIL WS-TD-DONE.
           IF NOT TD-NO-FILE
              CLOSE TD-FILE
           END-IF.
       H300-END. EXIT.

       H310-READ-TD.
           READ TD-FILE NEXT
              AT END SET WS-TD-DONE TO TRUE
           END-READ.
       H310-END. EXIT.

       H320-TAKE-TERM-DEPOSIT.
           ADD 1 TO WS-TD-SCANNED.
           IF TD-IS-LIABILITY
              PERFORM H330-RELEASE-DEPOSIT
           END-IF.
           PERFORM H310-READ-TD.
       H320-END. EXIT.

       H330-RELEASE-DEPOSIT.
           MOVE TD-DVZ       TO SRT-DVZ.
           MOVE 'T'          TO SRT-KIND.
           MOVE TD-ID        TO SRT-ID.
           MOVE TD-NUM       TO SRT-NUM.
           MOVE TD-PRINCIPAL TO SRT-BALANCE.
           MOVE ZEROES       TO SRT-LIMIT.
           MOVE TD-STATUS    TO SRT-STATUS.
           RELEASE SRT-REC.
       H330-END. EXIT.

      *SORT cikisi: kayitlar kur sirasiyla gelir; kurun orani okunur,
      *kayitlar kur satirina islenir ve satir kur degisince basilir.
       H500-TAKE-ONE-DVZ.
           MOVE SRT-DVZ TO WS-PS-DVZ.
           MOVE ZEROES TO WS-PS-RECCOUNT WS-PS-BALANCE WS-PS-BASE
                          WS-PS-OVERDRAWN WS-PS-DORM-CNT WS-PS-DORM-AMT
                          WS-PS-NEAR-CNT WS-PS-TD-CNT WS-PS-TD-AMT
                          WS-PS-TD-BASE.
           PERFORM H510-FIND-RATE.
           PERFORM H520-TAKE-ONE-ENTRY
              UNTIL WS-SORT-EOF OR SRT-DVZ NOT = WS-PS-DVZ.
           IF WS-RT-IS-FOUND
              PERFORM H910-PRINT-POSITION-ENTRY
           END-IF.
       H500-END. EXIT.

      *Sifir kur karsiligi kullanilabilir oran degildir (PBDVZMT
      *oran girilmeyince sifir yazar, PBEGIDX transferde sifir kuru
      *reddeder); o kurun hesaplari sessizce sifir katki yapacagina
      *oransiz sayilip raporlanir.
       H510-FIND-RATE.
           MOVE 'N' TO WS-RT-FOUND-SW.
           MOVE WS-PS-DVZ TO DVZ-CODE.
           READ DVZ-FILE KEY DVZ-CODE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF DVZ-RATE NOT = ZERO
                    SET WS-RT-IS-FOUND TO TRUE
                    MOVE DVZ-RATE TO WS-RT-RATE
                 ELSE
                    DISPLAY 'ZERO RATE ON DVZTAB, SKIPPING DVZ: '
                            DVZ-CODE
                 END-IF
           END-READ.
       H510-END. EXIT.

      *Kaydi kurunun pozisyon satirina isliyorum; kurun orani yoksa
      *kayit baz toplama katilamaz ve ayrica sayilir.
       H520-TAKE-ONE-ENTRY.
           IF NOT WS-RT-IS-FOUND
              ADD 1 TO WS-NORATE-COUNT
              IF SRT-IS-ACCOUNT
                 DISPLAY 'NO RATE FOR DVZ: ' SRT-DVZ
                         ' ID: ' SRT-ID ', SKIPPED.'
              ELSE
                 DISPLAY 'NO RATE FOR DVZ: ' SRT-DVZ
                         ' TERM DEPOSIT: ' SRT-ID '/' SRT-NUM
                         ', SKIPPED.'
              END-IF
           ELSE
              IF SRT-IS-ACCOUNT
                 PERFORM H530-ACCUMULATE-ACCOUNT
              ELSE
                 PERFORM H540-ACCUMULATE-DEPOSIT
              END-IF
           END-IF.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H520-END. EXIT.

       H530-ACCUMULATE-ACCOUNT.
           ADD 1           TO WS-PS-RECCOUNT.
           ADD SRT-BALANCE TO WS-PS-BALANCE.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
              SRT-BALANCE * WS-RT-RATE.
           ADD WS-BASE-AMOUNT TO WS-PS-BASE.
           ADD WS-BASE-AMOUNT TO WS-GR-BASE.
           ADD WS-BASE-AMOUNT TO WS-GR-DEMAND-BASE.
           IF SRT-BALANCE < ZERO
              ADD SRT-BALANCE    TO WS-PS-OVERDRAWN
              ADD WS-BASE-AMOUNT TO WS-GR-OVER-BASE
           END-IF.
           IF SRT-IS-DORMANT
              ADD 1           TO WS-PS-DORM-CNT
              ADD SRT-BALANCE TO WS-PS-DORM-AMT
              ADD 1           TO WS-GR-DORM-CNT
           END-IF.
      *Limitine esik kadar yaklasan (ya da asan) hesap sayilir.
           COMPUTE WS-MARGIN-ROOM = SRT-BALANCE - SRT-LIMIT.
           IF WS-MARGIN-ROOM NOT > WS-LIMIT-MARGIN
              ADD 1 TO WS-PS-NEAR-CNT
              ADD 1 TO WS-GR-NEAR-CNT
           END-IF.
       H530-END. EXIT.

       H540-ACCUMULATE-DEPOSIT.
           ADD 1           TO WS-PS-TD-CNT.
           ADD SRT-BALANCE TO WS-PS-TD-AMT.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
              SRT-BALANCE * WS-RT-RATE.
           ADD WS-BASE-AMOUNT TO WS-PS-TD-BASE.
           ADD WS-BASE-AMOUNT TO WS-GR-TD-BASE.
           ADD WS-BASE-AMOUNT TO WS-GR-BASE.
           ADD 1              TO WS-GR-TD-CNT.
       H540-END. EXIT.

       H900-POSITION-REPORT.
           DISPLAY '===== BASE CURRENCY POSITION REPORT ====='.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
                   '  LIMIT MARGIN: ' WS-LIMIT-MARGIN.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H500-TAKE-ONE-DVZ UNTIL WS-SORT-EOF.
           DISPLAY '-----------------------------------------'.
           MOVE WS-GR-DEMAND-BASE TO WS-AMOUNT-EDIT.
           DISPLAY 'DEMAND DEPOSITS (BASE) : ' WS-AMOUNT-EDIT.
           MOVE WS-GR-TD-BASE TO WS-AMOUNT-EDIT.
           DISPLAY 'TERM DEPOSITS (BASE)   : ' WS-AMOUNT-EDIT.
           MOVE WS-GR-BASE TO WS-AMOUNT-EDIT.
           DISPLAY 'TOTAL LIABILITY (BASE) : ' WS-AMOUNT-EDIT.
           MOVE WS-GR-OVER-BASE TO WS-AMOUNT-EDIT.
           DISPLAY 'ACCOUNTS NEAR LIMIT    : ' WS-GR-NEAR-CNT.
           DISPLAY 'ACCOUNTS SCANNED       : ' WS-SCANNED-COUNT.
           DISPLAY 'CLOSED (EXCLUDED)      : ' WS-CLOSED-COUNT.
           DISPLAY 'TERM DEPOSITS LIVE     : ' WS-GR-TD-CNT.
           DISPLAY 'TERM DEPOSITS SCANNED  : ' WS-TD-SCANNED.
           DISPLAY 'NO RATE (EXCLUDED)     : ' WS-NORATE-COUNT.
           DISPLAY '========================================='.
       H900-END. EXIT.

       H910-PRINT-POSITION-ENTRY.
           DISPLAY 'DVZ: '        WS-PS-DVZ
                   ' COUNT: '     WS-PS-RECCOUNT
                   ' BALANCE: '   WS-PS-BALANCE
                   ' BASE: '      WS-PS-BASE.
           DISPLAY '     OVERDRAWN: ' WS-PS-OVERDRAWN
                   ' DORMANT: '      WS-PS-DORM-CNT
                   ' / '             WS-PS-DORM-AMT
                   ' NEAR LIMIT: '   WS-PS-NEAR-CNT.
           IF WS-PS-TD-CNT > 0
              DISPLAY '     TERM DEPOSITS: ' WS-PS-TD-CNT
                      ' PRINCIPAL: '   WS-PS-TD-AMT
                      ' BASE: '        WS-PS-TD-BASE
           END-IF.
       H910-END. EXIT.
