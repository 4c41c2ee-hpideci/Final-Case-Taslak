                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
           SELECT SORT-FILE  ASSIGN SORTWK.
       DATA DIVISION.
       FILE SECTION.
      *PBIDXUL'deki BKP-REC ile birebir aynı yapıdadır.
           05 IDX-LAST-ACT      PIC S9(08) COMP-3.
           05 IDX-STATUS        PIC X(01).

      *Kur bazinda dogrulama toplamlari icin her kaydin kuru ve
      *bakiyesi; PBIDXUL'deki SRT-REC ile aynidir.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-DVZ           PIC 9(03).
           05 SRT-BALANCE       PIC S9(15).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-BKP               PIC 9(02).
              88 BKP-SUCCESS                 VALUE 00 97.
           05 ST-IDX               PIC 9(02).
              88 IDX-SUCCESS                 VALUE 00 97.
      *Yazma hatasinda geri yukleme durdurulur; o ana kadarki
      *toplamlar yine basilir.
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 WS-DONE                     VALUE 'Y'.
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
      *SORT icinde yakalanan hata durumu; SORT bitince donus koduna
      *tasinir (SORT kendi sonuc kodunu RETURN-CODE'a yazar).
           05 WS-FAIL-RC           PIC 9(02) VALUE ZEROES.
           05 WS-RUN-DATE          PIC 9(08).
           05 WS-RELOADED-COUNT    PIC 9(07) COMP VALUE ZERO.

      *Kur bazında kayıt sayısı ve bakiye toplamı; PBIDXUL'un unload
      *raporuyla karşılaştırılacak kanıt değerleri. SORT cikisinda
      *kur kirildikca basilip sifirlanir.
         01  WS-TOTALS-AREA.
           05 WS-TT-DVZ            PIC 9(03).
           05 WS-TT-RECCOUNT       PIC 9(07) COMP.
           05 WS-TT-BALANCE        PIC S9(15) COMP-3.

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
           PERFORM H100-OPEN-FILES.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-DVZ
              INPUT PROCEDURE  H190-RELOAD-FILE THRU H190-END
              OUTPUT PROCEDURE H900-CLOSE-AND-REPORT THRU H900-END.
           IF WS-FAIL-RC NOT = ZEROES
              MOVE WS-FAIL-RC TO RETURN-CODE
           END-IF.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-RUN-DATE.
           OPEN INPUT BKP-FILE.
           IF (NOT BKP-SUCCESS)
           DISPLAY 'UNABLE TO OPEN BKPFILE: ' ST-BKP
           READ BKP-FILE.
       H100-END. EXIT.

      *SORT girisi: yedek sonuna (ya da yazma hatasina) kadar yukle.
       H190-RELOAD-FILE.
           PERFORM H200-RELOAD UNTIL BKP-EOF OR WS-DONE.
       H190-END. EXIT.

       H200-RELOAD.
           MOVE BKP-ID      TO IDX-ID.
           MOVE BKP-DVZ     TO IDX-DVZ.
           IF ST-IDX NOT = 0
              DISPLAY 'UNABLE TO WRITE IDX REC: ' ST-IDX
                      ' KEY: ' BKP-ID '/' BKP-DVZ
              MOVE ST-IDX TO WS-FAIL-RC
              SET WS-DONE TO TRUE
           ELSE
              ADD 1 TO WS-RELOADED-COUNT
              PERFORM H300-RELEASE-TOTALS
              READ BKP-FILE
           END-IF.
       H200-END. EXIT.

      *Kaydin kurunu ve bakiyesini dogrulama toplamlari icin SORT'a
      *birakiyorum.
       H300-RELEASE-TOTALS.
           MOVE BKP-DVZ     TO SRT-DVZ.
           MOVE BKP-BALANCE TO SRT-BALANCE.
           RELEASE SRT-REC.
       H300-END. EXIT.

      *SORT cikisi: kayitlar kur sirasiyla gelir, her kurun satiri
      *kur degisince basilir.
       H900-CLOSE-AND-REPORT.
           CLOSE BKP-FILE.
           CLOSE IDX-FILE.
           DISPLAY '===== IDXFILE RELOAD REPORT ====='.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE.
           DISPLAY 'RECORDS RELOADED : ' WS-RELOADED-COUNT.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H910-PRINT-TOTAL-ENTRY UNTIL WS-SORT-EOF.
           DISPLAY 'COMPARE WITH THE UNLOAD REPORT OF THE BACKUP.'.
           DISPLAY '================================='.
       H900-END. EXIT.

       H910-PRINT-TOTAL-ENTRY.
           MOVE SRT-DVZ TO WS-TT-DVZ.
           MOVE ZEROES  TO WS-TT-RECCOUNT WS-TT-BALANCE.
           PERFORM H920-ADD-TOTAL-ENTRY
              UNTIL WS-SORT-EOF OR SRT-DVZ NOT = WS-TT-DVZ.
           DISPLAY 'DVZ: '            WS-TT-DVZ
                   ' COUNT: '         WS-TT-RECCOUNT
                   ' TOTAL BALANCE: ' WS-TT-BALANCE.
       H910-END. EXIT.

       H920-ADD-TOTAL-ENTRY.
           ADD 1           TO WS-TT-RECCOUNT.
           ADD SRT-BALANCE TO WS-TT-BALANCE.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H920-END. EXIT.
