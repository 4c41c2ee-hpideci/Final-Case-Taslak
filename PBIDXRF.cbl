      *Tek kayitlik parametre dosyasi: yedegin zaman damgasi.
           SELECT PARM-FILE  ASSIGN RFPARM
                             STATUS ST-PARM.
           SELECT SORT-FILE  ASSIGN SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
              10 AUD-AFT-LIMIT     PIC S9(15).
              10 AUD-AFT-LAST-ACT  PIC 9(08).
              10 AUD-AFT-STATUS    PIC X(01).
           05 AUD-TREF             PIC X(12).

       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           05 PARM-BACKUP-TS    PIC 9(16).

      *Kur bazinda dogrulama toplamlari icin her kaydin kuru ve
      *bakiyesi; PBIDXUL'deki SRT-REC ile aynidir.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-DVZ           PIC 9(03).
           05 SRT-BALANCE       PIC S9(15).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX               PIC 9(02).
              88 PARM-SUCCESS                VALUE 00 97.
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 WS-DONE                     VALUE 'Y'.
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
           05 WS-RUN-DATE          PIC 9(08).
           05 WS-BACKUP-TS         PIC 9(16).
      *Uygulama sayaclari: yedekten eski (atlanan), uygulanan,
              88 WS-MATCH                    VALUE 'Y'.

      *Kur bazinda kayit sayisi ve bakiye toplami; PBIDXUL/PBIDXRL
      *raporlariyla karsilastirilacak kanit degerleri. SORT cikisinda
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
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-RUN-DATE.
           PERFORM H100-GET-PARM.
           PERFORM H150-OPEN-FILES.
           PERFORM H200-APPLY-AUDIT UNTIL AUD-EOF.
           CLOSE AUDIT-FILE.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-DVZ
              INPUT PROCEDURE  H800-VERIFY-TOTALS THRU H800-END
              OUTPUT PROCEDURE H900-CLOSE-AND-REPORT THRU H900-END.
      *Tutmayan ya da bulunamayan kayit varsa kurtarma eksiktir;
      *operasyon raporu incelemeden dosya kullanilmamalidir.
           IF WS-MISMATCH-COUNT > 0 OR WS-NOTFOUND-COUNT > 0
           END-IF.
       H610-END. EXIT.

      *Ileri sarma bitince dosyayi bastan tarayip (SORT girisi) her
      *kaydin kurunu ve bakiyesini dogrulama toplamlari icin SORT'a
      *birakiyorum.
       H800-VERIFY-TOTALS.
           MOVE ZEROES TO IDX-ID.
           MOVE ZEROES TO IDX-DVZ.
       H810-END. EXIT.

       H820-ACCUMULATE-ONE.
           MOVE IDX-DVZ     TO SRT-DVZ.
           MOVE IDX-BALANCE TO SRT-BALANCE.
           RELEASE SRT-REC.
           PERFORM H810-READ-IDX.
       H820-END. EXIT.

      *SORT cikisi: kayitlar kur sirasiyla gelir, her kurun satiri
      *kur degisince basilir.
       H900-CLOSE-AND-REPORT.
           CLOSE IDX-FILE.
           DISPLAY '===== IDXFILE ROLLFORWARD REPORT ====='.
           DISPLAY 'ENTRIES APPLIED  : ' WS-APPLIED-COUNT.
           DISPLAY 'IMAGE MISMATCHES : ' WS-MISMATCH-COUNT.
           DISPLAY 'RECORDS NOT FOUND: ' WS-NOTFOUND-COUNT.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H910-PRINT-TOTAL-ENTRY UNTIL WS-SORT-EOF.
           DISPLAY 'COMPARE WITH THE UNLOAD/RELOAD REPORTS.'.
           DISPLAY '======================================'.
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
