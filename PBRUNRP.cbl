      *sysout kirpintilarindan degil sicilden anlatir. Isaretlenen
      *durumlar: baslayip bitis kaydi dusmeyen program (kosu ortasi
      *abend), dun geceye ait PBIDXUL yedeginin yoklugu, supheli
      *parti koduyla (RC 8) biten PBFINAL, tutmayan (sifirdan farkli
      *kodla biten) gece bakiye ispati PBBALPR ve ayni ay icinde birden
      *fazla kosulmus PBMONTH (cifte faiz tehlikesi). Herhangi bir
      *isaret varsa kosu RC 8 ile biter ki nobetci sabah ilk ise
      *bununla baslasin.
              10 WS-MO-YYYYMM       PIC 9(06).
              10 WS-MO-RUNS         PIC 9(03) COMP.

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
      *Pencere onceki is gununden baslar: pazartesi sabahi rapor
      *cuma gecesinin kosularina bakar, bos pazar gecesine degil.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           MOVE WS-BDT-PREV-DATE TO WS-YESTERDAY.
           PERFORM H100-OPEN-RUNLOG.
           PERFORM H200-PROCESS-LOG UNTIL RUN-EOF.
           CLOSE RUNLOG-FILE.
              DISPLAY '*** PBFINAL ENDED SUSPECT (RC 8) ON '
                      RUN-DATE ' ' RUN-TIME ' ***'
           END-IF.
      *Gece bakiye ispati tutmadiysa (RC 8) ya da ispat hic
      *yapilamadiysa (RC 99) ana dosya kanitlanmamistir.
           IF RUN-PROGRAM = 'PBBALPR ' AND RUN-TYPE = 'E'
              AND RUN-RC NOT = ZERO
              AND RUN-DATE NOT < WS-YESTERDAY
              ADD 1 TO WS-FLAG-COUNT
              DISPLAY '*** BALANCE PROOF FAILED (RC ' RUN-RC ') ON '
                      RUN-DATE ' ' RUN-TIME ' ***'
           END-IF.
      *Ay sonu kosusunun ay basina bitis sayisi tutulur.
           IF RUN-PROGRAM = 'PBMONTH ' AND RUN-TYPE = 'E'
              MOVE RUN-DATE(1:6) TO WS-MO-WORK-YYYYMM
           END-IF.
       H410-END. EXIT.

       H900-HEALTH-REPORT.
           DISPLAY '===== SCHEDULE HEALTH REPORT ====='.
           DISPLAY 'RUN DATE: ' WS-TODAY
