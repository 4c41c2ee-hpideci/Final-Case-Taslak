       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHLDEX.
       AUTHOR HUSNU CAN PIDECI
      *Gece calisan bloke sure sonu programi. HOLDFL'deki aktif
      *blokelerden bitis tarihi bugunden once olanlari 'E' (suresi
      *doldu) isaretler ve tek tek listeler. Kayit silinmez; kapanis
      *tarihiyle iz olarak kalir. PBEGHLD suresi gecmis blokeyi zaten
      *saymaz; bu adim dosyayi ve raporu gercekle ayni tutar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE  ASSIGN HOLDFL
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY HOLD-KEY
                             STATUS ST-HLD.
      *Ortak kosu sicili: baslarken 'S', biterken 'E' kaydi duser;
      *sabah raporu (PBRUNRP) geceyi buradan okur.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
                             STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
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

      *Kosu sicili kaydi; PBRUNRP'deki RUN-REC ile ayni yapidadir.
       FD  RUNLOG-FILE RECORDING MODE F.
         01  RUN-REC.
           05 RUN-PROGRAM       PIC X(08).
           05 RUN-TYPE          PIC X(01).
           05 RUN-DATE          PIC 9(08).
           05 RUN-TIME          PIC 9(08).
           05 RUN-PROCESSED     PIC 9(07).
           05 RUN-REJECTED      PIC 9(07).
           05 RUN-RC            PIC 9(02).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-HLD               PIC 9(02).
              88 HLD-SUCCESS                 VALUE 00 97.
              88 HLD-NO-FILE                 VALUE 35.
           05 WS-HLD-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-HLD-OPEN                 VALUE 'Y'.
           05 ST-RUN               PIC 9(02).
              88 RUN-SUCCESS                 VALUE 00 97.
           05 WS-TODAY              PIC 9(08).
           05 WS-DONE-SW            PIC X(01) VALUE 'N'.
              88 WS-DONE                     VALUE 'Y'.
           05 WS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
           05 WS-EXPIRED-COUNT      PIC 9(07) COMP VALUE ZERO.
      *Yeniden yazilamayan (REWRITE hatasi) kayit sayisi; sifirdan
      *farkliysa kosu temiz kodla bitemez.
           05 WS-FAILED-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-EXPIRED-AMOUNT     PIC S9(15) COMP-3 VALUE ZERO.
      *Raporda tutarin gercek isaretiyle gorunmesi icin.
         01  WS-AMOUNT-EDIT          PIC -(14)9.

      *Kosu siciline dusulecek kaydin hazirlandigi alan.
         01  WS-RUN-LOG-AREA.
           05 WS-RL-TYPE            PIC X(01).
           05 WS-RL-PROCESSED       PIC 9(07).
           05 WS-RL-REJECTED        PIC 9(07).
           05 WS-RL-RC              PIC 9(02).
           05 WS-RUN-LOG-DATE       PIC 9(08).
           05 WS-RUN-LOG-TIME       PIC 9(08).

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
           MOVE 'S' TO WS-RL-TYPE.
           MOVE ZEROES TO WS-RL-PROCESSED WS-RL-REJECTED WS-RL-RC.
           PERFORM H950-WRITE-RUN-LOG.
           PERFORM H100-OPEN-FILES.
           IF NOT WS-DONE
              DISPLAY '===== EXPIRED HOLDS ====='
              DISPLAY 'RUN DATE: ' WS-TODAY
              PERFORM H210-READ-NEXT
           END-IF.
           PERFORM H300-EXPIRE UNTIL WS-DONE.
           IF WS-HLD-OPEN
              CLOSE HOLD-FILE
           END-IF.
           MOVE WS-EXPIRED-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY 'HOLDS READ       : ' WS-READ-COUNT.
           DISPLAY 'HOLDS EXPIRED    : ' WS-EXPIRED-COUNT.
           DISPLAY 'EXPIRED AMOUNT   : ' WS-AMOUNT-EDIT.
           DISPLAY 'REWRITE FAILURES : ' WS-FAILED-COUNT.
      *Isaretlenemeyen bloke kaldiysa is tamamlanmamistir; kardes
      *bakim programlariyla (PBREFPRG/PBDORM) ayni kod.
           IF WS-FAILED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO WS-RL-TYPE.
           MOVE WS-READ-COUNT   TO WS-RL-PROCESSED.
           MOVE WS-FAILED-COUNT TO WS-RL-REJECTED.
           MOVE RETURN-CODE     TO WS-RL-RC.
           PERFORM H950-WRITE-RUN-LOG.
           STOP RUN.
       0000-END. EXIT.

      *Kosu siciline kayit dusuyorum; sicile yazilamamak kosuyu
      *durdurmaz, sadece bagirilir.
       H950-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-FILE.
           IF (NOT RUN-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RUN
           ELSE
              MOVE 'PBHLDEX' TO RUN-PROGRAM
              MOVE WS-RL-TYPE TO RUN-TYPE
              ACCEPT WS-RUN-LOG-DATE FROM DATE YYYYMMDD
              ACCEPT WS-RUN-LOG-TIME FROM TIME
              MOVE WS-RUN-LOG-DATE TO RUN-DATE
              MOVE WS-RUN-LOG-TIME TO RUN-TIME
              MOVE WS-RL-PROCESSED TO RUN-PROCESSED
              MOVE WS-RL-REJECTED  TO RUN-REJECTED
              MOVE WS-RL-RC        TO RUN-RC
              WRITE RUN-REC
              CLOSE RUNLOG-FILE
           END-IF.
       H950-END. EXIT.

      *Bloke dosyasi hic kurulmadiysa (henuz bloke konmamis) yapacak
      *is yoktur; bu hata degildir, kosu temiz biter.
       H100-OPEN-FILES.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           OPEN I-O HOLD-FILE.
           IF HLD-NO-FILE
              DISPLAY 'HOLDFL NOT FOUND, NO HOLDS TO EXPIRE.'
              SET WS-DONE TO TRUE
           ELSE
           IF (NOT HLD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HOLDFL: ' ST-HLD
           MOVE ST-HLD TO RETURN-CODE
           STOP RUN
           END-IF
           SET WS-HLD-OPEN TO TRUE
           END-IF.
       H100-END. EXIT.

       H210-READ-NEXT.
           READ HOLD-FILE NEXT
              AT END SET WS-DONE TO TRUE
           END-READ.
           IF NOT WS-DONE
              ADD 1 TO WS-READ-COUNT
           END-IF.
       H210-END. EXIT.

      *Bitis tarihi verilmis ve bugunden once kalmis aktif blokeyi
      *kapatip listeliyorum; bitis gunu dahil gecerli oldugu icin
      *bugun biten bloke yarin kapanir.
       H300-EXPIRE.
           IF HOLD-IS-ACTIVE
              AND HOLD-EXPIRY NOT = ZEROES
              AND HOLD-EXPIRY < WS-TODAY
              MOVE 'E'      TO HOLD-STATUS
              MOVE WS-TODAY TO HOLD-END-DATE
              REWRITE HOLD-REC
              IF ST-HLD = 0
                 ADD 1 TO WS-EXPIRED-COUNT
                 ADD HOLD-AMOUNT TO WS-EXPIRED-AMOUNT
                 MOVE HOLD-AMOUNT TO WS-AMOUNT-EDIT
                 DISPLAY 'ID: '      HOLD-ID
                         ' DVZ: '    HOLD-DVZ
                         ' HOLD: '   HOLD-NUM
                         ' REASON: ' HOLD-REASON
                         ' EXPIRY: ' HOLD-EXPIRY
                         ' AMOUNT: ' WS-AMOUNT-EDIT
              ELSE
                 DISPLAY 'UNABLE TO EXPIRE HOLD: ' HOLD-KEY
                         ' STATUS: ' ST-HLD
                 ADD 1 TO WS-FAILED-COUNT
              END-IF
           END-IF.
           PERFORM H210-READ-NEXT.
       H300-END. EXIT.
