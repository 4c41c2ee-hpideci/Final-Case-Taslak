       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBBDROL.
       AUTHOR HUSNU CAN PIDECI
      *Gun sonu is gunu ilerletme (date roll) programi. Gecenin son
      *adimi olarak kosar: BDATECTL'deki gecerli is gunu onceki is
      *gunu olur, yeni gecerli is gunu bankanin genel takvimine (kur
      *999) gore bir sonraki is gunudur; hafta sonu ve tatiller
      *atlanir. Is gunu gercek takvimin onune gecmisse (ayni gece
      *ikinci kez kosulmus) ilerletme yapilmaz, kosu RC 8 ile biter.
      *Gece yarisindan sonra (ogleden once) kosan ilerletme bir onceki
      *gecenindir; o saatte is gunu takvim gunune esitse o gecenin
      *ilerletmesi zaten yapilmistir.
      *Ilk kurulusta ya da elle duzeltmede BDTPARM'a 'I' kaydi
      *verilir: gecerli (ve istege bagli onceki) is gunu oldugu gibi
      *yazilir, ilerletme yapilmaz.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *PBBDATE'in okudugu tek kayitlik is gunu kontrol dosyasi.
           SELECT BDC-FILE   ASSIGN BDATECTL
                             STATUS ST-BDC.
      *Istege bagli kurulus/duzeltme parametresi; yoksa normal
      *ilerletme yapilir.
           SELECT PARM-FILE  ASSIGN BDTPARM
                             STATUS ST-PARM.
      *Ortak kosu sicili: baslarken 'S', biterken 'E' kaydi duser;
      *sabah raporu (PBRUNRP) geceyi buradan okur.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
                             STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
      *PBBDATE'teki BDC-REC ile aynidir.
       FD  BDC-FILE RECORDING MODE F.
         01  BDC-REC.
           05 BDC-CURR-DATE        PIC 9(08).
           05 BDC-PREV-DATE        PIC 9(08).
           05 BDC-ROLL-DATE        PIC 9(08).
           05 BDC-ROLL-TIME        PIC 9(08).
           05 FILLER               PIC X(48).

       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           05 PARM-ACTION       PIC X(01).
              88 PARM-INITIALIZE          VALUE 'I'.
           05 PARM-CURR-DATE    PIC 9(08).
           05 PARM-PREV-DATE    PIC 9(08).

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
           05 ST-BDC               PIC 9(02).
              88 BDC-SUCCESS                 VALUE 00 97.
              88 BDC-NO-FILE                 VALUE 35.
           05 ST-PARM              PIC 9(02).
              88 PARM-SUCCESS                VALUE 00 97.
              88 PARM-NO-FILE                VALUE 35.
           05 ST-RUN               PIC 9(02).
              88 RUN-SUCCESS                 VALUE 00 97.
      *Gercek takvim tarihi ve saati; is gunuyle karsilastirilir ve
      *ilerletmenin izi olarak kontrol kaydina yazilir.
           05 WS-CLOCK-DATE         PIC 9(08).
           05 WS-CLOCK-TIME         PIC 9(08).
      *Bu saatten once baslayan kosu onceki gecenin kosusudur.
           05 WS-NIGHT-CUTOFF       PIC 9(08) VALUE 12000000.
           05 WS-OLD-CURR-DATE      PIC 9(08).
           05 WS-OLD-PREV-DATE      PIC 9(08).
           05 WS-INIT-SW            PIC X(01) VALUE 'N'.
              88 WS-INIT-REQUESTED           VALUE 'Y'.
      *Kontrol kaydi okunabildiyse uzerine yazilir, yoksa yeni yazilir.
           05 WS-REWRITE-SW         PIC X(01) VALUE 'N'.
              88 WS-REWRITE                  VALUE 'Y'.
           05 WS-ROLLED-COUNT       PIC 9(07) VALUE ZERO.

      *Is gunu alt programina (PBBDATE) giden alan.
         01  WS-BDT-AREA.
           05 WS-PBBDATE        PIC X(08) VALUE 'PBBDATE'.
           05 WS-BDT-CALL-AREA.
              10 WS-BDT-FUNC       PIC 9(01).
                 88 WS-BDT-CHECK             VALUE 2.
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

      *Kosu siciline dusulecek kaydin hazirlandigi alan.
         01  WS-RUN-LOG-AREA.
           05 WS-RL-TYPE            PIC X(01).
           05 WS-RL-PROCESSED       PIC 9(07).
           05 WS-RL-REJECTED        PIC 9(07).
           05 WS-RL-RC              PIC 9(02).
           05 WS-RUN-LOG-DATE       PIC 9(08).
           05 WS-RUN-LOG-TIME       PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'S' TO WS-RL-TYPE.
           MOVE ZEROES TO WS-RL-PROCESSED WS-RL-REJECTED WS-RL-RC.
           PERFORM H950-WRITE-RUN-LOG.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           PERFORM H100-GET-PARM.
           DISPLAY '===== BUSINESS DATE ROLL ====='.
           IF WS-INIT-REQUESTED
              PERFORM H200-INITIALIZE
           ELSE
              PERFORM H300-ROLL-DATE
           END-IF.
           SET WS-BDT-CLOSE TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           DISPLAY '=============================='.
           MOVE 'E' TO WS-RL-TYPE.
           MOVE WS-ROLLED-COUNT TO WS-RL-PROCESSED.
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
              MOVE 'PBBDROL' TO RUN-PROGRAM
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

      *Parametre dosyasi yoksa ya da bossa normal ilerletme yapilir.
      *'I' kaydinda gecerli is gunu dolu ve sayisal olmalidir.
       H100-GET-PARM.
           OPEN INPUT PARM-FILE.
           IF PARM-SUCCESS
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-INITIALIZE
                       SET WS-INIT-REQUESTED TO TRUE
                    END-IF
              END-READ
              CLOSE PARM-FILE
           ELSE
              IF (NOT PARM-NO-FILE)
              DISPLAY 'UNABLE TO OPEN BDTPARM: ' ST-PARM
              MOVE ST-PARM TO RETURN-CODE
              STOP RUN
              END-IF
           END-IF.
           IF WS-INIT-REQUESTED
              IF PARM-CURR-DATE NOT NUMERIC
                 OR PARM-CURR-DATE = ZEROES
                 OR PARM-PREV-DATE NOT NUMERIC
                 OR (PARM-PREV-DATE NOT = ZEROES
                     AND PARM-PREV-DATE NOT < PARM-CURR-DATE)
                 DISPLAY 'BDTPARM INITIALIZE DATES ARE INVALID.'
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H100-END. EXIT.

      *Kurulus/duzeltme: kontrol kaydi verilen tarihlerle (yeniden)
      *yazilir. Tatile denk gelen tarih reddedilmez, sadece uyarilir;
      *olaganustu calisma gunu boyle tanimlanir. Dosya yoksa ya da
      *bossa kayit yeni yazilir, varsa uzerine yazilir.
       H200-INITIALIZE.
           MOVE ZEROES TO WS-OLD-CURR-DATE WS-OLD-PREV-DATE.
           OPEN I-O BDC-FILE.
           IF BDC-SUCCESS
              READ BDC-FILE
              IF BDC-SUCCESS
                 SET WS-REWRITE TO TRUE
                 MOVE BDC-CURR-DATE TO WS-OLD-CURR-DATE
                 MOVE BDC-PREV-DATE TO WS-OLD-PREV-DATE
              ELSE
                 CLOSE BDC-FILE
                 OPEN OUTPUT BDC-FILE
              END-IF
           ELSE
              IF BDC-NO-FILE
                 OPEN OUTPUT BDC-FILE
              END-IF
           END-IF.
           IF (NOT BDC-SUCCESS)
           DISPLAY 'UNABLE TO OPEN BDATECTL: ' ST-BDC
           MOVE ST-BDC TO RETURN-CODE
           STOP RUN
           END-IF.
           SET WS-BDT-CHECK TO TRUE.
           MOVE 999            TO WS-BDT-DVZ.
           MOVE PARM-CURR-DATE TO WS-BDT-DATE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO CHECK BUSINESS DAY: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           IF WS-BDT-BUSINESS NOT = 'Y'
              DISPLAY 'WARNING: ' PARM-CURR-DATE
                      ' IS NOT A BANK BUSINESS DAY.'
           END-IF.
           MOVE SPACES         TO BDC-REC.
           MOVE PARM-CURR-DATE TO BDC-CURR-DATE.
           MOVE PARM-PREV-DATE TO BDC-PREV-DATE.
           MOVE WS-CLOCK-DATE  TO BDC-ROLL-DATE.
           MOVE WS-CLOCK-TIME  TO BDC-ROLL-TIME.
           IF WS-REWRITE
              REWRITE BDC-REC
           ELSE
              WRITE BDC-REC
           END-IF.
           IF (NOT BDC-SUCCESS)
              DISPLAY 'UNABLE TO WRITE BDATECTL: ' ST-BDC
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'BUSINESS DATE SET, OLD: ' WS-OLD-CURR-DATE
                      '  NEW: ' BDC-CURR-DATE
                      '  PREVIOUS: ' BDC-PREV-DATE
           END-IF.
           CLOSE BDC-FILE.
       H200-END. EXIT.

      *Normal ilerletme. Is gunu gercek takvim tarihini gecmisse bu
      *gece zaten ilerletilmistir; ikinci ilerletme bir is gununu
      *atlatacagi icin yapilmaz. Gece yarisini gecen kosuda takvim
      *bir gun ilerde oldugundan is gunu takvim gunune esitlik de
      *ilerletilmis sayilir.
       H300-ROLL-DATE.
           OPEN I-O BDC-FILE.
           IF (NOT BDC-SUCCESS)
           DISPLAY 'UNABLE TO OPEN BDATECTL: ' ST-BDC
           MOVE ST-BDC TO RETURN-CODE
           STOP RUN
           END-IF.
           READ BDC-FILE.
           IF (NOT BDC-SUCCESS)
              DISPLAY 'BDATECTL HAS NO BUSINESS DATE RECORD.'
              MOVE 99 TO RETURN-CODE
           ELSE
              IF BDC-CURR-DATE > WS-CLOCK-DATE
                 OR (BDC-CURR-DATE = WS-CLOCK-DATE
                     AND WS-CLOCK-TIME < WS-NIGHT-CUTOFF)
                 DISPLAY '*** BUSINESS DATE ' BDC-CURR-DATE
                         ' CALENDAR ' WS-CLOCK-DATE ' '
                         WS-CLOCK-TIME
                         ', ALREADY ROLLED TONIGHT. ***'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM H310-ADVANCE
              END-IF
           END-IF.
           CLOSE BDC-FILE.
       H300-END. EXIT.

       H310-ADVANCE.
           MOVE BDC-CURR-DATE TO WS-OLD-CURR-DATE.
           MOVE BDC-PREV-DATE TO WS-OLD-PREV-DATE.
           SET WS-BDT-AFTER TO TRUE.
           MOVE 999           TO WS-BDT-DVZ.
           MOVE BDC-CURR-DATE TO WS-BDT-DATE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
      *Takvim okunamadiysa sonraki is gunu belirsizdir; kayda
      *dokunmadan duruyorum.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET NEXT BUSINESS DAY: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE BDC-CURR-DATE TO BDC-PREV-DATE.
           MOVE WS-BDT-RESULT TO BDC-CURR-DATE.
           MOVE WS-CLOCK-DATE TO BDC-ROLL-DATE.
           MOVE WS-CLOCK-TIME TO BDC-ROLL-TIME.
           REWRITE BDC-REC.
           IF (NOT BDC-SUCCESS)
              DISPLAY 'UNABLE TO REWRITE BDATECTL: ' ST-BDC
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 1 TO WS-ROLLED-COUNT
              DISPLAY 'BUSINESS DATE ROLLED FROM ' WS-OLD-CURR-DATE
                      ' TO ' BDC-CURR-DATE
           END-IF.
       H310-END. EXIT.
