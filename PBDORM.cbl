      *basar. Uykudaki hesaptan para çekilmesini PBEGIDX engeller;
      *hesaba yatırma yapılınca yeniden aktifleşir. Rapor hem bu
      *koşuda uykuya alınan hem de zaten uykuda olan hesapları listeler.
      *Uykuya alma AUDITFL'ye 'DORM' kaydiyla izlenir ki gece bakiye
      *ispati (PBBALPR) durum alanini da yedekten kanitlayabilsin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
           SELECT AUDIT-FILE ASSIGN AUDITFL
                             STATUS ST-AUD.
      *Ortak kosu sicili: baslarken 'S', biterken 'E' kaydi duser;
      *sabah raporu (PBRUNRP) geceyi buradan okur.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
           05 IDX-STATUS        PIC X(01).
              88 IDX-IS-DORMANT           VALUE 'D'.

      *PBEGIDX'in yazdigi audit kaydiyla ayni yapidadir.
       FD  AUDIT-FILE RECORDING MODE F.
         01  AUDIT-REC.
           05 AUD-KEY.
              10 AUD-ID            PIC 9(05).
              10 AUD-DVZ           PIC 9(03).
           05 AUD-OPERATION        PIC X(04).
           05 AUD-TIMESTAMP        PIC 9(16).
           05 AUD-BEFORE-IMAGE.
              10 AUD-BEF-NAME      PIC X(15).
              10 AUD-BEF-SURNAME   PIC X(15).
              10 AUD-BEF-ODATE     PIC 9(07).
              10 AUD-BEF-BALANCE   PIC S9(15).
              10 AUD-BEF-LIMIT     PIC S9(15).
              10 AUD-BEF-LAST-ACT  PIC 9(08).
              10 AUD-BEF-STATUS    PIC X(01).
           05 AUD-AFTER-IMAGE.
              10 AUD-AFT-NAME      PIC X(15).
              10 AUD-AFT-SURNAME   PIC X(15).
              10 AUD-AFT-ODATE     PIC 9(07).
              10 AUD-AFT-BALANCE   PIC S9(15).
              10 AUD-AFT-LIMIT     PIC S9(15).
              10 AUD-AFT-LAST-ACT  PIC 9(08).
              10 AUD-AFT-STATUS    PIC X(01).
           05 AUD-TREF             PIC X(12).

      *Kosu sicili kaydi; PBRUNRP'deki RUN-REC ile aynı yapıdadır.
       FD  RUNLOG-FILE RECORDING MODE F.
         01  RUN-REC.
           05 WS-BALANCE-EDIT       PIC -(14)9.
           05 ST-RUN               PIC 9(02).
              88 RUN-SUCCESS                 VALUE 00 97.
           05 ST-AUD               PIC 9(02).
              88 AUD-SUCCESS                 VALUE 00 97.
           05 WS-AUD-DATE           PIC 9(08).
           05 WS-AUD-TIME           PIC 9(08).

      *Kosu siciline dusulecek kaydin hazirlandigi alan.
         01  WS-RUN-LOG-AREA.
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
       H950-END. EXIT.

       H100-OPEN-FILES.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
      *Son hareket tarihleri de is gunuyle yazildigindan 12 ay is
      *gunu takviminden sayilir; duvar saatiyle sayilsaydi uzun
      *tatil donusu hesaplar bir gun erken uykuya dusebilirdi.
           COMPUTE WS-CUTOFF-DATE = WS-TODAY - 10000.
           OPEN I-O IDX-FILE.
           IF (NOT IDX-SUCCESS)
           MOVE ST-IDX TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF (NOT AUD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AUDITFL: ' ST-AUD
           MOVE ST-AUD TO RETURN-CODE
           STOP RUN
           END-IF.
           PERFORM H210-READ-IDX.
       H100-END. EXIT.

       H200-END. EXIT.

       H300-MARK-DORMANT.
           PERFORM H310-SAVE-BEFORE-IMAGE.
           MOVE 'D' TO IDX-STATUS.
           REWRITE IDX-REC.
           IF ST-IDX = 0
              PERFORM H330-AUDIT-WRITE
              ADD 1 TO WS-MARKED-COUNT
              PERFORM H320-PRINT-ACCOUNT-LINE
           ELSE
           END-IF.
       H300-END. EXIT.

       H310-SAVE-BEFORE-IMAGE.
           MOVE IDX-ID       TO AUD-ID.
           MOVE IDX-DVZ      TO AUD-DVZ.
           MOVE 'DORM'       TO AUD-OPERATION.
           MOVE IDX-NAME     TO AUD-BEF-NAME.
           MOVE IDX-SURNAME  TO AUD-BEF-SURNAME.
           MOVE IDX-ODATE    TO AUD-BEF-ODATE.
           MOVE IDX-BALANCE  TO AUD-BEF-BALANCE.
           MOVE IDX-LIMIT    TO AUD-BEF-LIMIT.
           MOVE IDX-LAST-ACT TO AUD-BEF-LAST-ACT.
           MOVE IDX-STATUS   TO AUD-BEF-STATUS.
       H310-END. EXIT.

       H320-PRINT-ACCOUNT-LINE.
           MOVE IDX-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY 'ID: ' IDX-ID
                   ' STATUS: ' IDX-STATUS.
       H320-END. EXIT.

      *Uykuya alma basarili olunca sonra goruntusu yazilir; banka
      *kaynakli bir durum degisikligi oldugundan referans bostur.
       H330-AUDIT-WRITE.
           MOVE AUD-BEFORE-IMAGE TO AUD-AFTER-IMAGE.
           MOVE IDX-STATUS   TO AUD-AFT-STATUS.
           MOVE SPACES       TO AUD-TREF.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE  TO AUD-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME  TO AUD-TIMESTAMP(9:8).
           WRITE AUDIT-REC.
           IF (NOT AUD-SUCCESS)
              DISPLAY 'UNABLE TO WRITE AUDITFL, ID: ' IDX-ID
                      ' DVZ: ' IDX-DVZ ' STATUS: ' ST-AUD
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
       H330-END. EXIT.

       H900-CLOSE-AND-REPORT.
           CLOSE IDX-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY '----------------------------------'.
           DISPLAY 'ACCOUNTS SCANNED    : ' WS-SCANNED-COUNT.
           DISPLAY 'NEWLY MARKED DORMANT: ' WS-MARKED-COUNT.
