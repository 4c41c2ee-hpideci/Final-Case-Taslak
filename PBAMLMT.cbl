       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBAMLMT.
       AUTHOR HUSNU CAN PIDECI
      *Supheli islem (AML) vaka dosyasinin bakim programi. Uyum
      *biriminin CASETRAN dosyasina girdigi kapatma (C) ve yeniden
      *acma (O) hareketlerini AMLCASE'e uygular; kapatan kullanici,
      *tarih ve aciklama vakaya yazilir. Vakalari PBAMLRP acar; kayit
      *hicbir zaman silinmez. Her degisikligin once/sonra goruntusu
      *CASEAUDF'ye yazilir; duzen PBSTOMT'nin STOFILE bakimiyla
      *aynidir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE  ASSIGN AMLCASE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CASE-KEY
                             STATUS ST-CAS.
      *Bakim hareketleri: aksiyon, vaka anahtari, kullanici, not.
           SELECT TRAN-FILE  ASSIGN CASETRAN
                             STATUS ST-TRAN.
      *Vaka durum degisikliklerinin once/sonra izi.
           SELECT CASAUD-FILE ASSIGN CASEAUDF
                             STATUS ST-CSA.
       DATA DIVISION.
       FILE SECTION.
      *PBAMLRP'deki CASE-REC ile aynidir.
       FD  CASE-FILE.
         01  CASE-REC.
           05 CASE-KEY.
              10 CASE-ID           PIC 9(05).
              10 CASE-TIMESTAMP    PIC 9(16).
              10 CASE-TYPE         PIC X(01).
                 88 CASE-LARGE               VALUE 'L'.
                 88 CASE-STRUCTURING         VALUE 'S'.
                 88 CASE-RAPID               VALUE 'R'.
           05 CASE-DVZ             PIC 9(03).
           05 CASE-OPERATION       PIC X(04).
           05 CASE-AMOUNT          PIC S9(15).
           05 CASE-BASE-AMOUNT     PIC S9(15)V99.
           05 CASE-COUNT           PIC 9(03).
           05 CASE-LINK-TS         PIC 9(16).
           05 CASE-TREF            PIC X(12).
           05 CASE-NAME            PIC X(15).
           05 CASE-SURNAME         PIC X(15).
           05 CASE-PHONE           PIC X(12).
           05 CASE-OPEN-DATE       PIC 9(08).
           05 CASE-STATUS          PIC X(01).
              88 CASE-IS-OPEN               VALUE 'O'.
              88 CASE-IS-CLOSED             VALUE 'C'.
           05 CASE-CLOSE-DATE      PIC 9(08).
           05 CASE-CLOSE-USER      PIC X(08).
           05 CASE-NOTE            PIC X(30).

      *Bakim hareketi: anahtar PBAMLRP raporundaki vaka satirindan
      *alinir. Kapatmada kullanici zorunludur; yeniden acmada not
      *bos birakilirsa eski not korunur.
       FD  TRAN-FILE RECORDING MODE F.
         01  TRAN-REC.
           05 TRAN-ACTION       PIC X(01).
              88 TRAN-CLOSE               VALUE 'C'.
              88 TRAN-REOPEN              VALUE 'O'.
           05 TRAN-KEY.
              10 TRAN-ID        PIC 9(05).
              10 TRAN-TIMESTAMP PIC 9(16).
              10 TRAN-TYPE      PIC X(01).
           05 TRAN-USER         PIC X(08).
           05 TRAN-NOTE         PIC X(30).

       FD  CASAUD-FILE RECORDING MODE F.
         01  CASAUD-REC.
           05 CSA-ACTION        PIC X(01).
           05 CSA-KEY.
              10 CSA-ID         PIC 9(05).
              10 CSA-CASE-TS    PIC 9(16).
              10 CSA-TYPE       PIC X(01).
           05 CSA-TIMESTAMP     PIC 9(16).
           05 CSA-BEFORE-IMAGE.
              10 CSA-BEF-STATUS     PIC X(01).
              10 CSA-BEF-CLOSE-DATE PIC 9(08).
              10 CSA-BEF-CLOSE-USER PIC X(08).
              10 CSA-BEF-NOTE       PIC X(30).
           05 CSA-AFTER-IMAGE.
              10 CSA-AFT-STATUS     PIC X(01).
              10 CSA-AFT-CLOSE-DATE PIC 9(08).
              10 CSA-AFT-CLOSE-USER PIC X(08).
              10 CSA-AFT-NOTE       PIC X(30).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-CAS               PIC 9(02).
              88 CAS-SUCCESS                 VALUE 00 97.
           05 ST-TRAN              PIC 9(02).
              88 TRAN-EOF                    VALUE 10.
              88 TRAN-SUCCESS                VALUE 00 97.
           05 ST-CSA               PIC 9(02).
              88 CSA-SUCCESS                 VALUE 00 97.
           05 WS-TODAY              PIC 9(08).
           05 WS-APPLIED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.

         01  WS-AUDIT-DATE-TIME.
           05 WS-AUD-DATE           PIC 9(08).
           05 WS-AUD-TIME           PIC 9(08).

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
           PERFORM H200-PROCESS-TRAN UNTIL TRAN-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      *Vaka dosyasini PBAMLRP kurar; dosya yoksa kapatilacak vaka da
      *yoktur, bu bir acilis hatasidir.
       H100-OPEN-FILES.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           OPEN INPUT TRAN-FILE.
           IF (NOT TRAN-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CASETRAN: ' ST-TRAN
           MOVE ST-TRAN TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN I-O CASE-FILE.
           IF (NOT CAS-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AMLCASE: ' ST-CAS
           MOVE ST-CAS TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN EXTEND CASAUD-FILE.
           IF (NOT CSA-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CASEAUDF: ' ST-CSA
           MOVE ST-CSA TO RETURN-CODE
           STOP RUN
           END-IF.
           READ TRAN-FILE.
       H100-END. EXIT.

       H200-PROCESS-TRAN.
           EVALUATE TRUE
              WHEN TRAN-CLOSE
                 PERFORM H300-CLOSE-CASE
              WHEN TRAN-REOPEN
                 PERFORM H400-REOPEN-CASE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION: ' TRAN-ACTION
                         ' CASE: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           READ TRAN-FILE.
       H200-END. EXIT.

      *Kapatma: vaka acik olmali ve kapatan kullanici belli olmali;
      *kapanis tarihi bugundur.
       H300-CLOSE-CASE.
           IF TRAN-USER = SPACES
              DISPLAY 'CASE ' TRAN-KEY ': CLOSING USER MISSING.'
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE TRAN-KEY TO CASE-KEY
              READ CASE-FILE KEY CASE-KEY
                 INVALID KEY
                    DISPLAY 'CASE NOT FOUND: ' TRAN-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 NOT INVALID KEY
                    PERFORM H310-APPLY-CLOSE
              END-READ
           END-IF.
       H300-END. EXIT.

       H310-APPLY-CLOSE.
           IF CASE-IS-CLOSED
              DISPLAY 'CASE ALREADY CLOSED: ' TRAN-KEY
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM H610-SAVE-BEFORE-IMAGE
              MOVE 'C'       TO CASE-STATUS
              MOVE WS-TODAY  TO CASE-CLOSE-DATE
              MOVE TRAN-USER TO CASE-CLOSE-USER
              IF TRAN-NOTE NOT = SPACES
                 MOVE TRAN-NOTE TO CASE-NOTE
              END-IF
              PERFORM H500-REWRITE-CASE
           END-IF.
       H310-END. EXIT.

      *Yeniden acma: yanlis kapatilan vaka tekrar calisma listesine
      *doner; kapanis bilgisi silinir, iz CASEAUDF'de kalir.
       H400-REOPEN-CASE.
           MOVE TRAN-KEY TO CASE-KEY.
           READ CASE-FILE KEY CASE-KEY
              INVALID KEY
                 DISPLAY 'CASE NOT FOUND: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 PERFORM H410-APPLY-REOPEN
           END-READ.
       H400-END. EXIT.

       H410-APPLY-REOPEN.
           IF CASE-IS-OPEN
              DISPLAY 'CASE ALREADY OPEN: ' TRAN-KEY
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM H610-SAVE-BEFORE-IMAGE
              MOVE 'O'    TO CASE-STATUS
              MOVE ZEROES TO CASE-CLOSE-DATE
              MOVE SPACES TO CASE-CLOSE-USER
              IF TRAN-NOTE NOT = SPACES
                 MOVE TRAN-NOTE TO CASE-NOTE
              END-IF
              PERFORM H500-REWRITE-CASE
           END-IF.
       H410-END. EXIT.

       H500-REWRITE-CASE.
           REWRITE CASE-REC.
           IF ST-CAS = 0
              PERFORM H600-WRITE-AUDIT
              ADD 1 TO WS-APPLIED-COUNT
              DISPLAY 'CASE ' TRAN-KEY ' STATUS: ' CASE-STATUS
                      ' USER: ' TRAN-USER
           ELSE
              DISPLAY 'UNABLE TO REWRITE AMLCASE: ' ST-CAS
                      ' CASE: ' TRAN-KEY
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
       H500-END. EXIT.

      *Degisiklik izini zaman damgasiyla CASEAUDF'ye yaziyorum; sonra
      *goruntusu kaydin o anki halidir.
       H600-WRITE-AUDIT.
           MOVE TRAN-ACTION     TO CSA-ACTION.
           MOVE CASE-KEY        TO CSA-KEY.
           MOVE CASE-STATUS     TO CSA-AFT-STATUS.
           MOVE CASE-CLOSE-DATE TO CSA-AFT-CLOSE-DATE.
           MOVE CASE-CLOSE-USER TO CSA-AFT-CLOSE-USER.
           MOVE CASE-NOTE       TO CSA-AFT-NOTE.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE TO CSA-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME TO CSA-TIMESTAMP(9:8).
           WRITE CASAUD-REC.
       H600-END. EXIT.

       H610-SAVE-BEFORE-IMAGE.
           MOVE CASE-STATUS     TO CSA-BEF-STATUS.
           MOVE CASE-CLOSE-DATE TO CSA-BEF-CLOSE-DATE.
           MOVE CASE-CLOSE-USER TO CSA-BEF-CLOSE-USER.
           MOVE CASE-NOTE       TO CSA-BEF-NOTE.
       H610-END. EXIT.

       H999-PROGRAM-EXIT.
           DISPLAY 'MAINTENANCE APPLIED : ' WS-APPLIED-COUNT.
           DISPLAY 'MAINTENANCE ERRORS  : ' WS-ERROR-COUNT.
           CLOSE TRAN-FILE
           CLOSE CASE-FILE
           CLOSE CASAUD-FILE.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
