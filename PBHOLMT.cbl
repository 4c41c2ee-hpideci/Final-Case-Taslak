       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBHOLMT.
       AUTHOR HUSNU CAN PIDECI
      *Tatil takvimi (HOLCAL) bakim programi. HOLTRAN dosyasindaki
      *ekleme (A), aciklama degisikligi (C) ve silme (D) hareketlerini
      *takvime uygular; her degisikligin once/sonra goruntusu
      *HOLAUDF'ye yazilir. Takvim kur bazindadir: kur 999 bankanin
      *tum kurlarda kapali oldugu genel tatildir, diger kodlar
      *DVZTAB'da tanimli olmalidir. Hafta sonlari takvime girilmez,
      *PBBDATE onlari zaten tatil sayar. Duzen PBDVZMT'nin DVZTAB
      *bakimiyla aynidir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOL-FILE   ASSIGN HOLCAL
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY HOL-KEY
                             STATUS ST-HOL.
      *Kur kodunun tanimli olup olmadigina bakilir.
           SELECT DVZ-FILE   ASSIGN DVZTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY DVZ-CODE
                             STATUS ST-DVZ.
      *Bakim hareketleri: aksiyon, kur, tarih ve aciklama.
           SELECT TRAN-FILE  ASSIGN HOLTRAN
                             STATUS ST-TRAN.
      *Takvim degisikliklerinin once/sonra izi.
           SELECT HOLAUD-FILE ASSIGN HOLAUDF
                             STATUS ST-HLA.
       DATA DIVISION.
       FILE SECTION.
      *PBBDATE'teki HOL-REC ile aynidir.
       FD  HOL-FILE.
         01  HOL-REC.
           05 HOL-KEY.
              10 HOL-DVZ           PIC 9(03).
              10 HOL-DATE          PIC 9(08).
           05 HOL-DESC             PIC X(30).

      *PBEGIDX'teki DVZ-REC ile ayni yapidadir.
       FD  DVZ-FILE.
         01  DVZ-REC.
           05 DVZ-CODE          PIC S9(03) COMP.
           05 DVZ-DESC          PIC X(20).
           05 DVZ-ACTIVE        PIC X(01).
           05 DVZ-RATE          PIC S9(07)V9(08) COMP-3.
           05 DVZ-INACT-DATE    PIC S9(08) COMP-3.

       FD  TRAN-FILE RECORDING MODE F.
         01  TRAN-REC.
           05 TRAN-ACTION       PIC X(01).
              88 TRAN-ADD                 VALUE 'A'.
              88 TRAN-CHANGE              VALUE 'C'.
              88 TRAN-DELETE              VALUE 'D'.
           05 TRAN-KEY.
              10 TRAN-DVZ       PIC 9(03).
              10 TRAN-DATE      PIC 9(08).
              10 TRAN-DATE-SPLIT REDEFINES TRAN-DATE.
                 15 TRAN-YEAR   PIC 9(04).
                 15 TRAN-MONTH  PIC 9(02).
                 15 TRAN-DAY    PIC 9(02).
           05 TRAN-DESC         PIC X(30).

       FD  HOLAUD-FILE RECORDING MODE F.
         01  HOLAUD-REC.
           05 HLA-ACTION        PIC X(01).
           05 HLA-KEY.
              10 HLA-DVZ        PIC 9(03).
              10 HLA-DATE       PIC 9(08).
           05 HLA-TIMESTAMP     PIC 9(16).
           05 HLA-BEF-DESC      PIC X(30).
           05 HLA-AFT-DESC      PIC X(30).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-HOL               PIC 9(02).
              88 HOL-SUCCESS                 VALUE 00 97.
              88 HOL-NO-FILE                 VALUE 35.
           05 ST-DVZ               PIC 9(02).
              88 DVZ-SUCCESS                 VALUE 00 97.
           05 ST-TRAN              PIC 9(02).
              88 TRAN-EOF                    VALUE 10.
              88 TRAN-SUCCESS                VALUE 00 97.
           05 ST-HLA               PIC 9(02).
              88 HLA-SUCCESS                 VALUE 00 97.
           05 WS-APPLIED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.
           05 WS-TRAN-OK-SW         PIC X(01).
              88 WS-TRAN-OK                  VALUE 'Y'.

         01  WS-AUDIT-DATE-TIME.
           05 WS-AUD-DATE           PIC 9(08).
           05 WS-AUD-TIME           PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-TRAN UNTIL TRAN-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT TRAN-FILE.
           IF (NOT TRAN-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HOLTRAN: ' ST-TRAN
           MOVE ST-TRAN TO RETURN-CODE
           STOP RUN
           END-IF.
      *Takvim ilk kurulusta henuz yok olabilir; bos yaratip I-O
      *modunda yeniden aciyorum.
           OPEN I-O HOL-FILE.
           IF HOL-NO-FILE
              OPEN OUTPUT HOL-FILE
              CLOSE HOL-FILE
              OPEN I-O HOL-FILE
           END-IF.
           IF (NOT HOL-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HOLCAL: ' ST-HOL
           MOVE ST-HOL TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DVZTAB: ' ST-DVZ
           MOVE ST-DVZ TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN EXTEND HOLAUD-FILE.
           IF (NOT HLA-SUCCESS)
           DISPLAY 'UNABLE TO OPEN HOLAUDF: ' ST-HLA
           MOVE ST-HLA TO RETURN-CODE
           STOP RUN
           END-IF.
           READ TRAN-FILE.
       H100-END. EXIT.

       H200-PROCESS-TRAN.
           PERFORM H210-VALIDATE-TRAN.
           IF NOT WS-TRAN-OK
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              EVALUATE TRUE
                 WHEN TRAN-ADD
                    PERFORM H300-ADD-HOLIDAY
                 WHEN TRAN-CHANGE
                    PERFORM H400-CHANGE-HOLIDAY
                 WHEN TRAN-DELETE
                    PERFORM H500-DELETE-HOLIDAY
                 WHEN OTHER
                    DISPLAY 'INVALID ACTION: ' TRAN-ACTION
                            ' HOLIDAY: ' TRAN-KEY
                    ADD 1 TO WS-ERROR-COUNT
              END-EVALUATE
           END-IF.
           READ TRAN-FILE.
       H200-END. EXIT.

      *Kur sayisal ve (999 degilse) DVZTAB'da tanimli, tarih gecerli
      *bir takvim gunu olmali.
       H210-VALIDATE-TRAN.
           MOVE 'Y' TO WS-TRAN-OK-SW.
           IF TRAN-DVZ NOT NUMERIC
              DISPLAY 'HOLIDAY ' TRAN-KEY ': CURRENCY NOT NUMERIC.'
              MOVE 'N' TO WS-TRAN-OK-SW
           ELSE
              IF TRAN-DVZ NOT = 999
                 MOVE TRAN-DVZ TO DVZ-CODE
                 READ DVZ-FILE KEY DVZ-CODE
                    INVALID KEY
                       DISPLAY 'HOLIDAY ' TRAN-KEY
                               ': CURRENCY NOT ON DVZTAB.'
                       MOVE 'N' TO WS-TRAN-OK-SW
                 END-READ
              END-IF
           END-IF.
           IF TRAN-DATE NOT NUMERIC
              OR TRAN-YEAR < 1900
              OR TRAN-MONTH < 1 OR TRAN-MONTH > 12
              OR TRAN-DAY < 1 OR TRAN-DAY > 31
              DISPLAY 'HOLIDAY ' TRAN-KEY ': INVALID DATE.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
       H210-END. EXIT.

      *Yeni tatil: once goruntusu bos, sonra goruntusu aciklamadir.
       H300-ADD-HOLIDAY.
           MOVE TRAN-KEY  TO HOL-KEY.
           MOVE TRAN-DESC TO HOL-DESC.
           WRITE HOL-REC
              INVALID KEY
                 DISPLAY 'HOLIDAY ALREADY EXISTS: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE SPACES TO HLA-BEF-DESC
                 PERFORM H600-WRITE-AUDIT
                 ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.
       H300-END. EXIT.

       H400-CHANGE-HOLIDAY.
           MOVE TRAN-KEY TO HOL-KEY.
           READ HOL-FILE KEY HOL-KEY
              INVALID KEY
                 DISPLAY 'HOLIDAY NOT FOUND: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE HOL-DESC  TO HLA-BEF-DESC
                 MOVE TRAN-DESC TO HOL-DESC
                 REWRITE HOL-REC
                 IF ST-HOL = 0
                    PERFORM H600-WRITE-AUDIT
                    ADD 1 TO WS-APPLIED-COUNT
                 ELSE
                    DISPLAY 'UNABLE TO REWRITE HOLCAL: ' ST-HOL
                            ' HOLIDAY: ' TRAN-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
           END-READ.
       H400-END. EXIT.

      *Silme: yanlis girilmis ya da iptal edilen tatil kaldirilir;
      *sonra goruntusu bostur.
       H500-DELETE-HOLIDAY.
           MOVE TRAN-KEY TO HOL-KEY.
           READ HOL-FILE KEY HOL-KEY
              INVALID KEY
                 DISPLAY 'HOLIDAY NOT FOUND: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE HOL-DESC TO HLA-BEF-DESC
                 DELETE HOL-FILE
                 IF ST-HOL = 0
                    MOVE SPACES TO HOL-DESC
                    PERFORM H600-WRITE-AUDIT
                    ADD 1 TO WS-APPLIED-COUNT
                 ELSE
                    DISPLAY 'UNABLE TO DELETE HOLCAL: ' ST-HOL
                            ' HOLIDAY: ' TRAN-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
           END-READ.
       H500-END. EXIT.

      *Degisiklik izini zaman damgasiyla HOLAUDF'ye yaziyorum.
       H600-WRITE-AUDIT.
           MOVE TRAN-ACTION TO HLA-ACTION.
           MOVE TRAN-KEY    TO HLA-KEY.
           MOVE HOL-DESC    TO HLA-AFT-DESC.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE TO HLA-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME TO HLA-TIMESTAMP(9:8).
           WRITE HOLAUD-REC.
       H600-END. EXIT.

       H999-PROGRAM-EXIT.
           DISPLAY 'MAINTENANCE APPLIED : ' WS-APPLIED-COUNT.
           DISPLAY 'MAINTENANCE ERRORS  : ' WS-ERROR-COUNT.
           CLOSE TRAN-FILE
           CLOSE HOL-FILE
           CLOSE DVZ-FILE
           CLOSE HOLAUD-FILE.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
