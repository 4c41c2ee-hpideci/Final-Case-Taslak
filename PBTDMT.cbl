       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBTDMT.
       AUTHOR HUSNU CAN PIDECI
      *Vadeli mevduat (term deposit) dosyasinin bakim programi.
      *TDTRAN dosyasindaki acilis (A), degisiklik (C), iptal (D) ve
      *vadesiz bozma (B) hareketlerini TDFILE'a uygular. Program para
      *hareket ettirmez: yeni mevduat 'P' (acilis bekliyor) olarak
      *yazilir, fonlayan hesabin borclanmasi, vade sonu faiz/odeme/
      *yenileme ve bozma odemesi gunluk PBTDRL kosusunda PBEGIDX
      *uzerinden yapilir. Her degisikligin once/sonra goruntusu
      *TDAUDF'ye yazilir; duzen PBSTOMT'nin STOFILE bakimiyla aynidir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-FILE    ASSIGN TDFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY TD-KEY
                             STATUS ST-TD.
      *Bakim hareketleri: aksiyon, musteri + mevduat numarasi ve yeni
      *degerler.
           SELECT TRAN-FILE  ASSIGN TDTRAN
                             STATUS ST-TRAN.
      *Mevduat degisikliklerinin once/sonra izi.
           SELECT TDAUD-FILE ASSIGN TDAUDF
                             STATUS ST-TDA.
       DATA DIVISION.
       FILE SECTION.
      *Vadeli mevduat: musteri (TD-ID) + mevduat numarasi anahtar;
      *kur, anapara, yillik faiz ve bozma faizi orani (yuzde), acilis
      *ve vade tarihi, gun olarak vade (acilista hesaplanir), fonlayan
      *hesap (ayni kurda TD-FUND-ID) ve vade sonu talimati:
      *P = anapara + faiz hesaba, R = anapara yenilenir faiz hesaba,
      *T = anapara + faiz birlikte yenilenir.
      *Durum: P = acilis bekliyor, A = aktif, K = bozma istendi,
      *M = vadesinde kapandi, B = bozuldu, N = iptal, F = acilis
      *borclanamadi. PBTDRL'deki TD-REC ile aynidir.
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
              88 TD-INSTR-VALID           VALUE 'P' 'R' 'T'.
           05 TD-STATUS         PIC X(01).
              88 TD-IS-PENDING            VALUE 'P'.
              88 TD-IS-ACTIVE             VALUE 'A'.
              88 TD-IS-FAILED             VALUE 'F'.
           05 TD-LAST-INTEREST  PIC S9(15).
           05 TD-CLOSE-DATE     PIC 9(08).

      *Bakim hareketi: bos/sifir birakilan alanlar degisiklikte (C)
      *korunur; iptal (D) ve bozmada (B) sadece anahtar gerekir.
       FD  TRAN-FILE RECORDING MODE F.
         01  TRAN-REC.
           05 TRAN-ACTION       PIC X(01).
              88 TRAN-ADD                 VALUE 'A'.
              88 TRAN-CHANGE              VALUE 'C'.
              88 TRAN-CANCEL              VALUE 'D'.
              88 TRAN-BREAK               VALUE 'B'.
           05 TRAN-KEY.
              10 TRAN-ID        PIC 9(05).
              10 TRAN-NUM       PIC 9(05).
           05 TRAN-DVZ          PIC 9(03).
           05 TRAN-PRINCIPAL    PIC 9(15).
           05 TRAN-RATE         PIC 9(03)V9(04).
           05 TRAN-PEN-RATE     PIC 9(03)V9(04).
           05 TRAN-START        PIC 9(08).
           05 TRAN-MATURITY     PIC 9(08).
           05 TRAN-FUND-ID      PIC 9(05).
           05 TRAN-INSTR        PIC X(01).

       FD  TDAUD-FILE RECORDING MODE F.
         01  TDAUD-REC.
           05 TDA-ACTION        PIC X(01).
           05 TDA-KEY.
              10 TDA-ID         PIC 9(05).
              10 TDA-NUM        PIC 9(05).
           05 TDA-TIMESTAMP     PIC 9(16).
           05 TDA-BEFORE-IMAGE.
              10 TDA-BEF-DVZ       PIC 9(03).
              10 TDA-BEF-PRINCIPAL PIC S9(15).
              10 TDA-BEF-RATE      PIC 9(03)V9(04).
              10 TDA-BEF-PEN-RATE  PIC 9(03)V9(04).
              10 TDA-BEF-START     PIC 9(08).
              10 TDA-BEF-MATURITY  PIC 9(08).
              10 TDA-BEF-FUND-ID   PIC 9(05).
              10 TDA-BEF-INSTR     PIC X(01).
              10 TDA-BEF-STATUS    PIC X(01).
           05 TDA-AFTER-IMAGE.
              10 TDA-AFT-DVZ       PIC 9(03).
              10 TDA-AFT-PRINCIPAL PIC S9(15).
              10 TDA-AFT-RATE      PIC 9(03)V9(04).
              10 TDA-AFT-PEN-RATE  PIC 9(03)V9(04).
              10 TDA-AFT-START     PIC 9(08).
              10 TDA-AFT-MATURITY  PIC 9(08).
              10 TDA-AFT-FUND-ID   PIC 9(05).
              10 TDA-AFT-INSTR     PIC X(01).
              10 TDA-AFT-STATUS    PIC X(01).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-TD                PIC 9(02).
              88 TD-SUCCESS                  VALUE 00 97.
              88 TD-NO-FILE                  VALUE 35.
           05 ST-TRAN              PIC 9(02).
              88 TRAN-EOF                    VALUE 10.
              88 TRAN-SUCCESS                VALUE 00 97.
           05 ST-TDA               PIC 9(02).
              88 TDA-SUCCESS                 VALUE 00 97.
           05 WS-TODAY              PIC 9(08).
           05 WS-APPLIED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.
      *Yeni/degisen mevduatin alan dogrulamasinin sonucu.
           05 WS-TRAN-OK-SW         PIC X(01).
              88 WS-TRAN-OK                  VALUE 'Y'.
      *Aktif mevduatta talimat disinda bir alan degistirilmek
      *isteniyor mu.
           05 WS-TERMS-GIVEN-SW     PIC X(01).
              88 WS-TERMS-GIVEN              VALUE 'Y'.

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
           DISPLAY 'UNABLE TO OPEN TDTRAN: ' ST-TRAN
           MOVE ST-TRAN TO RETURN-CODE
           STOP RUN
           END-IF.
      *Mevduat dosyasi ilk kurulusta henuz yok olabilir; bos yaratip
      *I-O modunda yeniden aciyorum.
           OPEN I-O TD-FILE.
           IF TD-NO-FILE
              OPEN OUTPUT TD-FILE
              CLOSE TD-FILE
              OPEN I-O TD-FILE
           END-IF.
           IF (NOT TD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDFILE: ' ST-TD
           MOVE ST-TD TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN EXTEND TDAUD-FILE.
           IF (NOT TDA-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDAUDF: ' ST-TDA
           MOVE ST-TDA TO RETURN-CODE
           STOP RUN
           END-IF.
           READ TRAN-FILE.
       H100-END. EXIT.

       H200-PROCESS-TRAN.
           EVALUATE TRUE
              WHEN TRAN-ADD
                 PERFORM H300-ADD-DEPOSIT
              WHEN TRAN-CHANGE
                 PERFORM H400-CHANGE-DEPOSIT
              WHEN TRAN-CANCEL
                 PERFORM H500-CANCEL-DEPOSIT
              WHEN TRAN-BREAK
                 PERFORM H550-BREAK-DEPOSIT
              WHEN OTHER
                 DISPLAY 'INVALID ACTION: ' TRAN-ACTION
                         ' DEPOSIT: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           READ TRAN-FILE.
       H200-END. EXIT.

      *Yeni mevduatin zorunlu alanlarini kontrol ediyorum: musteri,
      *kur ve fonlayan hesap dolu, anapara ve faiz sifirdan buyuk,
      *bozma faizi akdi faizi asmiyor, vade acilistan sonra ve
      *talimat taninan bir kod olmali.
       H210-VALIDATE-TRAN.
           MOVE 'Y' TO WS-TRAN-OK-SW.
           IF TRAN-ID NOT NUMERIC OR TRAN-ID = ZEROES
              OR TRAN-NUM NOT NUMERIC OR TRAN-NUM = ZEROES
              DISPLAY 'DEPOSIT ' TRAN-KEY ': KEY MISSING.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF TRAN-DVZ NOT NUMERIC
              DISPLAY 'DEPOSIT ' TRAN-KEY ': CURRENCY NOT NUMERIC.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF TRAN-FUND-ID NOT NUMERIC OR TRAN-FUND-ID = ZEROES
              DISPLAY 'DEPOSIT ' TRAN-KEY ': FUNDING ACCOUNT MISSING.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF TRAN-PRINCIPAL NOT NUMERIC OR TRAN-PRINCIPAL = ZEROES
              DISPLAY 'DEPOSIT ' TRAN-KEY ': PRINCIPAL MISSING.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF TRAN-RATE NOT NUMERIC OR TRAN-RATE = ZEROES
              DISPLAY 'DEPOSIT ' TRAN-KEY ': RATE MISSING.'
              MOVE 'N' TO WS-TRAN-OK-SW
           ELSE
              IF TRAN-PEN-RATE NOT NUMERIC
                 OR TRAN-PEN-RATE > TRAN-RATE
                 DISPLAY 'DEPOSIT ' TRAN-KEY
                         ': INVALID PENALTY RATE.'
                 MOVE 'N' TO WS-TRAN-OK-SW
              END-IF
           END-IF.
           IF TRAN-START NOT NUMERIC OR TRAN-START = ZEROES
              OR TRAN-MATURITY NOT NUMERIC
              OR TRAN-MATURITY NOT > TRAN-START
              DISPLAY 'DEPOSIT ' TRAN-KEY ': INVALID TERM DATES.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF TRAN-INSTR NOT = 'P' AND TRAN-INSTR NOT = 'R'
              AND TRAN-INSTR NOT = 'T'
              DISPLAY 'DEPOSIT ' TRAN-KEY ': INVALID INSTRUCTION: '
                      TRAN-INSTR
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
       H210-END. EXIT.

      *Yeni mevduat: once goruntusu bos, sonra goruntusu girilen
      *degerlerdir; mevduat acilis bekliyor olarak yazilir.
       H300-ADD-DEPOSIT.
           PERFORM H210-VALIDATE-TRAN.
           IF NOT WS-TRAN-OK
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE TRAN-KEY       TO TD-KEY
              MOVE TRAN-DVZ       TO TD-DVZ
              MOVE TRAN-PRINCIPAL TO TD-PRINCIPAL
              MOVE TRAN-RATE      TO TD-RATE
              MOVE TRAN-PEN-RATE  TO TD-PEN-RATE
              MOVE TRAN-START     TO TD-START
              MOVE TRAN-MATURITY  TO TD-MATURITY
              MOVE TRAN-FUND-ID   TO TD-FUND-ID
              MOVE TRAN-INSTR     TO TD-INSTR
              MOVE ZEROES TO TD-TERM-DAYS TD-LAST-INTEREST
              MOVE ZEROES TO TD-CLOSE-DATE
              MOVE 'P' TO TD-STATUS
              WRITE TD-REC
                 INVALID KEY
                    DISPLAY 'DEPOSIT ALREADY EXISTS: ' TRAN-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 NOT INVALID KEY
                    MOVE ZEROES TO TDA-BEF-DVZ TDA-BEF-PRINCIPAL
                    MOVE ZEROES TO TDA-BEF-RATE TDA-BEF-PEN-RATE
                    MOVE ZEROES TO TDA-BEF-START TDA-BEF-MATURITY
                    MOVE ZEROES TO TDA-BEF-FUND-ID
                    MOVE SPACE  TO TDA-BEF-INSTR TDA-BEF-STATUS
                    PERFORM H600-WRITE-AUDIT
                    ADD 1 TO WS-APPLIED-COUNT
              END-WRITE
           END-IF.
       H300-END. EXIT.

      *Degisiklik: bos/sifir gelen alan korunur, dolu gelen alan
      *yazilir. Talimat her zaman degisebilir; kosullar (anapara,
      *faiz, tarihler, fon hesabi) ancak mevduat henuz acilmadiysa.
      *Acilisi borclanamamis (F) mevduat degisiklikle yeniden
      *acilis sirasina girer.
       H400-CHANGE-DEPOSIT.
           MOVE TRAN-KEY TO TD-KEY.
           READ TD-FILE KEY TD-KEY
              INVALID KEY
                 DISPLAY 'DEPOSIT NOT FOUND: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 PERFORM H410-APPLY-CHANGE
           END-READ.
       H400-END. EXIT.

       H410-APPLY-CHANGE.
           MOVE 'N' TO WS-TERMS-GIVEN-SW.
           IF (TRAN-DVZ NUMERIC AND TRAN-DVZ NOT = ZEROES)
              OR (TRAN-PRINCIPAL NUMERIC
                  AND TRAN-PRINCIPAL NOT = ZEROES)
              OR (TRAN-RATE NUMERIC AND TRAN-RATE NOT = ZEROES)
              OR (TRAN-PEN-RATE NUMERIC
                  AND TRAN-PEN-RATE NOT = ZEROES)
              OR (TRAN-START NUMERIC AND TRAN-START NOT = ZEROES)
              OR (TRAN-MATURITY NUMERIC
                  AND TRAN-MATURITY NOT = ZEROES)
              OR (TRAN-FUND-ID NUMERIC AND TRAN-FUND-ID NOT = ZEROES)
              SET WS-TERMS-GIVEN TO TRUE
           END-IF.
           IF NOT TD-IS-PENDING AND NOT TD-IS-FAILED
              AND (WS-TERMS-GIVEN OR NOT TD-IS-ACTIVE)
              DISPLAY 'DEPOSIT ' TRAN-KEY ': STATUS ' TD-STATUS
                      ', ONLY INSTRUCTION OF ACTIVE DEPOSIT CAN '
                      'CHANGE.'
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM H610-SAVE-BEFORE-IMAGE
              PERFORM H420-MOVE-CHANGES
              IF TD-PEN-RATE > TD-RATE
                 OR TD-MATURITY NOT > TD-START
                 DISPLAY 'DEPOSIT ' TRAN-KEY
                         ': CHANGED TERMS ARE INCONSISTENT.'
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 IF TD-IS-FAILED
                    MOVE 'P' TO TD-STATUS
                 END-IF
                 REWRITE TD-REC
                 IF ST-TD = 0
                    PERFORM H600-WRITE-AUDIT
                    ADD 1 TO WS-APPLIED-COUNT
                 ELSE
                    DISPLAY 'UNABLE TO REWRITE TDFILE: ' ST-TD
                            ' DEPOSIT: ' TRAN-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
              END-IF
           END-IF.
       H410-END. EXIT.

       H420-MOVE-CHANGES.
           IF TRAN-DVZ NUMERIC AND TRAN-DVZ NOT = ZEROES
              MOVE TRAN-DVZ TO TD-DVZ
           END-IF.
           IF TRAN-PRINCIPAL NUMERIC AND TRAN-PRINCIPAL NOT = ZEROES
              MOVE TRAN-PRINCIPAL TO TD-PRINCIPAL
           END-IF.
           IF TRAN-RATE NUMERIC AND TRAN-RATE NOT = ZEROES
              MOVE TRAN-RATE TO TD-RATE
           END-IF.
           IF TRAN-PEN-RATE NUMERIC AND TRAN-PEN-RATE NOT = ZEROES
              MOVE TRAN-PEN-RATE TO TD-PEN-RATE
           END-IF.
           IF TRAN-START NUMERIC AND TRAN-START NOT = ZEROES
              MOVE TRAN-START TO TD-START
           END-IF.
           IF TRAN-MATURITY NUMERIC AND TRAN-MATURITY NOT = ZEROES
              MOVE TRAN-MATURITY TO TD-MATURITY
           END-IF.
           IF TRAN-FUND-ID NUMERIC AND TRAN-FUND-ID NOT = ZEROES
              MOVE TRAN-FUND-ID TO TD-FUND-ID
           END-IF.
           IF TRAN-INSTR = 'P' OR TRAN-INSTR = 'R' OR TRAN-INSTR = 'T'
              MOVE TRAN-INSTR TO TD-INSTR
           END-IF.
       H420-END. EXIT.

      *Iptal: sadece henuz acilmamis (ya da acilisi borclanamamis)
      *mevduat iptal edilir; kayit silinmez, durumu 'N' yapilir.
      *Acilmis mevduattan para ancak bozma (B) ile cikar.
       H500-CANCEL-DEPOSIT.
           MOVE TRAN-KEY TO TD-KEY.
           READ TD-FILE KEY TD-KEY
              INVALID KEY
                 DISPLAY 'DEPOSIT NOT FOUND: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 IF TD-IS-PENDING OR TD-IS-FAILED
                    PERFORM H610-SAVE-BEFORE-IMAGE
                    MOVE 'N'      TO TD-STATUS
                    MOVE WS-TODAY TO TD-CLOSE-DATE
                    PERFORM H520-REWRITE-STATUS
                 ELSE
                    DISPLAY 'DEPOSIT ' TRAN-KEY ': STATUS '
                            TD-STATUS ', CANNOT CANCEL.'
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
           END-READ.
       H500-END. EXIT.

       H520-REWRITE-STATUS.
           REWRITE TD-REC.
           IF ST-TD = 0
              PERFORM H600-WRITE-AUDIT
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              DISPLAY 'UNABLE TO REWRITE TDFILE: ' ST-TD
                      ' DEPOSIT: ' TRAN-KEY
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
       H520-END. EXIT.

      *Vadesiz bozma talebi: aktif mevduat 'K' isaretlenir; anapara
      *ve bozma faizi bu gecenin PBTDRL kosusunda fon hesabina odenir.
       H550-BREAK-DEPOSIT.
           MOVE TRAN-KEY TO TD-KEY.
           READ TD-FILE KEY TD-KEY
              INVALID KEY
                 DISPLAY 'DEPOSIT NOT FOUND: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 IF TD-IS-ACTIVE
                    PERFORM H610-SAVE-BEFORE-IMAGE
                    MOVE 'K' TO TD-STATUS
                    PERFORM H520-REWRITE-STATUS
                 ELSE
                    DISPLAY 'DEPOSIT ' TRAN-KEY ': STATUS '
                            TD-STATUS ', CANNOT BREAK.'
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
           END-READ.
       H550-END. EXIT.

      *Degisiklik izini zaman damgasiyla TDAUDF'ye yaziyorum; sonra
      *goruntusu kaydin o anki halidir.
       H600-WRITE-AUDIT.
           MOVE TRAN-ACTION  TO TDA-ACTION.
           MOVE TD-KEY       TO TDA-KEY.
           MOVE TD-DVZ       TO TDA-AFT-DVZ.
           MOVE TD-PRINCIPAL TO TDA-AFT-PRINCIPAL.
           MOVE TD-RATE      TO TDA-AFT-RATE.
           MOVE TD-PEN-RATE  TO TDA-AFT-PEN-RATE.
           MOVE TD-START     TO TDA-AFT-START.
           MOVE TD-MATURITY  TO TDA-AFT-MATURITY.
           MOVE TD-FUND-ID   TO TDA-AFT-FUND-ID.
           MOVE TD-INSTR     TO TDA-AFT-INSTR.
           MOVE TD-STATUS    TO TDA-AFT-STATUS.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE TO TDA-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME TO TDA-TIMESTAMP(9:8).
           WRITE TDAUD-REC.
       H600-END. EXIT.

       H610-SAVE-BEFORE-IMAGE.
           MOVE TD-DVZ       TO TDA-BEF-DVZ.
           MOVE TD-PRINCIPAL TO TDA-BEF-PRINCIPAL.
           MOVE TD-RATE      TO TDA-BEF-RATE.
           MOVE TD-PEN-RATE  TO TDA-BEF-PEN-RATE.
           MOVE TD-START     TO TDA-BEF-START.
           MOVE TD-MATURITY  TO TDA-BEF-MATURITY.
           MOVE TD-FUND-ID   TO TDA-BEF-FUND-ID.
           MOVE TD-INSTR     TO TDA-BEF-INSTR.
           MOVE TD-STATUS    TO TDA-BEF-STATUS.
       H610-END. EXIT.

       H999-PROGRAM-EXIT.
           DISPLAY 'MAINTENANCE APPLIED : ' WS-APPLIED-COUNT.
           DISPLAY 'MAINTENANCE ERRORS  : ' WS-ERROR-COUNT.
           CLOSE TRAN-FILE
           CLOSE TD-FILE
           CLOSE TDAUD-FILE.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
