       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBBALPR.
       AUTHOR HUSNU CAN PIDECI
      *Gece bakiye ispati. Dun gecenin PBIDXUL yedeginden (BKPFILE)
      *baslayip yedekten SONRA AUDITFL'ye dusen butun hareketleri
      *hesap hesap, zaman sirasiyla uygular ve bulunan sonucu bugunku
      *IDXFILE ile bakiye, limit ve durum uzerinden karsilastirir.
      *Boylece PBFINAL disindaki posting kosulari (PBMONTH, PBSTORL,
      *PBDVZSW, PBTDRL) ve elle yapilan duzeltmeler de ana dosyaya
      *karsi kanitlanir. Yedegin zamani RUNLOG'daki son basarili
      *PBIDXUL kosusunun baslama kaydindan alinir; bu yuzden is akisi
      *ispati o gecenin yedeginden ONCE kosar. Tutmayan her hesap ve
      *once goruntusu yuruyen bakiyeyle tutmayan her audit kaydi
      *(bosluk ya da sirasiz posting) listelenir; en az biri varsa
      *kosu RC 8 ile biter, PBRUNRP sabah raporunda isaretler. Sonda
      *PBIDXUL dogrulama raporuyla ayni formatta kur bazinda sayim ve
      *bakiye toplamlari basilir ki finans GL extract ile baglasin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
           SELECT BKP-FILE   ASSIGN BKPFILE
                             STATUS ST-BKP.
           SELECT AUDIT-FILE ASSIGN AUDITFL
                             STATUS ST-AUD.
      *Audit kayitlari hesap + zaman sirasina dizilir ki yedek ve
      *IDXFILE ile anahtar sirasinda birlestirilebilsin.
           SELECT SORT-FILE  ASSIGN SORTWK.
      *Ortak kosu sicili: yedek zamani buradan okunur, ispat da
      *baslarken 'S', biterken 'E' kaydi duser.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
                             STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
         01  IDX-REC.
           05 IDX-KEY.
              10 IDX-ID         PIC S9(05) COMP-3.
              10 IDX-DVZ        PIC S9(03) COMP.
           05 IDX-NAME          PIC X(15).
           05 IDX-SURNAME       PIC X(15).
           05 IDX-ODATE         PIC S9(07) COMP-3.
           05 IDX-BALANCE       PIC S9(15) COMP-3.
           05 IDX-LIMIT         PIC S9(15) COMP-3.
      *Musteri kaynakli son hareket tarihi ve hesap durumu
      *(A = aktif, D = uykuda, C = kapali); PBEGIDX bakimini yapar.
           05 IDX-LAST-ACT      PIC S9(08) COMP-3.
           05 IDX-STATUS        PIC X(01).

      *PBIDXUL'un yazdigi yedek kaydiyla ayni yapidadir.
       FD  BKP-FILE RECORDING MODE F.
         01  BKP-REC.
           05 BKP-ID            PIC 9(05).
           05 BKP-DVZ           PIC 9(03).
           05 BKP-NAME          PIC X(15).
           05 BKP-SURNAME       PIC X(15).
           05 BKP-ODATE         PIC S9(07).
           05 BKP-BALANCE       PIC S9(15).
           05 BKP-LIMIT         PIC S9(15).
           05 BKP-LAST-ACT      PIC S9(08).
           05 BKP-STATUS        PIC X(01).

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

      *Siralama kaydi: ayni zaman damgali iki kayit dosyadaki yazilis
      *sirasini (SRT-SEQ) korur.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-ID               PIC 9(05).
           05 SRT-DVZ              PIC 9(03).
           05 SRT-TIMESTAMP        PIC 9(16).
           05 SRT-SEQ              PIC 9(09).
           05 SRT-OPERATION        PIC X(04).
           05 SRT-BEF-BALANCE      PIC S9(15).
           05 SRT-AFT-BALANCE      PIC S9(15).
           05 SRT-AFT-LIMIT        PIC S9(15).
           05 SRT-AFT-STATUS       PIC X(01).

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
           05 ST-IDX               PIC 9(02).
              88 IDX-SUCCESS                 VALUE 00 97.
           05 ST-BKP               PIC 9(02).
              88 BKP-SUCCESS                 VALUE 00 97.
           05 ST-AUD               PIC 9(02).
              88 AUD-SUCCESS                 VALUE 00 97.
              88 AUD-NO-FILE                 VALUE 35.
           05 ST-RUN               PIC 9(02).
              88 RUN-EOF                     VALUE 10.
              88 RUN-SUCCESS                 VALUE 00 97.
           05 WS-AUD-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-AUD-EOF                  VALUE 'Y'.
           05 WS-RUN-DATE          PIC 9(08).
      *Yedegin alindigi an (YYYYMMDD + SSDDSSNN); bundan sonraki
      *audit kayitlari uygulanir.
           05 WS-BACKUP-TS         PIC 9(16) VALUE ZERO.
           05 WS-BACKUP-SPLIT REDEFINES WS-BACKUP-TS.
              10 WS-BACKUP-DATE    PIC 9(08).
              10 WS-BACKUP-TIME    PIC 9(08).
           05 WS-UL-START-DATE     PIC 9(08) VALUE ZERO.
           05 WS-UL-START-TIME     PIC 9(08) VALUE ZERO.
           05 WS-AUD-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
           05 WS-AUD-OLD-COUNT     PIC 9(09) COMP VALUE ZERO.
           05 WS-AUD-SEQ           PIC 9(09) VALUE ZERO.
           05 WS-APPLIED-COUNT     PIC 9(07) COMP VALUE ZERO.
           05 WS-PROVED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-DIFF-COUNT        PIC 9(07) COMP VALUE ZERO.
           05 WS-GAP-COUNT         PIC 9(07) COMP VALUE ZERO.
           05 WS-MOVEMENT          PIC S9(15) COMP-3.
           05 WS-PT-SUB            PIC 9(04) COMP.
           05 WS-DIFF-SW           PIC X(01).
              88 WS-IS-DIFF                  VALUE 'Y'.

      *Birlestirme anahtarlari: ilk hane dosya sonu isaretidir (1),
      *boylece biten dosyanin anahtari her zaman en buyuk kalir.
         01  WS-KEY-AREA.
           05 WS-BK-KEY.
              10 WS-BK-EOF          PIC 9(01).
              10 WS-BK-ID           PIC 9(05).
              10 WS-BK-DVZ          PIC 9(03).
           05 WS-BK-PREV-KEY       PIC X(09) VALUE LOW-VALUES.
           05 WS-AC-KEY.
              10 WS-AC-EOF          PIC 9(01).
              10 WS-AC-ID           PIC 9(05).
              10 WS-AC-DVZ          PIC 9(03).
           05 WS-AU-KEY.
              10 WS-AU-EOF          PIC 9(01).
              10 WS-AU-ID           PIC 9(05).
              10 WS-AU-DVZ          PIC 9(03).
           05 WS-CUR-KEY.
              10 WS-CUR-EOF         PIC 9(01).
              10 WS-CUR-ID          PIC 9(05).
              10 WS-CUR-DVZ         PIC 9(03).

      *Hesabin yedekten baslayip audit kayitlariyla yurutulen
      *beklenen goruntusu.
         01  WS-RUNNING-AREA.
           05 WS-RN-PRESENT-SW     PIC X(01).
              88 WS-RN-PRESENT               VALUE 'Y'.
           05 WS-RN-BALANCE        PIC S9(15) COMP-3.
           05 WS-RN-LIMIT          PIC S9(15) COMP-3.
           05 WS-RN-STATUS         PIC X(01).
           05 WS-AC-PRESENT-SW     PIC X(01).
              88 WS-AC-PRESENT               VALUE 'Y'.

      *Kosu siciline dusulecek kaydin hazirlandigi alan.
         01  WS-RUN-LOG-AREA.
           05 WS-RL-TYPE            PIC X(01).
           05 WS-RL-PROCESSED       PIC 9(07).
           05 WS-RL-REJECTED        PIC 9(07).
           05 WS-RL-RC              PIC 9(02).
           05 WS-RUN-LOG-DATE       PIC 9(08).
           05 WS-RUN-LOG-TIME       PIC 9(08).

      *Kur bazinda ispat toplamlari; kur kodu + 1 ile dogrudan
      *adreslenir. Acilis (yedek), hareket, beklenen ve gercek.
         01  WS-PROOF-TOTALS-AREA.
           05 WS-PT-ENTRY OCCURS 1000 TIMES.
              10 WS-PT-USED-SW      PIC X(01).
                 88 WS-PT-USED                VALUE 'Y'.
              10 WS-PT-BK-COUNT     PIC 9(07) COMP.
              10 WS-PT-BK-BALANCE   PIC S9(15) COMP-3.
              10 WS-PT-MV-COUNT     PIC 9(07) COMP.
              10 WS-PT-MV-AMOUNT    PIC S9(15) COMP-3.
              10 WS-PT-EX-COUNT     PIC 9(07) COMP.
              10 WS-PT-EX-BALANCE   PIC S9(15) COMP-3.
              10 WS-PT-AC-COUNT     PIC 9(07) COMP.
              10 WS-PT-AC-BALANCE   PIC S9(15) COMP-3.
              10 WS-PT-DIFF-COUNT   PIC 9(07) COMP.

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
           INITIALIZE WS-PROOF-TOTALS-AREA.
           PERFORM H100-FIND-BACKUP-TIME.
           PERFORM H150-OPEN-FILES.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-ID SRT-DVZ SRT-TIMESTAMP SRT-SEQ
              INPUT PROCEDURE H200-SELECT-AUDIT THRU H200-END
              OUTPUT PROCEDURE H500-PROVE THRU H500-END.
           PERFORM H900-CLOSE-AND-REPORT.
           MOVE 'E' TO WS-RL-TYPE.
           MOVE WS-PROVED-COUNT TO WS-RL-PROCESSED.
           COMPUTE WS-RL-REJECTED = WS-DIFF-COUNT + WS-GAP-COUNT.
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
              MOVE 'PBBALPR ' TO RUN-PROGRAM
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

      *Yedegin zamani: RUNLOG'da sifir kodla biten son PBIDXUL
      *kosusunun baslama ani. Yedek o andan itibaren okunmustur;
      *sonraki audit kayitlari yedekte yoktur. Basarili yedek yoksa
      *ispatin baslayacagi nokta da yoktur.
       H100-FIND-BACKUP-TIME.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-RUN-DATE.
           OPEN INPUT RUNLOG-FILE.
           IF (NOT RUN-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RUN
           MOVE ST-RUN TO RETURN-CODE
           STOP RUN
           END-IF.
           READ RUNLOG-FILE.
           PERFORM H110-SCAN-RUN-LOG UNTIL RUN-EOF.
           CLOSE RUNLOG-FILE.
           IF WS-BACKUP-TS = ZERO
              DISPLAY 'NO SUCCESSFUL PBIDXUL BACKUP IN RUNLOG.'
              MOVE 99 TO RETURN-CODE
              MOVE 'E' TO WS-RL-TYPE
              MOVE 99 TO WS-RL-RC
              PERFORM H950-WRITE-RUN-LOG
              STOP RUN
           END-IF.
       H100-END. EXIT.

       H110-SCAN-RUN-LOG.
           IF RUN-PROGRAM = 'PBIDXUL '
              IF RUN-TYPE = 'S'
                 MOVE RUN-DATE TO WS-UL-START-DATE
                 MOVE RUN-TIME TO WS-UL-START-TIME
              ELSE
                 IF RUN-RC = ZERO AND WS-UL-START-DATE NOT = ZERO
                    MOVE WS-UL-START-DATE TO WS-BACKUP-DATE
                    MOVE WS-UL-START-TIME TO WS-BACKUP-TIME
                 END-IF
              END-IF
           END-IF.
           READ RUNLOG-FILE.
       H110-END. EXIT.

       H150-OPEN-FILES.
           OPEN INPUT BKP-FILE.
           IF (NOT BKP-SUCCESS)
           DISPLAY 'UNABLE TO OPEN BKPFILE: ' ST-BKP
           MOVE ST-BKP TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           STOP RUN
           END-IF.
           DISPLAY 'PROVING FROM BACKUP TIMESTAMP: ' WS-BACKUP-TS.
       H150-END. EXIT.

      *Yedekten sonraki audit kayitlarini siralamaya veriyorum.
      *AUDITFL hic yoksa gun icinde hareket olmamistir.
       H200-SELECT-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF AUD-NO-FILE
              SET WS-AUD-EOF TO TRUE
           ELSE
           IF (NOT AUD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AUDITFL: ' ST-AUD
           MOVE ST-AUD TO RETURN-CODE
           STOP RUN
           END-IF
           PERFORM H210-READ-AUDIT
           END-IF.
           PERFORM H220-RELEASE-AUDIT UNTIL WS-AUD-EOF.
           IF NOT AUD-NO-FILE
              CLOSE AUDIT-FILE
           END-IF.
       H200-END. EXIT.

       H210-READ-AUDIT.
           READ AUDIT-FILE
              AT END SET WS-AUD-EOF TO TRUE
           END-READ.
       H210-END. EXIT.

       H220-RELEASE-AUDIT.
           ADD 1 TO WS-AUD-READ-COUNT.
           IF AUD-TIMESTAMP NOT > WS-BACKUP-TS
              ADD 1 TO WS-AUD-OLD-COUNT
           ELSE
              ADD 1 TO WS-AUD-SEQ
              MOVE AUD-ID          TO SRT-ID
              MOVE AUD-DVZ         TO SRT-DVZ
              MOVE AUD-TIMESTAMP   TO SRT-TIMESTAMP
              MOVE WS-AUD-SEQ      TO SRT-SEQ
              MOVE AUD-OPERATION   TO SRT-OPERATION
              MOVE AUD-BEF-BALANCE TO SRT-BEF-BALANCE
              MOVE AUD-AFT-BALANCE TO SRT-AFT-BALANCE
              MOVE AUD-AFT-LIMIT   TO SRT-AFT-LIMIT
              MOVE AUD-AFT-STATUS  TO SRT-AFT-STATUS
              RELEASE SRT-REC
           END-IF.
           PERFORM H210-READ-AUDIT.
       H220-END. EXIT.

      *Yedek, siralanmis audit ve IDXFILE anahtar sirasinda
      *birlestirilir; her turda en kucuk anahtarli hesap ispatlanir.
       H500-PROVE.
           PERFORM H510-READ-BKP.
           PERFORM H520-READ-IDX.
           PERFORM H530-RETURN-AUDIT.
           PERFORM H540-SET-CURRENT-KEY.
           PERFORM H550-PROVE-ACCOUNT UNTIL WS-CUR-EOF = 1.
       H500-END. EXIT.

      *Yedek IDXFILE'in anahtar sirasiyla yazilir; sirasi bozuk
      *yedekle birlestirme yanlis sonuc verir, ispat durdurulur.
       H510-READ-BKP.
           READ BKP-FILE
              AT END MOVE 1 TO WS-BK-EOF
              NOT AT END
                 MOVE 0       TO WS-BK-EOF
                 MOVE BKP-ID  TO WS-BK-ID
                 MOVE BKP-DVZ TO WS-BK-DVZ
           END-READ.
           IF WS-BK-EOF = 0
              IF WS-BK-KEY NOT > WS-BK-PREV-KEY
                 DISPLAY 'BKPFILE OUT OF SEQUENCE AT ID: ' BKP-ID
                         ' DVZ: ' BKP-DVZ
                 MOVE 99 TO RETURN-CODE
                 MOVE 'E' TO WS-RL-TYPE
                 MOVE 99 TO WS-RL-RC
                 PERFORM H950-WRITE-RUN-LOG
                 STOP RUN
              END-IF
              MOVE WS-BK-KEY TO WS-BK-PREV-KEY
           END-IF.
       H510-END. EXIT.

       H520-READ-IDX.
           READ IDX-FILE NEXT
              AT END MOVE 1 TO WS-AC-EOF
              NOT AT END
                 MOVE 0       TO WS-AC-EOF
                 MOVE IDX-ID  TO WS-AC-ID
                 MOVE IDX-DVZ TO WS-AC-DVZ
           END-READ.
       H520-END. EXIT.

       H530-RETURN-AUDIT.
           RETURN SORT-FILE
              AT END MOVE 1 TO WS-AU-EOF
              NOT AT END
                 MOVE 0       TO WS-AU-EOF
                 MOVE SRT-ID  TO WS-AU-ID
                 MOVE SRT-DVZ TO WS-AU-DVZ
           END-RETURN.
       H530-END. EXIT.

       H540-SET-CURRENT-KEY.
           MOVE WS-BK-KEY TO WS-CUR-KEY.
           IF WS-AC-KEY < WS-CUR-KEY
              MOVE WS-AC-KEY TO WS-CUR-KEY
           END-IF.
           IF WS-AU-KEY < WS-CUR-KEY
              MOVE WS-AU-KEY TO WS-CUR-KEY
           END-IF.
       H540-END. EXIT.

      *Bir hesabin ispati: yedekteki goruntuden basla, hareketleri
      *uygula, IDXFILE'daki goruntuyle karsilastir.
       H550-PROVE-ACCOUNT.
           COMPUTE WS-PT-SUB = WS-CUR-DVZ + 1.
           SET WS-PT-USED(WS-PT-SUB) TO TRUE.
           ADD 1 TO WS-PROVED-COUNT.
           MOVE 'N' TO WS-RN-PRESENT-SW.
           IF WS-BK-KEY = WS-CUR-KEY
              SET WS-RN-PRESENT TO TRUE
              MOVE BKP-BALANCE TO WS-RN-BALANCE
              MOVE BKP-LIMIT   TO WS-RN-LIMIT
              MOVE BKP-STATUS  TO WS-RN-STATUS
              ADD 1            TO WS-PT-BK-COUNT(WS-PT-SUB)
              ADD BKP-BALANCE  TO WS-PT-BK-BALANCE(WS-PT-SUB)
              PERFORM H510-READ-BKP
           END-IF.
           PERFORM H560-APPLY-AUDIT UNTIL WS-AU-KEY NOT = WS-CUR-KEY.
           IF WS-RN-PRESENT
              ADD 1             TO WS-PT-EX-COUNT(WS-PT-SUB)
              ADD WS-RN-BALANCE TO WS-PT-EX-BALANCE(WS-PT-SUB)
           END-IF.
           MOVE 'N' TO WS-AC-PRESENT-SW.
           IF WS-AC-KEY = WS-CUR-KEY
              SET WS-AC-PRESENT TO TRUE
              ADD 1             TO WS-PT-AC-COUNT(WS-PT-SUB)
              ADD IDX-BALANCE   TO WS-PT-AC-BALANCE(WS-PT-SUB)
           END-IF.
           PERFORM H570-COMPARE-ACCOUNT.
           IF WS-AC-PRESENT
              PERFORM H520-READ-IDX
           END-IF.
           PERFORM H540-SET-CURRENT-KEY.
       H550-END. EXIT.

      *Audit kaydinin once goruntusu yuruyen bakiyeyle tutmali;
      *tutmuyorsa arada izi olmayan bir degisiklik ya da sirasiz
      *posting vardir. Kayit listelenir, sonra goruntusuyle devam
      *edilir ki tek bir bosluk ardindaki her kaydi kirmizi yapmasin.
       H560-APPLY-AUDIT.
           ADD 1 TO WS-APPLIED-COUNT.
           COMPUTE WS-MOVEMENT = SRT-AFT-BALANCE - SRT-BEF-BALANCE.
           ADD 1           TO WS-PT-MV-COUNT(WS-PT-SUB).
           ADD WS-MOVEMENT TO WS-PT-MV-AMOUNT(WS-PT-SUB).
           IF SRT-OPERATION = 'WRIT'
              IF WS-RN-PRESENT
                 PERFORM H565-REPORT-GAP
              END-IF
           ELSE
              IF NOT WS-RN-PRESENT
                 PERFORM H565-REPORT-GAP
              ELSE
                 IF SRT-BEF-BALANCE NOT = WS-RN-BALANCE
                    PERFORM H565-REPORT-GAP
                 END-IF
              END-IF
           END-IF.
           IF SRT-OPERATION = 'DELT'
              MOVE 'N' TO WS-RN-PRESENT-SW
           ELSE
              SET WS-RN-PRESENT TO TRUE
              MOVE SRT-AFT-BALANCE TO WS-RN-BALANCE
              MOVE SRT-AFT-LIMIT   TO WS-RN-LIMIT
              MOVE SRT-AFT-STATUS  TO WS-RN-STATUS
           END-IF.
           PERFORM H530-RETURN-AUDIT.
       H560-END. EXIT.

       H565-REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT.
           DISPLAY 'BEFORE-IMAGE GAP, ID: ' SRT-ID
                   ' DVZ: ' SRT-DVZ ' OP: ' SRT-OPERATION
                   ' TS: ' SRT-TIMESTAMP.
           IF WS-RN-PRESENT
              DISPLAY '  RUNNING BALANCE: ' WS-RN-BALANCE
                      ' BEFORE-IMAGE: ' SRT-BEF-BALANCE
           ELSE
              DISPLAY '  NO ACCOUNT ON RUNNING FILE, BEFORE-IMAGE: '
                      SRT-BEF-BALANCE
           END-IF.
       H565-END. EXIT.

      *Beklenen ve gercek goruntu bakiye, limit ve durumda tutmali;
      *birinde olup digerinde olmayan hesap da tutmaz sayilir.
       H570-COMPARE-ACCOUNT.
           MOVE 'N' TO WS-DIFF-SW.
           IF WS-RN-PRESENT-SW NOT = WS-AC-PRESENT-SW
              SET WS-IS-DIFF TO TRUE
           ELSE
              IF WS-RN-PRESENT
                 IF WS-RN-BALANCE NOT = IDX-BALANCE
                    OR WS-RN-LIMIT NOT = IDX-LIMIT
                    OR WS-RN-STATUS NOT = IDX-STATUS
                    SET WS-IS-DIFF TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF WS-IS-DIFF
              ADD 1 TO WS-DIFF-COUNT
              ADD 1 TO WS-PT-DIFF-COUNT(WS-PT-SUB)
              DISPLAY 'OUT OF BALANCE, ID: ' WS-CUR-ID
                      ' DVZ: ' WS-CUR-DVZ
              IF WS-RN-PRESENT
                 DISPLAY '  EXPECTED BALANCE: ' WS-RN-BALANCE
                         ' LIMIT: ' WS-RN-LIMIT
                         ' STATUS: ' WS-RN-STATUS
              ELSE
                 DISPLAY '  EXPECTED: NO ACCOUNT'
              END-IF
              IF WS-AC-PRESENT
                 DISPLAY '  IDXFILE  BALANCE: ' IDX-BALANCE
                         ' LIMIT: ' IDX-LIMIT
                         ' STATUS: ' IDX-STATUS
              ELSE
                 DISPLAY '  IDXFILE : NO ACCOUNT'
              END-IF
           END-IF.
       H570-END. EXIT.

      *Rapor PBIDXUL dogrulama raporunun satir duzenini izler: once
      *yedek (acilis), sonra hareketler, beklenen ve gercek kapanis.
       H900-CLOSE-AND-REPORT.
           CLOSE BKP-FILE.
           CLOSE IDX-FILE.
           DISPLAY '===== NIGHTLY BALANCE PROOF REPORT ====='.
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
                   '  BACKUP TIMESTAMP: ' WS-BACKUP-TS.
           DISPLAY 'AUDIT RECORDS READ     : ' WS-AUD-READ-COUNT.
           DISPLAY 'BEFORE BACKUP (SKIPPED): ' WS-AUD-OLD-COUNT.
           DISPLAY 'AUDIT RECORDS APPLIED  : ' WS-APPLIED-COUNT.
           DISPLAY 'ACCOUNTS PROVED        : ' WS-PROVED-COUNT.
           DISPLAY 'ACCOUNTS OUT OF BALANCE: ' WS-DIFF-COUNT.
           DISPLAY 'BEFORE-IMAGE GAPS      : ' WS-GAP-COUNT.
           DISPLAY '--- BKPFILE (OPENING) ---'.
           PERFORM H910-PRINT-OPENING-ENTRY
              VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 1000.
           DISPLAY '--- AUDITFL (MOVEMENTS) ---'.
           PERFORM H920-PRINT-MOVEMENT-ENTRY
              VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 1000.
           DISPLAY '--- EXPECTED (BKPFILE + AUDITFL) ---'.
           PERFORM H930-PRINT-EXPECTED-ENTRY
              VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 1000.
           DISPLAY '--- IDXFILE (ACTUAL) ---'.
           PERFORM H940-PRINT-ACTUAL-ENTRY
              VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 1000.
           DISPLAY '================================='.
      *Tek bir tutmayan hesap ya da bosluk bile ispati bozar; kod
      *PBRUNRP'nin supheli kosu olarak isaretledigi 8'dir.
           IF WS-DIFF-COUNT > 0 OR WS-GAP-COUNT > 0
              DISPLAY '*** BALANCE PROOF FAILED ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'BALANCE PROOF OK.'
           END-IF.
       H900-END. EXIT.

       H910-PRINT-OPENING-ENTRY.
           IF WS-PT-USED(WS-PT-SUB)
              COMPUTE WS-CUR-DVZ = WS-PT-SUB - 1
              DISPLAY 'DVZ: '            WS-CUR-DVZ
                      ' COUNT: '         WS-PT-BK-COUNT(WS-PT-SUB)
                      ' TOTAL BALANCE: ' WS-PT-BK-BALANCE(WS-PT-SUB)
           END-IF.
       H910-END. EXIT.

       H920-PRINT-MOVEMENT-ENTRY.
           IF WS-PT-USED(WS-PT-SUB)
              COMPUTE WS-CUR-DVZ = WS-PT-SUB - 1
              DISPLAY 'DVZ: '            WS-CUR-DVZ
                      ' COUNT: '         WS-PT-MV-COUNT(WS-PT-SUB)
                      ' NET MOVEMENT : ' WS-PT-MV-AMOUNT(WS-PT-SUB)
           END-IF.
       H920-END. EXIT.

       H930-PRINT-EXPECTED-ENTRY.
           IF WS-PT-USED(WS-PT-SUB)
              COMPUTE WS-CUR-DVZ = WS-PT-SUB - 1
              DISPLAY 'DVZ: '            WS-CUR-DVZ
                      ' COUNT: '         WS-PT-EX-COUNT(WS-PT-SUB)
                      ' TOTAL BALANCE: ' WS-PT-EX-BALANCE(WS-PT-SUB)
           END-IF.
       H930-END. EXIT.

       H940-PRINT-ACTUAL-ENTRY.
           IF WS-PT-USED(WS-PT-SUB)
              COMPUTE WS-CUR-DVZ = WS-PT-SUB - 1
              DISPLAY 'DVZ: '            WS-CUR-DVZ
                      ' COUNT: '         WS-PT-AC-COUNT(WS-PT-SUB)
                      ' TOTAL BALANCE: ' WS-PT-AC-BALANCE(WS-PT-SUB)
                      ' OUT OF BALANCE: ' WS-PT-DIFF-COUNT(WS-PT-SUB)
           END-IF.
       H940-END. EXIT.
