      *AUDITFL izi, overdraft kontrolu ve uyku kurallari posting
      *kosusuyla birebir ayni yoldan isler. Vade tarihi SADECE
      *gercekten gecen hareketlerde ilerletilir; gecmeyen talimat bir
      *sonraki kosuda ayni vadeyle yeniden denenir. Tatile ya da hafta
      *sonuna dusen vade, talimatin iki kurunda da is gunu olan ilk
      *gune kayar (PBBDATE takvimi); kayit uzerindeki vade takvim
      *tarihi olarak kalir ki aylik talimatin gunu kaymasin. Sonda
      *PBMONTH'un H900-SUMMARY-REPORT'u gibi kur bazinda ozet basilir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *sabah raporu (PBRUNRP) geceyi buradan okur.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
                             STATUS ST-RUN.
           SELECT SORT-FILE  ASSIGN SORTWK.
       DATA DIVISION.
       FILE SECTION.
      *PBSTOMT'teki STO-REC ile aynidir.
           05 RUN-REJECTED      PIC 9(07).
           05 RUN-RC            PIC 9(02).

      *Vadesi gelen her talimatin sonucu; kur sirasiyla donup ozete
      *kirilimla toplanir.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-DVZ           PIC 9(03).
      *P = gecti, E = suresi doldu, R = gecmedi.
           05 SRT-RESULT        PIC X(01).
           05 SRT-AMOUNT        PIC S9(15).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-PBEGIDX           PIC X(08) VALUE 'PBEGIDX'.
              88 STO-SUCCESS                 VALUE 00 97.
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 WS-DONE                     VALUE 'Y'.
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
           05 WS-TODAY              PIC 9(08).
      *Vadenin tatil kaydirmasindan sonraki gercek odeme gunu.
           05 WS-EFF-DUE            PIC 9(08).
           05 WS-EFF-START          PIC 9(08).
           05 WS-EFF-STABLE-SW      PIC X(01).
              88 WS-EFF-STABLE               VALUE 'Y'.
           05 WS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
           05 WS-DUE-COUNT          PIC 9(07) COMP VALUE ZERO.
      *Gecmeyen talimatlarin toplami; kosu siciline yazilir.
                 10 WS-SUB-IN-TO-ID   PIC 9(05).
                 10 WS-SUB-IN-TO-DVZ  PIC 9(03).
                 10 WS-SUB-IN-BANK    PIC X(01).
                 10 FILLER            PIC X(28).
      *'R': gecmeyen talimat da musteriye dekontla bildirilir.
                 10 WS-SUB-IN-ADVICE  PIC X(01).
                 10 FILLER            PIC X(32).
      *Sub programdan donen cevabin cozumlendigi alan; PBFINAL'deki
      *WS-STRING ile ayni yapidadir.
         01  WS-STRING.
           05 WS-AMOUNT-TO-O     PIC S9(15).

      *Kur bazinda ozet: gecen talimat tutari/sayisi, suresi dolan ve
      *gecmeyen talimat sayisi. SORT cikisinda kur kirildikca
      *basilip sifirlanir.
         01  WS-SUMMARY-AREA.
           05 WS-SM-DVZ            PIC 9(03).
           05 WS-SM-PST-AMT        PIC S9(15) COMP-3.
           05 WS-SM-PST-CNT        PIC 9(07) COMP.
           05 WS-SM-EXP-CNT        PIC 9(07) COMP.
           05 WS-SM-REJ-CNT        PIC 9(07) COMP.

      *Vade ilerletme icin takvim alanlari.
         01  WS-DATE-AREA.
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
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           PERFORM H100-OPEN-FILES.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-DVZ
              INPUT PROCEDURE  H190-PROCESS-FILE THRU H190-END
              OUTPUT PROCEDURE H900-CLOSE-AND-REPORT THRU H900-END.
      *Geri yazilamayan talimat kaldiysa kardes bakim programlarinin
      *(PBDORM/PBREFPRG) hata kuraliyla ayni kod donulur.
           IF WS-REWRITE-FAIL-COUNT > 0
           END-IF.
       H210-END. EXIT.

      *SORT girisi: talimat dosyasini sonuna kadar isle; her sonuc
      *ozet icin SORT'a birakilir.
       H190-PROCESS-FILE.
           PERFORM H200-PROCESS-ORDERS UNTIL WS-DONE.
       H190-END. EXIT.

      *Siradaki talimata bakiyorum: aktif ve vadesi gelmisse once
      *suresi dolmus mu diye kontrol edip posta ediyorum. Suresi
      *dolan talimat 'N' yapilir ki her kosuda yeniden taranmasin.
      *Vade tatile dusuyorsa gercek odeme gunu gelene kadar
      *beklenir; sure kontrolu takvim vadesine bakar.
       H200-PROCESS-ORDERS.
           IF STO-IS-ACTIVE AND STO-NEXT-DUE NOT > WS-TODAY
              PERFORM H250-EFFECTIVE-DUE-DATE
              IF WS-EFF-DUE NOT > WS-TODAY
                 ADD 1 TO WS-DUE-COUNT
                 IF STO-EXPIRY > ZEROES AND STO-NEXT-DUE > STO-EXPIRY
                    PERFORM H400-EXPIRE-ORDER
                 ELSE
                    PERFORM H300-POST-ORDER
                 END-IF
              END-IF
           END-IF.
           PERFORM H210-READ-STO.
       H200-END. EXIT.

      *Gercek odeme gunu: borc ve alacak kurunun ikisinde de is gunu
      *olan ilk gun. Bir kurun tatili digerininkine denk gelebilir;
      *tarih iki kur icin de degismeyene kadar kaydiriyorum.
       H250-EFFECTIVE-DUE-DATE.
           MOVE STO-NEXT-DUE TO WS-EFF-DUE.
           MOVE 'N' TO WS-EFF-STABLE-SW.
           PERFORM H260-ROLL-DUE-DATE UNTIL WS-EFF-STABLE.
       H250-END. EXIT.

       H260-ROLL-DUE-DATE.
           MOVE WS-EFF-DUE TO WS-EFF-START.
           SET WS-BDT-ON-OR-AFTER TO TRUE.
           MOVE STO-DVZ    TO WS-BDT-DVZ.
           MOVE WS-EFF-DUE TO WS-BDT-DATE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           PERFORM H265-CHECK-CALENDAR.
           MOVE WS-BDT-RESULT TO WS-EFF-DUE.
           IF STO-TO-DVZ NOT = STO-DVZ
              SET WS-BDT-ON-OR-AFTER TO TRUE
              MOVE STO-TO-DVZ TO WS-BDT-DVZ
              MOVE WS-EFF-DUE TO WS-BDT-DATE
              CALL WS-PBBDATE USING WS-BDT-CALL-AREA
              PERFORM H265-CHECK-CALENDAR
              MOVE WS-BDT-RESULT TO WS-EFF-DUE
           END-IF.
           IF WS-EFF-DUE = WS-EFF-START
              SET WS-EFF-STABLE TO TRUE
           END-IF.
       H260-END. EXIT.

      *Takvim okunamadiysa odeme gunu belirlenemez; takvim ilk
      *talimatta acildigindan kosu henuz hicbir talimati gecirmeden
      *durur.
       H265-CHECK-CALENDAR.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DAY: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
       H265-END. EXIT.

      *Talimati transfer olarak PBEGIDX'e gonderiyorum. Banka bayragi
      *BILEREK konmaz: duzenli odeme musteri talimatidir, uykudaki
      *hesaptan cikamaz ve son hareket tarihini tazeler.
           MOVE STO-DVZ    TO WS-SUB-DVZ.
           MOVE ZEROES     TO WS-SUB-RC.
           MOVE SPACES     TO WS-SUB-DATA.
           MOVE 'R'        TO WS-SUB-IN-ADVICE.
           MOVE STO-AMOUNT TO WS-SUB-IN-AMOUNT.
           MOVE STO-TO-ID  TO WS-SUB-IN-TO-ID.
           MOVE STO-TO-DVZ TO WS-SUB-IN-TO-DVZ.
           END-IF.
       H300-END. EXIT.

      *Sonucu kur ozeti icin SORT'a birakiyorum.
       H320-ACCUMULATE-SUMMARY.
           MOVE STO-DVZ    TO SRT-DVZ.
           MOVE STO-AMOUNT TO SRT-AMOUNT.
           IF WS-AMOUNT-MOVED-O NUMERIC
              AND WS-AMOUNT-MOVED-O NOT = ZEROES
              MOVE 'P' TO SRT-RESULT
           ELSE
              MOVE 'R' TO SRT-RESULT
              ADD 1 TO WS-NOTPOSTED-COUNT
              DISPLAY 'ORDER NOT POSTED, NUM: ' STO-NUM
                      ' ID: ' STO-ID ' DVZ: ' STO-DVZ
                      ' REASON: ' WS-EXPLANATION
           END-IF.
           RELEASE SRT-REC.
       H320-END. EXIT.

      *Suresi dolan talimati pasife cekiyorum ve ozete isliyorum.
       H400-EXPIRE-ORDER.
                      ' STATUS: ' ST-STO
              ADD 1 TO WS-REWRITE-FAIL-COUNT
           END-IF.
           MOVE STO-DVZ TO SRT-DVZ.
           MOVE 'E'     TO SRT-RESULT.
           MOVE ZEROES  TO SRT-AMOUNT.
           RELEASE SRT-REC.
           DISPLAY 'ORDER EXPIRED, NUM: ' STO-NUM
                   ' EXPIRY: ' STO-EXPIRY.
       H400-END. EXIT.
           END-EVALUATE.
       H730-END. EXIT.

      *SORT cikisi: sonuclar kur sirasiyla gelir, her kurun satiri
      *kur degisince basilir.
       H900-CLOSE-AND-REPORT.
           SET WS-FUNC-CLOSE TO TRUE.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           CLOSE STO-FILE.
           SET WS-BDT-CLOSE TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           DISPLAY '===== STANDING ORDER RELEASE REPORT ====='.
           DISPLAY 'RUN DATE: ' WS-TODAY.
           DISPLAY 'ORDERS READ: ' WS-READ-COUNT
                   '  DUE: ' WS-DUE-COUNT.
           DISPLAY 'REWRITE FAILURES: ' WS-REWRITE-FAIL-COUNT.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H910-PRINT-SUMMARY-ENTRY UNTIL WS-SORT-EOF.
           DISPLAY '========================================='.
       H900-END. EXIT.

       H910-PRINT-SUMMARY-ENTRY.
           MOVE SRT-DVZ TO WS-SM-DVZ.
           MOVE ZEROES  TO WS-SM-PST-AMT WS-SM-PST-CNT WS-SM-EXP-CNT
                           WS-SM-REJ-CNT.
           PERFORM H920-ADD-SUMMARY-ENTRY
              UNTIL WS-SORT-EOF OR SRT-DVZ NOT = WS-SM-DVZ.
           DISPLAY 'DVZ: '          WS-SM-DVZ
                   ' POSTED: '      WS-SM-PST-AMT
                   ' (' WS-SM-PST-CNT ' ORD)'
                   ' EXPIRED: '     WS-SM-EXP-CNT
                   ' NOT POSTED: '  WS-SM-REJ-CNT.
       H910-END. EXIT.

       H920-ADD-SUMMARY-ENTRY.
           EVALUATE SRT-RESULT
              WHEN 'P'
                 ADD 1          TO WS-SM-PST-CNT
                 ADD SRT-AMOUNT TO WS-SM-PST-AMT
              WHEN 'E'
                 ADD 1 TO WS-SM-EXP-CNT
              WHEN OTHER
                 ADD 1 TO WS-SM-REJ-CNT
           END-EVALUATE.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H920-END. EXIT.
