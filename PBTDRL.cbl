       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBTDRL.
       AUTHOR HUSNU CAN PIDECI
      *Vadeli mevduatlarin gunluk kosusu. TDFILE'i sirali okur ve
      *butun para hareketlerini PBEGIDX uzerinden yapar; boylece
      *AUDITFL izi, limit/bloke/uyku kurallari posting kosusuyla
      *birebir ayni yoldan isler:
      *  - acilis bekleyen (P) ve acilis gunu gelmis mevduatin
      *    anaparasi fon hesabindan cekilir (musteri islemi),
      *  - bozma istenen (K) mevduata gecen gun icin bozma faizi
      *    hesaplanir, anapara + faiz fon hesabina yatirilir,
      *  - vadesi gelen aktif (A) mevduatin faizi hesaplanir, anapara
      *    + faiz fon hesabina yatirilir; yenileme talimatinda
      *    yenilenen tutar ayni hesaptan yeniden cekilir ve mevduat
      *    ayni gun sayisiyla yeni doneme girer.
      *Faiz basit faizdir: anapara x oran x gun / 36500. Durum ancak
      *para gercekten hareket ettiyse degisir; gecmeyen hareket bir
      *sonraki kosuda yeniden denenir. Sonda kur bazinda ozet basilir
      *ve tutarlar TDGLEXT'e PBFINAL'in GL arayuz duzeninde yazilir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-FILE    ASSIGN TDFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY TD-KEY
                             STATUS ST-TD.
      *Vadeli mevduat GL arayuz dosyasi; PBFINAL'in GLEXTR'i ile ayni
      *kayit duzeni ve ayni sira numarasi dizisi (GLSEQFL).
           SELECT GL-FILE    ASSIGN TDGLEXT
                             STATUS ST-GL.
           SELECT GLSEQ-FILE ASSIGN GLSEQFL
                             STATUS ST-SEQ.
      *Ortak kosu sicili: baslarken 'S', biterken 'E' kaydi duser;
      *sabah raporu (PBRUNRP) geceyi buradan okur.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
                             STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
      *PBTDMT'teki TD-REC ile aynidir.
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
              88 TD-PAY-OUT               VALUE 'P'.
              88 TD-ROLL-PRINCIPAL        VALUE 'R'.
              88 TD-ROLL-TOTAL            VALUE 'T'.
           05 TD-STATUS         PIC X(01).
              88 TD-IS-PENDING            VALUE 'P'.
              88 TD-IS-ACTIVE             VALUE 'A'.
              88 TD-IS-BREAKING           VALUE 'K'.
           05 TD-LAST-INTEREST  PIC S9(15).
           05 TD-CLOSE-DATE     PIC 9(08).

      *PBFINAL'deki GL-REC ile aynidir.
       FD  GL-FILE RECORDING MODE F.
         01  GL-REC.
           05 GL-REC-TYPE          PIC X(01).
           05 GL-RUN-DATE          PIC 9(08).
           05 GL-SEQ-NO            PIC 9(06).
           05 GL-DVZ               PIC X(03).
           05 GL-OP-TYPE           PIC X(04).
           05 GL-NET-SIGN          PIC X(01).
           05 GL-ENTRY-COUNT       PIC 9(07).
           05 GL-DR-AMOUNT         PIC 9(15).
           05 GL-CR-AMOUNT         PIC 9(15).

       FD  GLSEQ-FILE RECORDING MODE F.
         01  GLSEQ-REC.
           05 GLSEQ-NO             PIC 9(06).

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
           05 WS-PBEGIDX           PIC X(08) VALUE 'PBEGIDX'.
           05 ST-TD                PIC 9(02).
              88 TD-SUCCESS                  VALUE 00 97.
              88 TD-NO-FILE                  VALUE 35.
           05 ST-GL                PIC 9(02).
              88 GL-SUCCESS                  VALUE 00 97.
           05 ST-SEQ               PIC 9(02).
              88 SEQ-SUCCESS                 VALUE 00 97.
           05 ST-RUN               PIC 9(02).
              88 RUN-SUCCESS                 VALUE 00 97.
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 WS-DONE                     VALUE 'Y'.
           05 WS-TD-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-TD-OPEN                  VALUE 'Y'.
           05 WS-TODAY              PIC 9(08).
           05 WS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
           05 WS-DUE-COUNT          PIC 9(07) COMP VALUE ZERO.
      *Gecmeyen (PBEGIDX'in reddettigi) hareket sayisi.
           05 WS-NOTPOSTED-COUNT    PIC 9(07) COMP VALUE ZERO.
      *Geri yazilamayan (REWRITE hatasi) mevduat sayisi: para hareket
      *etmis ama durum ilerletilememis demektir, bir sonraki kosu
      *ayni hareketi IKINCI kez yapardi. Sifirdan farkliysa kosu
      *temiz kodla bitemez; operasyon mutabakat yapmadan yeni kosu
      *yok.
           05 WS-REWRITE-FAIL-COUNT PIC 9(07) COMP VALUE ZERO.
           05 WS-INTEREST           PIC S9(15) COMP-3.
           05 WS-PAY-AMOUNT         PIC S9(15) COMP-3.
           05 WS-ROLL-AMOUNT        PIC S9(15) COMP-3.
           05 WS-DAY-COUNT          PIC 9(05).
           05 WS-DC-TO-DATE         PIC 9(08).
           05 WS-TREF-SUFFIX        PIC X(01).
      *Acilis musteri islemidir (bos); odeme ve yenileme banka
      *kaynaklidir ('B'), fon hesabinin uyku sayacini tazelemez.
           05 WS-BANK-FLAG          PIC X(01).
           05 WS-POSTED-SW          PIC X(01).
              88 WS-POSTED                   VALUE 'Y'.
           05 WS-AMOUNT-EDIT        PIC -(14)9.
           05 WS-INTEREST-EDIT      PIC -(14)9.
      *PBEGIDX'e giden islem alani; PBFINAL/PBSTORL'dekiyle aynidir.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC       PIC 9(01).
                 88 WS-FUNC-DEPOSIT          VALUE 5.
                 88 WS-FUNC-WITHDRAWAL       VALUE 6.
                 88 WS-FUNC-OPEN             VALUE 8.
                 88 WS-FUNC-CLOSE            VALUE 9.
              07 WS-SUB-ID         PIC 9(05) COMP-3.
              07 WS-SUB-DVZ        PIC 9(03) COMP.
              07 WS-SUB-RC         PIC 9(02).
              07 WS-SUB-DATA       PIC X(137).
              07 WS-SUB-IN-DATA REDEFINES WS-SUB-DATA.
                 10 WS-SUB-IN-NAME    PIC X(15).
                 10 WS-SUB-IN-SURNAME PIC X(15).
                 10 WS-SUB-IN-ODATE   PIC 9(07).
                 10 WS-SUB-IN-LIMIT   PIC S9(15).
                 10 WS-SUB-IN-AMOUNT  PIC S9(15).
                 10 WS-SUB-IN-TO-ID   PIC 9(05).
                 10 WS-SUB-IN-TO-DVZ  PIC 9(03).
                 10 WS-SUB-IN-BANK    PIC X(01).
                 10 WS-SUB-IN-TREF    PIC X(12).
                 10 WS-SUB-IN-REV     PIC X(01).
                 10 WS-SUB-IN-AMOUNT-TO PIC S9(15).
                 10 FILLER            PIC X(33).
      *Sub programdan donen cevabin cozumlendigi alan; PBFINAL'deki
      *WS-STRING ile ayni yapidadir.
         01  WS-STRING.
           05 WS-PROCES4-TYPE    PIC X(04).
           05 WS-ID              PIC X(05).
           05 WS-DVZ             PIC X(03).
           05 WS-RETURN-CODE     PIC X(02).
           05 WS-EXPLANATION     PIC X(30).
           05 WS-FNAME-FROM      PIC X(15).
           05 WS-FNAME-TO        PIC X(15).
           05 WS-LNAME-FROM      PIC X(15).
           05 WS-LNAME-TO        PIC X(15).
           05 WS-AMOUNT-MOVED-O  PIC S9(15).
           05 WS-TO-DVZ-O        PIC X(03).
           05 WS-AMOUNT-TO-O     PIC S9(15).

      *Hareketin AUDITFL'de mevduata baglanabilmesi icin referans:
      *'T' + musteri + mevduat numarasi + hareket (B = acilis,
      *M = vade odemesi, R = yenileme, K = bozma).
         01  WS-TD-TREF.
           05 FILLER               PIC X(01) VALUE 'T'.
           05 WS-TREF-ID           PIC 9(05).
           05 WS-TREF-NUM          PIC 9(05).
           05 WS-TREF-OP           PIC X(01).

      *Kur bazinda ozet; kur kodu + 1 ile dogrudan adreslenir:
      *acilan/yenilenen (fon hesabindan cekilen) tutar, geri odenen
      *anapara, odenen faiz ve gecmeyen hareket sayisi.
         01  WS-SUMMARY-AREA.
           05 WS-TS-SUB            PIC 9(04) COMP.
           05 WS-TS-ENTRY OCCURS 1000 TIMES INDEXED BY WS-TS-IDX.
              10 WS-TS-BOOK-CNT     PIC 9(07) COMP.
              10 WS-TS-BOOK-AMT     PIC S9(15) COMP-3.
              10 WS-TS-PRIN-CNT     PIC 9(07) COMP.
              10 WS-TS-PRIN-AMT     PIC S9(15) COMP-3.
              10 WS-TS-INT-CNT      PIC 9(07) COMP.
              10 WS-TS-INT-AMT      PIC S9(15) COMP-3.
              10 WS-TS-FAIL-CNT     PIC 9(07) COMP.

      *GL cikariminin sira numarasi ve dosya sonu toplamlari;
      *PBFINAL'deki WS-GL-AREA ile ayni kullanimdadir.
         01  WS-GL-AREA.
           05 WS-GL-SEQ-NO         PIC 9(06) VALUE ZEROES.
           05 WS-GL-ENTRIES        PIC 9(07) COMP VALUE ZERO.
           05 WS-GL-DR-TOTAL       PIC 9(15) COMP-3 VALUE ZERO.
           05 WS-GL-CR-TOTAL       PIC 9(15) COMP-3 VALUE ZERO.
           05 WS-GL-ABS-NET        PIC 9(15) COMP-3.
           05 WS-GL-ANY-SW         PIC X(01) VALUE 'N'.
              88 WS-GL-ANY                   VALUE 'Y'.
           05 WS-GL-WORK-DVZ       PIC 9(03).
           05 WS-GL-WORK-TYPE      PIC X(04).
           05 WS-GL-WORK-COUNT     PIC 9(07) COMP.
           05 WS-GL-WORK-NET       PIC S9(15) COMP-3.

      *Vade ve gun sayimi icin takvim alanlari; PBSTORL'dekiyle
      *aynidir.
         01  WS-DATE-AREA.
           05 WS-DT-DATE           PIC 9(08).
           05 WS-DT-SPLIT REDEFINES WS-DT-DATE.
              10 WS-DT-YEAR        PIC 9(04).
              10 WS-DT-MONTH       PIC 9(02).
              10 WS-DT-DAY         PIC 9(02).
           05 WS-DT-MONTH-DAYS     PIC 9(02).
           05 WS-DT-LEAP-QUOT      PIC 9(04).
           05 WS-DT-LEAP-REM       PIC 9(04).

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
           PERFORM H970-WRITE-RUN-LOG.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           INITIALIZE WS-SUMMARY-AREA.
           PERFORM H100-OPEN-FILES.
           DISPLAY '===== TERM DEPOSIT DAILY RUN ====='.
           DISPLAY 'RUN DATE: ' WS-TODAY.
           PERFORM H200-PROCESS-DEPOSITS UNTIL WS-DONE.
           PERFORM H900-CLOSE-AND-REPORT.
      *Gecmeyen hareket ya da geri yazilamayan mevduat kaldiysa
      *kardes kosularin (PBSTORL/PBDORM) hata kuraliyla ayni kod
      *donulur.
           IF WS-REWRITE-FAIL-COUNT > 0 OR WS-NOTPOSTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO WS-RL-TYPE.
           MOVE WS-DUE-COUNT       TO WS-RL-PROCESSED.
           MOVE WS-NOTPOSTED-COUNT TO WS-RL-REJECTED.
           MOVE RETURN-CODE        TO WS-RL-RC.
           PERFORM H970-WRITE-RUN-LOG.
           STOP RUN.
       0000-END. EXIT.

      *Kosu siciline kayit dusuyorum; sicile yazilamamak kosuyu
      *durdurmaz, sadece bagirilir.
       H970-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG-FILE.
           IF (NOT RUN-SUCCESS)
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RUN
           ELSE
              MOVE 'PBTDRL  ' TO RUN-PROGRAM
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
       H970-END. EXIT.

      *Mevduat dosyasi hic kurulmadiysa (henuz mevduat acilmamis)
      *yapacak is yoktur; bu hata degildir, kosu temiz biter.
       H100-OPEN-FILES.
           OPEN I-O TD-FILE.
           IF TD-NO-FILE
              DISPLAY 'TDFILE NOT FOUND, NO TERM DEPOSITS TO RUN.'
              SET WS-DONE TO TRUE
           ELSE
           IF (NOT TD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDFILE: ' ST-TD
           MOVE ST-TD TO RETURN-CODE
           STOP RUN
           END-IF
           SET WS-TD-OPEN TO TRUE
      *Sub programi bir kez cagirip index dosyasini actiriyorum.
           SET WS-FUNC-OPEN TO TRUE
           CALL WS-PBEGIDX USING WS-SUB-AREA
           PERFORM H210-READ-TD
           END-IF.
       H100-END. EXIT.

       H210-READ-TD.
           READ TD-FILE NEXT
              AT END SET WS-DONE TO TRUE
           END-READ.
           IF NOT WS-DONE
              ADD 1 TO WS-READ-COUNT
           END-IF.
       H210-END. EXIT.

       H200-PROCESS-DEPOSITS.
           COMPUTE WS-TS-SUB = TD-DVZ + 1.
           EVALUATE TRUE
              WHEN TD-IS-PENDING AND TD-START NOT > WS-TODAY
                 ADD 1 TO WS-DUE-COUNT
                 PERFORM H300-BOOK-DEPOSIT
              WHEN TD-IS-BREAKING
                 ADD 1 TO WS-DUE-COUNT
                 PERFORM H400-BREAK-DEPOSIT
              WHEN TD-IS-ACTIVE AND TD-MATURITY NOT > WS-TODAY
                 ADD 1 TO WS-DUE-COUNT
                 PERFORM H500-MATURE-DEPOSIT
           END-EVALUATE.
           PERFORM H210-READ-TD.
       H200-END. EXIT.

      *Acilis: anapara fon hesabindan musteri islemi olarak cekilir;
      *bloke, limit ve uyku kurallari normal cekimdeki gibi isler.
      *Borclanamayan mevduat 'F' yapilir; sube PBTDMT ile duzeltip
      *yeniden siraya sokar ya da iptal eder.
       H300-BOOK-DEPOSIT.
           MOVE TD-START    TO WS-DT-DATE.
           MOVE TD-MATURITY TO WS-DC-TO-DATE.
           PERFORM H750-COUNT-DAYS.
           SET WS-FUNC-WITHDRAWAL TO TRUE.
           MOVE TD-PRINCIPAL TO WS-PAY-AMOUNT.
           MOVE SPACE        TO WS-BANK-FLAG.
           MOVE 'B'          TO WS-TREF-SUFFIX.
           PERFORM H600-CALL-PBEGIDX.
           IF WS-POSTED
              MOVE WS-DAY-COUNT TO TD-TERM-DAYS
              MOVE 'A'          TO TD-STATUS
              ADD 1             TO WS-TS-BOOK-CNT(WS-TS-SUB)
              ADD TD-PRINCIPAL  TO WS-TS-BOOK-AMT(WS-TS-SUB)
              MOVE TD-PRINCIPAL TO WS-AMOUNT-EDIT
              DISPLAY 'BOOKED   ID: ' TD-ID ' NUM: ' TD-NUM
                      ' DVZ: ' TD-DVZ ' PRINCIPAL: ' WS-AMOUNT-EDIT
                      ' MATURITY: ' TD-MATURITY
           ELSE
              MOVE 'F' TO TD-STATUS
              DISPLAY 'BOOKING FAILED ID: ' TD-ID ' NUM: ' TD-NUM
                      ' FUND: ' TD-FUND-ID
                      ' REASON: ' WS-EXPLANATION
           END-IF.
           PERFORM H700-REWRITE-TD.
       H300-END. EXIT.

      *Bozma: acilistan bugune gecen gun icin bozma faizi odenir;
      *anapara + faiz banka islemi olarak fon hesabina yatirilir.
       H400-BREAK-DEPOSIT.
           MOVE ZEROES TO WS-DAY-COUNT.
           IF WS-TODAY > TD-START
              MOVE TD-START TO WS-DT-DATE
              MOVE WS-TODAY TO WS-DC-TO-DATE
              PERFORM H750-COUNT-DAYS
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
                   TD-PRINCIPAL * TD-PEN-RATE * WS-DAY-COUNT / 36500.
           COMPUTE WS-PAY-AMOUNT = TD-PRINCIPAL + WS-INTEREST.
           SET WS-FUNC-DEPOSIT TO TRUE.
           MOVE 'B' TO WS-BANK-FLAG.
           MOVE 'K' TO WS-TREF-SUFFIX.
           PERFORM H600-CALL-PBEGIDX.
           IF WS-POSTED
              PERFORM H650-COUNT-REPAYMENT
              MOVE 'B'         TO TD-STATUS
              MOVE WS-TODAY    TO TD-CLOSE-DATE
              DISPLAY 'BROKEN   ID: ' TD-ID ' NUM: ' TD-NUM
                      ' DVZ: ' TD-DVZ ' DAYS: ' WS-DAY-COUNT
                      ' PAID: ' WS-AMOUNT-EDIT
                      ' INTEREST: ' WS-INTEREST-EDIT
              PERFORM H700-REWRITE-TD
           ELSE
              DISPLAY 'BREAK NOT PAID ID: ' TD-ID ' NUM: ' TD-NUM
                      ' FUND: ' TD-FUND-ID
                      ' REASON: ' WS-EXPLANATION
           END-IF.
       H400-END. EXIT.

      *Vade sonu: akdi faiz tam vade gunu icin hesaplanir, anapara +
      *faiz fon hesabina yatirilir. Yenilemede yenilenen tutar banka
      *islemi olarak hemen geri cekilir; cekim olmazsa mevduat
      *odenmis sayilip kapanir, para musterinin hesabindadir.
       H500-MATURE-DEPOSIT.
           COMPUTE WS-INTEREST ROUNDED =
                   TD-PRINCIPAL * TD-RATE * TD-TERM-DAYS / 36500.
           COMPUTE WS-PAY-AMOUNT = TD-PRINCIPAL + WS-INTEREST.
           SET WS-FUNC-DEPOSIT TO TRUE.
           MOVE 'B' TO WS-BANK-FLAG.
           MOVE 'M' TO WS-TREF-SUFFIX.
           PERFORM H600-CALL-PBEGIDX.
           IF WS-POSTED
              PERFORM H650-COUNT-REPAYMENT
              DISPLAY 'MATURED  ID: ' TD-ID ' NUM: ' TD-NUM
                      ' DVZ: ' TD-DVZ ' PAID: ' WS-AMOUNT-EDIT
                      ' INTEREST: ' WS-INTEREST-EDIT
              IF TD-PAY-OUT
                 MOVE 'M'      TO TD-STATUS
                 MOVE WS-TODAY TO TD-CLOSE-DATE
              ELSE
                 PERFORM H550-ROLL-OVER
              END-IF
              PERFORM H700-REWRITE-TD
           ELSE
              DISPLAY 'MATURITY NOT PAID ID: ' TD-ID ' NUM: ' TD-NUM
                      ' FUND: ' TD-FUND-ID
                      ' REASON: ' WS-EXPLANATION
           END-IF.
       H500-END. EXIT.

      *Yenileme: yeni donem eski vadeden baslar ve ayni gun sayisi
      *kadar surer; faiz orani degismez.
       H550-ROLL-OVER.
           IF TD-ROLL-TOTAL
              COMPUTE WS-ROLL-AMOUNT = TD-PRINCIPAL + WS-INTEREST
           ELSE
              MOVE TD-PRINCIPAL TO WS-ROLL-AMOUNT
           END-IF.
           MOVE WS-ROLL-AMOUNT TO WS-PAY-AMOUNT.
           SET WS-FUNC-WITHDRAWAL TO TRUE.
           MOVE 'B' TO WS-BANK-FLAG.
           MOVE 'R' TO WS-TREF-SUFFIX.
           PERFORM H600-CALL-PBEGIDX.
           IF WS-POSTED
              MOVE WS-ROLL-AMOUNT TO TD-PRINCIPAL
              MOVE TD-MATURITY    TO TD-START
              MOVE TD-MATURITY    TO WS-DT-DATE
              PERFORM H710-ADD-ONE-DAY TD-TERM-DAYS TIMES
              MOVE WS-DT-DATE     TO TD-MATURITY
              ADD 1               TO WS-TS-BOOK-CNT(WS-TS-SUB)
              ADD WS-ROLL-AMOUNT  TO WS-TS-BOOK-AMT(WS-TS-SUB)
              MOVE WS-ROLL-AMOUNT TO WS-AMOUNT-EDIT
              DISPLAY 'ROLLED   ID: ' TD-ID ' NUM: ' TD-NUM
                      ' DVZ: ' TD-DVZ ' PRINCIPAL: ' WS-AMOUNT-EDIT
                      ' MATURITY: ' TD-MATURITY
           ELSE
              MOVE 'M'      TO TD-STATUS
              MOVE WS-TODAY TO TD-CLOSE-DATE
              DISPLAY 'ROLLOVER NOT BOOKED, PAID OUT ID: ' TD-ID
                      ' NUM: ' TD-NUM
                      ' REASON: ' WS-EXPLANATION
           END-IF.
       H550-END. EXIT.

      *Hareketi PBEGIDX'e gonderiyorum; para gercekten hareket ettiyse
      *WS-POSTED yanar, etmediyse kur ozetine gecmeyen olarak islenir.
       H600-CALL-PBEGIDX.
           MOVE 'N'          TO WS-POSTED-SW.
           MOVE TD-FUND-ID   TO WS-SUB-ID.
           MOVE TD-DVZ       TO WS-SUB-DVZ.
           MOVE ZEROES       TO WS-SUB-RC.
           MOVE SPACES       TO WS-SUB-DATA.
           MOVE WS-BANK-FLAG TO WS-SUB-IN-BANK.
           MOVE WS-PAY-AMOUNT TO WS-SUB-IN-AMOUNT.
           MOVE TD-ID          TO WS-TREF-ID.
           MOVE TD-NUM         TO WS-TREF-NUM.
           MOVE WS-TREF-SUFFIX TO WS-TREF-OP.
           MOVE WS-TD-TREF     TO WS-SUB-IN-TREF.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           MOVE WS-SUB-DATA TO WS-STRING.
           IF WS-AMOUNT-MOVED-O NUMERIC
              AND WS-AMOUNT-MOVED-O NOT = ZEROES
              SET WS-POSTED TO TRUE
           ELSE
              ADD 1 TO WS-NOTPOSTED-COUNT
              ADD 1 TO WS-TS-FAIL-CNT(WS-TS-SUB)
           END-IF.
       H600-END. EXIT.

      *Odenen anapara ve faizi ozete isliyorum; faiz mevduatta
      *saklanir ki ekstrede son odeme gorunsun.
       H650-COUNT-REPAYMENT.
           ADD 1             TO WS-TS-PRIN-CNT(WS-TS-SUB).
           ADD TD-PRINCIPAL  TO WS-TS-PRIN-AMT(WS-TS-SUB).
           IF WS-INTEREST > ZERO
              ADD 1           TO WS-TS-INT-CNT(WS-TS-SUB)
              ADD WS-INTEREST TO WS-TS-INT-AMT(WS-TS-SUB)
           END-IF.
           MOVE WS-INTEREST   TO TD-LAST-INTEREST.
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-INTEREST   TO WS-INTEREST-EDIT.
       H650-END. EXIT.

       H700-REWRITE-TD.
           REWRITE TD-REC.
           IF ST-TD NOT = 0
              DISPLAY 'UNABLE TO REWRITE TDFILE, DEPOSIT: ' TD-KEY
                      ' STATUS: ' ST-TD
              ADD 1 TO WS-REWRITE-FAIL-COUNT
           END-IF.
       H700-END. EXIT.

      *WS-DT-DATE'ten WS-DC-TO-DATE'e kac gun oldugunu sayiyorum.
       H750-COUNT-DAYS.
           MOVE ZEROES TO WS-DAY-COUNT.
           PERFORM H760-COUNT-ONE-DAY
              UNTIL WS-DT-DATE NOT < WS-DC-TO-DATE.
       H750-END. EXIT.

       H760-COUNT-ONE-DAY.
           PERFORM H710-ADD-ONE-DAY.
           ADD 1 TO WS-DAY-COUNT.
       H760-END. EXIT.

       H710-ADD-ONE-DAY.
           PERFORM H730-DAYS-IN-MONTH.
           IF WS-DT-DAY < WS-DT-MONTH-DAYS
              ADD 1 TO WS-DT-DAY
           ELSE
              MOVE 1 TO WS-DT-DAY
              IF WS-DT-MONTH < 12
                 ADD 1 TO WS-DT-MONTH
              ELSE
                 MOVE 1 TO WS-DT-MONTH
                 ADD 1 TO WS-DT-YEAR
              END-IF
           END-IF.
       H710-END. EXIT.

      *Ay kac gun ceker; subatta artik yil kurali (4'e bolunen, 100'e
      *bolunmeyen ya da 400'e bolunen yil) uygulanir.
       H730-DAYS-IN-MONTH.
           EVALUATE WS-DT-MONTH
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO WS-DT-MONTH-DAYS
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO WS-DT-MONTH-DAYS
              WHEN OTHER
                 MOVE 28 TO WS-DT-MONTH-DAYS
                 DIVIDE WS-DT-YEAR BY 4
                    GIVING WS-DT-LEAP-QUOT REMAINDER WS-DT-LEAP-REM
                 IF WS-DT-LEAP-REM = 0
                    MOVE 29 TO WS-DT-MONTH-DAYS
                    DIVIDE WS-DT-YEAR BY 100
                       GIVING WS-DT-LEAP-QUOT
                       REMAINDER WS-DT-LEAP-REM
                    IF WS-DT-LEAP-REM = 0
                       MOVE 28 TO WS-DT-MONTH-DAYS
                       DIVIDE WS-DT-YEAR BY 400
                          GIVING WS-DT-LEAP-QUOT
                          REMAINDER WS-DT-LEAP-REM
                       IF WS-DT-LEAP-REM = 0
                          MOVE 29 TO WS-DT-MONTH-DAYS
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.
       H730-END. EXIT.

      *Dosyalari kapatip kur bazinda ozeti basiyorum; hareket olan
      *kurlar GL arayuz dosyasina da yazilir.
       H900-CLOSE-AND-REPORT.
           IF WS-TD-OPEN
              CLOSE TD-FILE
              SET WS-FUNC-CLOSE TO TRUE
              CALL WS-PBEGIDX USING WS-SUB-AREA
           END-IF.
           DISPLAY '===== TERM DEPOSIT SUMMARY ====='.
           PERFORM H910-PRINT-SUMMARY-ENTRY
              VARYING WS-TS-IDX FROM 1 BY 1
                 UNTIL WS-TS-IDX > 1000.
           DISPLAY 'DEPOSITS READ     : ' WS-READ-COUNT.
           DISPLAY 'DEPOSITS DUE      : ' WS-DUE-COUNT.
           DISPLAY 'NOT POSTED        : ' WS-NOTPOSTED-COUNT.
           DISPLAY 'REWRITE FAILURES  : ' WS-REWRITE-FAIL-COUNT.
           DISPLAY '================================'.
           PERFORM H930-GL-EXTRACT.
       H900-END. EXIT.

       H910-PRINT-SUMMARY-ENTRY.
           IF WS-TS-BOOK-CNT(WS-TS-IDX) > 0
              OR WS-TS-PRIN-CNT(WS-TS-IDX) > 0
              OR WS-TS-FAIL-CNT(WS-TS-IDX) > 0
              SET WS-TS-SUB TO WS-TS-IDX
              SUBTRACT 1 FROM WS-TS-SUB
              DISPLAY 'DVZ: '        WS-TS-SUB
                      ' BOOKED: '    WS-TS-BOOK-CNT(WS-TS-IDX)
                      ' / '          WS-TS-BOOK-AMT(WS-TS-IDX)
                      ' REPAID: '    WS-TS-PRIN-CNT(WS-TS-IDX)
                      ' / '          WS-TS-PRIN-AMT(WS-TS-IDX)
              DISPLAY '     INTEREST: ' WS-TS-INT-AMT(WS-TS-IDX)
                      ' NOT POSTED: '  WS-TS-FAIL-CNT(WS-TS-IDX)
           END-IF.
       H910-END. EXIT.

      *Kur + islem tipi basina dengeli bir GL satiri: TDBK fon
      *hesaplarindan cekilen (acilis/yenileme), TDPR geri odenen
      *anapara, TDIN odenen faiz. Hareket yoksa dosya yazilmaz ve
      *sira numarasi harcanmaz.
       H930-GL-EXTRACT.
           PERFORM H935-CHECK-ANY-POSTING
              VARYING WS-TS-IDX FROM 1 BY 1
                 UNTIL WS-TS-IDX > 1000 OR WS-GL-ANY.
           IF WS-GL-ANY
              PERFORM H940-NEXT-SEQUENCE
              OPEN OUTPUT GL-FILE
              IF (NOT GL-SUCCESS)
                 DISPLAY 'UNABLE TO OPEN TDGLEXT: ' ST-GL
                 MOVE ST-GL TO RETURN-CODE
              ELSE
                 PERFORM H945-WRITE-CURRENCY-ENTRIES
                    VARYING WS-TS-IDX FROM 1 BY 1
                       UNTIL WS-TS-IDX > 1000
                 PERFORM H960-WRITE-GL-TRAILER
                 CLOSE GL-FILE
                 DISPLAY 'GL EXTRACT WRITTEN, SEQUENCE: '
                         WS-GL-SEQ-NO ' ENTRIES: ' WS-GL-ENTRIES
              END-IF
           END-IF.
       H930-END. EXIT.

       H935-CHECK-ANY-POSTING.
           IF WS-TS-BOOK-CNT(WS-TS-IDX) > 0
              OR WS-TS-PRIN-CNT(WS-TS-IDX) > 0
              SET WS-GL-ANY TO TRUE
           END-IF.
       H935-END. EXIT.

      *Dosya sira numarasini GLSEQFL'den okuyup bir artirarak geri
      *yaziyorum; PBFINAL'deki H940 ile aynidir.
       H940-NEXT-SEQUENCE.
           MOVE ZEROES TO WS-GL-SEQ-NO.
           OPEN INPUT GLSEQ-FILE.
           IF SEQ-SUCCESS
              READ GLSEQ-FILE
              IF SEQ-SUCCESS
                 MOVE GLSEQ-NO TO WS-GL-SEQ-NO
              END-IF
              CLOSE GLSEQ-FILE
           END-IF.
           ADD 1 TO WS-GL-SEQ-NO.
           OPEN OUTPUT GLSEQ-FILE.
           MOVE WS-GL-SEQ-NO TO GLSEQ-NO.
           WRITE GLSEQ-REC.
           CLOSE GLSEQ-FILE.
       H940-END. EXIT.

       H945-WRITE-CURRENCY-ENTRIES.
           SET WS-TS-SUB TO WS-TS-IDX.
           SUBTRACT 1 FROM WS-TS-SUB.
           MOVE WS-TS-SUB TO WS-GL-WORK-DVZ.
           IF WS-TS-BOOK-CNT(WS-TS-IDX) > 0
              MOVE 'TDBK' TO WS-GL-WORK-TYPE
              MOVE WS-TS-BOOK-CNT(WS-TS-IDX) TO WS-GL-WORK-COUNT
              COMPUTE WS-GL-WORK-NET = 0 - WS-TS-BOOK-AMT(WS-TS-IDX)
              PERFORM H950-WRITE-GL-ENTRY
           END-IF.
           IF WS-TS-PRIN-CNT(WS-TS-IDX) > 0
              MOVE 'TDPR' TO WS-GL-WORK-TYPE
              MOVE WS-TS-PRIN-CNT(WS-TS-IDX) TO WS-GL-WORK-COUNT
              MOVE WS-TS-PRIN-AMT(WS-TS-IDX) TO WS-GL-WORK-NET
              PERFORM H950-WRITE-GL-ENTRY
           END-IF.
           IF WS-TS-INT-CNT(WS-TS-IDX) > 0
              MOVE 'TDIN' TO WS-GL-WORK-TYPE
              MOVE WS-TS-INT-CNT(WS-TS-IDX) TO WS-GL-WORK-COUNT
              MOVE WS-TS-INT-AMT(WS-TS-IDX) TO WS-GL-WORK-NET
              PERFORM H950-WRITE-GL-ENTRY
           END-IF.
       H945-END. EXIT.

       H950-WRITE-GL-ENTRY.
           MOVE 'D'              TO GL-REC-TYPE.
           MOVE WS-TODAY         TO GL-RUN-DATE.
           MOVE WS-GL-SEQ-NO     TO GL-SEQ-NO.
           MOVE WS-GL-WORK-DVZ   TO GL-DVZ.
           MOVE WS-GL-WORK-TYPE  TO GL-OP-TYPE.
           MOVE WS-GL-WORK-COUNT TO GL-ENTRY-COUNT.
           IF WS-GL-WORK-NET < ZERO
              MOVE '-' TO GL-NET-SIGN
              COMPUTE WS-GL-ABS-NET = 0 - WS-GL-WORK-NET
           ELSE
              MOVE '+' TO GL-NET-SIGN
              MOVE WS-GL-WORK-NET TO WS-GL-ABS-NET
           END-IF.
           MOVE WS-GL-ABS-NET TO GL-DR-AMOUNT.
           MOVE WS-GL-ABS-NET TO GL-CR-AMOUNT.
           WRITE GL-REC.
           ADD 1             TO WS-GL-ENTRIES.
           ADD WS-GL-ABS-NET TO WS-GL-DR-TOTAL.
           ADD WS-GL-ABS-NET TO WS-GL-CR-TOTAL.
       H950-END. EXIT.

       H960-WRITE-GL-TRAILER.
           MOVE 'T'              TO GL-REC-TYPE.
           MOVE WS-TODAY         TO GL-RUN-DATE.
           MOVE WS-GL-SEQ-NO     TO GL-SEQ-NO.
           MOVE SPACES           TO GL-DVZ.
           MOVE SPACES           TO GL-OP-TYPE.
           MOVE SPACE            TO GL-NET-SIGN.
           MOVE WS-GL-ENTRIES    TO GL-ENTRY-COUNT.
           MOVE WS-GL-DR-TOTAL   TO GL-DR-AMOUNT.
           MOVE WS-GL-CR-TOTAL   TO GL-CR-AMOUNT.
           WRITE GL-REC.
       H960-END. EXIT.
