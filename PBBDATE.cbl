       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBBDATE.
       AUTHOR HUSNU CAN PIDECI
      *Is gunu (business date) ve tatil takvimi alt programi. Batch
      *programlari islem tarihini ACCEPT FROM DATE ile degil, gun
      *sonunda PBBDROL'un ilerlettigi BDATECTL kontrol dosyasindan
      *alir; gece yarisini gecen kosu boylece yine ayni is gunune
      *kayit atar. Tatil takvimi (HOLCAL) kur bazindadir: bir tarih
      *o kur icin cumartesi/pazar degilse, bankanin genel tatili
      *(kur 999) ve o kurun kendi tatili degilse is gunudur. HOLCAL
      *hic kurulmamissa sadece hafta sonlari tatil sayilir; var da
      *acilamiyorsa 2/3/4 cevap vermez, acilis durum kodunu doner.
      *Fonksiyonlar: 1 = is gunu tarihlerini oku, 2 = tarih is gunu
      *mu, 3 = tarih ya da sonraki ilk is gunu, 4 = tarihten sonraki
      *ilk is gunu, 9 = takvimi kapat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Tek kayitlik is gunu kontrol dosyasi; bakimini PBBDROL yapar.
           SELECT BDC-FILE   ASSIGN BDATECTL
                             STATUS ST-BDC.
      *Kur bazinda tatil takvimi; bakimini PBHOLMT yapar.
           SELECT HOL-FILE   ASSIGN HOLCAL
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY HOL-KEY
                             STATUS ST-HOL.
       DATA DIVISION.
       FILE SECTION.
      *Gecerli ve bir onceki is gunu; son ilerletmenin gercek tarih
      *ve saati iz icin tutulur. PBBDROL'daki BDC-REC ile aynidir.
       FD  BDC-FILE RECORDING MODE F.
         01  BDC-REC.
           05 BDC-CURR-DATE        PIC 9(08).
           05 BDC-PREV-DATE        PIC 9(08).
           05 BDC-ROLL-DATE        PIC 9(08).
           05 BDC-ROLL-TIME        PIC 9(08).
           05 FILLER               PIC X(48).

      *Tatil gunu: kur + tarih anahtar. Kur 999 bankanin tum kurlar
      *icin kapali oldugu gundur. PBHOLMT'teki HOL-REC ile aynidir.
       FD  HOL-FILE.
         01  HOL-REC.
           05 HOL-KEY.
              10 HOL-DVZ           PIC 9(03).
              10 HOL-DATE          PIC 9(08).
           05 HOL-DESC             PIC X(30).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-BDC               PIC 9(02).
              88 BDC-SUCCESS                 VALUE 00 97.
              88 BDC-EOF                     VALUE 10.
           05 ST-HOL               PIC 9(02).
              88 HOL-SUCCESS                 VALUE 00 97.
              88 HOL-NO-FILE                 VALUE 35.
      *Takvim ilk ihtiyacta acilir; hic yoksa bir daha denenmez.
      *Acilamadiysa (35 disi) durum kodu saklanir ve takvim isteyen
      *her cagriya o doner.
           05 WS-HOL-STATE-SW       PIC X(01) VALUE 'N'.
              88 WS-HOL-NOT-TRIED             VALUE 'N'.
              88 WS-HOL-OPEN                  VALUE 'Y'.
              88 WS-HOL-MISSING               VALUE 'X'.
              88 WS-HOL-FAILED                VALUE 'E'.
           05 WS-HOL-FAIL-ST        PIC 9(02) VALUE ZEROES.
           05 WS-BUSINESS-SW        PIC X(01).
              88 WS-IS-BUSINESS-DAY           VALUE 'Y'.
           05 WS-CHECK-DVZ          PIC 9(03).
           05 WS-BANK-DVZ           PIC 9(03) VALUE 999.

      *Takvim hesaplari icin tarih alanlari; PBTDRL'dekiyle aynidir.
         01  WS-DATE-AREA.
           05 WS-DT-DATE           PIC 9(08).
           05 WS-DT-SPLIT REDEFINES WS-DT-DATE.
              10 WS-DT-YEAR        PIC 9(04).
              10 WS-DT-MONTH       PIC 9(02).
              10 WS-DT-DAY         PIC 9(02).
           05 WS-DT-MONTH-DAYS     PIC 9(02).
           05 WS-DT-LEAP-QUOT      PIC 9(04).
           05 WS-DT-LEAP-REM       PIC 9(04).

      *Haftanin gunu (Zeller): 0 = cumartesi, 1 = pazar, 2 = pazartesi
      *... 6 = cuma. Ocak/subat onceki yilin 13./14. ayi sayilir.
         01  WS-WEEKDAY-AREA.
           05 WS-WD-YEAR           PIC 9(04).
           05 WS-WD-MONTH          PIC 9(02).
           05 WS-WD-CENTURY        PIC 9(02).
           05 WS-WD-YOC            PIC 9(02).
           05 WS-WD-TERM           PIC 9(05).
           05 WS-WD-SUM            PIC 9(05).
           05 WS-WD-QUOT           PIC 9(05).
           05 WS-WD-DAY            PIC 9(01).
              88 WS-WD-WEEKEND               VALUE 0 1.

         01 WS-FUNCTION         PIC 9(01).
            88 WS-FUNC-GET              VALUE 1.
            88 WS-FUNC-CHECK            VALUE 2.
            88 WS-FUNC-ON-OR-AFTER      VALUE 3.
            88 WS-FUNC-AFTER            VALUE 4.
            88 WS-FUNC-CLOSE            VALUE 9.

       LINKAGE SECTION.
         01  LB-AREA.
           05 LB-FUNCTION        PIC 9(01).
           05 LB-RETURNCODE      PIC 9(02).
      *Takvim sorgusunun kuru ve tarihi; 999 bankanin genel takvimi.
           05 LB-DVZ             PIC 9(03).
           05 LB-DATE            PIC 9(08).
      *Cevaplar: bulunan is gunu, is gunu mu, gecerli/onceki is gunu.
           05 LB-RESULT-DATE     PIC 9(08).
           05 LB-BUSINESS-DAY    PIC X(01).
           05 LB-CURR-DATE       PIC 9(08).
           05 LB-PREV-DATE       PIC 9(08).
           05 FILLER             PIC X(20).

      *--------------------
       PROCEDURE DIVISION USING LB-AREA.
       0000-MAIN.
           PERFORM H100-PROCESS-SELECTION.
       0000-END. EXIT.

       H100-PROCESS-SELECTION.
           MOVE LB-FUNCTION TO WS-FUNCTION
           MOVE ZEROES TO LB-RETURNCODE
           EVALUATE TRUE
              WHEN WS-FUNC-GET
                  PERFORM H200-GET-DATES
                  GOBACK
              WHEN WS-FUNC-CHECK
                  PERFORM H350-CHECK-CALENDAR
                  IF LB-RETURNCODE = ZEROES
                     MOVE LB-DATE TO WS-DT-DATE
                     PERFORM H400-CHECK-DAY
                     MOVE WS-BUSINESS-SW TO LB-BUSINESS-DAY
                     MOVE LB-DATE TO LB-RESULT-DATE
                  END-IF
                  GOBACK
              WHEN WS-FUNC-ON-OR-AFTER
                  PERFORM H350-CHECK-CALENDAR
                  IF LB-RETURNCODE = ZEROES
                     MOVE LB-DATE TO WS-DT-DATE
                     PERFORM H400-CHECK-DAY
                     PERFORM H500-NEXT-DAY UNTIL WS-IS-BUSINESS-DAY
                     MOVE WS-DT-DATE TO LB-RESULT-DATE
                  END-IF
                  GOBACK
              WHEN WS-FUNC-AFTER
                  PERFORM H350-CHECK-CALENDAR
                  IF LB-RETURNCODE = ZEROES
                     MOVE LB-DATE TO WS-DT-DATE
                     PERFORM H500-NEXT-DAY
                     PERFORM H500-NEXT-DAY UNTIL WS-IS-BUSINESS-DAY
                     MOVE WS-DT-DATE TO LB-RESULT-DATE
                  END-IF
                  GOBACK
              WHEN WS-FUNC-CLOSE
                  IF WS-HOL-OPEN
                     CLOSE HOL-FILE
                  END-IF
                  MOVE 'N' TO WS-HOL-STATE-SW
                  GOBACK
              WHEN OTHER
                  MOVE 99 TO LB-RETURNCODE
                  GOBACK
           END-EVALUATE.
       H100-END. EXIT.

      *Kontrol dosyasini okuyup gecerli ve onceki is gununu
      *donduruyorum. Dosya yoksa ya da bossa islem tarihi
      *belirlenemez; cagiran kosu durmalidir.
       H200-GET-DATES.
           OPEN INPUT BDC-FILE.
           IF (NOT BDC-SUCCESS)
           DISPLAY 'UNABLE TO OPEN BDATECTL: ' ST-BDC
           MOVE ST-BDC TO LB-RETURNCODE
           GOBACK
           END-IF.
           READ BDC-FILE.
           IF (NOT BDC-SUCCESS)
              DISPLAY 'BDATECTL HAS NO BUSINESS DATE RECORD.'
              MOVE 99 TO LB-RETURNCODE
           ELSE
              IF BDC-CURR-DATE NOT NUMERIC OR BDC-CURR-DATE = ZEROES
                 DISPLAY 'BDATECTL BUSINESS DATE IS INVALID.'
                 MOVE 99 TO LB-RETURNCODE
              ELSE
                 MOVE BDC-CURR-DATE TO LB-CURR-DATE
                 MOVE BDC-PREV-DATE TO LB-PREV-DATE
              END-IF
           END-IF.
           CLOSE BDC-FILE.
       H200-END. EXIT.

      *Takvimi ilk ihtiyacta aciyorum; hic kurulmamissa (35) tatil
      *yok sayilir, sadece hafta sonu kontrol edilir. Baska bir
      *acilis hatasinda takvim okunamamistir; cevap verilmez.
       H300-OPEN-CALENDAR.
           OPEN INPUT HOL-FILE.
           IF HOL-SUCCESS
              SET WS-HOL-OPEN TO TRUE
           ELSE
              IF HOL-NO-FILE
                 SET WS-HOL-MISSING TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN HOLCAL: ' ST-HOL
                 SET WS-HOL-FAILED TO TRUE
                 MOVE ST-HOL TO WS-HOL-FAIL-ST
              END-IF
           END-IF.
       H300-END. EXIT.

      *Takvim gereken fonksiyonlardan once: takvim acilamamissa
      *acilis durum kodu cagirana doner.
       H350-CHECK-CALENDAR.
           IF WS-HOL-NOT-TRIED
              PERFORM H300-OPEN-CALENDAR
           END-IF.
           IF WS-HOL-FAILED
              MOVE WS-HOL-FAIL-ST TO LB-RETURNCODE
           END-IF.
       H350-END. EXIT.

      *WS-DT-DATE istenen kur icin is gunu mu: hafta sonu, bankanin
      *genel tatili ya da kurun kendi tatili degilse evet.
       H400-CHECK-DAY.
           IF WS-HOL-NOT-TRIED
              PERFORM H300-OPEN-CALENDAR
           END-IF.
           MOVE 'Y' TO WS-BUSINESS-SW.
           PERFORM H600-WEEKDAY.
           IF WS-WD-WEEKEND
              MOVE 'N' TO WS-BUSINESS-SW
           END-IF.
           IF WS-IS-BUSINESS-DAY AND WS-HOL-OPEN
              MOVE WS-BANK-DVZ TO WS-CHECK-DVZ
              PERFORM H410-READ-HOLIDAY
              IF LB-DVZ NOT = WS-BANK-DVZ AND WS-IS-BUSINESS-DAY
                 MOVE LB-DVZ TO WS-CHECK-DVZ
                 PERFORM H410-READ-HOLIDAY
              END-IF
           END-IF.
       H400-END. EXIT.

       H410-READ-HOLIDAY.
           MOVE WS-CHECK-DVZ TO HOL-DVZ.
           MOVE WS-DT-DATE   TO HOL-DATE.
           READ HOL-FILE KEY HOL-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE 'N' TO WS-BUSINESS-SW
           END-READ.
       H410-END. EXIT.

      *Bir gun ileri gidip yeni gunu kontrol ediyorum.
       H500-NEXT-DAY.
           PERFORM H710-ADD-ONE-DAY.
           PERFORM H400-CHECK-DAY.
       H500-END. EXIT.

      *Zeller formulu: (gun + 13*(ay+1)/5 + K + K/4 + J/4 + 5*J)
      *mod 7; K yilin yuzyil ici kismi, J yuzyil. Bolmeler tam
      *sayidir, ara sonuclar tek tek alinir.
       H600-WEEKDAY.
           MOVE WS-DT-YEAR  TO WS-WD-YEAR.
           MOVE WS-DT-MONTH TO WS-WD-MONTH.
           IF WS-WD-MONTH < 3
              ADD 12 TO WS-WD-MONTH
              SUBTRACT 1 FROM WS-WD-YEAR
           END-IF.
           DIVIDE WS-WD-YEAR BY 100
              GIVING WS-WD-CENTURY REMAINDER WS-WD-YOC.
           MOVE WS-DT-DAY TO WS-WD-SUM.
           COMPUTE WS-WD-TERM = 13 * (WS-WD-MONTH + 1).
           DIVIDE WS-WD-TERM BY 5 GIVING WS-WD-QUOT.
           ADD WS-WD-QUOT TO WS-WD-SUM.
           ADD WS-WD-YOC  TO WS-WD-SUM.
           DIVIDE WS-WD-YOC BY 4 GIVING WS-WD-QUOT.
           ADD WS-WD-QUOT TO WS-WD-SUM.
           DIVIDE WS-WD-CENTURY BY 4 GIVING WS-WD-QUOT.
           ADD WS-WD-QUOT TO WS-WD-SUM.
           COMPUTE WS-WD-SUM = WS-WD-SUM + 5 * WS-WD-CENTURY.
           DIVIDE WS-WD-SUM BY 7
              GIVING WS-WD-QUOT REMAINDER WS-WD-DAY.
       H600-END. EXIT.

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
