       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBAMLRP.
       AUTHOR HUSNU CAN PIDECI
      *Haftalik supheli islem (AML) taramasi. AUDITFL'yi, geriye
      *bakis penceresi canli sicilin basindan eskiye uzaniyorsa
      *ARCHAUD kusaklarini da okur; pencereye dusen DEPO/WDRL/TRFO
      *hareketlerini DVZ-RATE ile ana para birimine cevirip musteri
      *ve zaman sirasina dizer ve uc kurala bakar:
      *  L - esigi asan tek DEPO/WDRL hareketi,
      *  S - N gun icinde esigin hemen altinda kalan tekrarli
      *      DEPO/WDRL hareketleri (parcalama),
      *  R - yatan paranin kisa sure icinde TRFO ile cikmasi.
      *Esikler ve pencereler AMLPARM'dan gelir. Her bulgu musterinin
      *CUSTFILE'daki adi ve telefonuyla AMLCASE'e acik vaka olarak
      *yazilir; vakanin kapatilmasi PBAMLMT bakimiyla yapilir. Vaka
      *anahtari hareketin kendisidir; pencereleri ortusen iki kosu
      *ayni bulguyu ikinci kez acmaz.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN AUDITFL
                             STATUS ST-AUD.
      *PBAUDAR'in kestigi arsiv kusaklari; pencereye giren tarihli
      *kusaklarin (eskiden yeniye) bu isim altina baglanmasi JCL'in
      *isidir. Dosya hic yoksa sadece canli sicil okunur.
           SELECT ARCH-FILE  ASSIGN ARCHAUD
                             STATUS ST-ARC.
           SELECT PARM-FILE  ASSIGN AMLPARM
                             STATUS ST-PARM.
           SELECT DVZ-FILE   ASSIGN DVZTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY DVZ-CODE
                             STATUS ST-DVZ.
           SELECT CUST-FILE  ASSIGN CUSTFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUST-ID
                             STATUS ST-CUS.
      *Uyum biriminin calistigi vaka dosyasi; bakimi PBAMLMT yapar.
           SELECT CASE-FILE  ASSIGN AMLCASE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CASE-KEY
                             STATUS ST-CAS.
      *Secilen hareketlerin musteri/zaman sirasina dizildigi calisma
      *dosyasi.
           SELECT SORT-FILE  ASSIGN SORTWK.
      *Ortak kosu sicili: baslarken 'S', biterken 'E' kaydi duser;
      *sabah raporu (PBRUNRP) geceyi buradan okur.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
                             STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
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

      *Arsiv kaydi AUDIT-REC ile ayni yapidadir; okunduktan sonra
      *AUDIT-REC'e tasinip ayni secim mantigindan gecirilir.
       FD  ARCH-FILE RECORDING MODE F.
         01  ARCH-REC             PIC X(192).

      *Parametre dosyasi: tek bir genel kayit (G) ve istege bagli kur
      *bazinda esik kayitlari (C). Genel esik ana para birimi
      *cinsindendir; C kaydindaki esik o kurun kendi birimindedir ve
      *DVZ-RATE ile ana birime cevrilir. Yuzdeler 1-100 arasidir.
       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           05 PARM-TYPE            PIC X(01).
              88 PARM-GENERAL               VALUE 'G'.
              88 PARM-CURRENCY              VALUE 'C'.
           05 PARM-GENERAL-DATA.
      *Bugunden geriye kac gunluk hareket taranir.
              10 PARM-LOOKBACK-DAYS PIC 9(03).
              10 PARM-THRESHOLD    PIC 9(15).
      *Esigin yuzde kacindan itibaren "hemen alti" sayilir, kac gun
      *icinde ve en az kac tekrarda parcalama vakasi acilir.
              10 PARM-STR-PCT      PIC 9(03).
              10 PARM-STR-DAYS     PIC 9(03).
              10 PARM-STR-COUNT    PIC 9(03).
      *Yatan para kac gun icinde ve yatanin en az yuzde kaci TRFO ile
      *cikarsa hizli cikis vakasi acilir.
              10 PARM-RPD-DAYS     PIC 9(03).
              10 PARM-RPD-PCT      PIC 9(03).
           05 PARM-CURRENCY-DATA REDEFINES PARM-GENERAL-DATA.
              10 PARM-C-DVZ        PIC 9(03).
              10 PARM-C-THRESHOLD  PIC 9(15).
              10 FILLER            PIC X(15).

      *PBEGIDX'teki DVZ-REC ile ayni yapidadir.
       FD  DVZ-FILE.
         01  DVZ-REC.
           05 DVZ-CODE          PIC S9(03) COMP.
           05 DVZ-DESC          PIC X(20).
           05 DVZ-ACTIVE        PIC X(01).
              88 DVZ-IS-ACTIVE            VALUE 'Y'.
           05 DVZ-RATE          PIC S9(07)V9(08) COMP-3.
           05 DVZ-INACT-DATE    PIC S9(08) COMP-3.

      *PBCUSMT'teki CUST-REC ile aynidir.
       FD  CUST-FILE.
         01  CUST-REC.
           05 CUST-ID           PIC 9(05).
           05 CUST-NAME         PIC X(15).
           05 CUST-SURNAME      PIC X(15).
           05 CUST-PHONE        PIC X(12).
           05 CUST-ADDRESS      PIC X(30).

      *Vaka kaydi: anahtar, vakayi doguran hareketin hesabi, zaman
      *damgasi ve kural kodudur. Parcalama vakasinda tutar son
      *hareketin, ana birim tutari serinin toplamidir ve
      *CASE-LINK-TS serinin ilk hareketini; hizli cikista eslesen
      *yatirimi gosterir. PBAMLMT'deki CASE-REC ile aynidir.
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

      *Siralanacak hareket: tutar hareketin mutlak degeridir, isaret
      *SRT-MOVEMENT'ta kalir.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-ID               PIC 9(05).
           05 SRT-TIMESTAMP        PIC 9(16).
           05 SRT-DVZ              PIC 9(03).
           05 SRT-OPERATION        PIC X(04).
           05 SRT-MOVEMENT         PIC S9(15).
           05 SRT-AMOUNT           PIC S9(15).
           05 SRT-BASE-AMOUNT      PIC S9(15)V99.
           05 SRT-TREF             PIC X(12).

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
           05 ST-AUD               PIC 9(02).
              88 AUD-EOF                     VALUE 10.
              88 AUD-SUCCESS                 VALUE 00 97.
           05 ST-ARC               PIC 9(02).
              88 ARC-EOF                     VALUE 10.
              88 ARC-SUCCESS                 VALUE 00 97.
              88 ARC-NO-FILE                 VALUE 35.
           05 ST-PARM              PIC 9(02).
              88 PARM-EOF                    VALUE 10.
              88 PARM-SUCCESS                VALUE 00 97.
           05 ST-DVZ               PIC 9(02).
              88 DVZ-SUCCESS                 VALUE 00 97.
           05 ST-CUS               PIC 9(02).
              88 CUS-SUCCESS                 VALUE 00 97.
           05 ST-CAS               PIC 9(02).
              88 CAS-SUCCESS                 VALUE 00 97.
              88 CAS-NO-FILE                 VALUE 35.
              88 CAS-DUPLICATE               VALUE 22.
           05 ST-RUN               PIC 9(02).
              88 RUN-SUCCESS                 VALUE 00 97.
           05 WS-TODAY              PIC 9(08).
           05 WS-FROM-DATE          PIC 9(08).
           05 WS-AUD-DATE           PIC 9(08).
           05 WS-MOV-DATE           PIC 9(08).
           05 WS-MOVEMENT           PIC S9(15).
           05 WS-SORT-EOF-SW        PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
           05 WS-GENERAL-SW         PIC X(01) VALUE 'N'.
              88 WS-GENERAL-FOUND            VALUE 'Y'.
           05 WS-PREV-ID            PIC 9(05) VALUE ZEROES.
      *Canli sicilin ilk kaydi arsiv okunurken kaybolmasin diye
      *burada bekletilir.
           05 WS-FIRST-AUDIT        PIC X(192).
           05 WS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
           05 WS-SELECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
           05 WS-LARGE-COUNT        PIC 9(07) COMP VALUE ZERO.
           05 WS-STRUCT-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-RAPID-COUNT        PIC 9(07) COMP VALUE ZERO.
      *Onceki kosuda zaten acilmis (anahtari dosyada olan) bulgular.
           05 WS-KNOWN-COUNT        PIC 9(07) COMP VALUE ZERO.
      *Kuru DVZTAB'da olmayan ya da kuru sifir olan hareketler; ana
      *birime cevrilemedikleri icin taranamazlar.
           05 WS-NORATE-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-NOCUST-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.
           05 WS-AMOUNT-EDIT        PIC -(14)9.
           05 WS-BASE-EDIT          PIC -(14)9.99.

      *AMLPARM'dan okunan esik ve pencereler.
         01  WS-PARM-AREA.
           05 WS-LOOKBACK-DAYS      PIC 9(03).
           05 WS-DEF-THRESHOLD      PIC S9(15)V99 COMP-3.
           05 WS-STR-PCT            PIC 9(03).
           05 WS-STR-DAYS           PIC 9(03).
           05 WS-STR-MIN-COUNT      PIC 9(03).
           05 WS-RPD-DAYS           PIC 9(03).
           05 WS-RPD-PCT            PIC 9(03).

      *Kur bazinda kur ve ana birim esigi; kur kodu + 1 ile dogrudan
      *adreslenir, her kur ilk gorundugunde DVZTAB'dan bir kez
      *okunur.
         01  WS-DVZ-AREA.
           05 WS-DVZ-SUB            PIC 9(04) COMP.
           05 WS-DVZ-ENTRY OCCURS 1000 TIMES.
              10 WS-DVZ-STATE       PIC X(01).
                 88 WS-DVZ-LOADED            VALUE 'Y'.
                 88 WS-DVZ-NO-RATE           VALUE 'X'.
              10 WS-DVZ-RATE-T      PIC S9(07)V9(08) COMP-3.
              10 WS-DVZ-OWN-THR     PIC S9(15) COMP-3.
              10 WS-DVZ-BASE-THR    PIC S9(15)V99 COMP-3.

      *Siradaki hareketin esigi ve "hemen alti" siniri (ana birim).
         01  WS-RULE-AREA.
           05 WS-CUR-THRESHOLD      PIC S9(15)V99 COMP-3.
           05 WS-NEAR-LIMIT         PIC S9(15)V99 COMP-3.
           05 WS-MATCH-LIMIT        PIC S9(15)V99 COMP-3.
           05 WS-NEW-TYPE           PIC X(01).
           05 WS-NEW-BASE           PIC S9(15)V99 COMP-3.
           05 WS-NEW-COUNT          PIC 9(03).
           05 WS-NEW-LINK-TS        PIC 9(16).
           05 WS-DP-POS             PIC 9(04) COMP.
           05 WS-DP-FOUND-SW        PIC X(01).
              88 WS-DP-FOUND                 VALUE 'Y'.

      *Musterinin penceredeki "hemen alti" hareketleri; esik tekrar
      *sayisina ulasinca vaka acilir ve liste bosaltilir, bu yuzden
      *tekrar sayisinin ust sinirindan fazlasini tutmaz. Pencereden
      *cikan (bitis gunu gelmis) kayit bastan atilir.
         01  WS-NEAR-AREA.
           05 WS-ST-COUNT           PIC 9(04) COMP VALUE ZERO.
           05 WS-ST-SUM             PIC S9(15)V99 COMP-3 VALUE ZERO.
           05 WS-ST-TABLE OCCURS 999 TIMES INDEXED BY WS-ST-IDX.
              10 WS-ST-LIMIT        PIC 9(08).
              10 WS-ST-TS           PIC 9(16).
              10 WS-ST-BASE         PIC S9(15)V99 COMP-3.

      *Musterinin penceredeki yatirimlari; bir TRFO ile eslesen
      *yatirim listeden cikar. Liste dolarsa en eskisi atilir.
         01  WS-DEPO-AREA.
           05 WS-DP-COUNT           PIC 9(04) COMP VALUE ZERO.
           05 WS-DP-TABLE OCCURS 500 TIMES INDEXED BY WS-DP-IDX.
              10 WS-DP-LIMIT        PIC 9(08).
              10 WS-DP-TS           PIC 9(16).
              10 WS-DP-BASE         PIC S9(15)V99 COMP-3.

      *Tarih aritmetigi; PBSTORL'deki alanlarla aynidir.
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
           PERFORM H950-WRITE-RUN-LOG.
           PERFORM H100-GET-PARM.
           PERFORM H150-OPEN-FILES.
           DISPLAY '===== AML MONITORING REPORT ====='.
           DISPLAY 'RUN DATE: ' WS-TODAY
                   '  LOOKBACK FROM: ' WS-FROM-DATE.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-ID SRT-TIMESTAMP
              INPUT PROCEDURE  H200-SELECT-MOVEMENTS THRU H200-END
              OUTPUT PROCEDURE H500-EVALUATE-MOVEMENTS THRU H500-END.
           PERFORM H900-PRINT-TOTALS.
           CLOSE DVZ-FILE
           CLOSE CUST-FILE
           CLOSE CASE-FILE.
           IF WS-ERROR-COUNT > 0 OR WS-NORATE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO WS-RL-TYPE.
           MOVE WS-SELECTED-COUNT TO WS-RL-PROCESSED.
           COMPUTE WS-RL-REJECTED = WS-NORATE-COUNT + WS-ERROR-COUNT.
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
              MOVE 'PBAMLRP' TO RUN-PROGRAM
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

      *Parametreleri okuyup dogruluyorum; genel kayit yoksa ya da
      *degerleri anlamsizsa tarama yapilmaz (RC 99). Kur kayitlari
      *kur tablosuna kendi birimindeki esik olarak yazilir.
       H100-GET-PARM.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           INITIALIZE WS-DVZ-AREA.
           OPEN INPUT PARM-FILE.
           IF (NOT PARM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AMLPARM: ' ST-PARM
           MOVE ST-PARM TO RETURN-CODE
           STOP RUN
           END-IF.
           READ PARM-FILE.
           PERFORM H110-LOAD-PARM UNTIL PARM-EOF.
           CLOSE PARM-FILE.
           IF NOT WS-GENERAL-FOUND
              DISPLAY 'AMLPARM HAS NO GENERAL PARAMETER RECORD.'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-LOOKBACK-DAYS = ZERO OR WS-DEF-THRESHOLD = ZERO
              OR WS-STR-PCT = ZERO OR WS-STR-PCT > 100
              OR WS-STR-DAYS = ZERO OR WS-STR-MIN-COUNT < 2
              OR WS-RPD-DAYS = ZERO
              OR WS-RPD-PCT = ZERO OR WS-RPD-PCT > 100
              DISPLAY 'INVALID AMLPARM GENERAL PARAMETERS.'
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.
      *Pencerenin ilk gunu: bugunden geriye geriye bakis gun sayisi.
           MOVE WS-TODAY TO WS-DT-DATE.
           PERFORM H740-SUBTRACT-ONE-DAY WS-LOOKBACK-DAYS TIMES.
           MOVE WS-DT-DATE TO WS-FROM-DATE.
       H100-END. EXIT.

       H110-LOAD-PARM.
           EVALUATE TRUE
              WHEN PARM-GENERAL
                 IF PARM-GENERAL-DATA NOT NUMERIC
                    DISPLAY 'INVALID AMLPARM GENERAL PARAMETERS.'
                    MOVE 99 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 SET WS-GENERAL-FOUND TO TRUE
                 MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                 MOVE PARM-THRESHOLD     TO WS-DEF-THRESHOLD
                 MOVE PARM-STR-PCT       TO WS-STR-PCT
                 MOVE PARM-STR-DAYS      TO WS-STR-DAYS
                 MOVE PARM-STR-COUNT     TO WS-STR-MIN-COUNT
                 MOVE PARM-RPD-DAYS      TO WS-RPD-DAYS
                 MOVE PARM-RPD-PCT       TO WS-RPD-PCT
              WHEN PARM-CURRENCY
                 IF PARM-C-DVZ NOT NUMERIC
                    OR PARM-C-THRESHOLD NOT NUMERIC
                    OR PARM-C-THRESHOLD = ZERO
                    DISPLAY 'INVALID AMLPARM CURRENCY RECORD: '
                            PARM-REC
                    MOVE 99 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 COMPUTE WS-DVZ-SUB = PARM-C-DVZ + 1
                 MOVE PARM-C-THRESHOLD TO WS-DVZ-OWN-THR(WS-DVZ-SUB)
              WHEN OTHER
                 DISPLAY 'INVALID AMLPARM RECORD TYPE: ' PARM-TYPE
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           READ PARM-FILE.
       H110-END. EXIT.

      *Vaka dosyasi ilk kosuda henuz yok olabilir; bos yaratip I-O
      *modunda yeniden aciyorum.
       H150-OPEN-FILES.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DVZTAB: ' ST-DVZ
           MOVE ST-DVZ TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN INPUT CUST-FILE.
           IF (NOT CUS-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CUSTFILE: ' ST-CUS
           MOVE ST-CUS TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN I-O CASE-FILE.
           IF CAS-NO-FILE
              OPEN OUTPUT CASE-FILE
              CLOSE CASE-FILE
              OPEN I-O CASE-FILE
           END-IF.
           IF (NOT CAS-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AMLCASE: ' ST-CAS
           MOVE ST-CAS TO RETURN-CODE
           STOP RUN
           END-IF.
       H150-END. EXIT.

      *Siralama girisi. Canli sicilin ilk kaydi pencerenin ilk
      *gununden yeniyse (ya da sicil bossa) pencerenin basi arsivde
      *kalmistir; once arsiv kusaklari okunur.
       H200-SELECT-MOVEMENTS.
           OPEN INPUT AUDIT-FILE.
           IF (NOT AUD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AUDITFL: ' ST-AUD
           MOVE ST-AUD TO RETURN-CODE
           STOP RUN
           END-IF.
           READ AUDIT-FILE.
           IF AUD-EOF
              PERFORM H250-PROCESS-ARCHIVE
           ELSE
              IF AUD-TIMESTAMP(1:8) > WS-FROM-DATE
                 MOVE AUDIT-REC TO WS-FIRST-AUDIT
                 PERFORM H250-PROCESS-ARCHIVE
                 MOVE WS-FIRST-AUDIT TO AUDIT-REC
              END-IF
           END-IF.
           PERFORM H300-PROCESS-AUDIT UNTIL AUD-EOF.
           CLOSE AUDIT-FILE.
       H200-END. EXIT.

       H250-PROCESS-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF ARC-NO-FILE
              DISPLAY 'ARCHAUD NOT SUPPLIED, LIVE AUDITFL ONLY.'
           ELSE
              IF (NOT ARC-SUCCESS)
                 DISPLAY 'UNABLE TO OPEN ARCHAUD: ' ST-ARC
                 MOVE ST-ARC TO RETURN-CODE
                 STOP RUN
              END-IF
              READ ARCH-FILE
              PERFORM H260-PROCESS-ONE-ARCHIVE UNTIL ARC-EOF
              CLOSE ARCH-FILE
           END-IF.
       H250-END. EXIT.

       H260-PROCESS-ONE-ARCHIVE.
           MOVE ARCH-REC TO AUDIT-REC.
           PERFORM H350-SELECT-MOVEMENT.
           READ ARCH-FILE.
       H260-END. EXIT.

       H300-PROCESS-AUDIT.
           PERFORM H350-SELECT-MOVEMENT.
           READ AUDIT-FILE.
       H300-END. EXIT.

      *Pencereye dusen para hareketini ana birime cevirip siralamaya
      *veriyorum. Hareket tutari once/sonra bakiye farkidir; ters
      *kayitlar (RVSL) ve bakim islemleri taranmaz.
       H350-SELECT-MOVEMENT.
           ADD 1 TO WS-READ-COUNT.
           MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE.
           IF WS-AUD-DATE NOT < WS-FROM-DATE
              AND WS-AUD-DATE NOT > WS-TODAY
              AND (AUD-OPERATION = 'DEPO' OR AUD-OPERATION = 'WDRL'
                   OR AUD-OPERATION = 'TRFO')
              COMPUTE WS-MOVEMENT = AUD-AFT-BALANCE - AUD-BEF-BALANCE
              IF WS-MOVEMENT NOT = ZERO
                 PERFORM H360-GET-RATE
                 IF WS-DVZ-NO-RATE(WS-DVZ-SUB)
                    ADD 1 TO WS-NORATE-COUNT
                 ELSE
                    PERFORM H370-RELEASE-MOVEMENT
                 END-IF
              END-IF
           END-IF.
       H350-END. EXIT.

      *Kurun cevrim orani ve ana birim esigi ilk goruldugunde
      *hesaplanir: kur icin esik verilmisse o, verilmemisse genel
      *esik kullanilir.
       H360-GET-RATE.
           COMPUTE WS-DVZ-SUB = AUD-DVZ + 1.
           IF NOT WS-DVZ-LOADED(WS-DVZ-SUB)
              AND NOT WS-DVZ-NO-RATE(WS-DVZ-SUB)
              MOVE AUD-DVZ TO DVZ-CODE
              READ DVZ-FILE KEY DVZ-CODE
                 INVALID KEY
                    MOVE ZERO TO DVZ-RATE
              END-READ
              IF DVZ-RATE NOT > ZERO
                 SET WS-DVZ-NO-RATE(WS-DVZ-SUB) TO TRUE
                 DISPLAY 'NO RATE FOR CURRENCY ' AUD-DVZ
                         ', ITS MOVEMENTS ARE NOT SCREENED.'
              ELSE
                 SET WS-DVZ-LOADED(WS-DVZ-SUB) TO TRUE
                 MOVE DVZ-RATE TO WS-DVZ-RATE-T(WS-DVZ-SUB)
                 IF WS-DVZ-OWN-THR(WS-DVZ-SUB) > ZERO
                    COMPUTE WS-DVZ-BASE-THR(WS-DVZ-SUB) ROUNDED =
                            WS-DVZ-OWN-THR(WS-DVZ-SUB) * DVZ-RATE
                 ELSE
                    MOVE WS-DEF-THRESHOLD
                      TO WS-DVZ-BASE-THR(WS-DVZ-SUB)
                 END-IF
              END-IF
           END-IF.
       H360-END. EXIT.

       H370-RELEASE-MOVEMENT.
           MOVE AUD-ID        TO SRT-ID.
           MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP.
           MOVE AUD-DVZ       TO SRT-DVZ.
           MOVE AUD-OPERATION TO SRT-OPERATION.
           MOVE WS-MOVEMENT   TO SRT-MOVEMENT.
           IF WS-MOVEMENT < ZERO
              COMPUTE SRT-AMOUNT = 0 - WS-MOVEMENT
           ELSE
              MOVE WS-MOVEMENT TO SRT-AMOUNT
           END-IF.
           COMPUTE SRT-BASE-AMOUNT ROUNDED =
                   SRT-AMOUNT * WS-DVZ-RATE-T(WS-DVZ-SUB).
           MOVE AUD-TREF      TO SRT-TREF.
           RELEASE SRT-REC.
           ADD 1 TO WS-SELECTED-COUNT.
       H370-END. EXIT.

      *Siralama cikisi: hareketler musteri ve zaman sirasiyla gelir;
      *musteri degisince iki pencere listesi de bosaltilir.
       H500-EVALUATE-MOVEMENTS.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H510-EVALUATE-ONE UNTIL WS-SORT-EOF.
       H500-END. EXIT.

       H510-EVALUATE-ONE.
           IF SRT-ID NOT = WS-PREV-ID
              MOVE SRT-ID TO WS-PREV-ID
              MOVE ZERO   TO WS-ST-COUNT WS-ST-SUM WS-DP-COUNT
           END-IF.
           MOVE SRT-TIMESTAMP(1:8) TO WS-MOV-DATE.
           COMPUTE WS-DVZ-SUB = SRT-DVZ + 1.
           MOVE WS-DVZ-BASE-THR(WS-DVZ-SUB) TO WS-CUR-THRESHOLD.
           IF SRT-OPERATION = 'DEPO' OR SRT-OPERATION = 'WDRL'
              PERFORM H520-CHECK-LARGE
              PERFORM H530-CHECK-STRUCTURING
           END-IF.
           IF SRT-OPERATION = 'DEPO' AND SRT-MOVEMENT > ZERO
              PERFORM H550-ADD-DEPOSIT
           END-IF.
           IF SRT-OPERATION = 'TRFO'
              PERFORM H560-CHECK-RAPID
           END-IF.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H510-END. EXIT.

      *Kural L: esigi asan tek hareket.
       H520-CHECK-LARGE.
           IF SRT-BASE-AMOUNT > WS-CUR-THRESHOLD
              MOVE 'L'             TO WS-NEW-TYPE
              MOVE SRT-BASE-AMOUNT TO WS-NEW-BASE
              MOVE 1               TO WS-NEW-COUNT
              MOVE ZEROES          TO WS-NEW-LINK-TS
              PERFORM H600-WRITE-CASE
           END-IF.
       H520-END. EXIT.

      *Kural S: esigin hemen altindaki hareket listeye girer; liste
      *penceresi icinde tekrar sayisina ulasinca vaka acilir.
       H530-CHECK-STRUCTURING.
           COMPUTE WS-NEAR-LIMIT ROUNDED =
                   WS-CUR-THRESHOLD * WS-STR-PCT / 100.
           IF SRT-BASE-AMOUNT NOT < WS-NEAR-LIMIT
              AND SRT-BASE-AMOUNT NOT > WS-CUR-THRESHOLD
              PERFORM H535-DROP-OLDEST-NEAR
                 UNTIL WS-ST-COUNT = ZERO
                    OR WS-ST-LIMIT(1) > WS-MOV-DATE
              ADD 1 TO WS-ST-COUNT
              SET WS-ST-IDX TO WS-ST-COUNT
              MOVE WS-MOV-DATE TO WS-DT-DATE
              PERFORM H710-ADD-ONE-DAY WS-STR-DAYS TIMES
              MOVE WS-DT-DATE      TO WS-ST-LIMIT(WS-ST-IDX)
              MOVE SRT-TIMESTAMP   TO WS-ST-TS(WS-ST-IDX)
              MOVE SRT-BASE-AMOUNT TO WS-ST-BASE(WS-ST-IDX)
              ADD SRT-BASE-AMOUNT  TO WS-ST-SUM
              IF WS-ST-COUNT NOT < WS-STR-MIN-COUNT
                 MOVE 'S'         TO WS-NEW-TYPE
                 MOVE WS-ST-SUM   TO WS-NEW-BASE
                 MOVE WS-ST-COUNT TO WS-NEW-COUNT
                 MOVE WS-ST-TS(1) TO WS-NEW-LINK-TS
                 PERFORM H600-WRITE-CASE
                 MOVE ZERO TO WS-ST-COUNT WS-ST-SUM
              END-IF
           END-IF.
       H530-END. EXIT.

       H535-DROP-OLDEST-NEAR.
           SUBTRACT WS-ST-BASE(1) FROM WS-ST-SUM.
           PERFORM H536-SHIFT-NEAR
              VARYING WS-ST-IDX FROM 1 BY 1
                 UNTIL WS-ST-IDX NOT < WS-ST-COUNT.
           SUBTRACT 1 FROM WS-ST-COUNT.
       H535-END. EXIT.

       H536-SHIFT-NEAR.
           MOVE WS-ST-TABLE(WS-ST-IDX + 1) TO WS-ST-TABLE(WS-ST-IDX).
       H536-END. EXIT.

      *Yatirimi hizli cikis kontrolu icin listeye aliyorum; liste
      *doluysa en eski yatirim feda edilir.
       H550-ADD-DEPOSIT.
           PERFORM H570-DROP-EXPIRED-DEPOSITS.
           IF WS-DP-COUNT NOT < 500
              MOVE 1 TO WS-DP-POS
              PERFORM H580-REMOVE-DEPOSIT
           END-IF.
           ADD 1 TO WS-DP-COUNT.
           SET WS-DP-IDX TO WS-DP-COUNT.
           MOVE WS-MOV-DATE TO WS-DT-DATE.
           PERFORM H710-ADD-ONE-DAY WS-RPD-DAYS TIMES.
           MOVE WS-DT-DATE      TO WS-DP-LIMIT(WS-DP-IDX).
           MOVE SRT-TIMESTAMP   TO WS-DP-TS(WS-DP-IDX).
           MOVE SRT-BASE-AMOUNT TO WS-DP-BASE(WS-DP-IDX).
       H550-END. EXIT.

      *Kural R: TRFO, penceredeki en eski ve tutarca yeterli yatirimla
      *eslesirse vaka acilir; eslesen yatirim ikinci kez kullanilmaz.
       H560-CHECK-RAPID.
           PERFORM H570-DROP-EXPIRED-DEPOSITS.
           MOVE 'N' TO WS-DP-FOUND-SW.
           PERFORM H565-MATCH-DEPOSIT
              VARYING WS-DP-IDX FROM 1 BY 1
                 UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND.
           IF WS-DP-FOUND
              MOVE 'R'             TO WS-NEW-TYPE
              MOVE SRT-BASE-AMOUNT TO WS-NEW-BASE
              MOVE 1               TO WS-NEW-COUNT
              MOVE WS-DP-TS(WS-DP-POS) TO WS-NEW-LINK-TS
              PERFORM H600-WRITE-CASE
              PERFORM H580-REMOVE-DEPOSIT
           END-IF.
       H560-END. EXIT.

       H565-MATCH-DEPOSIT.
           COMPUTE WS-MATCH-LIMIT ROUNDED =
                   WS-DP-BASE(WS-DP-IDX) * WS-RPD-PCT / 100.
           IF SRT-BASE-AMOUNT NOT < WS-MATCH-LIMIT
              SET WS-DP-FOUND TO TRUE
              SET WS-DP-POS   TO WS-DP-IDX
           END-IF.
       H565-END. EXIT.

      *Bitis gunu gelmis yatirimlar bastan atilir; liste zaman
      *sirasinda oldugu icin ilk canli kayitta durulur.
       H570-DROP-EXPIRED-DEPOSITS.
           MOVE 1 TO WS-DP-POS.
           PERFORM H580-REMOVE-DEPOSIT
              UNTIL WS-DP-COUNT = ZERO
                 OR WS-DP-LIMIT(1) > WS-MOV-DATE.
       H570-END. EXIT.

      *WS-DP-POS'taki yatirimi listeden cikarip arkadakileri bir
      *one kaydiriyorum.
       H580-REMOVE-DEPOSIT.
           PERFORM H585-SHIFT-DEPOSIT
              VARYING WS-DP-IDX FROM WS-DP-POS BY 1
                 UNTIL WS-DP-IDX NOT < WS-DP-COUNT.
           SUBTRACT 1 FROM WS-DP-COUNT.
       H580-END. EXIT.

       H585-SHIFT-DEPOSIT.
           MOVE WS-DP-TABLE(WS-DP-IDX + 1) TO WS-DP-TABLE(WS-DP-IDX).
       H585-END. EXIT.

      *Vakayi musterinin adi ve telefonuyla AMLCASE'e yaziyorum.
      *Anahtar dosyada varsa bulgu onceki bir kosuda acilmistir;
      *durumuna (acik/kapali) dokunulmaz.
       H600-WRITE-CASE.
           MOVE SRT-ID          TO CASE-ID.
           MOVE SRT-TIMESTAMP   TO CASE-TIMESTAMP.
           MOVE WS-NEW-TYPE     TO CASE-TYPE.
           MOVE SRT-DVZ         TO CASE-DVZ.
           MOVE SRT-OPERATION   TO CASE-OPERATION.
           MOVE SRT-MOVEMENT    TO CASE-AMOUNT.
           MOVE WS-NEW-BASE     TO CASE-BASE-AMOUNT.
           MOVE WS-NEW-COUNT    TO CASE-COUNT.
           MOVE WS-NEW-LINK-TS  TO CASE-LINK-TS.
           MOVE SRT-TREF        TO CASE-TREF.
           PERFORM H610-GET-CUSTOMER.
           MOVE WS-TODAY        TO CASE-OPEN-DATE.
           MOVE 'O'             TO CASE-STATUS.
           MOVE ZEROES          TO CASE-CLOSE-DATE.
           MOVE SPACES          TO CASE-CLOSE-USER CASE-NOTE.
           WRITE CASE-REC
              INVALID KEY
                 IF CAS-DUPLICATE
                    ADD 1 TO WS-KNOWN-COUNT
                 ELSE
                    DISPLAY 'UNABLE TO WRITE AMLCASE: ' ST-CAS
                            ' KEY: ' CASE-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
              NOT INVALID KEY
                 PERFORM H620-PRINT-CASE
           END-WRITE.
       H600-END. EXIT.

      *Musteri ana dosyada yoksa vaka yine acilir; uyum birimi
      *kimligi hesap numarasindan bulur.
       H610-GET-CUSTOMER.
           MOVE SRT-ID TO CUST-ID.
           READ CUST-FILE KEY CUST-ID
              INVALID KEY
                 MOVE SPACES TO CASE-NAME CASE-SURNAME CASE-PHONE
                 MOVE 'NOT ON FILE' TO CASE-NAME
                 ADD 1 TO WS-NOCUST-COUNT
              NOT INVALID KEY
                 MOVE CUST-NAME    TO CASE-NAME
                 MOVE CUST-SURNAME TO CASE-SURNAME
                 MOVE CUST-PHONE   TO CASE-PHONE
           END-READ.
       H610-END. EXIT.

       H620-PRINT-CASE.
           EVALUATE TRUE
              WHEN CASE-LARGE
                 ADD 1 TO WS-LARGE-COUNT
              WHEN CASE-STRUCTURING
                 ADD 1 TO WS-STRUCT-COUNT
              WHEN CASE-RAPID
                 ADD 1 TO WS-RAPID-COUNT
           END-EVALUATE.
           MOVE CASE-AMOUNT      TO WS-AMOUNT-EDIT.
           MOVE CASE-BASE-AMOUNT TO WS-BASE-EDIT.
           DISPLAY 'CASE ' CASE-TYPE
                   ' ID: '     CASE-ID
                   ' DVZ: '    CASE-DVZ
                   ' OP: '     CASE-OPERATION
                   ' AT: '     CASE-TIMESTAMP(1:8) '-'
                               CASE-TIMESTAMP(9:6)
                   ' AMOUNT: ' WS-AMOUNT-EDIT
                   ' BASE: '   WS-BASE-EDIT
                   ' COUNT: '  CASE-COUNT
                   ' REF: '    CASE-TREF.
           DISPLAY '       ' CASE-NAME ' ' CASE-SURNAME
                   ' PHONE: ' CASE-PHONE
                   ' LINKED: ' CASE-LINK-TS.
       H620-END. EXIT.

       H900-PRINT-TOTALS.
           DISPLAY '---------------------------------'.
           DISPLAY 'AUDIT RECORDS READ : ' WS-READ-COUNT.
           DISPLAY 'MOVEMENTS SCREENED : ' WS-SELECTED-COUNT.
           DISPLAY 'NOT SCREENED (RATE): ' WS-NORATE-COUNT.
           DISPLAY 'NEW CASES LARGE    : ' WS-LARGE-COUNT.
           DISPLAY 'NEW CASES STRUCT.  : ' WS-STRUCT-COUNT.
           DISPLAY 'NEW CASES RAPID OUT: ' WS-RAPID-COUNT.
           DISPLAY 'ALREADY ON AMLCASE : ' WS-KNOWN-COUNT.
           DISPLAY 'CUSTOMER NOT FOUND : ' WS-NOCUST-COUNT.
           DISPLAY 'CASE WRITE ERRORS  : ' WS-ERROR-COUNT.
           DISPLAY '================================='.
       H900-END. EXIT.

      *Tarih aritmetigi PBSTORL (ileri) ve PBRUNRP (geri) ile ayni
      *kurallarla calisir.
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

       H740-SUBTRACT-ONE-DAY.
           IF WS-DT-DAY > 1
              SUBTRACT 1 FROM WS-DT-DAY
           ELSE
              IF WS-DT-MONTH > 1
                 SUBTRACT 1 FROM WS-DT-MONTH
              ELSE
                 MOVE 12 TO WS-DT-MONTH
                 SUBTRACT 1 FROM WS-DT-YEAR
              END-IF
              PERFORM H730-DAYS-IN-MONTH
              MOVE WS-DT-MONTH-DAYS TO WS-DT-DAY
           END-IF.
       H740-END. EXIT.
