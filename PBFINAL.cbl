      *'E' kaydi duser; sabah raporu (PBRUNRP) geceyi buradan okur.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
                             STATUS ST-RUN.
      *Islem ucreti tablosu ve ucret muafiyetleri; bakimini PBCHGMT
      *yapar. Tablo henuz kurulmamissa islemler ucretsiz gecer.
           SELECT CHG-FILE   ASSIGN CHGTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CHG-KEY
                             STATUS ST-CHG.
           SELECT EXM-FILE   ASSIGN CHGEXMP
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY EXM-CUST-ID
                             STATUS ST-EXM.
      *Kur marjinin tutarini bulmak icin orta kurlar buradan okunur.
           SELECT DVZ-FILE   ASSIGN DVZTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY DVZ-CODE
                             STATUS ST-DVZ.
      *Kontrol toplamlarinin ham bacaklari kosu boyunca bu is
      *dosyasina yazilir; kosu sonunda kur + islem tipine siralanip
      *toplanir. Kombinasyon sayisinin bir siniri yoktur.
           SELECT CTW-FILE   ASSIGN CTWORK
                             STATUS ST-CTW.
           SELECT SORT-FILE  ASSIGN SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
      *sadece WRITE işleminde, INP-AMOUNT sadece DEPOSIT/WITHDRAWAL
      *işleminde doludur.
           05 INP-NAME             PIC X(15).
      *Bloke koyma/kaldirma (8/9) kayitlarinda isim alanlari bloke
      *bilgisini tasir; bloke tutari INP-AMOUNT'tadir. Son tarih sifir
      *ise bloke suresizdir.
           05 INP-HOLD-DATA REDEFINES INP-NAME.
              10 INP-HOLD-NUM      PIC 9(05).
              10 INP-HOLD-REASON   PIC X(02).
              10 INP-HOLD-EXPIRY   PIC 9(08).
           05 INP-SURNAME          PIC X(15).
           05 INP-ODATE            PIC 9(07).
      *INP-LIMIT sadece WRITE işleminde (yeni hesabın overdraft
           05 GL-DR-AMOUNT         PIC 9(15).
           05 GL-CR-AMOUNT         PIC 9(15).

       FD  CTW-FILE RECORDING MODE F.
         01  CTW-REC.
           05 CTW-DVZ              PIC X(03).
           05 CTW-TYPE             PIC X(04).
           05 CTW-AMOUNT           PIC S9(15).

       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-DVZ              PIC X(03).
           05 SRT-TYPE             PIC X(04).
           05 SRT-AMOUNT           PIC S9(15).

       FD  GLSEQ-FILE RECORDING MODE F.
         01  GLSEQ-REC.
           05 GLSEQ-NO             PIC 9(06).
      *Referansın işlendiği tarih; PBREFPRG bu tarihe göre sicili
      *temizler.
           05 TREF-DATE            PIC 9(08).
      *Referansla gecen hareketin ozeti; ters kayit (INP tipi 'R') asil
      *hareketi buradan bulur. Tutarlar PBEGIDX cevabindaki isaretli
      *tutarlardir: TREF-AMOUNT kaynak hesabin hareketi, transferde
      *TREF-AMOUNT-TO alacak bacaginin cevrilmis tutari.
           05 TREF-OPERATION       PIC X(04).
           05 TREF-ID              PIC 9(05).
           05 TREF-DVZ             PIC 9(03).
           05 TREF-AMOUNT          PIC S9(15).
           05 TREF-TO-ID           PIC 9(05).
           05 TREF-TO-DVZ          PIC 9(03).
           05 TREF-AMOUNT-TO       PIC S9(15).
      *'R' = ters kaydi yapildi; ikinci kez ters kayit reddedilir.
           05 TREF-REV-STATUS      PIC X(01).
              88 TREF-IS-REVERSED            VALUE 'R'.
           05 TREF-REV-DATE        PIC 9(08).
      *Hareketle birlikte gelir hesabina gecen islem ucreti ve kur
      *marji ile gittikleri gelir hesaplari; ters kayitta bunlar da
      *iade edilir. Ucret kaynak hesabin, marj alacak bacaginin
      *kurundadir.
           05 TREF-FEE             PIC S9(15).
           05 TREF-FEE-ID          PIC 9(05).
           05 TREF-MARGIN          PIC S9(15).
           05 TREF-MARGIN-ID       PIC 9(05).

      *PBCHGMT'teki CHG-REC ve EXM-REC ile aynidir.
       FD  CHG-FILE.
         01  CHG-REC.
           05 CHG-KEY.
              10 CHG-OPERATION     PIC X(04).
              10 CHG-DVZ           PIC 9(03).
           05 CHG-FLAT-FEE         PIC 9(15).
           05 CHG-PERCENT          PIC 9(03)V9(04).
           05 CHG-MIN-FEE          PIC 9(15).
           05 CHG-MAX-FEE          PIC 9(15).
           05 CHG-FX-MARGIN        PIC 9(03)V9(04).
           05 CHG-INCOME-ID        PIC 9(05).

       FD  EXM-FILE.
         01  EXM-REC.
           05 EXM-CUST-ID          PIC 9(05).
           05 EXM-TYPE             PIC X(01).
           05 EXM-EXPIRY           PIC 9(08).
           05 EXM-REASON           PIC X(30).

      *PBEGIDX'teki DVZ-REC ile ayni yapidadir.
       FD  DVZ-FILE.
         01  DVZ-REC.
           05 DVZ-CODE          PIC S9(03) COMP.
           05 DVZ-DESC          PIC X(20).
           05 DVZ-ACTIVE        PIC X(01).
           05 DVZ-RATE          PIC S9(07)V9(08) COMP-3.
           05 DVZ-INACT-DATE    PIC S9(08) COMP-3.

       FD  REJECT-FILE RECORDING MODE F.
         01  REJECT-REC.
           05 WS-PROCESS-TYPE     PIC 9(01).
      *0 = hesap kapama: kalan bakiye INP-TO-KEY'deki takas hesabina
      *suprulur ve kayit kapali isaretlenir.
      *8 = bloke koyma, 9 = bloke kaldirma; PBEGHLD'e gider, bakiyeye
      *dokunmaz.
              88 WS-PROCESS-TYPE-VALID       VALUE 0 THRU 9.
              88 WS-PROCESS-TYPE-HOLD        VALUE 8 9.
           05 WS-SUB-AREA.
      *Sub programa ne yapacağını söyleyen değişkenler.
              07 WS-SUB-FUNC       PIC 9(01).
                 10 WS-SUB-IN-TO-DVZ  PIC 9(03).
      *'B' = banka kaynaklı hareket; PBEGIDX'teki LD-IN-BANK-FLAG.
                 10 WS-SUB-IN-BANK    PIC X(01).
      *Islem referansi AUDITFL'ye tasinir; 'R' = ters kayit, alacak
      *bacagi tutari o zaman WS-SUB-IN-AMOUNT-TO'dadir.
                 10 WS-SUB-IN-TREF    PIC X(12).
                 10 WS-SUB-IN-REV     PIC X(01).
                 10 WS-SUB-IN-AMOUNT-TO PIC S9(15).
                 10 WS-SUB-IN-ADVICE  PIC X(01).
      *Islem ucreti limit kontrolune girer; 'F' = ucret bacagi.
      *Kurlar arasi transferde musteri kuruna uygulanan marj.
                 10 WS-SUB-IN-FEE     PIC S9(15).
                 10 WS-SUB-IN-FEE-FLAG PIC X(01).
                 10 WS-SUB-IN-FX-MARGIN PIC 9(03)V9(04).
                 10 FILLER            PIC X(09).
      *Bloke alt programina (PBEGHLD) giden alan; WS-SUB-AREA ile ayni
      *yapidadir. Dosyayi PBEGIDX acip kapatir.
           05 WS-PBEGHLD           PIC X(08) VALUE 'PBEGHLD'.
           05 WS-HLD-AREA.
              07 WS-HLD-FUNC       PIC 9(01).
                 88 WS-HLD-PLACE             VALUE 1.
                 88 WS-HLD-RELEASE           VALUE 2.
              07 WS-HLD-ID         PIC 9(05) COMP-3.
              07 WS-HLD-DVZ        PIC 9(03) COMP.
              07 WS-HLD-RC         PIC 9(02).
              07 WS-HLD-DATA       PIC X(137).
      *WS-HLD-DATA'nin giris yonu; PBEGHLD'teki LH-IN-DATA ile ayni
      *yapidadir.
              07 WS-HLD-IN-DATA REDEFINES WS-HLD-DATA.
                 10 WS-HLD-IN-NUM     PIC 9(05).
                 10 WS-HLD-IN-REASON  PIC X(02).
                 10 WS-HLD-IN-EXPIRY  PIC 9(08).
                 10 WS-HLD-IN-AMOUNT  PIC S9(15).
                 10 FILLER            PIC X(107).
      *Sub programdan aldığımız bilgiyi aktaracağımız yer WS-STRING.
         01  WS-STRING.
           05 WS-PROCES4-TYPE    PIC X(04).
      *Kur ve işlem tipi bazında koşu boyunca biriktirdiğim kontrol
      *toplamları; gün sonu mutabakat raporunun kaynağı.
         01  WS-CONTROL-TOTALS.
           05 ST-CTW               PIC 9(02).
              88 CTW-SUCCESS                 VALUE 00 97.
           05 WS-CTW-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-CTW-OPEN                 VALUE 'Y'.
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
      *SORT oncesi ve icinde olusan hata durumu; SORT kendi sonuc
      *kodunu RETURN-CODE'a yazdigindan SORT bitince geri tasinir.
           05 WS-FAIL-RC           PIC 9(02) VALUE ZEROES.
      *GL cikarimi kontrol raporuyla ayni geciste yazilir; dosya
      *acilabildiyse satirlar ona da gider.
           05 WS-GL-WANTED-SW      PIC X(01) VALUE 'N'.
              88 WS-GL-WANTED                VALUE 'Y'.
           05 WS-GL-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-GL-OPEN                  VALUE 'Y'.
      *Siralanmis bacaklarda o an toplanan kur + islem tipi satiri.
           05 WS-CT-DVZ            PIC X(03).
           05 WS-CT-TYPE           PIC X(04).
           05 WS-CT-RECCOUNT       PIC 9(07) COMP.
           05 WS-CT-NET-AMOUNT     PIC S9(15) COMP-3.
      *Toplamlara eklenecek satırın kimliği ve tutarı; transferde
      *aynı kayıt için hem borç hem alacak bacağı buradan geçer.
           05 WS-CT-ACC-DVZ        PIC X(03).
           05 WS-CT-ACC-TYPE       PIC X(04).
           05 WS-CT-ACC-AMOUNT     PIC S9(15).
      *Islem ucreti ve kur marji hesabi. Ucret = sabit ucret + tutarin
      *yuzdesi, alt/ust sinirla; kurlar arasi transferde ayrica kur
      *marji. Ucret kaynak kurun, marj alacak kurunun gelir hesabina
      *(CHGTAB 'INCM' satiri) PBEGIDX uzerinden gecer.
         01  WS-CHARGE-AREA.
           05 ST-CHG               PIC 9(02).
              88 CHG-SUCCESS                 VALUE 00 97.
              88 CHG-NO-FILE                 VALUE 35.
           05 ST-EXM               PIC 9(02).
              88 EXM-SUCCESS                 VALUE 00 97.
              88 EXM-NO-FILE                 VALUE 35.
           05 ST-DVZ               PIC 9(02).
              88 DVZ-SUCCESS                 VALUE 00 97.
           05 WS-CHG-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-CHG-OPEN                 VALUE 'Y'.
           05 WS-EXM-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-EXM-OPEN                 VALUE 'Y'.
           05 WS-CHG-EXEMPT-SW     PIC X(01) VALUE 'N'.
              88 WS-CHG-EXEMPT               VALUE 'Y'.
           05 WS-CHG-OPERATION     PIC X(04).
           05 WS-CHG-BASE          PIC S9(15) COMP-3.
           05 WS-CHG-FEE           PIC S9(15) COMP-3.
           05 WS-CHG-FEE-ID        PIC 9(05).
           05 WS-CHG-FX-MARGIN     PIC 9(03)V9(04) COMP-3.
           05 WS-CHG-MARGIN-ID     PIC 9(05).
      *Marj tutari = orta kurla cevrilen tutar - musteriye yazilan.
           05 WS-CHG-RATE-FROM     PIC S9(07)V9(08) COMP-3.
           05 WS-CHG-RATE-TO       PIC S9(07)V9(08) COMP-3.
           05 WS-CHG-MID-TO        PIC S9(15) COMP-3.
           05 WS-CHG-MARGIN-AMT    PIC S9(15) COMP-3.
      *Gelir hesabina gercekten gecen tutarlar; referans siciline
      *yazilir.
           05 WS-CHG-POSTED-FEE    PIC S9(15) COMP-3.
           05 WS-CHG-POSTED-MARGIN PIC S9(15) COMP-3.
           05 WS-CHG-WAIVED-COUNT  PIC 9(07) COMP VALUE ZERO.
           05 WS-CHG-FAIL-COUNT    PIC 9(07) COMP VALUE ZERO.
      *Ucret bacaklari WS-STRING'i ezer; asil hareketin cevabi
      *sicile yazilmak uzere burada saklanir.
           05 WS-CHG-SAVE-STRING   PIC X(137).

      *OUT-FILE'a basmadan önce işaretli tutarı gerçek eksi işaretiyle
      *görünür hale getirdiğim düzenlenmiş (edited) alan.
         01  WS-AMOUNT-EDIT          PIC -(14)9.
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
           MOVE ST-REJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CTW-FILE.
           IF (NOT CTW-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CTWORK: ' ST-CTW
           MOVE ST-CTW TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-CTW-OPEN TO TRUE.
      *Referans sicili ilk koşuda henüz yok olabilir; o durumda boş
      *olarak yaratıp I-O modunda yeniden açıyorum.
           OPEN I-O TREF-FILE.
           MOVE ST-TRF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Ucret tablosu ya da muafiyet dosyasi henuz kurulmamissa (35)
      *islemler ucretsiz / muafiyetsiz gecer; diger hatalar kosuyu
      *durdurur.
           OPEN INPUT CHG-FILE.
           IF CHG-SUCCESS
              SET WS-CHG-OPEN TO TRUE
           END-IF.
           IF (NOT CHG-SUCCESS) AND (NOT CHG-NO-FILE)
           DISPLAY 'UNABLE TO OPEN CHGTAB: ' ST-CHG
           MOVE ST-CHG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT EXM-FILE.
           IF EXM-SUCCESS
              SET WS-EXM-OPEN TO TRUE
           END-IF.
           IF (NOT EXM-SUCCESS) AND (NOT EXM-NO-FILE)
           DISPLAY 'UNABLE TO OPEN CHGEXMP: ' ST-EXM
           MOVE ST-EXM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DVZTAB: ' ST-DVZ
           MOVE ST-DVZ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Sicile yazılacak işlem tarihi: kontrol dosyasindaki is gunu.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-CURRENT-DATE.
           PERFORM H110-READ-CHECKPOINT.
           READ INP-FILE.
           IF INP-SUCCESS
              MOVE 'Duplicate transaction.        ' TO WS-REJ-REASON
              PERFORM H510-WRITE-REJECT
           ELSE
           IF INP-PROCESS-TYPE = 'R'
              PERFORM H310-PROCESS-REVERSAL
           ELSE
           IF WS-PROCESS-TYPE-VALID AND WS-PROCESS-TYPE-HOLD
              PERFORM H300-PROCESS-HOLD
           ELSE
           IF WS-PROCESS-TYPE-VALID
              EVALUATE WS-PROCESS-TYPE
                 WHEN 0
           MOVE INP-DVZ    TO WS-SUB-DVZ
           MOVE ZEROES     TO WS-SUB-RC
           MOVE SPACES     TO WS-SUB-DATA
           MOVE INP-TREF   TO WS-SUB-IN-TREF
           IF WS-FUNC-DEPOSIT OR WS-FUNC-WITHDRAWAL
              MOVE INP-AMOUNT TO WS-SUB-IN-AMOUNT
           END-IF
              MOVE INP-NAME    TO WS-SUB-IN-NAME
              MOVE INP-SURNAME TO WS-SUB-IN-SURNAME
           END-IF
      *Islem ucreti ve kur marji hareketle birlikte gider ki PBEGIDX
      *ikisini birlikte limite karsi sinasin.
           IF WS-PROCESS-TYPE = 0 OR 5 OR 6 OR 7
              PERFORM H400-COMPUTE-CHARGES
              MOVE WS-CHG-FEE       TO WS-SUB-IN-FEE
              MOVE WS-CHG-FX-MARGIN TO WS-SUB-IN-FX-MARGIN
           END-IF
           CALL WS-PBEGIDX USING WS-SUB-AREA
           PERFORM H500-WRITE-RECORD
           PERFORM H520-ACCUMULATE-TOTALS
           ADD 1 TO WS-PROCESSED-COUNT
      *Hareket gectiyse ucret ve marj gelir hesabina aktarilir. Basari
      *tutar yerine donus koduyla anlasilir; ucreti kadar bakiyesi
      *kalan hesabin kapamasi para supurmeden gecer.
           IF (WS-PROCESS-TYPE = 0 OR 5 OR 6 OR 7)
              AND (WS-CHG-FEE > ZERO OR WS-CHG-FX-MARGIN > ZERO)
              AND WS-SUB-RC = ZEROES
              AND WS-RETURN-CODE = '00'
              PERFORM H410-POST-CHARGES
           END-IF
      *Para gerçekten hareket ettiyse referansı sicile işliyorum;
      *geçmeyen (reddedilen) işlem aynı referansla tekrar
      *gönderilebilmelidir.
           MOVE 'Invalid process type.         ' TO WS-REJ-REASON
           PERFORM H510-WRITE-REJECT
           END-IF
           END-IF
           END-IF
           END-IF.
       H205-END. EXIT.

      *Bloke koyma/kaldirma: once hesabin varligini PBEGIDX okumasiyla
      *dogruluyorum, sonra bloke PBEGHLD'e gider. Bakiye hareketi
      *olmadigi icin kontrol toplamina ve referans siciline girmez.
       H300-PROCESS-HOLD.
           SET WS-FUNC-READ TO TRUE
           MOVE INP-ID     TO WS-SUB-ID
           MOVE INP-DVZ    TO WS-SUB-DVZ
           MOVE ZEROES     TO WS-SUB-RC
           MOVE SPACES     TO WS-SUB-DATA
           CALL WS-PBEGIDX USING WS-SUB-AREA
           IF WS-SUB-RC = ZEROES
              IF WS-PROCESS-TYPE = 8
                 SET WS-HLD-PLACE   TO TRUE
              ELSE
                 SET WS-HLD-RELEASE TO TRUE
              END-IF
              MOVE INP-ID          TO WS-HLD-ID
              MOVE INP-DVZ         TO WS-HLD-DVZ
              MOVE ZEROES          TO WS-HLD-RC
              MOVE SPACES          TO WS-HLD-DATA
              MOVE INP-HOLD-NUM    TO WS-HLD-IN-NUM
              MOVE INP-HOLD-REASON TO WS-HLD-IN-REASON
              MOVE INP-HOLD-EXPIRY TO WS-HLD-IN-EXPIRY
              MOVE INP-AMOUNT      TO WS-HLD-IN-AMOUNT
              CALL WS-PBEGHLD USING WS-HLD-AREA
              MOVE WS-HLD-DATA     TO WS-SUB-DATA
           END-IF
           PERFORM H500-WRITE-RECORD
           ADD 1 TO WS-PROCESSED-COUNT.
       H300-END. EXIT.

      *Ters kayit (storno): kayit sadece asil hareketin referansini
      *tasir. Asil hareket siciden bulunur, tam tersi asil tutarlarla
      *banka kaynakli olarak PBEGIDX'e gonderilir ve referans 'R'
      *isaretlenir ki ikinci kez ters kayit yapilamasin. Kapama
      *(CLSR) ve zaten ters kaydi yapilmis referans reddedilir.
       H310-PROCESS-REVERSAL.
           MOVE SPACES TO WS-REJ-REASON
           IF INP-TREF = SPACES
              MOVE 'Reversal reference missing.   ' TO WS-REJ-REASON
           ELSE
              MOVE INP-TREF TO TREF-REF
              READ TREF-FILE KEY TREF-REF
                 INVALID KEY
                    MOVE 'Reference not found.          '
                      TO WS-REJ-REASON
              END-READ
           END-IF
           IF WS-REJ-REASON = SPACES AND TREF-IS-REVERSED
              MOVE 'Reference already reversed.   ' TO WS-REJ-REASON
           END-IF
           IF WS-REJ-REASON = SPACES
              AND TREF-OPERATION NOT = 'DEPO'
              AND TREF-OPERATION NOT = 'WDRL'
              AND TREF-OPERATION NOT = 'TRFO'
              MOVE 'Reference not reversible.     ' TO WS-REJ-REASON
           END-IF
           IF WS-REJ-REASON NOT = SPACES
              PERFORM H510-WRITE-REJECT
           ELSE
              IF TREF-OPERATION = 'TRFO'
                 SET WS-FUNC-TRANSFER TO TRUE
              ELSE
                 SET WS-FUNC-DEPOSIT  TO TRUE
              END-IF
              MOVE TREF-ID    TO WS-SUB-ID
              MOVE TREF-DVZ   TO WS-SUB-DVZ
              MOVE ZEROES     TO WS-SUB-RC
              MOVE SPACES     TO WS-SUB-DATA
              COMPUTE WS-SUB-IN-AMOUNT = 0 - TREF-AMOUNT
              MOVE ZEROES     TO WS-SUB-IN-TO-ID
              MOVE ZEROES     TO WS-SUB-IN-TO-DVZ
              MOVE ZEROES     TO WS-SUB-IN-AMOUNT-TO
              IF WS-FUNC-TRANSFER
                 MOVE TREF-TO-ID  TO WS-SUB-IN-TO-ID
                 MOVE TREF-TO-DVZ TO WS-SUB-IN-TO-DVZ
                 COMPUTE WS-SUB-IN-AMOUNT-TO = 0 - TREF-AMOUNT-TO
              END-IF
              MOVE 'B'        TO WS-SUB-IN-BANK
              MOVE 'R'        TO WS-SUB-IN-REV
              MOVE INP-TREF   TO WS-SUB-IN-TREF
              CALL WS-PBEGIDX USING WS-SUB-AREA
              PERFORM H500-WRITE-RECORD
              PERFORM H520-ACCUMULATE-TOTALS
              ADD 1 TO WS-PROCESSED-COUNT
              IF WS-AMOUNT-MOVED-O NUMERIC
                 AND WS-AMOUNT-MOVED-O NOT = ZEROES
                 PERFORM H320-REFUND-CHARGES
                 PERFORM H160-MARK-REVERSED
              END-IF
           END-IF.
       H310-END. EXIT.

      *Ters kayit hareketle birlikte kesilen ucreti ve kur marjini da
      *iade eder: ucret gelir hesabindan musteriye geri transfer
      *edilir, marj alacak kurunun gelir hesabindan geri alinir. Ikisi
      *de RVSL satirina girer.
       H320-REFUND-CHARGES.
           IF TREF-FEE NUMERIC AND TREF-FEE > ZERO
              SET WS-FUNC-TRANSFER TO TRUE
              MOVE TREF-ID     TO WS-SUB-ID
              MOVE TREF-DVZ    TO WS-SUB-DVZ
              MOVE ZEROES      TO WS-SUB-RC
              MOVE SPACES      TO WS-SUB-DATA
              MOVE TREF-FEE    TO WS-SUB-IN-AMOUNT
              MOVE TREF-FEE-ID TO WS-SUB-IN-TO-ID
              MOVE TREF-DVZ    TO WS-SUB-IN-TO-DVZ
              COMPUTE WS-SUB-IN-AMOUNT-TO = 0 - TREF-FEE
              MOVE 'B'         TO WS-SUB-IN-BANK
              MOVE 'R'         TO WS-SUB-IN-REV
              MOVE INP-TREF    TO WS-SUB-IN-TREF
              CALL WS-PBEGIDX USING WS-SUB-AREA
              PERFORM H500-WRITE-RECORD
              PERFORM H520-ACCUMULATE-TOTALS
              IF WS-SUB-RC NOT = ZEROES OR WS-RETURN-CODE NOT = '00'
                 PERFORM H440-CHARGE-FAILED
              END-IF
           END-IF.
           IF TREF-MARGIN NUMERIC AND TREF-MARGIN > ZERO
              SET WS-FUNC-DEPOSIT TO TRUE
              MOVE TREF-MARGIN-ID TO WS-SUB-ID
              MOVE TREF-TO-DVZ    TO WS-SUB-DVZ
              MOVE ZEROES         TO WS-SUB-RC
              MOVE SPACES         TO WS-SUB-DATA
              COMPUTE WS-SUB-IN-AMOUNT = 0 - TREF-MARGIN
              MOVE ZEROES         TO WS-SUB-IN-TO-ID
              MOVE ZEROES         TO WS-SUB-IN-TO-DVZ
              MOVE ZEROES         TO WS-SUB-IN-AMOUNT-TO
              MOVE 'B'            TO WS-SUB-IN-BANK
              MOVE 'R'            TO WS-SUB-IN-REV
              MOVE INP-TREF       TO WS-SUB-IN-TREF
              CALL WS-PBEGIDX USING WS-SUB-AREA
              PERFORM H500-WRITE-RECORD
              PERFORM H520-ACCUMULATE-TOTALS
              IF WS-SUB-RC NOT = ZEROES OR WS-RETURN-CODE NOT = '00'
                 PERFORM H440-CHARGE-FAILED
              END-IF
           END-IF.
       H320-END. EXIT.

      *Hareketin ucretini ve kur marjini buluyorum. Ucret satiri
      *olmayan islem tipi/kur ucretsizdir; muaf ya da feragati
      *suren musteriden ucret ve marj alinmaz.
       H400-COMPUTE-CHARGES.
           MOVE ZEROES TO WS-CHG-FEE WS-CHG-FEE-ID.
           MOVE ZEROES TO WS-CHG-FX-MARGIN WS-CHG-MARGIN-ID.
           MOVE ZEROES TO WS-CHG-POSTED-FEE WS-CHG-POSTED-MARGIN.
           MOVE 'N'    TO WS-CHG-EXEMPT-SW.
           EVALUATE TRUE
              WHEN WS-FUNC-WITHDRAWAL
                 MOVE 'WDRL' TO WS-CHG-OPERATION
              WHEN WS-FUNC-TRANSFER
                 MOVE 'TRFO' TO WS-CHG-OPERATION
              WHEN WS-FUNC-CLOSURE
                 MOVE 'CLSR' TO WS-CHG-OPERATION
              WHEN OTHER
                 MOVE SPACES TO WS-CHG-OPERATION
           END-EVALUATE.
           IF WS-CHG-OPERATION NOT = SPACES AND WS-CHG-OPEN
              AND INP-DVZ NUMERIC
              MOVE WS-CHG-OPERATION TO CHG-OPERATION
              MOVE INP-DVZ          TO CHG-DVZ
              READ CHG-FILE KEY CHG-KEY
                 INVALID KEY
                    MOVE SPACES TO WS-CHG-OPERATION
              END-READ
           ELSE
              MOVE SPACES TO WS-CHG-OPERATION
           END-IF.
           IF WS-CHG-OPERATION NOT = SPACES
              PERFORM H405-CHECK-EXEMPTION
              IF WS-CHG-EXEMPT
                 ADD 1 TO WS-CHG-WAIVED-COUNT
              ELSE
                 PERFORM H401-CALCULATE-FEE
              END-IF
           END-IF.
       H400-END. EXIT.

      *Yuzde hareketin tutarina (mutlak deger) uygulanir; kapamada
      *tutar girilmediginden yalniz sabit ucret ve sinirlar isler.
      *Marj sadece pozitif tutarli kurlar arasi transferde alinir.
       H401-CALCULATE-FEE.
           MOVE ZEROES TO WS-CHG-BASE.
           IF NOT WS-FUNC-CLOSURE AND INP-AMOUNT NUMERIC
              IF INP-AMOUNT < ZERO
                 COMPUTE WS-CHG-BASE = 0 - INP-AMOUNT
              ELSE
                 MOVE INP-AMOUNT TO WS-CHG-BASE
              END-IF
           END-IF.
           COMPUTE WS-CHG-FEE ROUNDED =
              CHG-FLAT-FEE + WS-CHG-BASE * CHG-PERCENT / 100.
           IF WS-CHG-FEE < CHG-MIN-FEE
              MOVE CHG-MIN-FEE TO WS-CHG-FEE
           END-IF.
           IF CHG-MAX-FEE > ZERO AND WS-CHG-FEE > CHG-MAX-FEE
              MOVE CHG-MAX-FEE TO WS-CHG-FEE
           END-IF.
           IF WS-FUNC-TRANSFER AND CHG-FX-MARGIN > ZERO
              AND INP-TO-DVZ NUMERIC AND INP-TO-DVZ NOT = INP-DVZ
              AND INP-AMOUNT NUMERIC AND INP-AMOUNT > ZERO
              MOVE CHG-FX-MARGIN TO WS-CHG-FX-MARGIN
           END-IF.
      *Gelir hesabi tanimsizsa kesilen ucret gidecek yer bulamaz;
      *hareket ucretsiz gecer ve operasyon uyarilir.
           IF WS-CHG-FEE > ZERO
              MOVE 'INCM'  TO CHG-OPERATION
              MOVE INP-DVZ TO CHG-DVZ
              READ CHG-FILE KEY CHG-KEY
                 INVALID KEY
                    DISPLAY 'NO INCOME ACCOUNT, FEE NOT CHARGED, DVZ: '
                            INP-DVZ ' REF: ' INP-TREF
                    MOVE ZEROES TO WS-CHG-FEE
                 NOT INVALID KEY
                    MOVE CHG-INCOME-ID TO WS-CHG-FEE-ID
              END-READ
           END-IF.
           IF WS-CHG-FX-MARGIN > ZERO
              MOVE 'INCM'     TO CHG-OPERATION
              MOVE INP-TO-DVZ TO CHG-DVZ
              READ CHG-FILE KEY CHG-KEY
                 INVALID KEY
                    DISPLAY 'NO INCOME ACCOUNT, NO FX MARGIN, DVZ: '
                            INP-TO-DVZ ' REF: ' INP-TREF
                    MOVE ZEROES TO WS-CHG-FX-MARGIN
                 NOT INVALID KEY
                    MOVE CHG-INCOME-ID TO WS-CHG-MARGIN-ID
              END-READ
           END-IF.
       H401-END. EXIT.

      *Muafiyet kaydi suresizse ya da son gunu bugunden once degilse
      *musteri ucretten muaftir.
       H405-CHECK-EXEMPTION.
           IF WS-EXM-OPEN AND INP-ID NUMERIC
              MOVE INP-ID TO EXM-CUST-ID
              READ EXM-FILE KEY EXM-CUST-ID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF EXM-EXPIRY = ZEROES
                       OR EXM-EXPIRY NOT < WS-CURRENT-DATE
                       SET WS-CHG-EXEMPT TO TRUE
                    END-IF
              END-READ
           END-IF.
       H405-END. EXIT.

      *Ucret ve marj bacaklarini gonderiyorum; asil hareketin cevabi
      *once saklanir, sonra sicile yazilmak uzere geri konur. Marj
      *tutari asil transferin cevabindan, ayni kurlarla orta kurdan
      *cevrilen tutarla karsilastirilarak bulunur.
       H410-POST-CHARGES.
           MOVE WS-STRING TO WS-CHG-SAVE-STRING.
           MOVE ZEROES TO WS-CHG-MARGIN-AMT.
           IF WS-CHG-FX-MARGIN > ZERO
              PERFORM H415-FIND-MARGIN-AMOUNT
           END-IF.
           IF WS-CHG-FEE > ZERO
              PERFORM H420-POST-FEE
           END-IF.
           IF WS-CHG-MARGIN-AMT > ZERO
              PERFORM H430-POST-MARGIN
           END-IF.
           MOVE WS-CHG-SAVE-STRING TO WS-STRING.
       H410-END. EXIT.

       H415-FIND-MARGIN-AMOUNT.
           MOVE ZEROES TO WS-CHG-RATE-FROM WS-CHG-RATE-TO.
           MOVE INP-DVZ TO DVZ-CODE.
           READ DVZ-FILE KEY DVZ-CODE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE DVZ-RATE TO WS-CHG-RATE-FROM
           END-READ.
           MOVE INP-TO-DVZ TO DVZ-CODE.
           READ DVZ-FILE KEY DVZ-CODE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE DVZ-RATE TO WS-CHG-RATE-TO
           END-READ.
           IF WS-CHG-RATE-FROM > ZERO AND WS-CHG-RATE-TO > ZERO
              AND WS-AMOUNT-TO-O NUMERIC
              COMPUTE WS-CHG-MID-TO ROUNDED =
                 INP-AMOUNT * WS-CHG-RATE-FROM / WS-CHG-RATE-TO
              COMPUTE WS-CHG-MARGIN-AMT =
                 WS-CHG-MID-TO - WS-AMOUNT-TO-O
           END-IF.
       H415-END. EXIT.

      *Ucret bacagi: musteri hesabindan ayni kurun gelir hesabina
      *banka kaynakli transfer (FEEO/FEEI).
       H420-POST-FEE.
           SET WS-FUNC-TRANSFER TO TRUE.
           MOVE INP-ID        TO WS-SUB-ID.
           MOVE INP-DVZ       TO WS-SUB-DVZ.
           MOVE ZEROES        TO WS-SUB-RC.
           MOVE SPACES        TO WS-SUB-DATA.
           MOVE WS-CHG-FEE    TO WS-SUB-IN-AMOUNT.
           MOVE WS-CHG-FEE-ID TO WS-SUB-IN-TO-ID.
           MOVE INP-DVZ       TO WS-SUB-IN-TO-DVZ.
           MOVE 'B'           TO WS-SUB-IN-BANK.
           MOVE 'F'           TO WS-SUB-IN-FEE-FLAG.
           MOVE INP-TREF      TO WS-SUB-IN-TREF.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           PERFORM H500-WRITE-RECORD.
           PERFORM H520-ACCUMULATE-TOTALS.
           IF WS-SUB-RC = ZEROES AND WS-RETURN-CODE = '00'
              MOVE WS-CHG-FEE TO WS-CHG-POSTED-FEE
           ELSE
              PERFORM H440-CHARGE-FAILED
           END-IF.
       H420-END. EXIT.

      *Kur marji bacagi: alacak kurunun gelir hesabina banka kaynakli
      *yatirma (FEEI).
       H430-POST-MARGIN.
           SET WS-FUNC-DEPOSIT TO TRUE.
           MOVE WS-CHG-MARGIN-ID  TO WS-SUB-ID.
           MOVE INP-TO-DVZ        TO WS-SUB-DVZ.
           MOVE ZEROES            TO WS-SUB-RC.
           MOVE SPACES            TO WS-SUB-DATA.
           MOVE WS-CHG-MARGIN-AMT TO WS-SUB-IN-AMOUNT.
           MOVE 'B'               TO WS-SUB-IN-BANK.
           MOVE 'F'               TO WS-SUB-IN-FEE-FLAG.
           MOVE INP-TREF          TO WS-SUB-IN-TREF.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           PERFORM H500-WRITE-RECORD.
           PERFORM H520-ACCUMULATE-TOTALS.
           IF WS-SUB-RC = ZEROES AND WS-RETURN-CODE = '00'
              MOVE WS-CHG-MARGIN-AMT TO WS-CHG-POSTED-MARGIN
           ELSE
              PERFORM H440-CHARGE-FAILED
           END-IF.
       H430-END. EXIT.

      *Asil hareket gectigi halde ucret/marj (ya da iadesi) gelir
      *hesabina gecemediyse operasyon elle duzeltmelidir; kosu 4 ile
      *biter.
       H440-CHARGE-FAILED.
           ADD 1 TO WS-CHG-FAIL-COUNT.
           DISPLAY 'CHARGE NOT POSTED, REF: ' INP-TREF
                   ' ID: ' WS-ID ' DVZ: ' WS-DVZ
                   ' ' WS-EXPLANATION.
       H440-END. EXIT.

      *Her WS-CHECKPOINT-INTERVAL kayıtta bir işlenen kayıt sayısını
      *checkpoint dosyasına yazıp bir sonraki restart için saklıyorum.
       H130-WRITE-CHECKPOINT.
           END-READ.
       H140-END. EXIT.

      *İşlenen referansı koşu tarihiyle sicile yazıyorum; ters kayit
      *icin hareketin ozeti de yanina yazilir.
       H150-REGISTER-REFERENCE.
           MOVE INP-TREF         TO TREF-REF.
           MOVE WS-CURRENT-DATE  TO TREF-DATE.
           MOVE WS-PROCES4-TYPE  TO TREF-OPERATION.
           MOVE WS-ID            TO TREF-ID.
           MOVE WS-DVZ           TO TREF-DVZ.
           MOVE WS-AMOUNT-MOVED-O TO TREF-AMOUNT.
           MOVE ZEROES           TO TREF-TO-ID.
           IF INP-TO-ID NUMERIC
              MOVE INP-TO-ID     TO TREF-TO-ID
           END-IF.
           MOVE ZEROES           TO TREF-TO-DVZ.
           IF WS-TO-DVZ-O NUMERIC
              MOVE WS-TO-DVZ-O   TO TREF-TO-DVZ
           END-IF.
           MOVE ZEROES           TO TREF-AMOUNT-TO.
           IF WS-AMOUNT-TO-O NUMERIC
              MOVE WS-AMOUNT-TO-O TO TREF-AMOUNT-TO
           END-IF.
           MOVE SPACE            TO TREF-REV-STATUS.
           MOVE ZEROES           TO TREF-REV-DATE.
           MOVE WS-CHG-POSTED-FEE    TO TREF-FEE.
           MOVE WS-CHG-FEE-ID        TO TREF-FEE-ID.
           MOVE WS-CHG-POSTED-MARGIN TO TREF-MARGIN.
           MOVE WS-CHG-MARGIN-ID     TO TREF-MARGIN-ID.
           WRITE TREF-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO REGISTER TREF: ' TREF-REF
           END-WRITE.
       H150-END. EXIT.

      *Ters kaydi gecen referansi 'R' isaretliyorum; kayit H310'da
      *okunmus durumdadir.
       H160-MARK-REVERSED.
           MOVE 'R'              TO TREF-REV-STATUS.
           MOVE WS-CURRENT-DATE  TO TREF-REV-DATE.
           REWRITE TREF-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO MARK TREF REVERSED: ' TREF-REF
                         ' STATUS: ' ST-TRF
           END-REWRITE.
       H160-END. EXIT.

       H500-WRITE-RECORD.
      *Sub programdan geri dönen bilgiyi output dosyasına yazıyorum.
           MOVE WS-SUB-DATA      TO  WS-STRING.
           ADD 1 TO WS-REJECTED-COUNT.
       H510-END. EXIT.

      *Bu islemin kuruna ve tipine ait kontrol toplami bacagini is
      *dosyasina yaziyorum; sayim ve net tutar kosu sonunda toplanir.
      *Önce borç (ana) bacağını, transferse ardından alacak bacağını
      *WS-CT-ACC-* alanları üzerinden H525'e aktarıyorum.
       H520-ACCUMULATE-TOTALS.
           MOVE WS-AMOUNT-MOVED-O TO WS-CT-ACC-AMOUNT.
           PERFORM H525-ACCUMULATE-ENTRY.
      *Kapamanin supurme bacagi da transfer gibi hedef kura alacak
      *yazar; kontrol toplamina TRFI satiri olarak girer. Transfer
      *iptalinin ikinci bacagi kendi RVSL satirina girer. Ucretin
      *musteri bacagi FEEO, gelir hesabi bacagi FEEI satirina girer;
      *kur marji da gelir hesabina FEEI olarak yazilir.
           IF (WS-PROCES4-TYPE = 'TRFO' OR WS-PROCES4-TYPE = 'CLSR'
               OR WS-PROCES4-TYPE = 'RVSL' OR WS-PROCES4-TYPE = 'FEEO')
              AND WS-AMOUNT-TO-O NUMERIC
              AND WS-AMOUNT-TO-O NOT = ZEROES
              MOVE WS-TO-DVZ-O    TO WS-CT-ACC-DVZ
              EVALUATE WS-PROCES4-TYPE
                 WHEN 'RVSL'
                    MOVE 'RVSL'   TO WS-CT-ACC-TYPE
                 WHEN 'FEEO'
                    MOVE 'FEEI'   TO WS-CT-ACC-TYPE
                 WHEN OTHER
                    MOVE 'TRFI'   TO WS-CT-ACC-TYPE
              END-EVALUATE
              MOVE WS-AMOUNT-TO-O TO WS-CT-ACC-AMOUNT
              PERFORM H525-ACCUMULATE-ENTRY
           END-IF.
       H520-END. EXIT.

      *Bacak yazilamazsa kontrol toplami eksik kalir; kosuyu acilis
      *hatalarindaki gibi durduruyorum, checkpoint yerinde kalir.
       H525-ACCUMULATE-ENTRY.
           MOVE WS-CT-ACC-DVZ    TO CTW-DVZ.
           MOVE WS-CT-ACC-TYPE   TO CTW-TYPE.
           MOVE WS-CT-ACC-AMOUNT TO CTW-AMOUNT.
           WRITE CTW-REC.
           IF (NOT CTW-SUCCESS)
           DISPLAY 'UNABLE TO WRITE CTWORK: ' ST-CTW
           MOVE ST-CTW TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H525-END. EXIT.

       H999-PROGRAM-EXIT.
      *Koşu dosyanın sonuna sağlıkla ulaşarak bittiyse checkpoint'i
      *sıfırlayıp bir sonraki koşunun baştan başlamasını sağlıyorum;
           END-IF.
           DISPLAY 'RECORDS PROCESSED : ' WS-PROCESSED-COUNT.
           DISPLAY 'RECORDS REJECTED  : ' WS-REJECTED-COUNT.
           DISPLAY 'CHARGES WAIVED    : ' WS-CHG-WAIVED-COUNT.
           DISPLAY 'CHARGES NOT POSTED: ' WS-CHG-FAIL-COUNT.
      *Parti doğrulaması sadece dosyanın sonuna sağlıkla ulaşılan
      *koşuda anlamlıdır; erken çıkışta zaten hata kodu dönülüyor.
           IF WS-NORMAL-EOF
              PERFORM H920-VERIFY-BATCH
           END-IF.
      *GL çıkarımı yalnız sağlıkla biten VE parti doğrulamasını geçen
      *koşuda üretilir; yarım kalan ya da şüpheli partinin toplamları
      *ana deftere gitmemeli, sıra numarası da boşa harcanmamalıdır.
           IF WS-NORMAL-EOF AND NOT WS-BATCH-BAD
              SET WS-GL-WANTED TO TRUE
           END-IF.
      *Is dosyasi hic acilmadiysa kosu ilk dosyalarda dusmustur;
      *toplanacak bacak yoktur. Bacak yazma hatasiyla gelindiyse
      *dosya kapatilip o ana kadarki toplamlar yine basilir.
           IF WS-CTW-OPEN
              MOVE 'N' TO WS-CTW-OPEN-SW
              CLOSE CTW-FILE
              MOVE RETURN-CODE TO WS-FAIL-RC
              SORT SORT-FILE
                 ON ASCENDING KEY SRT-DVZ SRT-TYPE
                 USING CTW-FILE
                 OUTPUT PROCEDURE H900-CONTROL-REPORT THRU H900-END
              IF WS-FAIL-RC NOT = ZEROES
                 MOVE WS-FAIL-RC TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE INP-FILE
           CLOSE OUT-FILE
           CLOSE REJECT-FILE
           CLOSE TREF-FILE
           CLOSE DVZ-FILE.
           IF WS-CHG-OPEN
              CLOSE CHG-FILE
           END-IF.
           IF WS-EXM-OPEN
              CLOSE EXM-FILE
           END-IF.
      *Programı kapatırken sub programdaki output dosyasınıda
      *kapatıyorum.
           SET WS-FUNC-CLOSE TO TRUE.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
      *Şüpheli parti dönüş kodu en sonda basılır ki araya giren dosya
      *kapanışları onu ezemesin; zamanlayıcı bu koda bakar.
           IF WS-CHG-FAIL-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BATCH-BAD
              MOVE 8 TO RETURN-CODE
           END-IF.
       H970-END. EXIT.

      *Kur ve işlem tipi bazında kayıt sayısı ile net bakiye hareketini
      *gösteren gün sonu mutabakat/kontrol toplamı raporu. SORT
      *cikisidir: bacaklar kur + islem tipi sirasiyla gelir, her
      *kirilimda bir satir basilir (GL isteniyorsa GL'e de yazilir).
       H900-CONTROL-REPORT.
           IF WS-GL-WANTED
              PERFORM H930-GL-EXTRACT
           END-IF.
           DISPLAY '===== CONTROL TOTAL REPORT ====='.
           DISPLAY 'BATCH ID: ' WS-BATCH-ID
                   ' BRANCH: ' WS-BATCH-BRANCH
                   ' CREATED: ' WS-BATCH-CRE-DATE.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H910-PRINT-TOTAL-ENTRY UNTIL WS-SORT-EOF.
           DISPLAY '================================='.
           IF WS-GL-OPEN
              PERFORM H935-CLOSE-GL-EXTRACT
           END-IF.
       H900-END. EXIT.

      *Parti sonu kaydındaki sayım ve hash, gerçekten okunanlarla
       H920-END. EXIT.

       H910-PRINT-TOTAL-ENTRY.
           MOVE SRT-DVZ  TO WS-CT-DVZ.
           MOVE SRT-TYPE TO WS-CT-TYPE.
           MOVE ZEROES   TO WS-CT-RECCOUNT WS-CT-NET-AMOUNT.
           PERFORM H915-ADD-TOTAL-LEG
              UNTIL WS-SORT-EOF
                 OR SRT-DVZ  NOT = WS-CT-DVZ
                 OR SRT-TYPE NOT = WS-CT-TYPE.
           DISPLAY 'DVZ: '        WS-CT-DVZ
                   ' TYPE: '      WS-CT-TYPE
                   ' COUNT: '     WS-CT-RECCOUNT
                   ' NET AMOUNT: ' WS-CT-NET-AMOUNT.
           IF WS-GL-OPEN
              PERFORM H950-WRITE-GL-ENTRY
           END-IF.
       H910-END. EXIT.

       H915-ADD-TOTAL-LEG.
           ADD 1          TO WS-CT-RECCOUNT.
           ADD SRT-AMOUNT TO WS-CT-NET-AMOUNT.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H915-END. EXIT.

      *Kontrol toplamlarından GL arayüz dosyasını üretiyorum: kur +
      *işlem tipi başına dengeli bir satır, sonda doğrulama toplamları.
      *Satirlari H910 kirilimda yazar; dosya burada acilir, H935'te
      *dosya sonu kaydiyla kapanir.
       H930-GL-EXTRACT.
           PERFORM H940-NEXT-SEQUENCE.
           OPEN OUTPUT GL-FILE.
           IF (NOT GL-SUCCESS)
              DISPLAY 'UNABLE TO OPEN GLEXTR: ' ST-GL
              MOVE ST-GL TO WS-FAIL-RC
           ELSE
              SET WS-GL-OPEN TO TRUE
           END-IF.
       H930-END. EXIT.

       H935-CLOSE-GL-EXTRACT.
           PERFORM H960-WRITE-GL-TRAILER.
           CLOSE GL-FILE.
           MOVE 'N' TO WS-GL-OPEN-SW.
           DISPLAY 'GL EXTRACT WRITTEN, SEQUENCE: ' WS-GL-SEQ-NO
                   ' ENTRIES: ' WS-GL-ENTRIES.
       H935-END. EXIT.

      *Dosya sıra numarasını GLSEQFL'den okuyup bir artırarak geri
      *yazıyorum; dosya ilk koşuda yoksa 1'den başlanır.
       H940-NEXT-SEQUENCE.
           MOVE 'D'              TO GL-REC-TYPE.
           MOVE WS-CURRENT-DATE  TO GL-RUN-DATE.
           MOVE WS-GL-SEQ-NO     TO GL-SEQ-NO.
           MOVE WS-CT-DVZ        TO GL-DVZ.
           MOVE WS-CT-TYPE       TO GL-OP-TYPE.
           MOVE WS-CT-RECCOUNT   TO GL-ENTRY-COUNT.
           IF WS-CT-NET-AMOUNT < ZERO
              MOVE '-' TO GL-NET-SIGN
              COMPUTE WS-GL-ABS-NET = 0 - WS-CT-NET-AMOUNT
           ELSE
              MOVE '+' TO GL-NET-SIGN
              MOVE WS-CT-NET-AMOUNT TO WS-GL-ABS-NET
           END-IF.
           MOVE WS-GL-ABS-NET TO GL-DR-AMOUNT.
           MOVE WS-GL-ABS-NET TO GL-CR-AMOUNT.
