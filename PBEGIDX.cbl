              10 AUD-AFT-LIMIT     PIC S9(15).
              10 AUD-AFT-LAST-ACT  PIC 9(08).
              10 AUD-AFT-STATUS    PIC X(01).
      *Hareketi doguran islem referansi (INP-TREF); referanssiz
      *hareketlerde bostur. Ters kayit (RVSL) asil hareketin
      *referansini tasir ki ikili ekstrede yan yana izlenebilsin.
           05 AUD-TREF             PIC X(12).

      *PBCUSMT'teki CUST-REC ile aynidir.
       FD  CUST-FILE.
         01  WS-AUDIT-DATE-TIME.
           05 WS-AUD-DATE           PIC 9(08).
           05 WS-AUD-TIME           PIC 9(08).
           05 WS-AUD-TREF           PIC X(12).
      *İleri tarihli kur emekliliğini değerlendirmek için koşu günü;
      *dosyalar açılırken bir kez alınır.
         01  WS-TODAY               PIC 9(08) VALUE ZEROES.
              88 WS-RC-DORMANT               VALUE 93.
              88 WS-RC-BALANCE-LEFT          VALUE 94.
              88 WS-RC-CLOSED                VALUE 95.
      *Defter bakiyesi yetse de aktif blokeler dusulunce limitin
      *altina inilecekse (ya da blokeli hesap kapatilmak isteniyorsa)
      *hareket reddedilir.
              88 WS-RC-FUNDS-HELD            VALUE 96.
           05 WS-EXPLANATION    PIC X(30).
           05 WS-FNAME-FROM     PIC X(15).
           05 WS-FNAME-TO       PIC X(15).
           05 WS-TRF-POSTED-SW  PIC X(01) VALUE 'N'.
              88 WS-TRF-POSTED            VALUE 'Y'.
           05 WS-TRF-FAIL-ST    PIC 9(02).
      *Ters kayitta iki bacakli (transfer) iptal olup olmadigi.
           05 WS-REV-2LEG-SW    PIC X(01) VALUE 'N'.
              88 WS-REV-2LEG              VALUE 'Y'.
      *Emekli (pasif) kurdan CIKISA izin anahtari: banka kaynakli
      *transferin borc bacaginda kur kontrolu gevsetilir ki donusum
      *supurmesi (PBDVZSW) parayi emekli kurdan tasiyabilsin. Pasif
      *kura GIRIS her zaman reddedilir.
           05 WS-DVZ-EXIT-SW    PIC X(01) VALUE 'N'.
              88 WS-DVZ-EXIT-OK           VALUE 'Y'.
      *Hesabin yururlukteki bloke toplami (PBEGHLD'den); kullanilabilir
      *bakiye = defter bakiyesi - bu tutar.
           05 WS-HELD-AMOUNT    PIC S9(15) COMP-3.
      *Cagridan alinan islem ucreti, kur marji ve ucret bacagi
      *isareti; cevap LD-DATA'yi ezdiginden H100'de bir kez alinir.
           05 WS-FEE-AMOUNT     PIC S9(15) COMP-3.
           05 WS-FX-MARGIN      PIC 9(03)V9(04) COMP-3.
           05 WS-FEE-LEG-SW     PIC X(01) VALUE 'N'.
              88 WS-FEE-LEG               VALUE 'Y'.
      *Ters kayit istegi; cevap LD-DATA'yi ezdikten sonra da
      *okunabilsin diye cagri basinda alinir.
           05 WS-REVERSAL-SW    PIC X(01) VALUE 'N'.
              88 WS-REVERSAL              VALUE 'Y'.

      *Bloke alt programina (PBEGHLD) giden alan; LD-AREA ile ayni
      *yapidadir.
         01 WS-HLD-AREA.
           05 WS-PBEGHLD        PIC X(08) VALUE 'PBEGHLD'.
           05 WS-HLD-CALL-AREA.
              10 WS-HLD-FUNC       PIC 9(01).
                 88 WS-HLD-SUM               VALUE 3.
                 88 WS-HLD-OPEN              VALUE 8.
                 88 WS-HLD-CLOSE             VALUE 9.
              10 WS-HLD-ID         PIC S9(05) COMP-3.
              10 WS-HLD-DVZ        PIC S9(03) COMP.
              10 WS-HLD-RC         PIC 9(02).
              10 WS-HLD-DATA       PIC X(137).
              10 WS-HLD-SUM-DATA REDEFINES WS-HLD-DATA.
                 15 WS-HLD-SUM-HELD   PIC S9(15).
                 15 WS-HLD-SUM-COUNT  PIC 9(05).
                 15 FILLER            PIC X(117).

      *Dekont alt programina (PBEGADV) giden alan; LD-AREA ile ayni
      *yapidadir.
         01 WS-ADV-AREA.
           05 WS-PBEGADV        PIC X(08) VALUE 'PBEGADV'.
           05 WS-ADV-REJECT-SW  PIC X(01) VALUE 'N'.
              88 WS-ADV-REJECTS           VALUE 'Y'.
           05 WS-ADV-CALL-AREA.
              10 WS-ADV-FUNC       PIC 9(01).
                 88 WS-ADV-POSTED            VALUE 1.
                 88 WS-ADV-REJECTED          VALUE 2.
                 88 WS-ADV-OPEN              VALUE 8.
                 88 WS-ADV-CLOSE             VALUE 9.
              10 WS-ADV-ID         PIC S9(05) COMP-3.
              10 WS-ADV-DVZ        PIC S9(03) COMP.
              10 WS-ADV-RC         PIC 9(02).
              10 WS-ADV-DATA       PIC X(137).
              10 WS-ADV-IN-DATA REDEFINES WS-ADV-DATA.
                 15 WS-ADV-OPERATION  PIC X(04).
                 15 WS-ADV-AMOUNT     PIC S9(15).
                 15 WS-ADV-BALANCE    PIC S9(15).
                 15 WS-ADV-TREF       PIC X(12).
                 15 WS-ADV-REASON     PIC X(30).
                 15 FILLER            PIC X(61).

      *Transfer sırasında borç bacağının kaydını, alacak bacağı
      *okunurken saklamak için IDX-REC ile aynı yapıda çalışma alanı.
            88 WS-FUNC-OPEN             VALUE 8.
            88 WS-FUNC-CLOSE            VALUE 9.

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

       LINKAGE SECTION.
         01  LD-AREA.
           05 LD-FUNCTION        PIC 9(01).
      *dokunulmaz; uyku sayacını sadece müşteri hareketi tazeler.
              10 LD-IN-BANK-FLAG PIC X(01).
                 88 LD-BANK-INITIATED        VALUE 'B'.
      *Hareketin islem referansi; AUDITFL'ye aynen yazilir.
              10 LD-IN-TREF      PIC X(12).
      *'R' = ters kayit (storno): LD-IN-AMOUNT LD-KEY hesabina,
      *LD-IN-AMOUNT-TO (transfer iptalinde) LD-IN-TO hesabina isaretli
      *olarak aynen uygulanir; kur cevrimi yapilmaz, asil hareketin
      *tutarlari kullanilir.
              10 LD-IN-REV-FLAG  PIC X(01).
                 88 LD-REVERSAL              VALUE 'R'.
              10 LD-IN-AMOUNT-TO PIC S9(15).
      *'R' = yetersiz bakiye / uyku / bloke reddi de musteriye dekont
      *olarak bildirilir (duzenli odeme kosusu). Gecen hareketin
      *dekontu bayraktan bagimsiz her zaman yazilir.
              10 LD-IN-ADVICE    PIC X(01).
                 88 LD-ADVISE-REJECTS        VALUE 'R'.
      *Islem ucreti (PBFINAL, CHGTAB): para hareket ettirmez ama
      *limit/bloke kontrolunde hareketin tutarina eklenir; musteri
      *hareketle ucreti birlikte karsilayamiyorsa islem butunuyle
      *reddedilir. Ucret, hareket gectikten sonra ayri bir ucret
      *bacagiyla tahsil edilir.
              10 LD-IN-FEE       PIC S9(15).
      *'F' = ucret bacagi: banka kaynakli transfer (musteriden gelir
      *hesabina, FEEO/FEEI) ya da yatirma (kur marjinin gelir
      *hesabina yazilmasi, FEEI). Ucret bacagi kapanmis ya da uykudaki
      *hesaptan da tahsil edilir; kapamanin ucreti kapamadan sonra
      *kesilir.
              10 LD-IN-FEE-FLAG  PIC X(01).
                 88 LD-FEE-LEG               VALUE 'F'.
      *Kurlar arasi transferde musteriye uygulanan kurun orta kurdan
      *yuzde sapmasi (alis/satis marji); alacak bacagina orta kurla
      *cevrilen tutarin bu kadar eksigi yazilir.
              10 LD-IN-FX-MARGIN PIC 9(03)V9(04).
              10 FILLER          PIC X(09).

      *--------------------
       PROCEDURE DIVISION USING LD-AREA.
           MOVE ZEROES TO WS-TO-DVZ
           MOVE ZEROES TO WS-AMOUNT-TO
           MOVE 'N'    TO WS-DVZ-EXIT-SW
      *Audit kaydi yazilmadan once cevap LD-DATA'yi ezebilir;
      *referansi bastan aliyorum.
           MOVE SPACES TO WS-AUD-TREF
      *Red dekontu istegi de cevap yazilmadan once alinir; onceki
      *cagridan kalan red kodu bu cagrinin reddi sanilmasin.
           MOVE 'N'    TO WS-ADV-REJECT-SW
           MOVE ZEROES TO WS-BUS-CODE
      *Ucret alanlarini bos gonderen cagiranlar (ay sonu, supurme,
      *duzenli odeme kosulari) icin ucret ve marj sifirdir.
           MOVE ZEROES TO WS-FEE-AMOUNT
           MOVE ZEROES TO WS-FX-MARGIN
           MOVE 'N'    TO WS-FEE-LEG-SW
           MOVE 'N'    TO WS-REVERSAL-SW
           IF (NOT WS-FUNC-OPEN) AND (NOT WS-FUNC-CLOSE)
              MOVE LD-IN-TREF TO WS-AUD-TREF
              IF LD-REVERSAL
                 SET WS-REVERSAL TO TRUE
              END-IF
              IF LD-ADVISE-REJECTS
                 SET WS-ADV-REJECTS TO TRUE
              END-IF
              IF LD-IN-FEE NUMERIC
                 MOVE LD-IN-FEE TO WS-FEE-AMOUNT
              END-IF
              IF LD-IN-FX-MARGIN NUMERIC
                 MOVE LD-IN-FX-MARGIN TO WS-FX-MARGIN
              END-IF
              IF LD-FEE-LEG
                 SET WS-FEE-LEG TO TRUE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-REVERSAL
                   AND (WS-FUNC-DEPOSIT OR WS-FUNC-TRANSFER)
                  PERFORM H395-REVERSAL
                  GOBACK
              WHEN WS-FUNC-OPEN
                  PERFORM H300-OPEN-FILES
                  GOBACK
                  CLOSE DVZ-FILE
                  CLOSE AUDIT-FILE
                  CLOSE CUST-FILE
                  SET WS-HLD-CLOSE TO TRUE
                  CALL WS-PBEGHLD USING WS-HLD-CALL-AREA
                  SET WS-ADV-CLOSE TO TRUE
                  CALL WS-PBEGADV USING WS-ADV-CALL-AREA
                  GOBACK
           END-EVALUATE.
       H100-END. EXIT.
           END-READ.
       H250-END. EXIT.

      *Islenen hesabin (LD-KEY) yururlukteki bloke toplamini
      *aliyorum; transferde ve kapamada da borc bacagi LD-KEY'dir.
       H260-GET-HELD-AMOUNT.
           SET WS-HLD-SUM TO TRUE.
           MOVE LD-ID  TO WS-HLD-ID.
           MOVE LD-DVZ TO WS-HLD-DVZ.
           MOVE ZEROES TO WS-HLD-RC.
           MOVE SPACES TO WS-HLD-DATA.
           CALL WS-PBEGHLD USING WS-HLD-CALL-AREA.
           IF WS-HLD-RC = ZEROES AND WS-HLD-SUM-HELD NUMERIC
              MOVE WS-HLD-SUM-HELD TO WS-HELD-AMOUNT
           ELSE
              MOVE ZEROES TO WS-HELD-AMOUNT
           END-IF.
       H260-END. EXIT.

      *Kullanilabilir bakiye reddi: defter bakiyesi limite yetiyor ama
      *aktif blokeler dusulunce yetmiyor.
       H270-FUNDS-HELD.
           MOVE ZEROES TO WS-RETURN-CODE.
           SET WS-RC-FUNDS-HELD TO TRUE.
           MOVE 'Insufficient available funds. ' TO WS-EXPLANATION.
           MOVE ZEROES TO WS-AMOUNT-MOVED.
           MOVE ZEROES TO WS-AMOUNT-TO.
           PERFORM H500-DATA-HANDLING.
       H270-END. EXIT.

       H300-OPEN-FILES.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           MOVE WS-BDT-RC TO LD-RETURNCODE
           GOBACK
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           OPEN I-O  IDX-FILE.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXILE: ' ST-IDX
           MOVE ST-CUS TO LD-RETURNCODE
           GOBACK
           END-IF.
      *Bloke dosyasini sahibi olan alt program acar; PBFINAL bloke
      *kayitlarini ayni acik dosya uzerinden gonderir.
           SET WS-HLD-OPEN TO TRUE.
           MOVE ZEROES TO WS-HLD-RC.
           CALL WS-PBEGHLD USING WS-HLD-CALL-AREA.
           IF WS-HLD-RC NOT = ZEROES
           MOVE WS-HLD-RC TO RETURN-CODE
           MOVE WS-HLD-RC TO LD-RETURNCODE
           GOBACK
           END-IF.
      *Dekont dosyasi da alt programindadir; acilamazsa hareketler
      *durmaz, yalniz dekont uretilmez.
           SET WS-ADV-OPEN TO TRUE.
           MOVE ZEROES TO WS-ADV-RC.
           CALL WS-PBEGADV USING WS-ADV-CALL-AREA.
       H300-END. EXIT.

      *Read işlemi burada yapılıyor. 
           COMPUTE WS-NEW-BALANCE = IDX-BALANCE + LD-IN-AMOUNT.
      *Deposit tutarı negatifse bu aslında bir para çekme işlemidir;
      *overdraft limitini H370-WITHDRAWAL'daki gibi burada da
      *kontrol ediyorum. Eksi tutarli musteri yatirmasi blokeli tutara
      *da H370'teki gibi dokunamaz.
           IF LD-IN-AMOUNT < ZERO AND NOT LD-BANK-INITIATED
              AND WS-NEW-BALANCE NOT < IDX-LIMIT
              PERFORM H260-GET-HELD-AMOUNT
              IF WS-NEW-BALANCE - WS-HELD-AMOUNT < IDX-LIMIT
                 PERFORM H270-FUNDS-HELD
                 GOBACK
              END-IF
           END-IF.
           IF WS-NEW-BALANCE < IDX-LIMIT
              MOVE ZEROES TO WS-RETURN-CODE
              SET WS-RC-INSUFFICIENT-FUNDS TO TRUE
              MOVE IDX-ID      TO AUD-ID
              MOVE IDX-DVZ     TO AUD-DVZ
              MOVE 'DEPO' TO AUD-OPERATION
      *Kur marjinin gelir hesabina yazilmasi ucret gelirinin parcasidir.
              IF WS-FEE-LEG
                 MOVE 'FEEI' TO AUD-OPERATION
              END-IF
              MOVE IDX-NAME    TO AUD-BEF-NAME
              MOVE IDX-SURNAME TO AUD-BEF-SURNAME
              MOVE IDX-ODATE   TO AUD-BEF-ODATE
              GOBACK
           END-IF.
           COMPUTE WS-NEW-BALANCE = IDX-BALANCE - LD-IN-AMOUNT.
      *Musteri cekmesi kullanilabilir bakiyeye (defter bakiyesi - aktif
      *blokeler) bakar. Banka kaynakli cekme (ucret) blokeye takilmaz;
      *uyku kuralindaki gibi bu bir musteri talimati degildir.
      *Islem ucreti de cekmeyle birlikte karsilanabilmelidir.
           IF NOT LD-BANK-INITIATED
              AND WS-NEW-BALANCE - WS-FEE-AMOUNT NOT < IDX-LIMIT
              PERFORM H260-GET-HELD-AMOUNT
              IF WS-NEW-BALANCE - WS-FEE-AMOUNT - WS-HELD-AMOUNT
                 < IDX-LIMIT
                 PERFORM H270-FUNDS-HELD
                 GOBACK
              END-IF
           END-IF.
           IF WS-NEW-BALANCE - WS-FEE-AMOUNT < IDX-LIMIT
              MOVE ZEROES TO WS-RETURN-CODE
              SET WS-RC-INSUFFICIENT-FUNDS TO TRUE
              MOVE 'Insufficient funds.           ' TO WS-EXPLANATION
           MOVE LD-IN-TO-DVZ TO WS-TO-DVZ.
           MOVE DVZ-RATE    TO WS-RATE-FROM.
      *Kapali hesaptan transfer yapilamaz (hesap kapama kapali hesabi
      *zaten kendi basinda reddeder). Kapamanin ucreti hesap kapandiktan
      *sonra tahsil edildiginden ucret bacagi bu kurala takilmaz.
           IF IDX-IS-CLOSED AND NOT WS-FUNC-CLOSURE AND NOT WS-FEE-LEG
              MOVE ZEROES TO WS-RETURN-CODE
              SET WS-RC-CLOSED TO TRUE
              MOVE 'Account is closed.            ' TO WS-EXPLANATION
              GOBACK
           END-IF.
      *Transferin borç bacağı da bir para çekmedir; uykudaki hesaptan
      *transfer yapılamaz. Ucret bacagi, H370'teki banka kaynakli cekme
      *gibi, musteri talimati olmadigindan uykudaki hesaptan da alinir.
           IF IDX-IS-DORMANT AND NOT WS-FEE-LEG
              MOVE ZEROES TO WS-RETURN-CODE
              SET WS-RC-DORMANT TO TRUE
              MOVE 'Account is dormant.           ' TO WS-EXPLANATION
              GOBACK
           END-IF.
           COMPUTE WS-NEW-BALANCE = IDX-BALANCE - WS-TRF-AMOUNT.
      *Islem ucreti transferle birlikte karsilanabilmelidir; kapamada
      *ucret hesapta birakilan tutardir ve ucret bacagiyla cikar.
           IF WS-NEW-BALANCE - WS-FEE-AMOUNT < IDX-LIMIT
              MOVE ZEROES TO WS-RETURN-CODE
              SET WS-RC-INSUFFICIENT-FUNDS TO TRUE
              MOVE 'Insufficient funds.           ' TO WS-EXPLANATION
              PERFORM H500-DATA-HANDLING
              GOBACK
           END-IF.
      *Blokeli tutar borc bacagiyla da hesaptan cikamaz. Banka
      *kaynakli supurme de bu kontrole tabidir; aksi halde bloke edilen
      *para baska kura tasinir ve bloke karsiliksiz kalirdi.
           PERFORM H260-GET-HELD-AMOUNT.
           IF WS-NEW-BALANCE - WS-FEE-AMOUNT - WS-HELD-AMOUNT
              < IDX-LIMIT
              PERFORM H270-FUNDS-HELD
              GOBACK
           END-IF.
      *Borç bacağının kaydını saklayıp alacak bacağının hesabını ve
      *kurunu okuyorum.
           MOVE IDX-REC TO WS-FROM-REC.
              PERFORM H500-DATA-HANDLING
              GOBACK
           END-IF.
      *Kurlar arasi transferde musteri kuru orta kurdan marj kadar
      *asagidadir; aradaki fark kur gelirine PBFINAL'in kur marji
      *bacagiyla yazilir.
           IF WS-FX-MARGIN > ZERO AND WS-TGT-DVZ NOT = WS-FROM-DVZ
              COMPUTE WS-AMOUNT-TO ROUNDED =
                 WS-TRF-AMOUNT * WS-RATE-FROM * (100 - WS-FX-MARGIN)
                 / (WS-RATE-TO * 100)
           ELSE
              COMPUTE WS-AMOUNT-TO ROUNDED =
                 WS-TRF-AMOUNT * WS-RATE-FROM / WS-RATE-TO
           END-IF.
           COMPUTE WS-TO-NEW-BALANCE = WS-TGT-BALANCE + WS-AMOUNT-TO.
      *Tutar eksi girilmişse alacak bacağı aslında hedef hesaptan para
      *çeker; hedefin overdraft limitini de burada kontrol ediyorum.
           END-IF.
           IF WS-TRF-POSTED
              MOVE 'Transfer posted successfully. ' TO WS-EXPLANATION
              IF WS-FEE-LEG
                 MOVE 'Service charge posted.        ' TO WS-EXPLANATION
              END-IF
              COMPUTE WS-AMOUNT-MOVED = 0 - WS-TRF-AMOUNT
              MOVE ST-IDX TO WS-RETURN-CODE
           ELSE
           MOVE IDX-ID      TO AUD-ID.
           MOVE IDX-DVZ     TO AUD-DVZ.
           MOVE 'TRFO' TO AUD-OPERATION.
           IF WS-FEE-LEG
              MOVE 'FEEO' TO AUD-OPERATION
           END-IF.
           IF WS-REVERSAL
              MOVE 'RVSL' TO AUD-OPERATION
           END-IF.
           MOVE IDX-NAME    TO WS-FNAME-FROM  AUD-BEF-NAME.
           MOVE IDX-SURNAME TO WS-LNAME-FROM  AUD-BEF-SURNAME.
           MOVE IDX-ODATE   TO AUD-BEF-ODATE.
           MOVE IDX-ID      TO AUD-ID.
           MOVE IDX-DVZ     TO AUD-DVZ.
           MOVE 'TRFI' TO AUD-OPERATION.
           IF WS-FEE-LEG
              MOVE 'FEEI' TO AUD-OPERATION
           END-IF.
           IF WS-REVERSAL
              MOVE 'RVSL' TO AUD-OPERATION
           END-IF.
           MOVE IDX-NAME    TO WS-FNAME-TO  AUD-BEF-NAME.
           MOVE IDX-SURNAME TO WS-LNAME-TO  AUD-BEF-SURNAME.
           MOVE IDX-ODATE   TO AUD-BEF-ODATE.
              PERFORM H500-DATA-HANDLING
              GOBACK
           END-IF.
      *Aktif blokesi olan hesap kapatilamaz: kapama bakiyeyi sifira
      *supurur, bloke karsiliksiz kalirdi. Once bloke kaldirilmalidir.
           PERFORM H260-GET-HELD-AMOUNT.
           IF WS-HELD-AMOUNT > ZERO
              MOVE ZEROES TO WS-RETURN-CODE
              SET WS-RC-FUNDS-HELD TO TRUE
              MOVE 'Active holds, cannot close.   ' TO WS-EXPLANATION
              MOVE ZEROES TO WS-AMOUNT-MOVED WS-AMOUNT-TO
              PERFORM H500-DATA-HANDLING
              GOBACK
           END-IF.
      *Kapama ucreti hesapta birakilir, kalan supurulur; ucreti kapama
      *sonrasi ucret bacagi tahsil eder. Bakiye ucreti karsilamiyorsa
      *kapama reddedilir.
           IF WS-FEE-AMOUNT > ZERO AND IDX-BALANCE < WS-FEE-AMOUNT
              MOVE ZEROES TO WS-RETURN-CODE
              SET WS-RC-INSUFFICIENT-FUNDS TO TRUE
              MOVE 'Insufficient funds.           ' TO WS-EXPLANATION
              MOVE ZEROES TO WS-AMOUNT-MOVED
              PERFORM H500-DATA-HANDLING
              GOBACK
           END-IF.
           IF IDX-BALANCE - WS-FEE-AMOUNT = ZERO
              MOVE ZEROES TO WS-AMOUNT-MOVED
              MOVE ZEROES TO WS-BUS-CODE
              PERFORM H391-MARK-CLOSED
           ELSE
      *Supurme gecemezse (uykuda, takas hesabi yok, limit vb.) kayit
      *acik kalir; H385 reddi zaten raporlamistir.
              COMPUTE WS-TRF-AMOUNT = IDX-BALANCE - WS-FEE-AMOUNT
              PERFORM H385-TRANSFER-SWEEP
              IF WS-TRF-POSTED
                 PERFORM H391-MARK-CLOSED
              WHEN WS-FUNC-CLOSURE
                  MOVE 'CLSR' TO WS-PROCESS-TYPE
           END-EVALUATE.
           IF WS-FEE-LEG AND WS-FUNC-TRANSFER
              MOVE 'FEEO' TO WS-PROCESS-TYPE
           END-IF.
           IF WS-FEE-LEG AND WS-FUNC-DEPOSIT
              MOVE 'FEEI' TO WS-PROCESS-TYPE
           END-IF.
      *Is kurali reddi cagirana LD-RETURNCODE ile de bildirilir;
      *hareket ettirmeyen basarili islemi (sifir bakiyeli kapama)
      *redden ayirmak icin ucret kesen PBFINAL buna bakar.
           IF WS-BUS-CODE NOT = ZEROES
              MOVE WS-BUS-CODE TO LD-RETURNCODE
           END-IF.
           IF WS-REVERSAL
              AND (WS-FUNC-DEPOSIT OR WS-FUNC-TRANSFER)
              MOVE 'RVSL' TO WS-PROCESS-TYPE
           END-IF.
           IF WS-ADV-REJECTS
              AND (WS-RC-INSUFFICIENT-FUNDS OR WS-RC-DORMANT
                   OR WS-RC-FUNDS-HELD)
              PERFORM H620-ADVICE-REJECTION
           END-IF.
      *String komutuyla bilgileri birleştiriyorum ki tek data olarak
      *ana programa gönderebileyim.
           STRING WS-PROCESS-TYPE  DELIMITED BY  SIZE

      *Idx file üzerinde bir write/rewrite/delete olduğunda önce/sonra
      *görüntüsünü ve zaman damgasını AUDIT-FILE'a yazıyorum.
      *Ters kayit (storno): asil hareketin tam tersi, asil tutarlarla
      *isaretli olarak uygulanir. Tek bacakli iptalde (DEPO/WDRL) sadece
      *LD-KEY hesabi, transfer iptalinde ayrica LD-IN-TO hesabi
      *hareket gorur; kur cevrimi yapilmaz ki TRFO/TRFI bacaklari asil
      *cevrilmis tutarlariyla geri donsun. Ters kayit bir duzeltmedir:
      *limit, bloke ve uyku kontrolune takilmaz, kapali hesaba ise
      *uygulanamaz. Bacaklar H381/H382/H383 ile transfer gibi yazilir;
      *ikinci bacak yazilamazsa ilki geri alinir.
       H395-REVERSAL.
           MOVE 'N' TO WS-TRF-POSTED-SW.
           MOVE 'N' TO WS-REV-2LEG-SW.
           IF LD-IN-TO-ID NUMERIC AND LD-IN-TO-ID NOT = ZEROES
              SET WS-REV-2LEG TO TRUE
           END-IF.
           PERFORM H200-READ
           MOVE LD-ID       TO WS-ID.
           MOVE LD-DVZ      TO WS-DVZ.
           IF IDX-IS-CLOSED
              PERFORM H396-REVERSAL-CLOSED
              GOBACK
           END-IF.
           COMPUTE WS-NEW-BALANCE = IDX-BALANCE + LD-IN-AMOUNT.
           MOVE IDX-REC TO WS-FROM-REC.
           IF WS-REV-2LEG
              MOVE LD-IN-TO-ID  TO IDX-ID
              MOVE LD-IN-TO-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IDX-KEY
              INVALID KEY PERFORM H220-INVALID-KEY GOBACK
              END-READ
              IF IDX-IS-CLOSED
                 PERFORM H396-REVERSAL-CLOSED
                 GOBACK
              END-IF
              MOVE IDX-REC TO WS-TGT-REC
              MOVE LD-IN-TO-DVZ TO WS-TO-DVZ
              COMPUTE WS-TO-NEW-BALANCE =
                 WS-TGT-BALANCE + LD-IN-AMOUNT-TO
           END-IF.
           PERFORM H381-TRANSFER-DEBIT.
           IF WS-TRF-POSTED AND WS-REV-2LEG
              PERFORM H382-TRANSFER-CREDIT
           END-IF.
           IF WS-TRF-POSTED
              MOVE 'Reversal posted successfully. ' TO WS-EXPLANATION
              MOVE LD-IN-AMOUNT TO WS-AMOUNT-MOVED
              IF WS-REV-2LEG
                 MOVE LD-IN-AMOUNT-TO TO WS-AMOUNT-TO
              END-IF
              MOVE ST-IDX TO WS-RETURN-CODE
           ELSE
              MOVE 'Reversal could not be posted. ' TO WS-EXPLANATION
              MOVE ZEROES TO WS-AMOUNT-MOVED
              MOVE ZEROES TO WS-AMOUNT-TO
              MOVE WS-TRF-FAIL-ST TO WS-RETURN-CODE
           END-IF.
           MOVE ZEROES TO WS-BUS-CODE.
           PERFORM H500-DATA-HANDLING.
       H395-END. EXIT.

       H396-REVERSAL-CLOSED.
           MOVE ZEROES TO WS-RETURN-CODE.
           SET WS-RC-CLOSED TO TRUE.
           MOVE 'Account is closed.            ' TO WS-EXPLANATION.
           MOVE ZEROES TO WS-AMOUNT-MOVED.
           MOVE ZEROES TO WS-AMOUNT-TO.
           PERFORM H500-DATA-HANDLING.
       H396-END. EXIT.

       H600-AUDIT-WRITE.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE TO AUD-TIMESTAMP(1:8).
           MOVE WS-AUD-TREF TO AUD-TREF.
           MOVE WS-AUD-TIME TO AUD-TIMESTAMP(9:8).
           WRITE AUDIT-REC.
      *Ucretin musteri bacagi (FEEO) dekont uretir; gelir hesabina
      *yazilan bacak (FEEI) musteri hesabi olmadigindan uretmez.
           IF (AUD-OPERATION = 'DEPO' OR 'WDRL' OR 'TRFO' OR 'TRFI'
                            OR 'TRFB' OR 'CLSR' OR 'FEEO')
              AND NOT WS-REVERSAL
              PERFORM H610-ADVICE-POSTING
           END-IF.
       H600-END. EXIT.

      *Bakiyeyi degistiren her hareket icin musteriye dekont gider.
      *Tutar bakiyedeki isaretli degisimdir (giris arti, cikis eksi);
      *boylece transferin iki bacagi ve geri alma ayni kuralla yazilir.
      *Ters kayit (RVSL) bir duzeltme oldugu icin dekont uretmez.
       H610-ADVICE-POSTING.
           SET WS-ADV-POSTED TO TRUE.
           MOVE SPACES          TO WS-ADV-DATA.
           MOVE AUD-ID          TO WS-ADV-ID.
           MOVE AUD-DVZ         TO WS-ADV-DVZ.
           MOVE AUD-OPERATION   TO WS-ADV-OPERATION.
           COMPUTE WS-ADV-AMOUNT = AUD-AFT-BALANCE - AUD-BEF-BALANCE.
           MOVE AUD-AFT-BALANCE TO WS-ADV-BALANCE.
           MOVE AUD-TREF        TO WS-ADV-TREF.
           MOVE ZEROES          TO WS-ADV-RC.
           CALL WS-PBEGADV USING WS-ADV-CALL-AREA.
       H610-END. EXIT.

      *Cagiran istediyse (LD-IN-ADVICE = 'R') yetersiz bakiye, uyku ve
      *bloke reddi de musteriye bildirilir. Bakiye degismedigi icin
      *dekontta hesabin o anki bakiyesi ve red nedeni yer alir.
       H620-ADVICE-REJECTION.
           SET WS-ADV-REJECTED TO TRUE.
           MOVE SPACES          TO WS-ADV-DATA.
           MOVE LD-ID           TO WS-ADV-ID.
           MOVE LD-DVZ          TO WS-ADV-DVZ.
           MOVE WS-PROCESS-TYPE TO WS-ADV-OPERATION.
           IF WS-FUNC-DEPOSIT
              MOVE LD-IN-AMOUNT TO WS-ADV-AMOUNT
           ELSE
              COMPUTE WS-ADV-AMOUNT = 0 - LD-IN-AMOUNT
           END-IF.
           IF IDX-ID = LD-ID AND IDX-DVZ = LD-DVZ
              MOVE IDX-BALANCE     TO WS-ADV-BALANCE
           ELSE
              MOVE WS-FROM-BALANCE TO WS-ADV-BALANCE
           END-IF.
           MOVE WS-AUD-TREF     TO WS-ADV-TREF.
           MOVE WS-EXPLANATION  TO WS-ADV-REASON.
           MOVE ZEROES          TO WS-ADV-RC.
           CALL WS-PBEGADV USING WS-ADV-CALL-AREA.
       H620-END. EXIT.
