      *geçirir ki AUDITFL izi ve overdraft kontrolü aynen işlesin.
      *Oranlar program değişikliği gerektirmesin diye RATEFIL parametre
      *dosyasından okunur.
      *Zamanlayici kosuyu her gece baslatir; program sadece ayin son
      *is gununde (bir sonraki is gunu yeni aya dusuyorsa) calisir,
      *diger gunlerde sicile kayit dusmeden RC 0 ile cikar.
      *Oranlar ve hesaplar bellekte degil SORT is dosyasinda birikir
      *(kur ve hesap sayisi sinirsiz); her hesabin bu donemki
      *durumu MONCKPT'ye islenir ki yarida kalan kosu tekrar
      *baslatildiginda gecmis faiz/ucret ikinci kez gecmesin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *sabah raporu (PBRUNRP) geceyi buradan okur.
           SELECT RUNLOG-FILE ASSIGN RUNLOG
                             STATUS ST-RUN.
      *Hesap bazinda donem tahakkuk sicili: hareket PBEGIDX'e
      *gitmeden 'P' (yolda), dondukten sonra 'D' (gecti) ya da 'R'
      *(gecmedi) olarak isaretlenir. Yeniden baslatilan kosu 'D'
      *hesaplari atlar.
           SELECT CKPT-FILE  ASSIGN MONCKPT
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY MCK-KEY
                             STATUS ST-MCK.
           SELECT SORT-FILE  ASSIGN SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           05 RUN-REJECTED      PIC 9(07).
           05 RUN-RC            PIC 9(02).

       FD  CKPT-FILE.
         01  MCK-REC.
           05 MCK-KEY.
              10 MCK-ID         PIC 9(05).
              10 MCK-DVZ        PIC 9(03).
      *Tahakkukun ait oldugu ay (YYYYMM); eski donemin kaydi yok
      *sayilir ve ustune yazilir.
           05 MCK-PERIOD        PIC 9(06).
           05 MCK-FUNC          PIC 9(01).
           05 MCK-AMOUNT        PIC S9(15).
      *Hareket gonderilmeden onceki bakiye; 'P' kalmis kaydin gecip
      *gecmedigi bununla anlasilir.
           05 MCK-BALANCE       PIC S9(15).
           05 MCK-STATE         PIC X(01).
              88 MCK-PENDING              VALUE 'P'.
              88 MCK-POSTED               VALUE 'D'.
              88 MCK-REJECTED             VALUE 'R'.

      *Birinci gecisin biraktigi oranlar ve hesaplar; her kurda once
      *oran, ardindan hesaplar hesap sirasiyla doner ki hareket
      *kurun oranindan hesaplanip kur ozeti kirilimla basilabilsin.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-DVZ           PIC 9(03).
      *0 = RATEFIL orani, 1 = hesap.
           05 SRT-KIND          PIC X(01).
              88 SRT-IS-RATE              VALUE '0'.
           05 SRT-ID            PIC 9(05).
           05 SRT-BALANCE       PIC S9(15).
           05 SRT-INT-PCT       PIC 9(02)V9(04).
           05 SRT-FEE-PCT       PIC 9(02)V9(04).
      *Hesaplanan hareket, cikis tarafinda doldurulur:
      *5 = faiz (yatirma), 6 = ucret (cekme).
           05 SRT-FUNC          PIC 9(01).
           05 SRT-AMOUNT        PIC S9(15).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 WS-PBEGIDX           PIC X(08) VALUE 'PBEGIDX'.
              88 RATE-SUCCESS                VALUE 00 97.
           05 ST-RUN               PIC 9(02).
              88 RUN-SUCCESS                 VALUE 00 97.
           05 ST-MCK               PIC 9(02).
              88 MCK-SUCCESS                 VALUE 00 97.
              88 MCK-NO-FILE                 VALUE 35.
           05 WS-DONE-SW           PIC X(01) VALUE 'N'.
              88 WS-DONE                     VALUE 'Y'.
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
           05 WS-PERIOD            PIC 9(06).
      *Gecmeyen hareketlerin toplami; kosu siciline yazilir.
           05 WS-NOTPOSTED-COUNT   PIC 9(07) COMP VALUE ZERO.
      *Bu kosuda gecen, onceki (yarida kalan) kosuda gecmis bulunan
      *ve gecip gecmedigi anlasilamayan hareketler. Secilen hareket
      *sayisi bu dordunun toplamina esit olmalidir.
           05 WS-POSTED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-EARLIER-COUNT     PIC 9(07) COMP VALUE ZERO.
           05 WS-INDOUBT-COUNT     PIC 9(07) COMP VALUE ZERO.
      *Sicile yazilamayan durum sayisi; sifirdan farkliysa kosu RC 4
      *ile biter.
           05 WS-CKPT-FAIL-COUNT   PIC 9(07) COMP VALUE ZERO.
           05 WS-CKPT-FOUND-SW     PIC X(01).
              88 WS-CKPT-FOUND               VALUE 'Y'.
           05 WS-POST-SW           PIC X(01).
              88 WS-POST-IT                  VALUE 'Y'.
           05 WS-EGIDX-OPEN-SW     PIC X(01) VALUE 'N'.
              88 WS-EGIDX-OPEN               VALUE 'Y'.
      *PBEGIDX'e giden işlem alanı; PBFINAL'dekiyle aynı yapıdadır.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC       PIC 9(01).
           05 WS-TO-DVZ-O        PIC X(03).
           05 WS-AMOUNT-TO-O     PIC S9(15).

      *SORT cikisinda o an islenen kurun RATEFIL orani; kurun ilk
      *oran kaydi gecerlidir.
         01  WS-RATE-AREA.
           05 WS-RT-COUNT          PIC 9(07) COMP VALUE ZERO.
           05 WS-RT-FOUND-SW       PIC X(01) VALUE 'N'.
              88 WS-RT-IS-FOUND              VALUE 'Y'.
           05 WS-RT-INT-PCT        PIC 9(02)V9(04).
           05 WS-RT-FEE-PCT        PIC 9(02)V9(04).

      *Kosuda hesaplanan hareket sayisi ve kurdaki payi.
         01  WS-MOVEMENT-AREA.
           05 WS-MV-COUNT          PIC 9(07) COMP VALUE ZERO.
           05 WS-SM-MV-CNT         PIC 9(07) COMP VALUE ZERO.

      *Kur bazinda ozet: odenen faiz, kesilen ucret ve gecmeyen
      *hareket sayisi; SORT cikisinda kur kirildikca basilip
      *sifirlanir. Onceki kosuda gecmis hareketler de toplamlara
      *girer ki rapor donemin tamamini gostersin.
         01  WS-SUMMARY-AREA.
           05 WS-SM-DVZ            PIC 9(03).
           05 WS-SM-INT-AMT        PIC S9(15) COMP-3.
           05 WS-SM-INT-CNT        PIC 9(07) COMP.
           05 WS-SM-FEE-AMT        PIC S9(15) COMP-3.
           05 WS-SM-FEE-CNT        PIC 9(07) COMP.
           05 WS-SM-REJ-CNT        PIC 9(07) COMP.
           05 WS-SM-NET-AMT        PIC S9(15) COMP-3.

         01  WS-CALC-AREA.
           05 WS-CALC-AMOUNT       PIC S9(15) COMP-3.
           05 WS-CALC-POSTED-BAL   PIC S9(15) COMP-3.

      *Kosu siciline dusulecek kaydin hazirlandigi alan.
         01  WS-RUN-LOG-AREA.
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
           PERFORM H050-CHECK-MONTH-END.
           MOVE 'S' TO WS-RL-TYPE.
           MOVE ZEROES TO WS-RL-PROCESSED WS-RL-REJECTED WS-RL-RC.
           PERFORM H950-WRITE-RUN-LOG.
           PERFORM H150-OPEN-CHECKPOINT.
           DISPLAY '===== MONTH-END INTEREST/FEE REPORT ====='.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-DVZ SRT-KIND SRT-ID
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE  H090-GATHER THRU H090-END
              OUTPUT PROCEDURE H300-POST-MOVEMENTS THRU H300-END.
           CLOSE CKPT-FILE.
           PERFORM H900-SUMMARY-REPORT.
      *Gecip gecmedigi anlasilamayan hareket ya da sicile yazilamayan
      *durum varsa kosu temiz bitmis sayilmaz; operasyon AUDITFL ile
      *mutabakat yapar.
           IF WS-INDOUBT-COUNT > 0 OR WS-CKPT-FAIL-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'E' TO WS-RL-TYPE.
           MOVE WS-MV-COUNT        TO WS-RL-PROCESSED.
           STOP RUN.
       0000-END. EXIT.

      *Bugun ayin son is gunu mu: bankanin bir sonraki is gunu ayni
      *ay icindeyse tahakkuk gunu degildir. Sicile kayit dusulmez ki
      *PBRUNRP'nin ayda tek kosu kontrolu bozulmasin.
       H050-CHECK-MONTH-END.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           SET WS-BDT-AFTER TO TRUE.
           MOVE 999 TO WS-BDT-DVZ.
           MOVE WS-BDT-CURR-DATE TO WS-BDT-DATE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET NEXT BUSINESS DAY: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           SET WS-BDT-CLOSE TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RESULT(1:6) = WS-BDT-CURR-DATE(1:6)
              DISPLAY 'BUSINESS DATE ' WS-BDT-CURR-DATE
                      ' IS NOT THE LAST BUSINESS DAY OF THE MONTH,'
                      ' NOTHING TO DO.'
              MOVE ZEROES TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'MONTH-END BUSINESS DATE: ' WS-BDT-CURR-DATE.
           MOVE WS-BDT-CURR-DATE(1:6) TO WS-PERIOD.
       H050-END. EXIT.

      *Kosu siciline kayit dusuyorum; sicile yazilamamak kosuyu
      *durdurmaz, sadece bagirilir.
       H950-WRITE-RUN-LOG.
           END-IF.
       H950-END. EXIT.

      *SORT girisi: once oranlar, sonra hesaplar birakilir.
       H090-GATHER.
           PERFORM H100-LOAD-RATES.
           PERFORM H200-SCAN-ACCOUNTS.
       H090-END. EXIT.

      *Oran parametre dosyasını SORT'a bırakıyorum; dosya yoksa ya da
      *boşsa koşunun anlamı yok, hata verip çıkıyorum.
       H100-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           STOP RUN
           END-IF.
           READ RATE-FILE.
           PERFORM H110-LOAD-ONE-RATE UNTIL RATE-EOF.
           CLOSE RATE-FILE.
           IF WS-RT-COUNT = 0
              DISPLAY 'RATEFIL IS EMPTY, NOTHING TO APPLY.'

       H110-LOAD-ONE-RATE.
           ADD 1 TO WS-RT-COUNT.
           MOVE RATE-DVZ     TO SRT-DVZ.
           MOVE '0'          TO SRT-KIND.
           MOVE ZEROES       TO SRT-ID SRT-BALANCE SRT-FUNC SRT-AMOUNT.
           MOVE RATE-INT-PCT TO SRT-INT-PCT.
           MOVE RATE-FEE-PCT TO SRT-FEE-PCT.
           RELEASE SRT-REC.
           READ RATE-FILE.
       H110-END. EXIT.

      *Tahakkuk sicili ilk kosuda henuz yok olabilir; bos yaratip I-O
      *modunda yeniden aciyorum.
       H150-OPEN-CHECKPOINT.
           OPEN I-O CKPT-FILE.
           IF MCK-NO-FILE
              OPEN OUTPUT CKPT-FILE
              CLOSE CKPT-FILE
              OPEN I-O CKPT-FILE
           END-IF.
           IF (NOT MCK-SUCCESS)
           DISPLAY 'UNABLE TO OPEN MONCKPT: ' ST-MCK
           MOVE ST-MCK TO RETURN-CODE
           STOP RUN
           END-IF.
       H150-END. EXIT.

      *Birinci geçiş (SORT girişi): IDXFILE'ı sıralı okuyup bakiyesi
      *sifir olmayan her hesabi SORT'a bırakıyorum, sonra dosyayı
      *kapatıyorum ki PBEGIDX çıkış tarafında kendisi açabilsin.
       H200-SCAN-ACCOUNTS.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
           STOP RUN
           END-IF.
           PERFORM H210-READ-IDX.
           PERFORM H220-RELEASE-ACCOUNT UNTIL WS-DONE.
           CLOSE IDX-FILE.
       H200-END. EXIT.

       H210-READ-IDX.
           END-READ.
       H210-END. EXIT.

       H220-RELEASE-ACCOUNT.
           IF IDX-BALANCE NOT = ZERO
              MOVE IDX-DVZ     TO SRT-DVZ
              MOVE '1'         TO SRT-KIND
              MOVE IDX-ID      TO SRT-ID
              MOVE IDX-BALANCE TO SRT-BALANCE
              MOVE ZEROES      TO SRT-INT-PCT SRT-FEE-PCT
                                  SRT-FUNC SRT-AMOUNT
              RELEASE SRT-REC
           END-IF.
           PERFORM H210-READ-IDX.
       H220-END. EXIT.

      *İkinci geçiş (SORT çıkışı): hareketleri PBEGIDX üzerinden
      *geçiriyorum; böylece audit izi ve overdraft kontrolü posting
      *koşusuyla birebir aynı yoldan işliyor. Kayitlar kur sırasıyla
      *geldiğinden kur özeti kırılımda basılır. PBEGIDX ilk harekette
      *acilir.
       H300-POST-MOVEMENTS.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H305-POST-ONE-DVZ UNTIL WS-SORT-EOF.
           IF WS-EGIDX-OPEN
              SET WS-FUNC-CLOSE TO TRUE
              CALL WS-PBEGIDX USING WS-SUB-AREA
           ELSE
              DISPLAY 'NO INTEREST OR FEE MOVEMENTS TO POST.'
           END-IF.
       H300-END. EXIT.

      *Kurun oran kaydi hesaplardan once gelir; ayni kura birden fazla
      *oran girilmisse ilki gecerlidir. Orani olmayan kurun hesaplarina
      *hareket uretilmez.
       H305-POST-ONE-DVZ.
           MOVE SRT-DVZ TO WS-SM-DVZ.
           MOVE ZEROES TO WS-SM-INT-AMT WS-SM-INT-CNT WS-SM-FEE-AMT
                          WS-SM-FEE-CNT WS-SM-REJ-CNT WS-SM-MV-CNT.
           MOVE 'N' TO WS-RT-FOUND-SW.
           IF SRT-IS-RATE
              SET WS-RT-IS-FOUND TO TRUE
              MOVE SRT-INT-PCT TO WS-RT-INT-PCT
              MOVE SRT-FEE-PCT TO WS-RT-FEE-PCT
           END-IF.
           PERFORM H310-POST-ONE-MOVEMENT
              UNTIL WS-SORT-EOF OR SRT-DVZ NOT = WS-SM-DVZ.
           IF WS-SM-MV-CNT > 0
              PERFORM H910-PRINT-SUMMARY-ENTRY
           END-IF.
       H305-END. EXIT.

      *Hesabin bakiyesine gore faiz ya da ucret hareketini hesapliyorum;
      *sifir tutarli hareket uretmiyorum.
       H308-BUILD-MOVEMENT.
           MOVE ZEROES TO WS-CALC-AMOUNT.
           IF WS-RT-IS-FOUND AND NOT SRT-IS-RATE
              IF SRT-BALANCE > ZERO
                 MOVE 5 TO SRT-FUNC
                 COMPUTE WS-CALC-AMOUNT ROUNDED =
                    SRT-BALANCE * WS-RT-INT-PCT / 100
              ELSE
                 MOVE 6 TO SRT-FUNC
                 COMPUTE WS-CALC-AMOUNT ROUNDED =
                    (ZERO - SRT-BALANCE) * WS-RT-FEE-PCT / 100
              END-IF
           END-IF.
           MOVE WS-CALC-AMOUNT TO SRT-AMOUNT.
       H308-END. EXIT.

      *Hesabin bu donemki sicil kaydina bakip hareketi gonderip
      *gondermeyecegime karar veriyorum; gonderilecekse once 'P'
      *isaretlenir, sonuca gore 'D' ya da 'R' yapilir.
       H310-POST-ONE-MOVEMENT.
           PERFORM H308-BUILD-MOVEMENT.
           IF WS-CALC-AMOUNT > ZERO
              ADD 1 TO WS-MV-COUNT
              ADD 1 TO WS-SM-MV-CNT
              PERFORM H312-TAKE-MOVEMENT
           END-IF.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H310-END. EXIT.

       H312-TAKE-MOVEMENT.
           PERFORM H330-CHECK-CHECKPOINT.
           IF WS-POST-IT
              PERFORM H340-MARK-PENDING
           END-IF.
           IF WS-POST-IT AND NOT WS-EGIDX-OPEN
              SET WS-FUNC-OPEN TO TRUE
              CALL WS-PBEGIDX USING WS-SUB-AREA
              SET WS-EGIDX-OPEN TO TRUE
           END-IF.
           IF WS-POST-IT
              SET WS-FUNC-DEPOSIT TO TRUE
              IF SRT-FUNC = 6
                 SET WS-FUNC-WITHDRAWAL TO TRUE
              END-IF
              MOVE SRT-ID     TO WS-SUB-ID
              MOVE SRT-DVZ    TO WS-SUB-DVZ
              MOVE ZEROES     TO WS-SUB-RC
              MOVE SPACES     TO WS-SUB-DATA
              MOVE SRT-AMOUNT TO WS-SUB-IN-AMOUNT
      *Faiz/ücret banka kaynaklı harekettir: bakiye değişir ve
      *izlenir ama hesabın uyku sayacı (IDX-LAST-ACT/IDX-STATUS)
      *tazelenmez; yoksa bakiyeli hiçbir hesap uykuya düşemezdi.
              MOVE 'B' TO WS-SUB-IN-BANK
              CALL WS-PBEGIDX USING WS-SUB-AREA
              MOVE WS-SUB-DATA TO WS-STRING
              PERFORM H320-ACCUMULATE-SUMMARY
           END-IF.
       H312-END. EXIT.

      *Hareketin sonucuna göre kur özetini ve sicil kaydını
      *güncelliyorum. Hareket gerçekten geçtiyse WS-AMOUNT-MOVED-O
      *sıfırdan farklı döner (sıfır tutarlı hareket zaten
      *üretilmiyor); sıfır dönen hareket geçmemiş (yetersiz bakiye,
      *kayıt bulunamadı vb.) demektir.
       H320-ACCUMULATE-SUMMARY.
           IF WS-AMOUNT-MOVED-O NUMERIC AND WS-AMOUNT-MOVED-O
              NOT = ZEROES
              ADD 1 TO WS-POSTED-COUNT
              PERFORM H325-ADD-POSTED
              SET MCK-POSTED TO TRUE
           ELSE
              ADD 1 TO WS-SM-REJ-CNT
              ADD 1 TO WS-NOTPOSTED-COUNT
              DISPLAY 'MOVEMENT NOT POSTED, ID: ' SRT-ID
                      ' DVZ: ' SRT-DVZ
                      ' REASON: ' WS-EXPLANATION
              SET MCK-REJECTED TO TRUE
           END-IF.
           PERFORM H350-REWRITE-CHECKPOINT.
       H320-END. EXIT.

       H325-ADD-POSTED.
           IF SRT-FUNC = 5
              ADD 1          TO WS-SM-INT-CNT
              ADD SRT-AMOUNT TO WS-SM-INT-AMT
           ELSE
              ADD 1          TO WS-SM-FEE-CNT
              ADD SRT-AMOUNT TO WS-SM-FEE-AMT
           END-IF.
       H325-END. EXIT.

      *Sicilde bu donemin kaydi var mi: 'D' onceki kosuda gecmistir,
      *atlanir ve tutari ozete katilir. 'P' gonderilmis ama cevabi
      *islenememis demektir; bakiye gonderme oncesiyle ayniysa hareket
      *gecmemistir ve yeniden gonderilir, hareket kadar degismisse
      *gecmistir; ikisi de degilse hesap elle incelenmek uzere
      *birakilir. 'R' ve eski donem kayitlari yeniden denenir.
       H330-CHECK-CHECKPOINT.
           MOVE 'Y' TO WS-POST-SW.
           MOVE 'N' TO WS-CKPT-FOUND-SW.
           MOVE SRT-ID  TO MCK-ID.
           MOVE SRT-DVZ TO MCK-DVZ.
           READ CKPT-FILE KEY MCK-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY SET WS-CKPT-FOUND TO TRUE
           END-READ.
           IF WS-CKPT-FOUND AND MCK-PERIOD = WS-PERIOD
              IF MCK-PENDING
                 MOVE MCK-BALANCE TO WS-CALC-POSTED-BAL
                 IF MCK-FUNC = 5
                    ADD MCK-AMOUNT TO WS-CALC-POSTED-BAL
                 ELSE
                    SUBTRACT MCK-AMOUNT FROM WS-CALC-POSTED-BAL
                 END-IF
                 IF SRT-BALANCE = WS-CALC-POSTED-BAL
                    SET MCK-POSTED TO TRUE
                    PERFORM H350-REWRITE-CHECKPOINT
                 ELSE
                    IF SRT-BALANCE NOT = MCK-BALANCE
                       MOVE 'N' TO WS-POST-SW
                       ADD 1 TO WS-INDOUBT-COUNT
                       ADD 1 TO WS-SM-REJ-CNT
                       DISPLAY 'POSTING IN DOUBT, CHECK AUDITFL, ID: '
                               SRT-ID ' DVZ: ' SRT-DVZ
                               ' AMOUNT: ' MCK-AMOUNT
                    END-IF
                 END-IF
              END-IF
              IF MCK-POSTED
                 MOVE 'N' TO WS-POST-SW
                 ADD 1 TO WS-EARLIER-COUNT
                 MOVE MCK-FUNC   TO SRT-FUNC
                 MOVE MCK-AMOUNT TO SRT-AMOUNT
                 PERFORM H325-ADD-POSTED
              END-IF
           END-IF.
       H330-END. EXIT.

      *Hareket gitmeden once sicile 'P' yaziyorum; yazilamazsa hareket
      *gonderilmez, yoksa yeniden baslatmada ikinci kez gecebilirdi.
       H340-MARK-PENDING.
           MOVE SRT-ID      TO MCK-ID.
           MOVE SRT-DVZ     TO MCK-DVZ.
           MOVE WS-PERIOD   TO MCK-PERIOD.
           MOVE SRT-FUNC    TO MCK-FUNC.
           MOVE SRT-AMOUNT  TO MCK-AMOUNT.
           MOVE SRT-BALANCE TO MCK-BALANCE.
           SET MCK-PENDING TO TRUE.
           IF WS-CKPT-FOUND
              REWRITE MCK-REC
           ELSE
              WRITE MCK-REC
           END-IF.
           IF ST-MCK NOT = 0
              MOVE 'N' TO WS-POST-SW
              ADD 1 TO WS-CKPT-FAIL-COUNT
              ADD 1 TO WS-SM-REJ-CNT
              ADD 1 TO WS-NOTPOSTED-COUNT
              DISPLAY 'UNABLE TO WRITE MONCKPT, NOT POSTED, ID: '
                      SRT-ID ' DVZ: ' SRT-DVZ ' STATUS: ' ST-MCK
           END-IF.
       H340-END. EXIT.

      *Sonuc yazilamazsa kayit 'P' kalir; yeniden baslatmada bakiye
      *karsilastirmasi hareketin gectigini yine anlar.
       H350-REWRITE-CHECKPOINT.
           REWRITE MCK-REC.
           IF ST-MCK NOT = 0
              ADD 1 TO WS-CKPT-FAIL-COUNT
              DISPLAY 'UNABLE TO REWRITE MONCKPT, ID: ' MCK-ID
                      ' DVZ: ' MCK-DVZ ' STATUS: ' ST-MCK
           END-IF.
       H350-END. EXIT.

      *Kur satirlari SORT cikisinda basildi; burada donemin tamamini
      *kanitlayan sayimlar basilir. Kur satirindaki NET (faiz - ucret)
      *o kurun kosu oncesi ve sonrasi PBIDXUL toplam bakiyeleri
      *arasindaki farka esit olmalidir.
       H900-SUMMARY-REPORT.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'PERIOD              : ' WS-PERIOD.
           DISPLAY 'MOVEMENTS SELECTED  : ' WS-MV-COUNT.
           DISPLAY 'POSTED THIS RUN     : ' WS-POSTED-COUNT.
           DISPLAY 'POSTED EARLIER      : ' WS-EARLIER-COUNT.
           DISPLAY 'IN DOUBT            : ' WS-INDOUBT-COUNT.
           DISPLAY 'NOT POSTED          : ' WS-NOTPOSTED-COUNT.
           DISPLAY '========================================='.
       H900-END. EXIT.

       H910-PRINT-SUMMARY-ENTRY.
           COMPUTE WS-SM-NET-AMT = WS-SM-INT-AMT - WS-SM-FEE-AMT.
           DISPLAY 'DVZ: '            WS-SM-DVZ
                   ' INTEREST PAID: ' WS-SM-INT-AMT
                   ' (' WS-SM-INT-CNT ' ACC)'
                   ' FEES CHARGED: '  WS-SM-FEE-AMT
                   ' (' WS-SM-FEE-CNT ' ACC)'
                   ' NOT POSTED: '    WS-SM-REJ-CNT
                   ' NET: '           WS-SM-NET-AMT.
       H910-END. EXIT.
