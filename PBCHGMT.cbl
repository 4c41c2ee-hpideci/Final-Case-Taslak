       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBCHGMT.
       AUTHOR HUSNU CAN PIDECI
      *Islem ucreti tablosu (CHGTAB) ve ucret muafiyeti dosyasi
      *(CHGEXMP) bakim programi. CHGTRAN dosyasindaki ekleme (A),
      *degistirme (C) ve silme (D) hareketlerini uygular; her
      *degisikligin once/sonra goruntusu CHGAUDF'ye yazilir. Duzen
      *PBDVZMT/PBHOLMT bakimlariyla aynidir.
      *CHGTAB islem tipi + kur anahtarlidir: WDRL/TRFO/CLSR satirlari
      *sabit ucret, yuzde, alt/ust sinir ve (TRFO'da) kurlar arasi
      *transferin alis/satis marjini tasir. 'INCM' satiri o kurun
      *ucret gelir hesabini gosterir; gelir hesabi tanimli olmayan
      *kura ucret satiri girilemez, ucret satiri duran kurun gelir
      *hesabi silinemez. Ucretleri PBFINAL hesaplayip PBEGIDX
      *uzerinden gelir hesabina aktarir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-FILE   ASSIGN CHGTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CHG-KEY
                             STATUS ST-CHG.
      *Ucretten muaf (E) ya da sureli ucret feragati (W) tanimlanmis
      *musteriler; anahtar musteri numarasidir.
           SELECT EXM-FILE   ASSIGN CHGEXMP
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY EXM-CUST-ID
                             STATUS ST-EXM.
      *Kur kodunun tanimli olup olmadigina bakilir.
           SELECT DVZ-FILE   ASSIGN DVZTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY DVZ-CODE
                             STATUS ST-DVZ.
      *Bakim hareketleri: tablo, aksiyon ve kaydin yeni hali.
           SELECT TRAN-FILE  ASSIGN CHGTRAN
                             STATUS ST-TRAN.
      *Ucret tablosu ve muafiyet degisikliklerinin once/sonra izi.
           SELECT CHGAUD-FILE ASSIGN CHGAUDF
                             STATUS ST-CGA.
       DATA DIVISION.
       FILE SECTION.
       FD  CHG-FILE.
         01  CHG-REC.
           05 CHG-KEY.
      *WDRL, TRFO, CLSR ya da gelir hesabi satiri icin 'INCM'.
              10 CHG-OPERATION     PIC X(04).
                 88 CHG-IS-FEE-ROW           VALUE 'WDRL' 'TRFO'
                                                   'CLSR'.
                 88 CHG-IS-INCOME-ROW        VALUE 'INCM'.
              10 CHG-DVZ           PIC 9(03).
      *Ucret = sabit ucret + tutarin yuzdesi; sonuc alt sinirin
      *altina inemez, ust sinir sifirdan farkliysa onu asamaz.
           05 CHG-FLAT-FEE         PIC 9(15).
           05 CHG-PERCENT          PIC 9(03)V9(04).
           05 CHG-MIN-FEE          PIC 9(15).
           05 CHG-MAX-FEE          PIC 9(15).
      *Kurlar arasi transferde musteriye uygulanan kurun orta kurdan
      *yuzde sapmasi; sadece TRFO satirinda anlamlidir.
           05 CHG-FX-MARGIN        PIC 9(03)V9(04).
      *Sadece INCM satirinda: kurun ucret/kur marji gelir hesabi.
           05 CHG-INCOME-ID        PIC 9(05).

       FD  EXM-FILE.
         01  EXM-REC.
           05 EXM-CUST-ID          PIC 9(05).
      *'E' = kalici muafiyet (personel, kurum vb.), 'W' = son tarihe
      *kadar gecerli feragat.
           05 EXM-TYPE             PIC X(01).
              88 EXM-IS-EXEMPT               VALUE 'E'.
              88 EXM-IS-WAIVER               VALUE 'W'.
      *Son gecerlilik gunu (dahil); sifir ise suresizdir.
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

      *Hareket kaydinin veri kismi hedef tablonun kaydiyla birebir
      *aynidir; degistirmede kaydin tamami yeni haliyle yazilir.
       FD  TRAN-FILE RECORDING MODE F.
         01  TRAN-REC.
           05 TRAN-TABLE        PIC X(01).
              88 TRAN-CHARGE              VALUE 'C'.
              88 TRAN-EXEMPT              VALUE 'X'.
           05 TRAN-ACTION       PIC X(01).
              88 TRAN-ADD                 VALUE 'A'.
              88 TRAN-CHANGE              VALUE 'C'.
              88 TRAN-DELETE              VALUE 'D'.
           05 TRAN-DATA         PIC X(71).
           05 TRAN-CHG-DATA REDEFINES TRAN-DATA.
              10 TRAN-CHG-KEY.
                 15 TRAN-CHG-OPERATION PIC X(04).
                 15 TRAN-CHG-DVZ       PIC 9(03).
              10 TRAN-CHG-FLAT-FEE     PIC 9(15).
              10 TRAN-CHG-PERCENT      PIC 9(03)V9(04).
              10 TRAN-CHG-MIN-FEE      PIC 9(15).
              10 TRAN-CHG-MAX-FEE      PIC 9(15).
              10 TRAN-CHG-FX-MARGIN    PIC 9(03)V9(04).
              10 TRAN-CHG-INCOME-ID    PIC 9(05).
           05 TRAN-EXM-DATA REDEFINES TRAN-DATA.
              10 TRAN-EXM-CUST-ID      PIC 9(05).
              10 TRAN-EXM-TYPE         PIC X(01).
              10 TRAN-EXM-EXPIRY       PIC 9(08).
              10 TRAN-EXM-REASON       PIC X(30).
              10 FILLER                PIC X(27).

      *Once/sonra goruntuleri kaydin tamamini tasir; eklemede once,
      *silmede sonra goruntusu bostur.
       FD  CHGAUD-FILE RECORDING MODE F.
         01  CHGAUD-REC.
           05 CGA-TABLE         PIC X(01).
           05 CGA-ACTION        PIC X(01).
           05 CGA-TIMESTAMP     PIC 9(16).
           05 CGA-BEF-IMAGE     PIC X(71).
           05 CGA-AFT-IMAGE     PIC X(71).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-CHG               PIC 9(02).
              88 CHG-SUCCESS                 VALUE 00 97.
              88 CHG-NO-FILE                 VALUE 35.
           05 ST-EXM               PIC 9(02).
              88 EXM-SUCCESS                 VALUE 00 97.
              88 EXM-NO-FILE                 VALUE 35.
           05 ST-DVZ               PIC 9(02).
              88 DVZ-SUCCESS                 VALUE 00 97.
           05 ST-TRAN              PIC 9(02).
              88 TRAN-EOF                    VALUE 10.
              88 TRAN-SUCCESS                VALUE 00 97.
           05 ST-CGA               PIC 9(02).
              88 CGA-SUCCESS                 VALUE 00 97.
           05 WS-APPLIED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.
           05 WS-TRAN-OK-SW         PIC X(01).
              88 WS-TRAN-OK                  VALUE 'Y'.
      *Gelir hesabi satiri silinirken o kurda ucret satiri kalip
      *kalmadigini aradigim islem tipleri.
           05 WS-FEE-OPS            PIC X(12) VALUE 'WDRLTRFOCLSR'.
           05 WS-FEE-OP-TABLE REDEFINES WS-FEE-OPS.
              10 WS-FEE-OP          PIC X(04) OCCURS 3 TIMES.
           05 WS-FEE-OP-IDX         PIC 9(01) COMP.
           05 WS-FEE-ROW-SW         PIC X(01).
              88 WS-FEE-ROW-FOUND            VALUE 'Y'.

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
           DISPLAY 'UNABLE TO OPEN CHGTRAN: ' ST-TRAN
           MOVE ST-TRAN TO RETURN-CODE
           STOP RUN
           END-IF.
      *Tablolar ilk kurulusta henuz yok olabilir; bos yaratip I-O
      *modunda yeniden aciyorum.
           OPEN I-O CHG-FILE.
           IF CHG-NO-FILE
              OPEN OUTPUT CHG-FILE
              CLOSE CHG-FILE
              OPEN I-O CHG-FILE
           END-IF.
           IF (NOT CHG-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CHGTAB: ' ST-CHG
           MOVE ST-CHG TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN I-O EXM-FILE.
           IF EXM-NO-FILE
              OPEN OUTPUT EXM-FILE
              CLOSE EXM-FILE
              OPEN I-O EXM-FILE
           END-IF.
           IF (NOT EXM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CHGEXMP: ' ST-EXM
           MOVE ST-EXM TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DVZTAB: ' ST-DVZ
           MOVE ST-DVZ TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN EXTEND CHGAUD-FILE.
           IF (NOT CGA-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CHGAUDF: ' ST-CGA
           MOVE ST-CGA TO RETURN-CODE
           STOP RUN
           END-IF.
           READ TRAN-FILE.
       H100-END. EXIT.

       H200-PROCESS-TRAN.
           EVALUATE TRUE
              WHEN TRAN-CHARGE
                 PERFORM H210-VALIDATE-CHARGE
              WHEN TRAN-EXEMPT
                 PERFORM H220-VALIDATE-EXEMPT
              WHEN OTHER
                 DISPLAY 'INVALID TABLE: ' TRAN-TABLE
                 MOVE 'N' TO WS-TRAN-OK-SW
           END-EVALUATE.
           IF NOT WS-TRAN-OK
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              EVALUATE TRUE
                 WHEN TRAN-CHARGE AND TRAN-ADD
                    PERFORM H300-ADD-CHARGE
                 WHEN TRAN-CHARGE AND TRAN-CHANGE
                    PERFORM H400-CHANGE-CHARGE
                 WHEN TRAN-CHARGE AND TRAN-DELETE
                    PERFORM H500-DELETE-CHARGE
                 WHEN TRAN-EXEMPT AND TRAN-ADD
                    PERFORM H350-ADD-EXEMPT
                 WHEN TRAN-EXEMPT AND TRAN-CHANGE
                    PERFORM H450-CHANGE-EXEMPT
                 WHEN TRAN-EXEMPT AND TRAN-DELETE
                    PERFORM H550-DELETE-EXEMPT
                 WHEN OTHER
                    DISPLAY 'INVALID ACTION: ' TRAN-ACTION
                            ' TABLE: ' TRAN-TABLE
                    ADD 1 TO WS-ERROR-COUNT
              END-EVALUATE
           END-IF.
           READ TRAN-FILE.
       H200-END. EXIT.

      *Ucret satiri: islem tipi bilinen bir tip, kur DVZTAB'da tanimli
      *olmali. Silmede anahtar yeterlidir; ekleme/degistirmede tutar
      *alanlari sayisal, alt sinir ust sinirdan buyuk olmamali, marj
      *sadece TRFO satirinda girilmeli. Ucret satiri icin o kurun
      *gelir hesabi (INCM) once tanimlanmis olmalidir.
       H210-VALIDATE-CHARGE.
           MOVE 'Y' TO WS-TRAN-OK-SW.
           MOVE TRAN-CHG-OPERATION TO CHG-OPERATION.
           IF NOT CHG-IS-FEE-ROW AND NOT CHG-IS-INCOME-ROW
              DISPLAY 'CHARGE ' TRAN-CHG-KEY ': INVALID OPERATION.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF TRAN-CHG-DVZ NOT NUMERIC
              DISPLAY 'CHARGE ' TRAN-CHG-KEY ': CURRENCY NOT NUMERIC.'
              MOVE 'N' TO WS-TRAN-OK-SW
           ELSE
              MOVE TRAN-CHG-DVZ TO DVZ-CODE
              READ DVZ-FILE KEY DVZ-CODE
                 INVALID KEY
                    DISPLAY 'CHARGE ' TRAN-CHG-KEY
                            ': CURRENCY NOT ON DVZTAB.'
                    MOVE 'N' TO WS-TRAN-OK-SW
              END-READ
           END-IF.
           IF WS-TRAN-OK AND NOT TRAN-DELETE
              IF TRAN-CHG-FLAT-FEE  NOT NUMERIC
                 OR TRAN-CHG-PERCENT   NOT NUMERIC
                 OR TRAN-CHG-MIN-FEE   NOT NUMERIC
                 OR TRAN-CHG-MAX-FEE   NOT NUMERIC
                 OR TRAN-CHG-FX-MARGIN NOT NUMERIC
                 OR TRAN-CHG-INCOME-ID NOT NUMERIC
                 DISPLAY 'CHARGE ' TRAN-CHG-KEY ': AMOUNT NOT NUMERIC.'
                 MOVE 'N' TO WS-TRAN-OK-SW
              END-IF
           END-IF.
           IF WS-TRAN-OK AND NOT TRAN-DELETE
              IF CHG-IS-INCOME-ROW
                 PERFORM H211-VALIDATE-INCOME-ROW
              ELSE
                 PERFORM H212-VALIDATE-FEE-ROW
              END-IF
           END-IF.
       H210-END. EXIT.

       H211-VALIDATE-INCOME-ROW.
           IF TRAN-CHG-INCOME-ID = ZEROES
              DISPLAY 'CHARGE ' TRAN-CHG-KEY
                      ': INCOME ACCOUNT MISSING.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
       H211-END. EXIT.

       H212-VALIDATE-FEE-ROW.
           IF TRAN-CHG-MAX-FEE > ZERO
              AND TRAN-CHG-MIN-FEE > TRAN-CHG-MAX-FEE
              DISPLAY 'CHARGE ' TRAN-CHG-KEY
                      ': MINIMUM ABOVE MAXIMUM.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF TRAN-CHG-FX-MARGIN > ZERO
              AND TRAN-CHG-OPERATION NOT = 'TRFO'
              DISPLAY 'CHARGE ' TRAN-CHG-KEY
                      ': FX MARGIN ONLY ON TRFO.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF TRAN-CHG-FX-MARGIN NOT < 100
              DISPLAY 'CHARGE ' TRAN-CHG-KEY
                      ': FX MARGIN NOT BELOW 100.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           MOVE 'INCM'       TO CHG-OPERATION.
           MOVE TRAN-CHG-DVZ TO CHG-DVZ.
           READ CHG-FILE KEY CHG-KEY
              INVALID KEY
                 DISPLAY 'CHARGE ' TRAN-CHG-KEY
                         ': NO INCOME ACCOUNT FOR CURRENCY.'
                 MOVE 'N' TO WS-TRAN-OK-SW
           END-READ.
       H212-END. EXIT.

      *Muafiyet: musteri numarasi dolu olmali; feragatin (W) son
      *tarihi zorunludur.
       H220-VALIDATE-EXEMPT.
           MOVE 'Y' TO WS-TRAN-OK-SW.
           IF TRAN-EXM-CUST-ID NOT NUMERIC
              OR TRAN-EXM-CUST-ID = ZEROES
              DISPLAY 'EXEMPTION ' TRAN-EXM-CUST-ID
                      ': INVALID CUSTOMER.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF WS-TRAN-OK AND NOT TRAN-DELETE
              MOVE TRAN-EXM-TYPE TO EXM-TYPE
              IF NOT EXM-IS-EXEMPT AND NOT EXM-IS-WAIVER
                 DISPLAY 'EXEMPTION ' TRAN-EXM-CUST-ID
                         ': INVALID TYPE.'
                 MOVE 'N' TO WS-TRAN-OK-SW
              END-IF
              IF TRAN-EXM-EXPIRY NOT NUMERIC
                 OR (EXM-IS-WAIVER AND TRAN-EXM-EXPIRY = ZEROES)
                 DISPLAY 'EXEMPTION ' TRAN-EXM-CUST-ID
                         ': INVALID EXPIRY DATE.'
                 MOVE 'N' TO WS-TRAN-OK-SW
              END-IF
           END-IF.
       H220-END. EXIT.

       H300-ADD-CHARGE.
           MOVE TRAN-CHG-DATA TO CHG-REC.
           WRITE CHG-REC
              INVALID KEY
                 DISPLAY 'CHARGE ALREADY EXISTS: ' TRAN-CHG-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE SPACES  TO CGA-BEF-IMAGE
                 MOVE CHG-REC TO CGA-AFT-IMAGE
                 PERFORM H600-WRITE-AUDIT
                 ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.
       H300-END. EXIT.

       H350-ADD-EXEMPT.
           MOVE TRAN-EXM-CUST-ID TO EXM-CUST-ID.
           MOVE TRAN-EXM-TYPE    TO EXM-TYPE.
           MOVE TRAN-EXM-EXPIRY  TO EXM-EXPIRY.
           MOVE TRAN-EXM-REASON  TO EXM-REASON.
           WRITE EXM-REC
              INVALID KEY
                 DISPLAY 'EXEMPTION ALREADY EXISTS: ' TRAN-EXM-CUST-ID
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE SPACES  TO CGA-BEF-IMAGE
                 MOVE EXM-REC TO CGA-AFT-IMAGE
                 PERFORM H600-WRITE-AUDIT
                 ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.
       H350-END. EXIT.

       H400-CHANGE-CHARGE.
           MOVE TRAN-CHG-KEY TO CHG-KEY.
           READ CHG-FILE KEY CHG-KEY
              INVALID KEY
                 DISPLAY 'CHARGE NOT FOUND: ' TRAN-CHG-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE CHG-REC       TO CGA-BEF-IMAGE
                 MOVE TRAN-CHG-DATA TO CHG-REC
                 REWRITE CHG-REC
                 IF ST-CHG = 0
                    MOVE CHG-REC TO CGA-AFT-IMAGE
                    PERFORM H600-WRITE-AUDIT
                    ADD 1 TO WS-APPLIED-COUNT
                 ELSE
                    DISPLAY 'UNABLE TO REWRITE CHGTAB: ' ST-CHG
                            ' CHARGE: ' TRAN-CHG-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
           END-READ.
       H400-END. EXIT.

       H450-CHANGE-EXEMPT.
           MOVE TRAN-EXM-CUST-ID TO EXM-CUST-ID.
           READ EXM-FILE KEY EXM-CUST-ID
              INVALID KEY
                 DISPLAY 'EXEMPTION NOT FOUND: ' TRAN-EXM-CUST-ID
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE EXM-REC         TO CGA-BEF-IMAGE
                 MOVE TRAN-EXM-TYPE   TO EXM-TYPE
                 MOVE TRAN-EXM-EXPIRY TO EXM-EXPIRY
                 MOVE TRAN-EXM-REASON TO EXM-REASON
                 REWRITE EXM-REC
                 IF ST-EXM = 0
                    MOVE EXM-REC TO CGA-AFT-IMAGE
                    PERFORM H600-WRITE-AUDIT
                    ADD 1 TO WS-APPLIED-COUNT
                 ELSE
                    DISPLAY 'UNABLE TO REWRITE CHGEXMP: ' ST-EXM
                            ' CUSTOMER: ' TRAN-EXM-CUST-ID
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
           END-READ.
       H450-END. EXIT.

      *Gelir hesabi satiri, o kurda ucret satiri durdukca silinemez;
      *aksi halde kesilen ucretin gidecegi hesap kalmazdi.
       H500-DELETE-CHARGE.
           MOVE 'N' TO WS-FEE-ROW-SW.
           IF TRAN-CHG-OPERATION = 'INCM'
              PERFORM H510-FIND-FEE-ROW
                 VARYING WS-FEE-OP-IDX FROM 1 BY 1
                    UNTIL WS-FEE-OP-IDX > 3
           END-IF.
           IF WS-FEE-ROW-FOUND
              DISPLAY 'CHARGE ' TRAN-CHG-KEY
                      ': FEE ROWS STILL USE THIS INCOME ACCOUNT.'
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE TRAN-CHG-KEY TO CHG-KEY
              READ CHG-FILE KEY CHG-KEY
                 INVALID KEY
                    DISPLAY 'CHARGE NOT FOUND: ' TRAN-CHG-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 NOT INVALID KEY
                    MOVE CHG-REC TO CGA-BEF-IMAGE
                    DELETE CHG-FILE
                    IF ST-CHG = 0
                       MOVE SPACES TO CGA-AFT-IMAGE
                       PERFORM H600-WRITE-AUDIT
                       ADD 1 TO WS-APPLIED-COUNT
                    ELSE
                       DISPLAY 'UNABLE TO DELETE CHGTAB: ' ST-CHG
                               ' CHARGE: ' TRAN-CHG-KEY
                       ADD 1 TO WS-ERROR-COUNT
                    END-IF
              END-READ
           END-IF.
       H500-END. EXIT.

       H510-FIND-FEE-ROW.
           MOVE WS-FEE-OP(WS-FEE-OP-IDX) TO CHG-OPERATION.
           MOVE TRAN-CHG-DVZ             TO CHG-DVZ.
           READ CHG-FILE KEY CHG-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY SET WS-FEE-ROW-FOUND TO TRUE
           END-READ.
       H510-END. EXIT.

       H550-DELETE-EXEMPT.
           MOVE TRAN-EXM-CUST-ID TO EXM-CUST-ID.
           READ EXM-FILE KEY EXM-CUST-ID
              INVALID KEY
                 DISPLAY 'EXEMPTION NOT FOUND: ' TRAN-EXM-CUST-ID
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE EXM-REC TO CGA-BEF-IMAGE
                 DELETE EXM-FILE
                 IF ST-EXM = 0
                    MOVE SPACES TO CGA-AFT-IMAGE
                    PERFORM H600-WRITE-AUDIT
                    ADD 1 TO WS-APPLIED-COUNT
                 ELSE
                    DISPLAY 'UNABLE TO DELETE CHGEXMP: ' ST-EXM
                            ' CUSTOMER: ' TRAN-EXM-CUST-ID
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
           END-READ.
       H550-END. EXIT.

      *Degisiklik izini zaman damgasiyla CHGAUDF'ye yaziyorum.
       H600-WRITE-AUDIT.
           MOVE TRAN-TABLE  TO CGA-TABLE.
           MOVE TRAN-ACTION TO CGA-ACTION.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE TO CGA-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME TO CGA-TIMESTAMP(9:8).
           WRITE CHGAUD-REC.
       H600-END. EXIT.

       H999-PROGRAM-EXIT.
           DISPLAY 'MAINTENANCE APPLIED : ' WS-APPLIED-COUNT.
           DISPLAY 'MAINTENANCE ERRORS  : ' WS-ERROR-COUNT.
           CLOSE TRAN-FILE
           CLOSE CHG-FILE
           CLOSE EXM-FILE
           CLOSE DVZ-FILE
           CLOSE CHGAUD-FILE.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
