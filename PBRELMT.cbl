       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBRELMT.
       AUTHOR HUSNU CAN PIDECI
      *Hesap-musteri iliski dosyasi (RELFILE) bakim programi. IDXFILE
      *hesap numarasini musteri numarasi saydigindan bir hesabin tek
      *sahibi olabiliyordu; ortak hesap, yetkili imza, veli/vasi ve
      *lehtar bu dosyada hesap (ID + DVZ) ile CUSTFILE musterisi
      *arasinda rol kodlu iliski olarak tutulur. Hesap numarasinin
      *kendisi olan musteri iliski kaydi olmasa da hesabin asil
      *sahibi sayilir; o musteri CUSTFILE'da oldukca baska bir
      *musteriye birincil sahip (P) rolu verilmez, ortak sahiplik
      *icin J kullanilir. RELTRAN dosyasindaki ekleme (A), rol
      *degisikligi (C) ve iliski sonlandirma (D) hareketlerini
      *uygular; her degisikligin once/sonra goruntusu RELAUDF'ye
      *yazilir. Duzen PBCUSMT'nin CUSTFILE bakimiyla aynidir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Hesaba gore (anahtar) ve musteriye gore (ikincil anahtar)
      *okunur; hesabin birincil sahip kontrolu icin hesabin
      *iliskileri sirali taranir.
           SELECT REL-FILE   ASSIGN RELFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-CUST-ID
                                WITH DUPLICATES
                             STATUS ST-REL.
      *Iliskiye girecek musterinin ana dosyada olmasi gerekir.
           SELECT CUST-FILE  ASSIGN CUSTFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUST-ID
                             STATUS ST-CUS.
      *Iliski kurulacak hesabin acik olmasi gerekir.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
      *Bakim hareketleri: aksiyon, hesap, musteri ve rol.
           SELECT TRAN-FILE  ASSIGN RELTRAN
                             STATUS ST-TRAN.
      *Iliski degisikliklerinin once/sonra izi.
           SELECT RELAUD-FILE ASSIGN RELAUDF
                             STATUS ST-RLA.
       DATA DIVISION.
       FILE SECTION.
      *Hesap-musteri iliskisi: hesap (ID + DVZ) + musteri anahtar.
      *Rol: P = birincil sahip, J = ortak sahip, S = yetkili imza,
      *G = veli/vasi, B = lehtar. Durum: A = aktif, E = sona erdi;
      *sona eren iliski silinmez, bitis tarihiyle saklanir.
      *PBSTMT/PBNMINQ/PBHIST/PBCUSMT'teki REL-REC ile aynidir.
       FD  REL-FILE.
         01  REL-REC.
           05 REL-KEY.
              10 REL-ID            PIC 9(05).
              10 REL-DVZ           PIC 9(03).
              10 REL-CUST-ID       PIC 9(05).
           05 REL-ROLE             PIC X(01).
              88 REL-IS-PRIMARY           VALUE 'P'.
              88 REL-IS-OWNER             VALUE 'P' 'J'.
           05 REL-STATUS           PIC X(01).
              88 REL-IS-ACTIVE            VALUE 'A'.
           05 REL-START-DATE       PIC 9(08).
           05 REL-END-DATE         PIC 9(08).

      *PBCUSMT'teki CUST-REC ile aynidir.
       FD  CUST-FILE.
         01  CUST-REC.
           05 CUST-ID           PIC 9(05).
           05 CUST-NAME         PIC X(15).
           05 CUST-SURNAME      PIC X(15).
           05 CUST-PHONE        PIC X(12).
           05 CUST-ADDRESS      PIC X(30).

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
              88 IDX-IS-CLOSED            VALUE 'C'.

      *Bakim hareketi: eklemede ve degisiklikte rol zorunludur;
      *sonlandirmada (D) sadece anahtar gerekir.
       FD  TRAN-FILE RECORDING MODE F.
         01  TRAN-REC.
           05 TRAN-ACTION       PIC X(01).
              88 TRAN-ADD                 VALUE 'A'.
              88 TRAN-CHANGE              VALUE 'C'.
              88 TRAN-END                 VALUE 'D'.
           05 TRAN-KEY.
              10 TRAN-ID        PIC 9(05).
              10 TRAN-DVZ       PIC 9(03).
              10 TRAN-CUST-ID   PIC 9(05).
           05 TRAN-ROLE         PIC X(01).
              88 TRAN-ROLE-VALID          VALUE 'P' 'J' 'S' 'G' 'B'.
              88 TRAN-ROLE-PRIMARY        VALUE 'P'.

       FD  RELAUD-FILE RECORDING MODE F.
         01  RELAUD-REC.
           05 RLA-ACTION        PIC X(01).
           05 RLA-KEY.
              10 RLA-ID         PIC 9(05).
              10 RLA-DVZ        PIC 9(03).
              10 RLA-CUST-ID    PIC 9(05).
           05 RLA-TIMESTAMP     PIC 9(16).
           05 RLA-BEFORE-IMAGE.
              10 RLA-BEF-ROLE      PIC X(01).
              10 RLA-BEF-STATUS    PIC X(01).
              10 RLA-BEF-START     PIC 9(08).
              10 RLA-BEF-END       PIC 9(08).
           05 RLA-AFTER-IMAGE.
              10 RLA-AFT-ROLE      PIC X(01).
              10 RLA-AFT-STATUS    PIC X(01).
              10 RLA-AFT-START     PIC 9(08).
              10 RLA-AFT-END       PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-REL               PIC 9(02).
              88 REL-SUCCESS                 VALUE 00 97 02.
              88 REL-NO-FILE                 VALUE 35.
           05 ST-CUS               PIC 9(02).
              88 CUS-SUCCESS                 VALUE 00 97.
           05 ST-IDX               PIC 9(02).
              88 IDX-SUCCESS                 VALUE 00 97.
           05 ST-TRAN              PIC 9(02).
              88 TRAN-EOF                    VALUE 10.
              88 TRAN-SUCCESS                VALUE 00 97.
           05 ST-RLA               PIC 9(02).
              88 RLA-SUCCESS                 VALUE 00 97.
           05 WS-TODAY              PIC 9(08).
           05 WS-APPLIED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.
      *Hareketin alan/ana dosya dogrulamasinin sonucu.
           05 WS-TRAN-OK-SW         PIC X(01).
              88 WS-TRAN-OK                  VALUE 'Y'.
      *Hesabin iliskileri taranirken baska bir musterinin aktif
      *birincil sahipligi (ya da hesap numarasi musterisinin ortuk
      *sahipligi) bulundu mu.
           05 WS-PRIMARY-SW         PIC X(01).
              88 WS-OTHER-PRIMARY            VALUE 'Y'.
           05 WS-SCAN-DONE-SW       PIC X(01).
              88 WS-SCAN-DONE                VALUE 'Y'.

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
           DISPLAY 'UNABLE TO OPEN RELTRAN: ' ST-TRAN
           MOVE ST-TRAN TO RETURN-CODE
           STOP RUN
           END-IF.
      *Iliski dosyasi ilk kurulusta henuz yok olabilir; bos yaratip
      *I-O modunda yeniden aciyorum.
           OPEN I-O REL-FILE.
           IF REL-NO-FILE
              OPEN OUTPUT REL-FILE
              CLOSE REL-FILE
              OPEN I-O REL-FILE
           END-IF.
           IF (NOT REL-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RELFILE: ' ST-REL
           MOVE ST-REL TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN INPUT CUST-FILE.
           IF (NOT CUS-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CUSTFILE: ' ST-CUS
           MOVE ST-CUS TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN EXTEND RELAUD-FILE.
           IF (NOT RLA-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RELAUDF: ' ST-RLA
           MOVE ST-RLA TO RETURN-CODE
           STOP RUN
           END-IF.
           READ TRAN-FILE.
       H100-END. EXIT.

       H200-PROCESS-TRAN.
           EVALUATE TRUE
              WHEN TRAN-ADD
                 PERFORM H300-ADD-RELATION
              WHEN TRAN-CHANGE
                 PERFORM H400-CHANGE-ROLE
              WHEN TRAN-END
                 PERFORM H500-END-RELATION
              WHEN OTHER
                 DISPLAY 'INVALID ACTION: ' TRAN-ACTION
                         ' RELATION: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           READ TRAN-FILE.
       H200-END. EXIT.

      *Anahtar alanlari sayisal ve dolu, rol taninan bir kod olmali.
       H210-VALIDATE-TRAN.
           MOVE 'Y' TO WS-TRAN-OK-SW.
           IF TRAN-ID NOT NUMERIC OR TRAN-ID = ZEROES
              OR TRAN-DVZ NOT NUMERIC
              OR TRAN-CUST-ID NOT NUMERIC OR TRAN-CUST-ID = ZEROES
              DISPLAY 'RELATION ' TRAN-KEY ': KEY MISSING.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
           IF NOT TRAN-ROLE-VALID
              DISPLAY 'RELATION ' TRAN-KEY ': INVALID ROLE: '
                      TRAN-ROLE
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
       H210-END. EXIT.

      *Yeni iliskide musteri ana dosyada, hesap IDXFILE'da acik
      *olarak bulunmalidir.
       H220-CHECK-MASTERS.
           MOVE TRAN-CUST-ID TO CUST-ID.
           READ CUST-FILE KEY CUST-ID
              INVALID KEY
                 DISPLAY 'RELATION ' TRAN-KEY
                         ': CUSTOMER NOT ON CUSTOMER FILE.'
                 MOVE 'N' TO WS-TRAN-OK-SW
           END-READ.
           MOVE TRAN-ID  TO IDX-ID.
           MOVE TRAN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IDX-KEY
              INVALID KEY
                 DISPLAY 'RELATION ' TRAN-KEY ': ACCOUNT NOT FOUND.'
                 MOVE 'N' TO WS-TRAN-OK-SW
              NOT INVALID KEY
                 IF IDX-IS-CLOSED
                    DISPLAY 'RELATION ' TRAN-KEY
                            ': ACCOUNT IS CLOSED.'
                    MOVE 'N' TO WS-TRAN-OK-SW
                 END-IF
           END-READ.
       H220-END. EXIT.

      *Bir hesabin tek aktif birincil sahibi olur; hesabin iliskileri
      *anahtar sirasiyla taranip baska musteriye ait aktif 'P'
      *aranir. Hesap numarasinin kendisi olan musteri CUSTFILE'da
      *varsa iliski kaydi olmasa da birincil sahiptir. Tarama kayit
      *alanini degistirdigi icin hedef kayit bu kontrolden SONRA
      *okunur.
       H230-CHECK-PRIMARY.
           MOVE 'N' TO WS-PRIMARY-SW.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE TRAN-ID  TO REL-ID.
           MOVE TRAN-DVZ TO REL-DVZ.
           MOVE ZEROES   TO REL-CUST-ID.
           START REL-FILE KEY NOT < REL-KEY
              INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM H240-CHECK-NEXT-RELATION UNTIL WS-SCAN-DONE.
           IF NOT WS-OTHER-PRIMARY AND TRAN-CUST-ID NOT = TRAN-ID
              MOVE TRAN-ID TO CUST-ID
              READ CUST-FILE KEY CUST-ID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET WS-OTHER-PRIMARY TO TRUE
              END-READ
           END-IF.
           IF WS-OTHER-PRIMARY
              DISPLAY 'RELATION ' TRAN-KEY
                      ': ACCOUNT ALREADY HAS A PRIMARY OWNER.'
              MOVE 'N' TO WS-TRAN-OK-SW
           END-IF.
       H230-END. EXIT.

       H240-CHECK-NEXT-RELATION.
           READ REL-FILE NEXT
              AT END SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-SCAN-DONE
              IF REL-ID = TRAN-ID AND REL-DVZ = TRAN-DVZ
                 IF REL-IS-ACTIVE AND REL-IS-PRIMARY
                    AND REL-CUST-ID NOT = TRAN-CUST-ID
                    SET WS-OTHER-PRIMARY TO TRUE
                    SET WS-SCAN-DONE TO TRUE
                 END-IF
              ELSE
                 SET WS-SCAN-DONE TO TRUE
              END-IF
           END-IF.
       H240-END. EXIT.

      *Yeni iliski: once goruntusu bos, sonra goruntusu girilen
      *roldur. Daha once sona ermis ayni iliski yeniden acilir.
       H300-ADD-RELATION.
           PERFORM H210-VALIDATE-TRAN.
           IF WS-TRAN-OK
              PERFORM H220-CHECK-MASTERS
           END-IF.
           IF WS-TRAN-OK AND TRAN-ROLE-PRIMARY
              PERFORM H230-CHECK-PRIMARY
           END-IF.
           IF NOT WS-TRAN-OK
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE TRAN-KEY TO REL-KEY
              READ REL-FILE KEY REL-KEY
                 INVALID KEY
                    PERFORM H310-WRITE-RELATION
                 NOT INVALID KEY
                    PERFORM H320-REOPEN-RELATION
              END-READ
           END-IF.
       H300-END. EXIT.

       H310-WRITE-RELATION.
           MOVE TRAN-KEY  TO REL-KEY.
           MOVE TRAN-ROLE TO REL-ROLE.
           MOVE 'A'       TO REL-STATUS.
           MOVE WS-TODAY  TO REL-START-DATE.
           MOVE ZEROES    TO REL-END-DATE.
           WRITE REL-REC
              INVALID KEY
                 DISPLAY 'UNABLE TO WRITE RELFILE: ' ST-REL
                         ' RELATION: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 MOVE SPACES TO RLA-BEF-ROLE RLA-BEF-STATUS
                 MOVE ZEROES TO RLA-BEF-START RLA-BEF-END
                 PERFORM H600-WRITE-AUDIT
                 ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.
       H310-END. EXIT.

       H320-REOPEN-RELATION.
           IF REL-IS-ACTIVE
              DISPLAY 'RELATION ALREADY EXISTS: ' TRAN-KEY
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM H610-SAVE-BEFORE-IMAGE
              MOVE TRAN-ROLE TO REL-ROLE
              MOVE 'A'       TO REL-STATUS
              MOVE WS-TODAY  TO REL-START-DATE
              MOVE ZEROES    TO REL-END-DATE
              PERFORM H520-REWRITE-RELATION
           END-IF.
       H320-END. EXIT.

      *Rol degisikligi: sadece aktif iliskide yapilir.
       H400-CHANGE-ROLE.
           PERFORM H210-VALIDATE-TRAN.
           IF WS-TRAN-OK AND TRAN-ROLE-PRIMARY
              PERFORM H230-CHECK-PRIMARY
           END-IF.
           IF NOT WS-TRAN-OK
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE TRAN-KEY TO REL-KEY
              READ REL-FILE KEY REL-KEY
                 INVALID KEY
                    DISPLAY 'RELATION NOT FOUND: ' TRAN-KEY
                    ADD 1 TO WS-ERROR-COUNT
                 NOT INVALID KEY
                    PERFORM H410-APPLY-CHANGE
              END-READ
           END-IF.
       H400-END. EXIT.

       H410-APPLY-CHANGE.
           IF NOT REL-IS-ACTIVE
              DISPLAY 'RELATION ' TRAN-KEY ': NOT ACTIVE, CANNOT '
                      'CHANGE.'
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM H610-SAVE-BEFORE-IMAGE
              MOVE TRAN-ROLE TO REL-ROLE
              PERFORM H520-REWRITE-RELATION
           END-IF.
       H410-END. EXIT.

      *Sonlandirma: kayit silinmez, durumu 'E' ve bitis tarihi
      *bugun yapilir; gecmis iliskiler boylece izlenebilir.
       H500-END-RELATION.
           MOVE TRAN-KEY TO REL-KEY.
           READ REL-FILE KEY REL-KEY
              INVALID KEY
                 DISPLAY 'RELATION NOT FOUND: ' TRAN-KEY
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 IF REL-IS-ACTIVE
                    PERFORM H610-SAVE-BEFORE-IMAGE
                    MOVE 'E'      TO REL-STATUS
                    MOVE WS-TODAY TO REL-END-DATE
                    PERFORM H520-REWRITE-RELATION
                 ELSE
                    DISPLAY 'RELATION ' TRAN-KEY
                            ': ALREADY ENDED.'
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
           END-READ.
       H500-END. EXIT.

       H520-REWRITE-RELATION.
           REWRITE REL-REC.
           IF REL-SUCCESS
              PERFORM H600-WRITE-AUDIT
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              DISPLAY 'UNABLE TO REWRITE RELFILE: ' ST-REL
                      ' RELATION: ' TRAN-KEY
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
       H520-END. EXIT.

      *Degisiklik izini zaman damgasiyla RELAUDF'ye yaziyorum; sonra
      *goruntusu kaydin o anki halidir.
       H600-WRITE-AUDIT.
           MOVE TRAN-ACTION    TO RLA-ACTION.
           MOVE REL-KEY        TO RLA-KEY.
           MOVE REL-ROLE       TO RLA-AFT-ROLE.
           MOVE REL-STATUS     TO RLA-AFT-STATUS.
           MOVE REL-START-DATE TO RLA-AFT-START.
           MOVE REL-END-DATE   TO RLA-AFT-END.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUD-DATE TO RLA-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME TO RLA-TIMESTAMP(9:8).
           WRITE RELAUD-REC.
       H600-END. EXIT.

       H610-SAVE-BEFORE-IMAGE.
           MOVE REL-ROLE       TO RLA-BEF-ROLE.
           MOVE REL-STATUS     TO RLA-BEF-STATUS.
           MOVE REL-START-DATE TO RLA-BEF-START.
           MOVE REL-END-DATE   TO RLA-BEF-END.
       H610-END. EXIT.

       H999-PROGRAM-EXIT.
           DISPLAY 'MAINTENANCE APPLIED : ' WS-APPLIED-COUNT.
           DISPLAY 'MAINTENANCE ERRORS  : ' WS-ERROR-COUNT.
           CLOSE TRAN-FILE
           CLOSE REL-FILE
           CLOSE CUST-FILE
           CLOSE IDX-FILE
           CLOSE RELAUD-FILE.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
