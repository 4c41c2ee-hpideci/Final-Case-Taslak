      *Musteri bilgisi degisikliklerinin once/sonra izi.
           SELECT CUSAUD-FILE ASSIGN CUSAUDF
                             STATUS ST-CUA.
      *Hesap-musteri iliskileri; bakimini PBRELMT yapar. Aktif
      *iliskisi olan musteri silinemez.
           SELECT REL-FILE   ASSIGN RELFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-CUST-ID
                                WITH DUPLICATES
                             STATUS ST-REL.
       DATA DIVISION.
       FILE SECTION.
      *PBEGIDX/PBSTMT/PBHIST'teki CUST-REC ile aynidir.
              10 CUA-AFT-PHONE     PIC X(12).
              10 CUA-AFT-ADDRESS   PIC X(30).

      *PBRELMT'teki REL-REC ile aynidir.
       FD  REL-FILE.
         01  REL-REC.
           05 REL-KEY.
              10 REL-ID            PIC 9(05).
              10 REL-DVZ           PIC 9(03).
              10 REL-CUST-ID       PIC 9(05).
           05 REL-ROLE             PIC X(01).
           05 REL-STATUS           PIC X(01).
              88 REL-IS-ACTIVE            VALUE 'A'.
           05 REL-START-DATE       PIC 9(08).
           05 REL-END-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-CUS               PIC 9(02).
              88 TRAN-SUCCESS                VALUE 00 97.
           05 ST-CUA               PIC 9(02).
              88 CUA-SUCCESS                 VALUE 00 97.
           05 ST-REL               PIC 9(02).
              88 REL-SUCCESS                 VALUE 00 97.
              88 REL-NO-FILE                 VALUE 35.
      *Iliski dosyasi henuz hic kurulmadiysa hicbir musterinin
      *iliskisi yok sayilir.
           05 WS-REL-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-REL-OPEN                  VALUE 'Y'.
           05 WS-REL-DONE-SW        PIC X(01).
              88 WS-REL-DONE                  VALUE 'Y'.
           05 WS-REL-ACTIVE-SW      PIC X(01).
              88 WS-REL-ACTIVE                VALUE 'Y'.
           05 WS-APPLIED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.

           MOVE ST-CUA TO RETURN-CODE
           STOP RUN
           END-IF.
           OPEN INPUT REL-FILE.
           IF REL-SUCCESS
              SET WS-REL-OPEN TO TRUE
           ELSE
           IF (NOT REL-NO-FILE)
           DISPLAY 'UNABLE TO OPEN RELFILE: ' ST-REL
           MOVE ST-REL TO RETURN-CODE
           STOP RUN
           END-IF
           END-IF.
           READ TRAN-FILE.
       H100-END. EXIT.


      *Silme: yanlislikla acilmis musteri kaydini kaldirmak icindir;
      *hesabi olan musteri silinmemelidir, hesap programlari boyle bir
      *kayitta ana dosyada isim bulamadiklarini raporlar. Baska
      *hesaplarda ortak sahip, imza yetkilisi vb. olarak aktif
      *iliskisi bulunan musteri de silinmez; once iliski PBRELMT ile
      *sonlandirilmalidir.
       H500-DELETE-CUSTOMER.
           MOVE TRAN-ID TO CUST-ID.
           READ CUST-FILE KEY CUST-ID
                 DISPLAY 'CUSTOMER NOT FOUND: ' TRAN-ID
                 ADD 1 TO WS-ERROR-COUNT
              NOT INVALID KEY
                 PERFORM H520-CHECK-RELATIONS
                 IF WS-REL-ACTIVE
                    DISPLAY 'CUSTOMER ' TRAN-ID
                            ': HAS ACTIVE ACCOUNT RELATION, '
                            'NOT DELETED.'
                    ADD 1 TO WS-ERROR-COUNT
                 ELSE
                    PERFORM H510-APPLY-DELETE
                 END-IF
           END-READ.
       H500-END. EXIT.

           END-IF.
       H510-END. EXIT.

      *Musterinin iliskilerini ikincil anahtarla (musteri numarasi)
      *tarayip aktif olan var mi diye bakiyorum.
       H520-CHECK-RELATIONS.
           MOVE 'N' TO WS-REL-ACTIVE-SW.
           MOVE 'N' TO WS-REL-DONE-SW.
           IF NOT WS-REL-OPEN
              SET WS-REL-DONE TO TRUE
           ELSE
              MOVE TRAN-ID TO REL-CUST-ID
              START REL-FILE KEY = REL-CUST-ID
                 INVALID KEY SET WS-REL-DONE TO TRUE
              END-START
           END-IF.
           PERFORM H530-CHECK-NEXT-RELATION UNTIL WS-REL-DONE.
       H520-END. EXIT.

       H530-CHECK-NEXT-RELATION.
           READ REL-FILE NEXT
              AT END SET WS-REL-DONE TO TRUE
           END-READ.
           IF NOT WS-REL-DONE
              IF REL-CUST-ID = TRAN-ID
                 IF REL-IS-ACTIVE
                    SET WS-REL-ACTIVE TO TRUE
                    SET WS-REL-DONE TO TRUE
                 END-IF
              ELSE
                 SET WS-REL-DONE TO TRUE
              END-IF
           END-IF.
       H530-END. EXIT.

      *Degisiklik izini zaman damgasiyla CUSAUDF'ye yaziyorum; sonra
      *goruntusu kaydin o anki halidir.
       H600-WRITE-AUDIT.
           CLOSE TRAN-FILE
           CLOSE CUST-FILE
           CLOSE CUSAUD-FILE.
           IF WS-REL-OPEN
              CLOSE REL-FILE
           END-IF.
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
