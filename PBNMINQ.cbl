      *var olabildiginden (donusum kademelidir) ikinci geciste
      *IDXFILE'in kendi isim alanlari taranir ve ana dosyada kaydi
      *olmayan eslesmeler ayrica listelenir; boyle bir musteri
      *sessizce 'bulunamadi' sayilmaz. Eslesen musterinin RELFILE'da
      *aktif iliskisi (ortak sahip, imza yetkilisi vb.) bulunan baska
      *hesaplar da rolleriyle ayni musterinin altinda listelenir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             ACCESS DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX.
      *Hesap-musteri iliskileri; bakimini PBRELMT yapar. Musteriye
      *gore ikincil anahtarla okunur.
           SELECT REL-FILE   ASSIGN RELFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-CUST-ID
                                WITH DUPLICATES
                             STATUS ST-REL.
      *Tek kayitlik parametre dosyasi: aranan soyad ve (istege
      *bagli) ad; bos birakilan ad her adla eslesir.
           SELECT PARM-FILE  ASSIGN NAMPARM
           05 IDX-LAST-ACT      PIC S9(08) COMP-3.
           05 IDX-STATUS        PIC X(01).

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

       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           05 PARM-SURNAME      PIC X(15).
              88 IDX-SUCCESS                 VALUE 00 97.
           05 ST-PARM              PIC 9(02).
              88 PARM-SUCCESS                VALUE 00 97.
           05 ST-REL               PIC 9(02).
              88 REL-SUCCESS                 VALUE 00 97.
              88 REL-NO-FILE                 VALUE 35.
      *Iliski dosyasi henuz hic kurulmadiysa iliskili hesap yok
      *sayilir.
           05 WS-REL-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-REL-OPEN                  VALUE 'Y'.
           05 WS-REL-DONE-SW        PIC X(01).
              88 WS-REL-DONE                  VALUE 'Y'.
           05 WS-TARGET-SURNAME     PIC X(15).
           05 WS-TARGET-NAME        PIC X(15).
      *Kismi (onek) eslestirme icin girilen degerlerin dolu uzunlugu.
           DISPLAY '========================'.
           CLOSE CUST-FILE.
           CLOSE IDX-FILE.
           IF WS-REL-OPEN
              CLOSE REL-FILE
           END-IF.
           STOP RUN.
       0000-END. EXIT.

           MOVE ST-IDX TO RETURN-CODE
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
           READ CUST-FILE NEXT.
       H150-END. EXIT.

              INVALID KEY SET WS-ACC-DONE TO TRUE
           END-START.
           PERFORM H410-READ-NEXT-CURRENCY UNTIL WS-ACC-DONE.
           PERFORM H420-LIST-RELATED.
           IF NOT WS-ACC-FOUND
              DISPLAY '  NO ACCOUNTS ON FILE.'
           END-IF.
           END-IF.
       H410-END. EXIT.

      *Musterinin aktif iliskili oldugu baska hesaplar; kendi
      *numarasindaki hesaplar yukarida listelendigi icin atlanir.
       H420-LIST-RELATED.
           MOVE 'N' TO WS-REL-DONE-SW.
           IF NOT WS-REL-OPEN
              SET WS-REL-DONE TO TRUE
           ELSE
              MOVE WS-TARGET-ID TO REL-CUST-ID
              START REL-FILE KEY = REL-CUST-ID
                 INVALID KEY SET WS-REL-DONE TO TRUE
              END-START
           END-IF.
           PERFORM H430-LIST-NEXT-RELATED UNTIL WS-REL-DONE.
       H420-END. EXIT.

       H430-LIST-NEXT-RELATED.
           READ REL-FILE NEXT
              AT END SET WS-REL-DONE TO TRUE
           END-READ.
           IF NOT WS-REL-DONE
              IF REL-CUST-ID = WS-TARGET-ID
                 IF REL-IS-ACTIVE AND REL-ID NOT = WS-TARGET-ID
                    PERFORM H440-LIST-RELATED-ACCOUNT
                 END-IF
              ELSE
                 SET WS-REL-DONE TO TRUE
              END-IF
           END-IF.
       H430-END. EXIT.

       H440-LIST-RELATED-ACCOUNT.
           MOVE REL-ID  TO IDX-ID.
           MOVE REL-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IDX-KEY
              INVALID KEY
                 DISPLAY '  ID: ' REL-ID
                         ' DVZ: ' REL-DVZ
                         ' ROLE: ' REL-ROLE
                         ' ACCOUNT NOT ON FILE'
              NOT INVALID KEY
                 SET WS-ACC-FOUND TO TRUE
                 ADD 1 TO WS-ACCOUNT-COUNT
                 DISPLAY '  ID: ' IDX-ID
                         ' DVZ: ' IDX-DVZ
                         ' NAME: ' IDX-NAME ' ' IDX-SURNAME
                         ' STATUS: ' IDX-STATUS
                         ' LAST ACT: ' IDX-LAST-ACT
                         ' ROLE: ' REL-ROLE
           END-READ.
       H440-END. EXIT.

      *Ikinci gecis: IDXFILE bastan taranir, isim alanlari eslesen
      *ama ana dosyada KAYDI OLMAYAN hesaplar listelenir. Ana dosyada
      *kaydi olan musteri birinci geciste (dogru ismiyle) zaten
