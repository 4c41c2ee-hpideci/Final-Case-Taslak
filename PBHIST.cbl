      *okuyup o müşterinin aralığa düşen kayıtlarını zaman sırasıyla
      *basar: zaman damgası, işlem türü ve önce/sonra bakiyeden
      *türetilen hareket tutarı. Sonunda kur bazındaki kapanış
      *bakiyeleri basılır; bunlar IDXFILE ile tutmalıdır. Parametrede
      *musteriden farkli bir hesap numarasi verilirse ekstre o hesap
      *icin basilir; bunun icin musterinin RELFILE'da o hesapta aktif
      *birincil ya da ortak sahip (P/J) iliskisi olmalidir ve yalniz
      *sahip oldugu kurlarin hareketleri basilir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             ACCESS RANDOM
                             RECORD KEY CUST-ID
                             STATUS ST-CUS.
      *Hesap-musteri iliskileri; bakimini PBRELMT yapar. Ortak
      *sahiplik kontrolu icin hesaba gore (anahtar) okunur.
           SELECT REL-FILE   ASSIGN RELFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY REL-KEY
                             ALTERNATE RECORD KEY REL-CUST-ID
                                WITH DUPLICATES
                             STATUS ST-REL.
       DATA DIVISION.
       FILE SECTION.
      *PBEGIDX'in yazdığı audit kaydıyla aynı yapıdadır.
              10 AUD-AFT-LIMIT     PIC S9(15).
              10 AUD-AFT-LAST-ACT  PIC 9(08).
              10 AUD-AFT-STATUS    PIC X(01).
           05 AUD-TREF             PIC X(12).

      *Arsiv kaydi AUDIT-REC ile ayni yapidadir; okunduktan sonra
      *AUDIT-REC'e tasinip ayni secim mantigindan gecirilir.
       FD  ARCH-FILE RECORDING MODE F.
         01  ARCH-REC             PIC X(192).

      *PBSTMT ile paylaşılan parametre kaydı; müşteri numarasının
      *yanına ekstre tarih aralığı eklendi.
           05 PARM-CUSTOMER-ID  PIC 9(05).
           05 PARM-FROM-DATE    PIC 9(08).
           05 PARM-TO-DATE      PIC 9(08).
      *Ekstresi istenen hesap; bos ya da sifirsa musterinin kendi
      *numarasindaki hesaptir.
           05 PARM-ACCOUNT-ID   PIC 9(05).

      *PBCUSMT'teki CUST-REC ile aynidir.
       FD  CUST-FILE.
           05 CUST-PHONE        PIC X(12).
           05 CUST-ADDRESS      PIC X(30).

      *PBRELMT'teki REL-REC ile aynidir.
       FD  REL-FILE.
         01  REL-REC.
           05 REL-KEY.
              10 REL-ID            PIC 9(05).
              10 REL-DVZ           PIC 9(03).
              10 REL-CUST-ID       PIC 9(05).
           05 REL-ROLE             PIC X(01).
              88 REL-IS-OWNER             VALUE 'P' 'J'.
           05 REL-STATUS           PIC X(01).
              88 REL-IS-ACTIVE            VALUE 'A'.
           05 REL-START-DATE       PIC 9(08).
           05 REL-END-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-AUD               PIC 9(02).
           05 WS-CUST-NAME          PIC X(15).
           05 WS-CUST-SURNAME       PIC X(15).
           05 WS-TARGET-ID          PIC 9(05).
      *Ekstresi basilan hesap numarasi; varsayilan musteri numarasi.
           05 WS-ACCOUNT-ID         PIC 9(05).
           05 ST-REL               PIC 9(02).
              88 REL-SUCCESS                 VALUE 00 97.
              88 REL-NO-FILE                 VALUE 35.
           05 WS-REL-DONE-SW        PIC X(01).
              88 WS-REL-DONE                  VALUE 'Y'.
      *Musteri hesabin kendi numarasiysa tum kurlarin sahibidir;
      *degilse sahip oldugu kurlar WS-OWN-DVZ tablosunda isaretlenir.
           05 WS-ALL-DVZ-SW         PIC X(01) VALUE 'N'.
              88 WS-ALL-DVZ                   VALUE 'Y'.
           05 WS-OWNER-SW           PIC X(01) VALUE 'N'.
              88 WS-IS-OWNER                  VALUE 'Y'.
           05 WS-FROM-DATE          PIC 9(08).
           05 WS-TO-DATE            PIC 9(08).
           05 WS-AUD-DATE           PIC 9(08).
           05 WS-MOVEMENT-EDIT      PIC -(14)9.
           05 WS-BALANCE-EDIT       PIC -(14)9.

      *Ortak sahip olunan kurlar; kur kodu + 1 ile dogrudan
      *adreslenir.
         01  WS-OWNER-AREA.
           05 WS-OWN-DVZ-SW        PIC X(01) OCCURS 1000 TIMES.

      *Kur bazında son görülen kapanış bakiyesi ve hareket sayısı.
         01  WS-CLOSING-AREA.
           05 WS-CB-COUNT          PIC 9(03) COMP VALUE ZERO.
       0000-MAIN.
           PERFORM H100-GET-PARM.
           PERFORM H150-GET-CUSTOMER-NAME.
           PERFORM H170-CHECK-OWNERSHIP.
           PERFORM H200-OPEN-AUDIT.
           DISPLAY '===== ACCOUNT ACTIVITY STATEMENT ====='.
           IF WS-CUST-FOUND
              DISPLAY 'CUSTOMER ID: ' WS-TARGET-ID
                      '  NAME NOT ON CUSTOMER FILE'
           END-IF.
           IF NOT WS-ALL-DVZ
              DISPLAY 'ACCOUNT ID: ' WS-ACCOUNT-ID
                      '  (RELATED ACCOUNT OWNERSHIP)'
           END-IF.
           DISPLAY 'FROM: ' WS-FROM-DATE
                   '  TO: '   WS-TO-DATE.
      *Arsiv kusaklari canli sicilden eski oldugundan once onlar
           MOVE PARM-CUSTOMER-ID TO WS-TARGET-ID.
           MOVE PARM-FROM-DATE   TO WS-FROM-DATE.
           MOVE PARM-TO-DATE     TO WS-TO-DATE.
           IF PARM-ACCOUNT-ID NUMERIC AND PARM-ACCOUNT-ID NOT = ZEROES
              MOVE PARM-ACCOUNT-ID TO WS-ACCOUNT-ID
           ELSE
              MOVE WS-TARGET-ID    TO WS-ACCOUNT-ID
           END-IF.
           CLOSE PARM-FILE.
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY 'INVALID DATE RANGE: ' WS-FROM-DATE
           CLOSE CUST-FILE.
       H150-END. EXIT.

      *Musteri hesabin kendi numarasiysa kontrol gerekmez. Degilse
      *hesabin iliskileri anahtar sirasiyla taranir; musterinin aktif
      *P/J iliskisi olan kurlar isaretlenir. Hic yoksa ekstre
      *verilmez.
       H170-CHECK-OWNERSHIP.
           INITIALIZE WS-OWNER-AREA.
           IF WS-ACCOUNT-ID = WS-TARGET-ID
              SET WS-ALL-DVZ TO TRUE
           ELSE
              OPEN INPUT REL-FILE
              IF REL-SUCCESS
                 MOVE 'N'           TO WS-REL-DONE-SW
                 MOVE WS-ACCOUNT-ID TO REL-ID
                 MOVE ZEROES        TO REL-DVZ
                 MOVE ZEROES        TO REL-CUST-ID
                 START REL-FILE KEY NOT < REL-KEY
                    INVALID KEY SET WS-REL-DONE TO TRUE
                 END-START
                 PERFORM H180-CHECK-NEXT-RELATION UNTIL WS-REL-DONE
                 CLOSE REL-FILE
              ELSE
                 IF (NOT REL-NO-FILE)
                    DISPLAY 'UNABLE TO OPEN RELFILE: ' ST-REL
                    MOVE ST-REL TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              IF NOT WS-IS-OWNER
                 DISPLAY 'CUSTOMER ' WS-TARGET-ID
                         ' IS NOT AN OWNER OF ACCOUNT ' WS-ACCOUNT-ID
                 MOVE 99 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H170-END. EXIT.

       H180-CHECK-NEXT-RELATION.
           READ REL-FILE NEXT
              AT END SET WS-REL-DONE TO TRUE
           END-READ.
           IF NOT WS-REL-DONE
              IF REL-ID = WS-ACCOUNT-ID
                 IF REL-CUST-ID = WS-TARGET-ID
                    AND REL-IS-ACTIVE AND REL-IS-OWNER
                    SET WS-IS-OWNER TO TRUE
                    MOVE 'Y' TO WS-OWN-DVZ-SW(REL-DVZ + 1)
                 END-IF
              ELSE
                 SET WS-REL-DONE TO TRUE
              END-IF
           END-IF.
       H180-END. EXIT.

       H200-OPEN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF (NOT AUD-SUCCESS)
      *kendiliğinden kronolojiktir.
       H350-SELECT-AND-PRINT.
           MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE.
           IF AUD-ID = WS-ACCOUNT-ID
              AND (WS-ALL-DVZ OR WS-OWN-DVZ-SW(AUD-DVZ + 1) = 'Y')
              AND WS-AUD-DATE NOT < WS-FROM-DATE
              AND WS-AUD-DATE NOT > WS-TO-DATE
              SET WS-FOUND-ANY TO TRUE
              COMPUTE WS-MOVEMENT = AUD-AFT-BALANCE - AUD-BEF-BALANCE
              MOVE WS-MOVEMENT TO WS-MOVEMENT-EDIT
      *Referans, ters kaydi (RVSL) asil hareketle eslestirmek icin
      *basilir; ikisi ayni referansi tasir.
              DISPLAY AUD-TIMESTAMP(1:8) '-' AUD-TIMESTAMP(9:6)
                      ' DVZ: ' AUD-DVZ
                      ' OP: '  AUD-OPERATION
                      ' MOVEMENT: ' WS-MOVEMENT-EDIT
                      ' REF: ' AUD-TREF
              IF AUD-OPERATION = 'RVSL'
                 DISPLAY '    ** REVERSAL OF REF: ' AUD-TREF
              END-IF
              PERFORM H400-TRACK-CLOSING
           END-IF.
       H350-END. EXIT.
