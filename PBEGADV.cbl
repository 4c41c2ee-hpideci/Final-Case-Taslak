       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGADV.
       AUTHOR HUSNU CAN PIDECI
      *Musteri borc/alacak dekontu (advice) alt programi. SMS/mektup
      *firmasina giden gunluk bildirim dosyasinin (ADVFILE) tek
      *sahibidir. PBEGIDX kendi acilisinda bunu da acar/kapar ve
      *basarili her para hareketi bacaginda (DEPO/WDRL/TRFO/TRFI/
      *TRFB/CLSR) bir dekont ister; cagiran program isterse (duzenli
      *odeme kosusu) yetersiz bakiye / uyku / bloke reddi de dekont
      *olur. Musteri adi, telefonu ve adresi CUSTFILE'dan, kur
      *aciklamasi DVZTAB'dan alinir. Dosya gun icinde birden cok
      *kosudan EXTEND ile buyur; her kosu kendi basligini ('H') ve
      *kontrol toplamli kuyrugunu ('T') yazar. CUSTFILE'da kaydi ya da
      *telefonu olmayan musterinin dekontu firmaya gitmez; ADVEXCP'ye
      *ayri listelenir ve kuyrukta sayilir.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADV-FILE   ASSIGN ADVFILE
                             STATUS ST-ADV.
           SELECT EXC-FILE   ASSIGN ADVEXCP
                             STATUS ST-EXC.
           SELECT CUST-FILE  ASSIGN CUSTFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUST-ID
                             STATUS ST-CUS.
           SELECT DVZ-FILE   ASSIGN DVZTAB
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY DVZ-CODE
                             STATUS ST-DVZ.
       DATA DIVISION.
       FILE SECTION.
      *Dekont kaydi: 'H' baslik, 'D' dekont, 'T' kuyruk.
       FD  ADV-FILE RECORDING MODE F.
         01  ADV-REC.
           05 ADV-REC-TYPE         PIC X(01).
           05 ADV-BODY             PIC X(219).
      *Dekont: 'P' gecen hareket, 'R' reddedilen talimat. Tutar
      *hesaptaki isaretli harekettir (cikis eksi); bakiye hareketten
      *sonraki (redde hareketsiz) defter bakiyesidir.
           05 ADV-DETAIL REDEFINES ADV-BODY.
              10 ADV-D-SEQ         PIC 9(07).
              10 ADV-D-DATE        PIC 9(08).
              10 ADV-D-TIME        PIC 9(08).
              10 ADV-D-KIND        PIC X(01).
              10 ADV-D-OPERATION   PIC X(04).
              10 ADV-D-ID          PIC 9(05).
              10 ADV-D-DVZ         PIC 9(03).
              10 ADV-D-DVZ-DESC    PIC X(20).
              10 ADV-D-AMOUNT      PIC S9(15).
              10 ADV-D-BALANCE     PIC S9(15).
              10 ADV-D-TREF        PIC X(12).
              10 ADV-D-REASON      PIC X(30).
              10 ADV-D-NAME        PIC X(15).
              10 ADV-D-SURNAME     PIC X(15).
              10 ADV-D-PHONE       PIC X(12).
              10 ADV-D-ADDRESS     PIC X(30).
              10 FILLER            PIC X(19).
           05 ADV-HEADER REDEFINES ADV-BODY.
              10 ADV-H-DATE        PIC 9(08).
              10 ADV-H-TIME        PIC 9(08).
              10 FILLER            PIC X(203).
      *Kuyruk: firmaya giden dekont sayisi, bunlarin gecen/red
      *kirilimi, tutarlarin mutlak toplami ve gonderilemeyenler.
           05 ADV-TRAILER REDEFINES ADV-BODY.
              10 ADV-T-COUNT       PIC 9(07).
              10 ADV-T-POSTED      PIC 9(07).
              10 ADV-T-REJECTED    PIC 9(07).
              10 ADV-T-AMOUNT-SUM  PIC 9(17).
              10 ADV-T-NOCUST      PIC 9(07).
              10 ADV-T-NOPHONE     PIC 9(07).
              10 FILLER            PIC X(167).

      *Gonderilemeyen dekontlar; ADV-REC'in dekont duzenindedir, kayit
      *tipi sebebi tasir: 'C' musteri kaydi yok, 'P' telefon yok.
       FD  EXC-FILE RECORDING MODE F.
         01  EXC-REC               PIC X(220).

      *PBCUSMT'teki CUST-REC ile aynidir.
       FD  CUST-FILE.
         01  CUST-REC.
           05 CUST-ID           PIC 9(05).
           05 CUST-NAME         PIC X(15).
           05 CUST-SURNAME      PIC X(15).
           05 CUST-PHONE        PIC X(12).
           05 CUST-ADDRESS      PIC X(30).

      *PBEGIDX'teki DVZ-REC ile ayni yapidadir.
       FD  DVZ-FILE.
         01  DVZ-REC.
           05 DVZ-CODE          PIC S9(03) COMP.
           05 DVZ-DESC          PIC X(20).
           05 DVZ-ACTIVE        PIC X(01).
           05 DVZ-RATE          PIC S9(07)V9(08) COMP-3.
           05 DVZ-INACT-DATE    PIC S9(08) COMP-3.

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-ADV               PIC 9(02).
              88 ADV-SUCCESS                 VALUE 00 97.
              88 ADV-NO-FILE                 VALUE 35.
           05 ST-EXC               PIC 9(02).
              88 EXC-SUCCESS                 VALUE 00 97.
              88 EXC-NO-FILE                 VALUE 35.
           05 ST-CUS               PIC 9(02).
              88 CUS-SUCCESS                 VALUE 00 97.
           05 ST-DVZ               PIC 9(02).
              88 DVZ-SUCCESS                 VALUE 00 97.
      *Dosyalar acilamadiysa dekont istekleri sessizce atlanir; para
      *hareketi bildirim dosyasi yuzunden durmaz.
           05 WS-OPEN-SW            PIC X(01) VALUE 'N'.
              88 WS-FILES-OPEN               VALUE 'Y'.
           05 WS-TODAY              PIC 9(08) VALUE ZEROES.
           05 WS-NOW                PIC 9(08) VALUE ZEROES.
           05 WS-ABS-AMOUNT         PIC S9(15) COMP-3.
           05 WS-EXC-TYPE           PIC X(01).
           05 WS-ADV-KIND           PIC X(01).

      *Kosu (baslik-kuyruk arasi) sayaclari.
         01  WS-COUNT-AREA.
           05 WS-ADV-COUNT          PIC 9(07) COMP VALUE ZERO.
           05 WS-POSTED-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-REJECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
           05 WS-AMOUNT-SUM         PIC 9(17) COMP-3 VALUE ZERO.
           05 WS-NOCUST-COUNT       PIC 9(07) COMP VALUE ZERO.
           05 WS-NOPHONE-COUNT      PIC 9(07) COMP VALUE ZERO.
           05 WS-ERROR-COUNT        PIC 9(07) COMP VALUE ZERO.

         01 WS-FUNCTION         PIC 9(01).
            88 WS-FUNC-POSTED           VALUE 1.
            88 WS-FUNC-REJECTED         VALUE 2.
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

      *PBEGIDX'in LD-AREA'si ile ayni yapidadir.
       LINKAGE SECTION.
         01  LA-AREA.
           05 LA-FUNCTION        PIC 9(01).
           05 LA-KEY.
              10 LA-ID           PIC S9(05) COMP-3.
              10 LA-DVZ          PIC S9(03) COMP.
           05 LA-RETURNCODE      PIC 9(02).
           05 LA-DATA            PIC X(137).
      *Dekont isteginin alanlari; redde sebep PBEGIDX'in aciklamasidir.
           05 LA-IN-DATA REDEFINES LA-DATA.
              10 LA-IN-OPERATION PIC X(04).
              10 LA-IN-AMOUNT    PIC S9(15).
              10 LA-IN-BALANCE   PIC S9(15).
              10 LA-IN-TREF      PIC X(12).
              10 LA-IN-REASON    PIC X(30).
              10 FILLER          PIC X(61).

      *--------------------
       PROCEDURE DIVISION USING LA-AREA.
       0000-MAIN.
           PERFORM H100-PROCESS-SELECTION.
       0000-END. EXIT.

       H100-PROCESS-SELECTION.
           MOVE LA-FUNCTION TO WS-FUNCTION
           MOVE ZEROES      TO LA-RETURNCODE
           EVALUATE TRUE
              WHEN WS-FUNC-OPEN
                  PERFORM H300-OPEN-FILES
                  GOBACK
              WHEN WS-FUNC-POSTED
                  IF WS-FILES-OPEN
                     MOVE 'P' TO WS-ADV-KIND
                     PERFORM H400-WRITE-ADVICE
                  END-IF
                  GOBACK
              WHEN WS-FUNC-REJECTED
                  IF WS-FILES-OPEN
                     MOVE 'R' TO WS-ADV-KIND
                     PERFORM H400-WRITE-ADVICE
                  END-IF
                  GOBACK
              WHEN WS-FUNC-CLOSE
                  IF WS-FILES-OPEN
                     PERFORM H900-CLOSE-FILES
                  END-IF
                  GOBACK
           END-EVALUATE.
       H100-END. EXIT.

      *Gunluk dosyalar gunun ilk kosusunda henuz yoktur; bos
      *yaratilip uzatilir. Baslik her kosuda yazilir.
       H300-OPEN-FILES.
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO LA-RETURNCODE
           GOBACK
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-TODAY.
           INITIALIZE WS-COUNT-AREA.
           OPEN EXTEND ADV-FILE.
           IF ADV-NO-FILE
              OPEN OUTPUT ADV-FILE
           END-IF.
           IF (NOT ADV-SUCCESS)
           DISPLAY 'UNABLE TO OPEN ADVFILE: ' ST-ADV
           MOVE ST-ADV TO LA-RETURNCODE
           GOBACK
           END-IF.
           OPEN EXTEND EXC-FILE.
           IF EXC-NO-FILE
              OPEN OUTPUT EXC-FILE
           END-IF.
           IF (NOT EXC-SUCCESS)
           DISPLAY 'UNABLE TO OPEN ADVEXCP: ' ST-EXC
           MOVE ST-EXC TO LA-RETURNCODE
           CLOSE ADV-FILE
           GOBACK
           END-IF.
           OPEN INPUT CUST-FILE.
           IF (NOT CUS-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CUSTFILE: ' ST-CUS
           MOVE ST-CUS TO LA-RETURNCODE
           CLOSE ADV-FILE
           CLOSE EXC-FILE
           GOBACK
           END-IF.
           OPEN INPUT DVZ-FILE.
           IF (NOT DVZ-SUCCESS)
           DISPLAY 'UNABLE TO OPEN DVZTAB: ' ST-DVZ
           MOVE ST-DVZ TO LA-RETURNCODE
           CLOSE ADV-FILE
           CLOSE EXC-FILE
           CLOSE CUST-FILE
           GOBACK
           END-IF.
      *Baslik yazilamazsa partiye detay ve dosya sonu da yazilmaz;
      *dosyalar acilamamis gibi kapatilir.
           MOVE SPACES   TO ADV-REC.
           MOVE 'H'      TO ADV-REC-TYPE.
           MOVE WS-TODAY TO ADV-H-DATE.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW   TO ADV-H-TIME.
           WRITE ADV-REC.
           IF (NOT ADV-SUCCESS)
           DISPLAY 'UNABLE TO WRITE ADVFILE HEADER: ' ST-ADV
           MOVE ST-ADV TO LA-RETURNCODE
           CLOSE ADV-FILE
           CLOSE EXC-FILE
           CLOSE CUST-FILE
           CLOSE DVZ-FILE
           GOBACK
           END-IF.
           SET WS-FILES-OPEN TO TRUE.
       H300-END. EXIT.

      *Dekontu musteri ve kur bilgisiyle tamamlayip firmaya ya da
      *gonderilemiyorsa istisna listesine yaziyorum.
       H400-WRITE-ADVICE.
           MOVE SPACES TO ADV-BODY.
           MOVE 'D'             TO ADV-REC-TYPE.
           MOVE WS-ADV-KIND     TO ADV-D-KIND.
           MOVE WS-TODAY        TO ADV-D-DATE.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-NOW          TO ADV-D-TIME.
           MOVE LA-IN-OPERATION TO ADV-D-OPERATION.
           MOVE LA-ID           TO ADV-D-ID.
           MOVE LA-DVZ          TO ADV-D-DVZ.
           MOVE LA-IN-AMOUNT    TO ADV-D-AMOUNT.
           MOVE LA-IN-BALANCE   TO ADV-D-BALANCE.
           MOVE LA-IN-TREF      TO ADV-D-TREF.
           IF ADV-D-KIND = 'R'
              MOVE LA-IN-REASON TO ADV-D-REASON
           END-IF.
           PERFORM H410-GET-DVZ-DESC.
           MOVE SPACE TO WS-EXC-TYPE.
           MOVE LA-ID TO CUST-ID.
           READ CUST-FILE KEY CUST-ID
              INVALID KEY
                 MOVE 'C' TO WS-EXC-TYPE
              NOT INVALID KEY
                 MOVE CUST-NAME    TO ADV-D-NAME
                 MOVE CUST-SURNAME TO ADV-D-SURNAME
                 MOVE CUST-PHONE   TO ADV-D-PHONE
                 MOVE CUST-ADDRESS TO ADV-D-ADDRESS
                 IF CUST-PHONE = SPACES
                    MOVE 'P' TO WS-EXC-TYPE
                 END-IF
           END-READ.
      *Sira numarasi ve sayim yalniz yazilan detay icin ilerler ki
      *dosya sonu sayisi dosyadaki detaylarla tutsun.
           IF WS-EXC-TYPE NOT = SPACE
              PERFORM H420-WRITE-EXCEPTION
           ELSE
              COMPUTE ADV-D-SEQ = WS-ADV-COUNT + 1
              WRITE ADV-REC
              IF (NOT ADV-SUCCESS)
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY 'UNABLE TO WRITE ADVFILE: ' ST-ADV
                         ' ID: ' LA-ID ' DVZ: ' LA-DVZ
                 MOVE ST-ADV TO LA-RETURNCODE
              ELSE
                 ADD 1 TO WS-ADV-COUNT
                 IF ADV-D-KIND = 'R'
                    ADD 1 TO WS-REJECTED-COUNT
                 ELSE
                    ADD 1 TO WS-POSTED-COUNT
                 END-IF
                 MOVE LA-IN-AMOUNT TO WS-ABS-AMOUNT
                 IF WS-ABS-AMOUNT < ZERO
                    COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
                 END-IF
                 ADD WS-ABS-AMOUNT TO WS-AMOUNT-SUM
              END-IF
           END-IF.
       H400-END. EXIT.

      *Kur tabloda yoksa aciklama bos gider; dekont yine yazilir.
       H410-GET-DVZ-DESC.
           MOVE LA-DVZ TO DVZ-CODE.
           READ DVZ-FILE KEY DVZ-CODE
              INVALID KEY MOVE SPACES TO ADV-D-DVZ-DESC
              NOT INVALID KEY MOVE DVZ-DESC TO ADV-D-DVZ-DESC
           END-READ.
       H410-END. EXIT.

       H420-WRITE-EXCEPTION.
           IF WS-EXC-TYPE = 'C'
              ADD 1 TO WS-NOCUST-COUNT
           ELSE
              ADD 1 TO WS-NOPHONE-COUNT
           END-IF.
           MOVE WS-EXC-TYPE TO ADV-REC-TYPE.
           MOVE ZEROES      TO ADV-D-SEQ.
           WRITE EXC-REC FROM ADV-REC.
           IF (NOT EXC-SUCCESS)
              ADD 1 TO WS-ERROR-COUNT
              DISPLAY 'UNABLE TO WRITE ADVEXCP: ' ST-EXC
                      ' ID: ' LA-ID ' DVZ: ' LA-DVZ
           END-IF.
       H420-END. EXIT.

      *Kuyruk kontrol toplamlarini yazip dosyalari kapatiyorum; kosu
      *raporuna da ozet dusulur.
       H900-CLOSE-FILES.
           MOVE SPACES            TO ADV-REC.
           MOVE 'T'               TO ADV-REC-TYPE.
           MOVE WS-ADV-COUNT      TO ADV-T-COUNT.
           MOVE WS-POSTED-COUNT   TO ADV-T-POSTED.
           MOVE WS-REJECTED-COUNT TO ADV-T-REJECTED.
           MOVE WS-AMOUNT-SUM     TO ADV-T-AMOUNT-SUM.
           MOVE WS-NOCUST-COUNT   TO ADV-T-NOCUST.
           MOVE WS-NOPHONE-COUNT  TO ADV-T-NOPHONE.
           WRITE ADV-REC.
           CLOSE ADV-FILE.
           CLOSE EXC-FILE.
           CLOSE CUST-FILE.
           CLOSE DVZ-FILE.
           MOVE 'N' TO WS-OPEN-SW.
           DISPLAY 'ADVICES WRITTEN: ' WS-ADV-COUNT
                   ' (POSTED ' WS-POSTED-COUNT
                   ' REJECTED ' WS-REJECTED-COUNT ')'.
           DISPLAY 'ADVICES NOT SENT: NO CUSTOMER ' WS-NOCUST-COUNT
                   ' NO PHONE ' WS-NOPHONE-COUNT
                   ' WRITE ERRORS ' WS-ERROR-COUNT.
       H900-END. EXIT.
