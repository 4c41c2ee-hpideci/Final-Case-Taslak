      *tarihten ONCEKI kayitlar arsivlenir.
           SELECT PARM-FILE  ASSIGN AARPARM
                             STATUS ST-PARM.
           SELECT SORT-FILE  ASSIGN SORTWK.
       DATA DIVISION.
       FILE SECTION.
      *PBEGIDX'in yazdığı audit kaydıyla aynı yapıdadır.
              10 AUD-AFT-LIMIT     PIC S9(15).
              10 AUD-AFT-LAST-ACT  PIC 9(08).
              10 AUD-AFT-STATUS    PIC X(01).
           05 AUD-TREF             PIC X(12).

       FD  ARCH-FILE RECORDING MODE F.
         01  ARCH-REC               PIC X(192).

       FD  NEWAUD-FILE RECORDING MODE F.
         01  NEWAUD-REC             PIC X(192).

       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
           05 PARM-CUTOFF-DATE  PIC 9(08).

      *Arsivlenen her kaydin kuru ve sonra-bakiyesi; kur sirasiyla
      *donup kirilimla toplanir.
       SD  SORT-FILE.
         01  SRT-REC.
           05 SRT-DVZ           PIC 9(03).
           05 SRT-BALANCE       PIC S9(15).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-AUD               PIC 9(02).
      *talimati yerine uyari basilir, yarim sicil kullanilmamalidir.
           05 WS-RUN-FAILED-SW     PIC X(01) VALUE 'N'.
              88 WS-RUN-FAILED               VALUE 'Y'.
           05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                 VALUE 'Y'.
      *SORT icinde yakalanan hata durumu; SORT bitince donus koduna
      *tasinir (SORT kendi sonuc kodunu RETURN-CODE'a yazar).
           05 WS-FAIL-RC           PIC 9(02) VALUE ZEROES.
      *Sonra-bakiye hash toplamlari (son 15 hane); arsiv ve kalan
      *dosya icin ayri ayri, PBFINAL'in parti kuralindaki gibi.
           05 WS-ARC-HASH-SUM      PIC S9(17) COMP-3 VALUE ZERO.
           05 WS-HASH-15           PIC 9(15).

      *Kur bazinda arsivlenen kayit sayisi ve sonra-bakiye toplami;
      *PBIDXUL unload raporu duzeninde basilir. SORT cikisinda kur
      *kirildikca basilip sifirlanir.
         01  WS-TOTALS-AREA.
           05 WS-TT-DVZ            PIC 9(03).
           05 WS-TT-RECCOUNT       PIC 9(07) COMP.
           05 WS-TT-BALANCE        PIC S9(15) COMP-3.

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
           SET WS-BDT-GET TO TRUE.
           CALL WS-PBBDATE USING WS-BDT-CALL-AREA.
           IF WS-BDT-RC NOT = ZEROES
           DISPLAY 'UNABLE TO GET BUSINESS DATE: ' WS-BDT-RC
           MOVE WS-BDT-RC TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE WS-BDT-CURR-DATE TO WS-RUN-DATE.
           PERFORM H100-GET-CUTOFF.
           PERFORM H150-OPEN-FILES.
           SORT SORT-FILE
              ON ASCENDING KEY SRT-DVZ
              INPUT PROCEDURE  H190-SPLIT-FILE THRU H190-END
              OUTPUT PROCEDURE H900-CLOSE-AND-REPORT THRU H900-END.
           IF WS-FAIL-RC NOT = ZEROES
              MOVE WS-FAIL-RC TO RETURN-CODE
           END-IF.
           STOP RUN.
       0000-END. EXIT.

           READ AUDIT-FILE.
       H150-END. EXIT.

      *SORT girisi: sicil sonuna (ya da yazma hatasina) kadar bol.
       H190-SPLIT-FILE.
           PERFORM H200-SPLIT-AUDIT UNTIL AUD-EOF OR WS-RUN-FAILED.
       H190-END. EXIT.

      *Zaman damgasinin tarih kismina gore kayit ya arsive ya yeni
      *canli dosyaya gider; her iki yonde de yazim hatasi bolunmeyi
      *durdurur, yarim bolunmus sicil kullanilmamalidir.
       H200-SPLIT-AUDIT.
           ADD 1 TO WS-READ-COUNT.
              WRITE ARCH-REC
              IF (NOT ARC-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE ARCHAUD: ' ST-ARC
                 MOVE ST-ARC TO WS-FAIL-RC
                 SET WS-RUN-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-ARCHIVED-COUNT
                 ADD AUD-AFT-BALANCE TO WS-ARC-HASH-SUM
                 PERFORM H300-RELEASE-TOTALS
              END-IF
           ELSE
              MOVE AUDIT-REC TO NEWAUD-REC
              WRITE NEWAUD-REC
              IF (NOT NEW-SUCCESS)
                 DISPLAY 'UNABLE TO WRITE NEWAUDF: ' ST-NEW
                 MOVE ST-NEW TO WS-FAIL-RC
                 SET WS-RUN-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
                 ADD AUD-AFT-BALANCE TO WS-KEPT-HASH-SUM
              END-IF
           END-IF.
           IF NOT WS-RUN-FAILED
              READ AUDIT-FILE
           END-IF.
       H200-END. EXIT.

      *Arsivlenen kaydin kurunu ve sonra-bakiyesini dogrulama
      *toplamlari icin SORT'a birakiyorum.
       H300-RELEASE-TOTALS.
           MOVE AUD-DVZ         TO SRT-DVZ.
           MOVE AUD-AFT-BALANCE TO SRT-BALANCE.
           RELEASE SRT-REC.
       H300-END. EXIT.

      *SORT cikisi: arsivlenen kayitlar kur sirasiyla gelir, her
      *kurun satiri kur degisince basilir.
       H900-CLOSE-AND-REPORT.
           CLOSE AUDIT-FILE.
           CLOSE ARCH-FILE.
           DISPLAY 'ARCHIVE HASH(15) : ' WS-HASH-15.
           MOVE WS-KEPT-HASH-SUM TO WS-HASH-15.
           DISPLAY 'KEPT HASH(15)    : ' WS-HASH-15.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM H910-PRINT-TOTAL-ENTRY UNTIL WS-SORT-EOF.
      *Degistirme talimati sadece saglikla biten kosuda basilir;
      *yarida kalmis bolunmenin iki parcasi da eksiktir.
           IF WS-RUN-FAILED
       H900-END. EXIT.

       H910-PRINT-TOTAL-ENTRY.
           MOVE SRT-DVZ TO WS-TT-DVZ.
           MOVE ZEROES  TO WS-TT-RECCOUNT WS-TT-BALANCE.
           PERFORM H920-ADD-TOTAL-ENTRY
              UNTIL WS-SORT-EOF OR SRT-DVZ NOT = WS-TT-DVZ.
           DISPLAY 'DVZ: '            WS-TT-DVZ
                   ' ARCHIVED: '      WS-TT-RECCOUNT
                   ' AFT-BAL TOTAL: ' WS-TT-BALANCE.
       H910-END. EXIT.

       H920-ADD-TOTAL-ENTRY.
           ADD 1           TO WS-TT-RECCOUNT.
           ADD SRT-BALANCE TO WS-TT-BALANCE.
           RETURN SORT-FILE
              AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       H920-END. EXIT.
