         01  TREF-REC.
           05 TREF-REF             PIC X(12).
           05 TREF-DATE            PIC 9(08).
           05 TREF-OPERATION       PIC X(04).
           05 TREF-ID              PIC 9(05).
           05 TREF-DVZ             PIC 9(03).
           05 TREF-AMOUNT          PIC S9(15).
           05 TREF-TO-ID           PIC 9(05).
           05 TREF-TO-DVZ          PIC 9(03).
           05 TREF-AMOUNT-TO       PIC S9(15).
           05 TREF-REV-STATUS      PIC X(01).
           05 TREF-REV-DATE        PIC 9(08).
           05 TREF-FEE             PIC S9(15).
           05 TREF-FEE-ID          PIC 9(05).
           05 TREF-MARGIN          PIC S9(15).
           05 TREF-MARGIN-ID       PIC 9(05).

       FD  PARM-FILE RECORDING MODE F.
         01  PARM-REC.
