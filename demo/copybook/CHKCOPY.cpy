               10  CHK-EXCP-ACCT-ID         PIC X(10).
               10  CHK-EXCP-ACCT-NAME       PIC X(35).
               10  CHK-EXCP-BALANCE         PIC S9(9)V99 COMP-3.
               10  CHK-EXCP-PRODUCT         PIC X(04).
               10  FILLER                   PIC X(24).
           05  CHK-TXNTYPE-DATA REDEFINES CHK-PROGRESS-DATA.
               10  CHK-TTS-TXN-TYPE         PIC X(08).
               10  CHK-TTS-COUNT            PIC 9(06).
