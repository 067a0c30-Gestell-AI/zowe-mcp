      *****************************************************************
      *  TXNCOPY - TRANSACTION-FILE RECORD LAYOUT
      *  SHARED BY:  VIEW, TXNPOST, TXNREVS, INQUIRY, STMTGEN, GLEXTR
      *****************************************************************
       01  TRANSACTION-RECORD.
           05  TXN-ID                   PIC X(12).
           05  TXN-AMOUNT               PIC S9(9)V99 COMP-3.
           05  TXN-DATE                 PIC X(10).
           05  TXN-DESCRIPTION          PIC X(30).
      *****************************************************************
      *  CROSS-REFERENCES STAMPED BY TXNPOST.  EACH SIDE OF A
      *  TRANSFER NAMES THE OTHER IN TXN-TRANSFER-PARTNER-ID (SPACES
      *  FOR SINGLE-SIDED ACTIVITY).  A CONTRA ENTRY POSTED FROM A
      *  TXNREVS REVERSAL BATCH NAMES THE ENTRY IT REVERSES IN
      *  TXN-REVERSAL-OF-ID, AND THAT ORIGINAL IS REWRITTEN WITH THE
      *  CONTRA ENTRY'S ID IN TXN-REVERSED-BY-ID - SPACES THERE MEANS
      *  THE ENTRY HAS NEVER BEEN REVERSED.  BOTH ENTRIES OF THE PAIR
      *  CARRY THE REVERSAL REASON CODE.
      *****************************************************************
           05  TXN-TRANSFER-PARTNER-ID  PIC X(12).
           05  TXN-REVERSAL-OF-ID       PIC X(12).
           05  TXN-REVERSED-BY-ID       PIC X(12).
           05  TXN-REVERSAL-REASON      PIC X(08).
           05  FILLER                   PIC X(80).
