      *****************************************************************
      *  REVCARD - TRANSACTION REVERSAL REQUEST CARD LAYOUT
      *  USED BY:  TXNREVS
      *  ONE CARD PER POSTED TRANSACTION TO BE REVERSED, NAMING ITS
      *  TXN-ID AND WHY.  EITHER SIDE OF A TRANSFER MAY BE NAMED -
      *  THE WHOLE TRANSFER IS REVERSED EITHER WAY.  THE REASON CODE
      *  IS STAMPED ON BOTH ENTRIES OF THE PAIR; THE REASON TEXT IS
      *  PRINTED ON THE REVERSAL REGISTER FOR AUDIT.
      *****************************************************************
       01  REVERSAL-REQUEST-RECORD.
           05  RRC-TXN-ID               PIC X(12).
           05  RRC-REASON-CODE          PIC X(08).
           05  RRC-REASON-TEXT          PIC X(30).
           05  FILLER                   PIC X(30).
