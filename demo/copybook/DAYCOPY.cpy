      *****************************************************************
      *  DAYCOPY - DAILY CONTROL TOTALS RECORD LAYOUT
      *  SHARED BY:  TXNPOST, ACCTMNT, VIEW, BALPROOF, ACHSETL
      *  EACH BATCH PROGRAM APPENDS ONE RECORD TO DAYCTL AT THE END OF
      *  ITS RUN; BALPROOF READS THE TRAIL LAST IN THE SCHEDULE AND
      *  PROVES THE DAY END TO END.  FIELD USE BY PROGRAM:
      *            NET-AMOUNT    NET AMOUNT ACTUALLY POSTED TO
      *                          CUST-ACCT-BALANCE
      *            REJECT-AMT    EXPECTED NET OF THE REJECTED CARDS
      *            BATCH-ID      THE ACTIVITY BATCH POSTED, SO A
      *                          FEEDER (ACHSETL) CAN FIND THE RUN
      *                          THAT POSTED ITS OWN BATCH
      *
      *  ACCTMNT   RECORD-COUNT  MAINTENANCE CARDS READ
      *            REJECT-COUNT  CARDS REJECTED
           05  DCR-NET-AMOUNT           PIC S9(11)V99.
           05  DCR-REJECT-AMOUNT        PIC S9(11)V99.
           05  DCR-BUSINESS-DATE        PIC X(10).
           05  DCR-BATCH-ID             PIC X(08).
           05  FILLER                   PIC X(09).
