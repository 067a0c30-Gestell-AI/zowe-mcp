      *****************************************************************
      *  BDCOPY - BUSINESS-DATE CONTROL RECORD LAYOUT
      *  SHARED BY:  ACCTMNT, TXNPOST, VIEW, BALPROOF, DAYROLL,
      *              ODSWEEP, CLOSEOUT, CLOSEFIN, ACHIN, ACHRET,
      *              ACHPREP, ACHORIG, ACHSETL, HOLDMNT, SORDMNT,
      *              PRODMNT, ODPLMNT, SUSPMNT, PAYEMNT
      *  ONE RECORD ON BUSDATE HOLDING THE SCHEDULE'S CURRENT
      *  BUSINESS DATE, THE SAME ONE-CONTROL-RECORD PATTERN AS THE
      *  TXNSEQ RECORD.  EVERY BATCH PROGRAM IN THE SCHEDULE READS IT
