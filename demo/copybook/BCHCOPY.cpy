      *****************************************************************
      *  BCHCOPY - POSTED-BATCH CONTROL RECORD LAYOUT
      *  USED BY:  TXNPOST, ACHRET, ACHORIG
      *  ONE RECORD IS APPENDED TO BATCHCTL FOR EVERY TXNACTV BATCH
      *  TXNPOST COMPLETES.  THE NEXT RUN READS THE TRAIL BEFORE
      *  POSTING AND REFUSES ANY BATCH ID ALREADY ON IT, SO RERUNNING
