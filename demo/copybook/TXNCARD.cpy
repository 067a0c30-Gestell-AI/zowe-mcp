      *****************************************************************
      *  TXNCARD - DAILY ACTIVITY INPUT RECORD LAYOUT
      *  USED BY:  TXNPOST, SORDGEN, TXNENTR, TXNBATCH, TXNREVS,
      *            SUSPMNT, SUSPRSUB, SUSPAGE, BALPROOF, ODSWEEP,
      *            CLOSEOUT, ACHIN, ACHPREP
      *
      *  A BLANK TAR-RECORD-CODE IS ORDINARY SINGLE-SIDED ACTIVITY
      *  POSTED TO TAR-FROM-ACCOUNT ALONE.  CODE 'X' IS AN INTERNAL
      *  POSTS, SO A RERUN OR A TRUNCATED TRANSMISSION CANNOT
      *  DOUBLE-POST OR SHORT-POST A DAY.  TXNBATCH STAMPS THE
      *  HEADER AND TRAILER ON A RAW DETAIL DECK.
      *
      *  A CONTRA ENTRY GENERATED BY TXNREVS IS CODED 'R' (THE
      *  REVERSAL OF A SINGLE-SIDED ENTRY) OR 'V' (THE REVERSAL OF A
      *  TRANSFER, POSTED AS A TRANSFER THE OTHER WAY); NO OTHER
      *  PROGRAM SETS EITHER CODE, AND THE DESCRIPTION ALONE NEVER
      *  MAKES A CARD A REVERSAL.  THE CODE BRINGS TAR-SINGLE-RECORD
      *  OR TAR-TRANSFER-RECORD TRUE AS WELL, SO EVERY PROGRAM THAT
      *  ROUTES A CARD BY ITS SHAPE TREATS A CONTRA ENTRY LIKE ANY
      *  OTHER.  ITS DESCRIPTION CARRIES 'REVERSAL ', THE TXN-ID OF
      *  THE ENTRY BEING REVERSED (THE DEBIT SIDE, FOR A TRANSFER)
      *  AND THE REVERSAL REASON CODE.  TXNPOST PROVES A REVERSAL
      *  CARD AGAINST THE ORIGINAL BEFORE POSTING IT AND STAMPS THE
      *  PAIR WITH EACH OTHER'S TXN-ID ONCE IT HAS POSTED.
      *****************************************************************
       01  TXN-ACTIVITY-RECORD.
           05  TAR-ACTIVITY-DETAIL.
               10  TAR-TXN-AMOUNT       PIC S9(9)V99.
               10  TAR-TXN-DATE         PIC X(10).
               10  TAR-TXN-DESCRIPTION  PIC X(30).
               10  TAR-REVERSAL-TAG-AREA REDEFINES TAR-TXN-DESCRIPTION.
                   15  TAR-REVERSAL-TAG     PIC X(09).
                   15  TAR-REVERSAL-OF-ID   PIC X(12).
                   15  FILLER               PIC X(01).
                   15  TAR-REVERSAL-REASON  PIC X(08).
               10  TAR-TO-ACCOUNT       PIC X(10).
           05  TAR-BATCH-HEADER REDEFINES TAR-ACTIVITY-DETAIL.
               10  TAR-BATCH-ID         PIC X(08).
               10  TAR-TRAILER-AMOUNT   PIC S9(11)V99.
               10  FILLER               PIC X(60).
           05  TAR-RECORD-CODE          PIC X(01).
               88  TAR-SINGLE-RECORD    VALUE ' ' 'R'.
               88  TAR-TRANSFER-RECORD  VALUE 'X' 'V'.
               88  TAR-REVERSAL-ENTRY   VALUE 'R' 'V'.
               88  TAR-REVERSAL-SINGLE  VALUE 'R'.
               88  TAR-REVERSAL-TRANSFER VALUE 'V'.
               88  TAR-HEADER-RECORD    VALUE 'H'.
               88  TAR-TRAILER-RECORD   VALUE 'T'.
