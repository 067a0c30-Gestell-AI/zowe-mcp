      *  HOLD ID.  A PLACE CARD NAMES THE AMOUNT EARMARKED AND THE
      *  EXPIRY DATE THE HOLD LAPSES ON ITS OWN; A RELEASE CARD NEEDS
      *  ONLY THE KEY.
      *
      *  EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT IN
      *  COLUMNS 81-88, THE SAME COLUMNS ON EVERY MAINTENANCE DECK.
      *  A CARD WITHOUT ONE IS REJECTED; THE ID IS WRITTEN TO THE
      *  MAINTJNL JOURNAL WITH EACH CHANGE THE CARD MAKES.
      *****************************************************************
       01  HOLD-MAINT-RECORD.
           05  HMC-ACTION-CODE          PIC X(01).
           05  HMC-EXPIRY-DATE          PIC X(10).
           05  HMC-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(12).
           05  HMC-OPERATOR-ID          PIC X(08).
