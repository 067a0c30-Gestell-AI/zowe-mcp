      *****************************************************************
      *  SUSPCARD - SUSPENSE ITEM MAINTENANCE CARD LAYOUT
      *  USED BY:  SUSPMNT
      *  SAME CARD-DRIVEN STYLE AS THE ACCTMNT ACCTCARD DECK: ONE
      *  CARD PER ACTION AGAINST THE SUSPENSE FILE, KEYED ON THE
      *  REJECTED CARD'S BATCH ID AND DETAIL SEQUENCE (BOTH PRINTED
      *  ON THE SUSPAGE REPORT).  A CORRECT CARD REPLACES ONLY THE
      *  FIELDS IT FILLS IN - BLANK (OR A ZERO AMOUNT) KEEPS WHAT THE
      *  REJECTED CARD CARRIED - AND CLEARS THE ITEM FOR THE NEXT
      *  RESUBMISSION.  A RELEASE CARD CLEARS IT UNCHANGED (E.G.
      *  ONCE A DORMANT ACCOUNT HAS BEEN REACTIVATED).  A CANCEL CARD
      *  WRITES THE ITEM OFF; IT WILL NEVER POST.
      *
      *  EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT IN
      *  COLUMNS 81-88, THE SAME COLUMNS ON EVERY MAINTENANCE DECK.
      *  A CARD WITHOUT ONE IS REJECTED; THE ID IS WRITTEN TO THE
      *  MAINTJNL JOURNAL WITH EACH CHANGE THE CARD MAKES.
      *****************************************************************
       01  SUSP-MAINT-RECORD.
           05  SMC-ACTION-CODE          PIC X(01).
               88  SMC-CORRECT          VALUE 'C'.
               88  SMC-RELEASE          VALUE 'R'.
               88  SMC-CANCEL           VALUE 'X'.
           05  SMC-BATCH-ID             PIC X(08).
           05  SMC-CARD-SEQ             PIC 9(06).
           05  SMC-FROM-ACCOUNT         PIC X(10).
           05  SMC-TXN-TYPE             PIC X(08).
           05  SMC-AMOUNT               PIC S9(9)V99.
           05  SMC-AMOUNT-X REDEFINES SMC-AMOUNT
                                        PIC X(11).
           05  SMC-TXN-DATE             PIC X(10).
           05  SMC-TO-ACCOUNT           PIC X(10).
           05  FILLER                   PIC X(16).
           05  SMC-OPERATOR-ID          PIC X(08).
