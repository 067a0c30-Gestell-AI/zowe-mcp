      *****************************************************************
      *  PAYECARD - EXTERNAL PAYEE MAINTENANCE CARD LAYOUT
      *  USED BY:  PAYEMNT
      *  SAME CARD-DRIVEN STYLE AS THE ODPLCARD DECK: ONE CARD PER
      *  ACTION AGAINST PAYEFILE, KEYED ON THE PAYEE ID.  AN ADD
      *  ('A') CARD CARRIES EVERY FIELD; ON A CHANGE ('C') CARD A
      *  BLANK FIELD KEEPS WHAT IS ON FILE.  A CANCEL CARD ('X')
      *  NEEDS ONLY THE PAYEE ID.  THE ACCOUNT TYPE IS C (CHECKING)
      *  OR S (SAVINGS).
      *
      *  EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT IN
      *  COLUMNS 81-88, THE SAME COLUMNS ON EVERY MAINTENANCE DECK.
      *  A CARD WITHOUT ONE IS REJECTED; THE ID IS WRITTEN TO THE
      *  MAINTJNL JOURNAL WITH EACH CHANGE THE CARD MAKES.
      *****************************************************************
       01  PAYEE-MAINT-RECORD.
           05  PYM-ACTION-CODE          PIC X(01).
               88  PYM-ADD              VALUE 'A'.
               88  PYM-CHANGE           VALUE 'C'.
               88  PYM-CANCEL           VALUE 'X'.
           05  PYM-PAYEE-ID             PIC X(08).
           05  PYM-NAME                 PIC X(22).
           05  PYM-ROUTING              PIC X(09).
           05  PYM-DFI-ACCOUNT          PIC X(17).
           05  PYM-ACCOUNT-TYPE         PIC X(01).
           05  FILLER                   PIC X(22).
           05  PYM-OPERATOR-ID          PIC X(08).
