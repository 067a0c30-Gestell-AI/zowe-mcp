      *****************************************************************
      *  ODPLCARD - OVERDRAFT-PROTECTION LINK MAINTENANCE CARD LAYOUT
      *  USED BY:  ODPLMNT
      *  SAME CARD-DRIVEN STYLE AS THE SORDCARD DECK: ONE CARD PER
      *  ACTION AGAINST ODPLINK, KEYED ON THE PROTECTED ACCOUNT.  A
      *  LINK ('L') OR CHANGE ('C') CARD NAMES THE FUNDING ACCOUNT; A
      *  CANCEL CARD ('X') NEEDS ONLY THE PROTECTED ACCOUNT.
      *
      *  EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT IN
      *  COLUMNS 81-88, THE SAME COLUMNS ON EVERY MAINTENANCE DECK.
      *  A CARD WITHOUT ONE IS REJECTED; THE ID IS WRITTEN TO THE
      *  MAINTJNL JOURNAL WITH EACH CHANGE THE CARD MAKES.
      *****************************************************************
       01  OD-LINK-MAINT-RECORD.
           05  OLC-ACTION-CODE          PIC X(01).
               88  OLC-LINK             VALUE 'L'.
               88  OLC-CHANGE           VALUE 'C'.
               88  OLC-CANCEL           VALUE 'X'.
           05  OLC-PROTECTED-ACCOUNT    PIC X(10).
           05  OLC-FUNDING-ACCOUNT      PIC X(10).
           05  FILLER                   PIC X(59).
           05  OLC-OPERATOR-ID          PIC X(08).
