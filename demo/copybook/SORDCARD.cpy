      *  USED BY:  SORDMNT
      *  SAME CARD-DRIVEN STYLE AS THE ACCTMNT ACCTCARD DECK: ONE
      *  CARD PER ACTION AGAINST THE STANDING-ORDER FILE, KEYED ON
      *  THE ORDER ID.  A PAYEE CARD ('P') POINTS AN ORDER AT A PAYEE
      *  ON PAYEFILE SO IT IS PAID OUT BY ACH, OR WITH THE PAYEE ID
      *  LEFT BLANK TURNS IT BACK INTO AN ORDINARY ORDER; IT CARRIES
      *  ONLY THE ORDER ID AND THE PAYEE ID.
      *
      *  EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT IN
      *  COLUMNS 81-88, THE SAME COLUMNS ON EVERY MAINTENANCE DECK.
      *  A CARD WITHOUT ONE IS REJECTED; THE ID IS WRITTEN TO THE
      *  MAINTJNL JOURNAL WITH EACH CHANGE THE CARD MAKES.
      *****************************************************************
       01  SORD-MAINT-RECORD.
           05  SOM-ACTION-CODE          PIC X(01).
               88  SOM-ADD              VALUE 'A'.
               88  SOM-CHANGE           VALUE 'C'.
               88  SOM-CANCEL           VALUE 'X'.
               88  SOM-PAYEE            VALUE 'P'.
           05  SOM-ORDER-ID             PIC X(08).
           05  SOM-ORDER-DETAIL.
               10  SOM-ACCOUNT          PIC X(10).
               10  SOM-TXN-TYPE         PIC X(08).
               10  SOM-AMOUNT           PIC S9(9)V99.
               10  SOM-DESCRIPTION      PIC X(30).
               10  SOM-FREQUENCY        PIC X(01).
               10  SOM-NEXT-DUE-DATE    PIC X(10).
               10  FILLER               PIC X(01).
           05  SOM-PAYEE-DETAIL REDEFINES SOM-ORDER-DETAIL.
               10  SOM-PAYEE-ID         PIC X(08).
               10  FILLER               PIC X(63).
           05  SOM-OPERATOR-ID          PIC X(08).
