      *****************************************************************
      *  PRODCOPY - PRODUCT MASTER RECORD LAYOUT
      *  SHARED BY:  PRODMNT, ACCTMNT, INTCALC, FEEASSES, DORMSCAN,
      *              VIEW, ODNOTICE, CLOSEOUT
      *  ONE RECORD PER ACCOUNT PRODUCT ON PRODFILE, KEYED ON THE
      *  PRODUCT CODE CUST-PRODUCT-CODE CARRIES.  IT HOLDS EVERYTHING
      *  THAT USED TO BE ONE VALUE FOR THE WHOLE BOOK: THE INTEREST
      *  RATE TIERS (SAME MEANING AS AN INTRATES CARD - THE LOWEST
      *  LIMIT AT OR ABOVE THE BALANCE PICKS THE RATE; A TIER WITH A
      *  ZERO LIMIT IS AN UNUSED SLOT), THE SERVICE FEE SCHEDULE
      *  (SAME MEANING AS THE FEESCHED CARD), THE NUMBER OF MONTHS
      *  WITHOUT ACTIVITY BEFORE DORMSCAN FLAGS AN ACCOUNT DORMANT,
      *  AND THE OVERDRAFT THRESHOLD VIEW, ODNOTICE AND FEEASSES TEST
      *  THE AVAILABLE BALANCE AGAINST.  AN ACCOUNT WITH NO PRODUCT
      *  CODE KEEPS THE RUN'S OWN DECK AND PARM VALUES.  PRODUCTS ARE
      *  SET UP AND CHANGED THROUGH THE PRODMNT CARD DECK.
      *****************************************************************
       01  PRODUCT-RECORD.
           05  PROD-CODE                PIC X(04).
           05  PROD-DESCRIPTION         PIC X(30).
           05  PROD-DORMANT-MONTHS      PIC 9(03).
           05  PROD-OVERDRAFT-THRESHOLD PIC S9(7)V99 COMP-3.
           05  PROD-FEE-SCHEDULE.
               10  PROD-MAINT-FEE       PIC S9(7)V99 COMP-3.
               10  PROD-TXN-FEE         PIC S9(5)V99 COMP-3.
               10  PROD-FREE-TXN-COUNT  PIC 9(03).
               10  PROD-OVERDRAFT-FEE   PIC S9(7)V99 COMP-3.
               10  PROD-MAINT-TXN-TYPE  PIC X(08).
               10  PROD-ACTIV-TXN-TYPE  PIC X(08).
               10  PROD-OD-TXN-TYPE     PIC X(08).
           05  PROD-RATE-TIER OCCURS 8 TIMES.
               10  PROD-TIER-LIMIT      PIC S9(9)V99 COMP-3.
               10  PROD-ANNUAL-RATE     PIC 9(2)V9(4) COMP-3.
           05  PROD-LAST-UPDATE         PIC X(08).
           05  FILLER                   PIC X(29).
