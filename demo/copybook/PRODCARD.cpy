      *****************************************************************
      *  PRODCARD - PRODUCT MASTER MAINTENANCE CARD LAYOUT
      *  USED BY:  PRODMNT
      *  SAME CARD-DRIVEN STYLE AS THE SORDCARD AND HOLDCARD DECKS:
      *  ONE CARD PER ACTION AGAINST PRODFILE, KEYED ON THE PRODUCT
      *  CODE.  AN ADD ('A') OR UPDATE ('U') CARD CARRIES THE
      *  DESCRIPTION, DORMANCY MONTHS AND OVERDRAFT THRESHOLD; ON AN
      *  UPDATE A BLANK FIELD KEEPS WHAT IS ON FILE.  A FEE CARD
      *  ('F') REPLACES THE PRODUCT'S WHOLE FEE SCHEDULE, LAID OUT
      *  LIKE THE FEESCHED CARD.  A RATE CARD ('R') SETS ONE OF THE
      *  PRODUCT'S EIGHT RATE TIER SLOTS, LAID OUT LIKE AN INTRATES
      *  CARD; A ZERO LIMIT EMPTIES THE SLOT.
      *
      *  EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT IN
      *  COLUMNS 81-88, THE SAME COLUMNS ON EVERY MAINTENANCE DECK.
      *  A CARD WITHOUT ONE IS REJECTED; THE ID IS WRITTEN TO THE
      *  MAINTJNL JOURNAL WITH EACH CHANGE THE CARD MAKES.
      *****************************************************************
       01  PROD-MAINT-RECORD.
           05  PMC-ACTION-CODE          PIC X(01).
               88  PMC-ADD              VALUE 'A'.
               88  PMC-UPDATE           VALUE 'U'.
               88  PMC-FEE-SCHEDULE     VALUE 'F'.
               88  PMC-RATE-TIER        VALUE 'R'.
           05  PMC-PRODUCT-CODE         PIC X(04).
           05  PMC-PRODUCT-DETAIL.
               10  PMC-DESCRIPTION      PIC X(30).
               10  PMC-DORMANT-MONTHS-X PIC X(03).
               10  PMC-DORMANT-MONTHS REDEFINES PMC-DORMANT-MONTHS-X
                                        PIC 9(03).
               10  PMC-OD-THRESHOLD-X   PIC X(09).
               10  PMC-OD-THRESHOLD REDEFINES PMC-OD-THRESHOLD-X
                                        PIC S9(7)V99.
               10  FILLER               PIC X(33).
           05  PMC-FEE-DETAIL REDEFINES PMC-PRODUCT-DETAIL.
               10  PMC-MAINT-FEE        PIC S9(7)V99.
               10  PMC-TXN-FEE          PIC S9(5)V99.
               10  PMC-FREE-TXN-COUNT   PIC 9(3).
               10  PMC-OVERDRAFT-FEE    PIC S9(7)V99.
               10  PMC-MAINT-TXN-TYPE   PIC X(08).
               10  PMC-ACTIV-TXN-TYPE   PIC X(08).
               10  PMC-OD-TXN-TYPE      PIC X(08).
               10  FILLER               PIC X(23).
           05  PMC-TIER-DETAIL REDEFINES PMC-PRODUCT-DETAIL.
               10  PMC-TIER-NUMBER      PIC 9(02).
               10  PMC-TIER-LIMIT       PIC S9(9)V99.
               10  PMC-ANNUAL-RATE      PIC 9(2)V9(4).
               10  FILLER               PIC X(56).
           05  PMC-OPERATOR-ID          PIC X(08).
