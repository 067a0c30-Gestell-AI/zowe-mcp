      *  SETS THE CUST-ADDRESS-BLOCK ON AN EXISTING ACCOUNT.  AN ADD
      *  FOLLOWED BY AN ADDRESS CARD IN THE SAME DECK CAPTURES A NEW
      *  ACCOUNT'S ADDRESS IN ONE RUN.
      *
      *  A TAX CARD ('T') CARRIES THE TAXPAYER ID AND THE BACKUP
      *  WITHHOLDING FLAG IN THE SAME PLACE (THE SECOND REDEFINED
      *  VIEW).  A BLANK FIELD ON THE CARD LEAVES THAT FIELD ON THE
      *  ACCOUNT AS IT WAS, SO EITHER CAN BE CHANGED ON ITS OWN.
      *
      *  AN ADD CARD MAY NAME THE NEW ACCOUNT'S PRODUCT CODE; A
      *  PRODUCT CARD ('P') CHANGES IT ON AN EXISTING ACCOUNT (THE
      *  THIRD REDEFINED VIEW).  EITHER WAY THE CODE MUST BE ON
      *  PRODFILE.
      *
      *  A CLOSE CARD ('C') ONLY CLOSES AN ACCOUNT THAT IS ALREADY
      *  EMPTY - ZERO BALANCE, NO OPEN HOLDS, NO ACTIVE STANDING
      *  ORDERS, AND NO ACTIVE OVERDRAFT-PROTECTION LINK, WHETHER
      *  PROTECTING THE ACCOUNT OR FUNDED BY IT.  ANY OTHER ACCOUNT
      *  IS CLOSED THROUGH THE CLOSEOUT RUN: A CLOSEOUT CARD ('F')
      *  WITH 'Y' IN THE FOURTH REDEFINED VIEW FLAGS THE ACCOUNT FOR
      *  IT, AND 'N' WITHDRAWS THE FLAG AS LONG AS THE CLOSEOUT HAS
      *  NOT YET BEEN PREPARED.
      *
      *  EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT IN
      *  COLUMNS 81-88, THE SAME COLUMNS ON EVERY MAINTENANCE DECK.
      *  A CARD WITHOUT ONE IS REJECTED; THE ID IS WRITTEN TO THE
      *  MAINTJNL JOURNAL WITH EACH CHANGE THE CARD MAKES.
      *****************************************************************
       01  ACCT-MAINT-RECORD.
           05  ACM-ACTION-CODE          PIC X(01).
               88  ACM-CLOSE            VALUE 'C'.
               88  ACM-REACTIVATE       VALUE 'R'.
               88  ACM-ADDRESS          VALUE 'M'.
               88  ACM-TAX-DETAILS      VALUE 'T'.
               88  ACM-PRODUCT-CHANGE   VALUE 'P'.
               88  ACM-CLOSEOUT         VALUE 'F'.
           05  ACM-CUST-KEY             PIC X(10).
           05  ACM-MAINT-DETAIL.
               10  ACM-CUST-NAME        PIC X(35).
               10  ACM-CUST-ACCT-BALANCE PIC S9(9)V99.
               10  ACM-EFFECTIVE-DATE   PIC X(10).
               10  ACM-PRODUCT-CODE     PIC X(04).
               10  FILLER               PIC X(09).
           05  ACM-ADDRESS-DETAIL REDEFINES ACM-MAINT-DETAIL.
               10  ACM-ADDR-STREET      PIC X(30).
               10  ACM-ADDR-CITY        PIC X(20).
               10  ACM-ADDR-STATE       PIC X(02).
               10  ACM-ADDR-ZIP         PIC X(10).
               10  FILLER               PIC X(07).
           05  ACM-TAX-DETAIL REDEFINES ACM-MAINT-DETAIL.
               10  ACM-TAXPAYER-ID      PIC X(09).
               10  ACM-WITHHOLDING-FLAG PIC X(01).
                   88  ACM-WITHHOLDING-VALID VALUE 'Y' 'N' ' '.
               10  FILLER               PIC X(59).
           05  ACM-PRODUCT-DETAIL REDEFINES ACM-MAINT-DETAIL.
               10  ACM-NEW-PRODUCT-CODE PIC X(04).
               10  FILLER               PIC X(65).
           05  ACM-CLOSEOUT-DETAIL REDEFINES ACM-MAINT-DETAIL.
               10  ACM-CLOSEOUT-REQUEST PIC X(01).
                   88  ACM-CLOSEOUT-ON  VALUE 'Y'.
                   88  ACM-CLOSEOUT-OFF VALUE 'N'.
               10  FILLER               PIC X(68).
           05  ACM-OPERATOR-ID          PIC X(08).
