      *****************************************************************
      *  CUSTCOPY - ACCOUNT-FILE RECORD LAYOUT
      *  SHARED BY:  VIEW, ACCTMNT, TXNPOST, INQUIRY, INT1099,
      *              INTCALC, FEEASSES, DORMSCAN, ODNOTICE, ODPLMNT,
      *              ODSWEEP, CLOSEOUT, CLOSEFIN, ACHIN, ACHPREP
      *****************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-KEY                PIC X(10).
               10  CUST-ADDR-CITY       PIC X(20).
               10  CUST-ADDR-STATE      PIC X(02).
               10  CUST-ADDR-ZIP        PIC X(10).
      *****************************************************************
      *  TAX REPORTING FIELDS, MAINTAINED THROUGH THE ACCTMNT TAX
      *  CARD ('T').  CUST-TAXPAYER-ID IS THE NINE-DIGIT SSN OR EIN
      *  THE YEAR-END INT1099 RUN FILES UNDER - SPACES MEANS NONE
      *  HAS BEEN CAPTURED, AND INT1099 LISTS THE ACCOUNT AS AN
      *  EXCEPTION RATHER THAN FILING IT.  CUST-WITHHOLDING-FLAG 'Y'
      *  MARKS A PAYEE SUBJECT TO BACKUP WITHHOLDING; SPACES READS AS
      *  NOT SUBJECT.
      *****************************************************************
           05  CUST-TAXPAYER-ID         PIC X(09).
           05  CUST-WITHHOLDING-FLAG    PIC X(01).
               88  CUST-BACKUP-WITHHOLDING VALUE 'Y'.
      *****************************************************************
      *  CUST-PRODUCT-CODE - THE ACCOUNT'S PRODUCT ON PRODFILE, SET
      *  ON THE ACCTMNT ADD CARD OR CHANGED WITH A PRODUCT CARD
      *  ('P').  INTCALC, FEEASSES, DORMSCAN, VIEW AND ODNOTICE TAKE
      *  THE ACCOUNT'S RATE TIERS, FEE SCHEDULE, DORMANCY PERIOD AND
      *  OVERDRAFT THRESHOLD FROM IT.  SPACES MEANS NO PRODUCT HAS
      *  BEEN ASSIGNED, AND THOSE RUNS FALL BACK TO THEIR OWN DECK
      *  AND PARM VALUES FOR THE ACCOUNT.
      *****************************************************************
           05  CUST-PRODUCT-CODE        PIC X(04).
      *****************************************************************
      *  CLOSEOUT FIELDS.  AN ACCTMNT CLOSEOUT CARD ('F') SETS THE
      *  FLAG TO 'Y' - FLAGGED FOR CLOSURE.  THE CLOSEOUT RUN ACCRUES
      *  INTEREST TO THE CLOSE DATE, CANCELS THE STANDING ORDERS,
      *  RELEASES THE HOLDS, CARDS THE INTEREST AND THE PAYOUT FOR
      *  TXNPOST AND MOVES THE FLAG TO 'P' - PREPARED - RECORDING THE
      *  CLOSE DATE, THE INTEREST AND THE PAYOUT FOR THE CLOSING
      *  LETTER.  ONCE THE CARDS HAVE POSTED AND THE BALANCE STANDS
      *  AT ZERO, CLOSEFIN PRINTS THE LETTER AND ONLY THEN SETS
      *  CUST-CLOSED.  SPACES MEANS NO CLOSURE HAS BEEN ASKED FOR;
      *  THE AMOUNT FIELDS ARE ONLY MEANINGFUL WHILE THE FLAG IS 'P'.
      *****************************************************************
           05  CUST-CLOSEOUT-DETAIL.
               10  CUST-CLOSEOUT-FLAG   PIC X(01).
                   88  CUST-CLOSEOUT-REQUESTED VALUE 'Y'.
                   88  CUST-CLOSEOUT-PREPARED  VALUE 'P'.
               10  CUST-CLOSEOUT-DATE   PIC X(10).
               10  CUST-CLOSEOUT-INTEREST
                                        PIC S9(7)V99 COMP-3.
               10  CUST-CLOSEOUT-PAYOUT PIC S9(9)V99 COMP-3.
           05  FILLER                   PIC X(40).
