      *****************************************************************
      *  SORDCOPY - STANDING-ORDER MASTER RECORD LAYOUT
      *  SHARED BY:  SORDMNT, SORDGEN, ACCTMNT, CLOSEOUT, CLOSEFIN
      *  ONE RECORD PER RECURRING ORDER (RENT, PAYROLL DRAFT, SERVICE
      *  FEE...), KEYED ON SORD-KEY.  SORDGEN EMITS A TXN-ACTIVITY-
      *  RECORD FOR EVERY ACTIVE ORDER WHOSE NEXT-DUE DATE HAS COME
      *  GENERATES.  SORD-ANCHOR-DAY HOLDS THE DAY-OF-MONTH THE ORDER
      *  WAS SET UP WITH, SO A MONTHLY ORDER CLAMPED TO A SHORT
      *  MONTH'S END RETURNS TO ITS OWN DAY IN THE NEXT LONG MONTH.
      *  SORD-ACCOUNT IS AN ALTERNATE KEY (DUPLICATES ALLOWED) SO AN
      *  ACCOUNT'S ORDERS CAN BE READ WITHOUT PASSING THE WHOLE FILE
      *  - THE CLOSE AND CLOSEOUT RUNS USE IT.  SORD-PAYEE-ID, WHEN
      *  SET, NAMES A PAYEE ON PAYEFILE AT ANOTHER BANK: THE ORDER IS
      *  THEN A PAYMENT OUT BY ACH, AND SORDGEN WRITES A PAYMENT
      *  INSTRUCTION FOR ACHPREP INSTEAD OF AN ACTIVITY CARD.
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05  SORD-KEY                 PIC X(08).
               88  SORD-CANCELLED       VALUE 'C'.
           05  SORD-LAST-UPDATE         PIC X(10).
           05  SORD-ANCHOR-DAY          PIC 9(02).
           05  SORD-PAYEE-ID            PIC X(08).
           05  FILLER                   PIC X(06).
