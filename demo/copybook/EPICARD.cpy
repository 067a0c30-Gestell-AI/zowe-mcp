      *****************************************************************
      *  EPICARD - EXTERNAL PAYMENT INSTRUCTION CARD LAYOUT
      *  USED BY:  SORDGEN, ACHPREP
      *  ONE CARD PER PAYMENT TO A PAYEE AT ANOTHER BANK: THE
      *  ACCOUNT TO DEBIT, THE PAYEE ON PAYEFILE, THE AMOUNT (ALWAYS
      *  POSITIVE - IT IS TAKEN OUT OF THE ACCOUNT) AND THE DATE THE
      *  DEBIT IS DATED.  SORDGEN WRITES ONE FOR EACH DUE PERIOD OF A
      *  STANDING ORDER THAT NAMES A PAYEE, CARRYING THE ORDER ID;
      *  DATA ENTRY KEYS ONE-OFF TRANSFERS TO ANOTHER BANK IN THE
      *  SAME LAYOUT WITH THE ORDER ID LEFT BLANK.  ACHPREP TURNS THE
      *  DECK INTO THE DEBIT BATCH AND THE OUTBOUND ACH ITEMS.
      *****************************************************************
       01  EXT-PAYMENT-INSTRUCTION.
           05  EPI-FROM-ACCOUNT         PIC X(10).
           05  EPI-PAYEE-ID             PIC X(08).
           05  EPI-AMOUNT               PIC 9(09)V99.
           05  EPI-PAY-DATE             PIC X(10).
           05  EPI-DESCRIPTION          PIC X(30).
           05  EPI-ORDER-ID             PIC X(08).
           05  FILLER                   PIC X(03).
