      *****************************************************************
      *  ACHCCARD - ACH INTERFACE CONTROL CARD LAYOUT
      *  USED BY:  ACHIN, ACHRET, ACHORIG
      *  ONE CARD ON ACHCTL NAMING THE BANK TO THE ACH NETWORK: OUR
      *  NINE-DIGIT ROUTING NUMBER (AN INBOUND FILE MUST BE ADDRESSED
      *  TO IT, AND ITS FIRST EIGHT DIGITS ARE THE ODFI ID AND TRACE
      *  PREFIX ON EVERYTHING WE SEND), THE ACH OPERATOR'S ROUTING
      *  NUMBER FILES ARE SENT TO, BOTH NAMES FOR THE FILE HEADER,
      *  AND THE COMPANY ID OUR OWN ORIGINATIONS GO OUT UNDER.  DATA
      *  CONTROL MAINTAINS THE CARD DIRECTLY.
      *****************************************************************
       01  ACH-CONTROL-CARD.
           05  ACC-OUR-ROUTING.
               10  ACC-OUR-DFI-ID       PIC X(08).
               10  ACC-OUR-CHECK-DIGIT  PIC X(01).
           05  ACC-OPERATOR-ROUTING     PIC X(09).
           05  ACC-OUR-NAME             PIC X(23).
           05  ACC-OPERATOR-NAME        PIC X(23).
           05  ACC-COMPANY-ID           PIC X(10).
           05  FILLER                   PIC X(06).
