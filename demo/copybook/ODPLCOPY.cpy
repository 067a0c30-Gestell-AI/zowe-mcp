      *****************************************************************
      *  ODPLCOPY - OVERDRAFT-PROTECTION LINK RECORD LAYOUT
      *  SHARED BY:  ODPLMNT, ODSWEEP, CLOSEOUT, ACCTMNT
      *  ONE RECORD PER PROTECTED ACCOUNT ON ODPLINK, KEYED ON THE
      *  PROTECTED ACCOUNT, NAMING THE ACCOUNT THAT FUNDS IT WHEN ITS
      *  AVAILABLE BALANCE GOES BELOW ZERO.  THE FUNDING ACCOUNT IS
      *  ALSO AN ALTERNATE KEY (WITH DUPLICATES - ONE SAVINGS ACCOUNT
      *  MAY PROTECT SEVERAL), SO ODSWEEP CAN WALK THE LINKS ONE
      *  FUNDING ACCOUNT AT A TIME.  A CANCELLED LINK IS KEPT ON FILE
      *  FOR THE AUDIT TRAIL BUT NEVER SWEEPS; A LATER LINK CARD FOR
      *  THE SAME PROTECTED ACCOUNT REVIVES IT.  LINKS ARE SET UP AND
      *  CHANGED THROUGH THE ODPLMNT CARD DECK.
      *****************************************************************
       01  OD-PROTECTION-LINK-RECORD.
           05  ODP-PROTECTED-ACCOUNT    PIC X(10).
           05  ODP-FUNDING-ACCOUNT      PIC X(10).
           05  ODP-STATUS               PIC X(01).
               88  ODP-ACTIVE           VALUE 'A'.
               88  ODP-CANCELLED        VALUE 'C'.
           05  ODP-LINKED-DATE          PIC X(08).
           05  ODP-LAST-UPDATE          PIC X(08).
           05  FILLER                   PIC X(43).
