      *****************************************************************
      *  PAYECOPY - EXTERNAL PAYEE RECORD LAYOUT
      *  SHARED BY:  PAYEMNT, SORDMNT, ACHPREP
      *  ONE RECORD PER PAYEE AT ANOTHER BANK ON PAYEFILE, KEYED ON
      *  THE PAYEE ID.  IT HOLDS WHAT AN ACH CREDIT TO THE PAYEE
      *  NEEDS: THE PAYEE'S BANK ROUTING NUMBER (CHECK DIGIT PROVED
      *  WHEN THE PAYEE IS SET UP), THE ACCOUNT NUMBER AT THAT BANK,
      *  WHETHER IT IS A CHECKING OR SAVINGS ACCOUNT, AND THE NAME
      *  THE ENTRY IS ADDRESSED TO.  A STANDING ORDER OR A PAYMENT
      *  INSTRUCTION NAMES THE PAYEE BY ID.  A CANCELLED PAYEE IS
      *  KEPT ON FILE FOR THE AUDIT TRAIL BUT CANNOT BE PAID; A LATER
      *  ADD CARD FOR THE SAME ID REVIVES IT.  PAYEES ARE SET UP AND
      *  CHANGED THROUGH THE PAYEMNT CARD DECK.
      *****************************************************************
       01  PAYEE-RECORD.
           05  PAYEE-ID                 PIC X(08).
           05  PAYEE-NAME               PIC X(22).
           05  PAYEE-ROUTING.
               10  PAYEE-DFI-ID         PIC X(08).
               10  PAYEE-CHECK-DIGIT    PIC X(01).
           05  PAYEE-DFI-ACCOUNT        PIC X(17).
           05  PAYEE-ACCOUNT-TYPE       PIC X(01).
               88  PAYEE-CHECKING       VALUE 'C'.
               88  PAYEE-SAVINGS        VALUE 'S'.
           05  PAYEE-STATUS             PIC X(01).
               88  PAYEE-ACTIVE         VALUE 'A'.
               88  PAYEE-CANCELLED      VALUE 'C'.
           05  PAYEE-LAST-UPDATE        PIC X(08).
           05  FILLER                   PIC X(34).
