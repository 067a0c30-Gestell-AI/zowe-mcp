      *****************************************************************
      *  SUSPCOPY - REJECTED-ACTIVITY SUSPENSE RECORD LAYOUT
      *  SHARED BY:  TXNPOST, SUSPMNT, SUSPRSUB, SUSPAGE, BALPROOF,
      *              ACHRET, ACHORIG
      *  ONE RECORD PER ACTIVITY CARD TXNPOST HAS REJECTED, KEYED ON
      *  THE BATCH ID AND THE CARD'S DETAIL SEQUENCE WITHIN THAT
      *  BATCH - UNIQUE, SINCE BATCHCTL NEVER LETS A BATCH ID POST
      *  TWICE.  THE CARD AS FIRST REJECTED IS KEPT UNTOUCHED IN
      *  SUS-ORIGINAL-CARD FOR AUDIT; SUS-CURRENT-CARD IS THE CARD AS
      *  IT WILL NEXT BE SUBMITTED, CHANGED ONLY BY A SUSPMNT
      *  CORRECTION.
      *
      *  AN ITEM MOVES OPEN -> CLEARED (CORRECTED OR RELEASED AS IS
      *  THROUGH SUSPMNT) -> RESUBMITTED (WRITTEN TO THE SUSPRSUB
      *  DECK, WHICH TXNBATCH STAMPS AND TXNPOST POSTS) -> POSTED.
      *  SUS-RESUB-KEY NAMES THE RESUBMISSION BATCH AND THE CARD'S
      *  SEQUENCE IN IT, SO TXNPOST CAN FIND THE ITEM AGAIN: A CARD
      *  THAT POSTS CLOSES THE ITEM, ONE THAT REJECTS AGAIN REOPENS
      *  IT UNDER ITS FIRST-REJECT DATE.  A CANCELLED ITEM IS KEPT
      *  ON FILE, LIKE A CANCELLED STANDING ORDER, FOR THE HISTORY.
      *  ACHRET CANCELS THE OPEN ITEM OF AN ACH ENTRY IT RETURNS, AND
      *  ACHORIG THAT OF A PAYMENT DEBIT IT DECLINES, SO NEITHER CAN
      *  BE RESUBMITTED ONCE THE MONEY HAS BEEN SETTLED OTHERWISE.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-KEY.
               10  SUS-BATCH-ID         PIC X(08).
               10  SUS-CARD-SEQ         PIC 9(06).
           05  SUS-STATUS               PIC X(01).
               88  SUS-OPEN             VALUE 'O'.
               88  SUS-CLEARED          VALUE 'C'.
               88  SUS-RESUBMITTED      VALUE 'R'.
               88  SUS-POSTED           VALUE 'P'.
               88  SUS-CANCELLED        VALUE 'X'.
               88  SUS-OUTSTANDING      VALUE 'O' 'C' 'R'.
           05  SUS-REASON-CODE          PIC X(03).
           05  SUS-REASON-TEXT          PIC X(35).
           05  SUS-FIRST-REJECT-DATE    PIC X(10).
           05  SUS-LAST-REJECT-DATE     PIC X(10).
           05  SUS-REJECT-COUNT         PIC 9(03).
           05  SUS-STATUS-DATE          PIC X(10).
           05  SUS-RESUB-KEY.
               10  SUS-RESUB-BATCH-ID   PIC X(08).
               10  SUS-RESUB-SEQ        PIC 9(06).
           05  SUS-POSTED-TXN-ID        PIC X(12).
           05  SUS-ORIGINAL-CARD        PIC X(80).
           05  SUS-CURRENT-CARD         PIC X(80).
           05  FILLER                   PIC X(28).
