      *****************************************************************
      *  CASECOPY - CASH MONITORING CASE RECORD LAYOUT
      *  USED BY:  CASHMON
      *  ONE RECORD PER CASE CASHMON HAS RAISED, KEYED ON THE ACCOUNT,
      *  THE CASE TYPE AND THE ACTIVITY DATE, SO A NIGHTLY RERUN OVER
      *  THE SAME WINDOW FINDS THE CASE ALREADY ON FILE AND DOES NOT
      *  RAISE IT AGAIN:
      *      'C'  CURRENCY AGGREGATE - THE ACCOUNT'S CASH IN OR CASH
      *           OUT FOR ONE TXN DATE EXCEEDED THE REPORTING
      *           THRESHOLD.  ACTIVITY DATE IS THAT TXN DATE.
      *      'S'  STRUCTURING PATTERN - ENOUGH JUST-UNDER-THRESHOLD
      *           CASH ITEMS FELL INSIDE THE ROLLING WINDOW.  ACTIVITY
      *           DATE IS THE TXN DATE OF THE LATEST ITEM IN THE
      *           PATTERN, FIRST DATE THE EARLIEST.
      *  CASE-LAST-TXN-ID IS THE HIGHEST TXN-ID THE CASE COVERS.
      *  ONLY ACTIVITY POSTED AFTER IT (A HIGHER TXN-ID) CAN REOPEN
      *  THE QUESTION: A LATE ITEM ON A DATE ALREADY REPORTED AMENDS
      *  THAT CASE, A NEW JUST-UNDER ITEM RAISES A NEW PATTERN CASE.
      *  CASH IN AND CASH OUT ARE CARRIED AS POSITIVE AMOUNTS.
      *****************************************************************
       01  CASE-RECORD.
           05  CASE-KEY.
               10  CASE-ACCOUNT         PIC X(10).
               10  CASE-TYPE            PIC X(01).
                   88  CASE-CURRENCY    VALUE 'C'.
                   88  CASE-STRUCTURING VALUE 'S'.
               10  CASE-ACTIVITY-DATE   PIC X(10).
           05  CASE-OPENED-DATE         PIC X(10).
           05  CASE-UPDATED-DATE        PIC X(10).
           05  CASE-FIRST-DATE          PIC X(10).
           05  CASE-ITEM-COUNT          PIC 9(05).
           05  CASE-CASH-IN             PIC S9(11)V99 COMP-3.
           05  CASE-CASH-OUT            PIC S9(11)V99 COMP-3.
           05  CASE-FIRST-TXN-ID        PIC X(12).
           05  CASE-LAST-TXN-ID         PIC X(12).
           05  CASE-AMEND-COUNT         PIC 9(03).
           05  FILLER                   PIC X(103).
