      *****************************************************************
      *  CTRXCOPY - CURRENCY TRANSACTION FILING EXTRACT LAYOUT
      *  USED BY:  CASHMON
      *  FIXED-FORMAT HAND-OFF TO THE REGULATORY FILING SYSTEM: A
      *  HEADER ('H') NAMING THE BUSINESS DATE AND THE THRESHOLD IN
      *  FORCE, ONE DETAIL ('D') PER QUALIFYING DAILY CURRENCY
      *  AGGREGATE, AND A TRAILER ('T') CARRYING THE DETAIL COUNT
      *  AND THE CASH IN / CASH OUT TOTALS OF THE DETAILS.  A DETAIL
      *  FOR A DATE ALREADY FILED CARRIES AMENDMENT FLAG 'A' AND THE
      *  CORRECTED FULL-DAY TOTALS, NOT JUST THE LATE ITEMS.  ONLY
      *  CURRENCY CASES ARE FILED; STRUCTURING CASES GO TO THE
      *  INVESTIGATORS ON THE CASE REPORT.  AMOUNTS ARE UNSIGNED.
      *****************************************************************
       01  CTR-EXTRACT-RECORD.
           05  CTX-RECORD-TYPE          PIC X(01).
               88  CTX-HEADER           VALUE 'H'.
               88  CTX-DETAIL           VALUE 'D'.
               88  CTX-TRAILER          VALUE 'T'.
           05  CTX-DETAIL-AREA.
               10  CTX-AMEND-FLAG       PIC X(01).
                   88  CTX-ORIGINAL     VALUE 'N'.
                   88  CTX-AMENDMENT    VALUE 'A'.
               10  CTX-ACCOUNT          PIC X(10).
               10  CTX-CUST-NAME        PIC X(35).
               10  CTX-ADDR-STREET      PIC X(30).
               10  CTX-ADDR-CITY        PIC X(20).
               10  CTX-ADDR-STATE       PIC X(02).
               10  CTX-ADDR-ZIP         PIC X(10).
               10  CTX-ACTIVITY-DATE    PIC X(10).
               10  CTX-CASH-IN          PIC 9(11)V99.
               10  CTX-CASH-OUT         PIC 9(11)V99.
               10  CTX-ITEM-COUNT       PIC 9(05).
               10  CTX-FIRST-TXN-ID     PIC X(12).
               10  CTX-LAST-TXN-ID      PIC X(12).
               10  FILLER               PIC X(26).
           05  CTX-HEADER-AREA REDEFINES CTX-DETAIL-AREA.
               10  CTX-BUSINESS-DATE    PIC X(10).
               10  CTX-THRESHOLD        PIC 9(09)V99.
               10  FILLER               PIC X(178).
           05  CTX-TRAILER-AREA REDEFINES CTX-DETAIL-AREA.
               10  CTX-DETAIL-COUNT     PIC 9(07).
               10  CTX-CASH-IN-TOTAL    PIC 9(13)V99.
               10  CTX-CASH-OUT-TOTAL   PIC 9(13)V99.
               10  FILLER               PIC X(162).
