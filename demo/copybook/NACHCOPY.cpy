      *****************************************************************
      *  NACHCOPY - NACHA ACH FILE RECORD LAYOUT
      *  USED BY:  ACHIN, ACHRET, ACHORIG
      *  ONE 94-BYTE RECORD OF A STANDARD NACHA FILE, BLOCKED TEN TO
      *  A BLOCK.  NACH-RECORD-TYPE SAYS WHICH VIEW OF THE BODY
      *  APPLIES: FILE HEADER (1), BATCH HEADER (5), ENTRY DETAIL
      *  (6), ADDENDA (7), BATCH CONTROL (8) AND FILE CONTROL (9).
      *  A LAST BLOCK IS FILLED OUT WITH RECORDS OF ALL NINES.
      *
      *  THE ENTRY HASH IS THE SUM OF THE EIGHT-DIGIT RECEIVING DFI
      *  IDENTIFICATIONS OF THE ENTRIES, KEEPING ONLY ITS LOW-ORDER
      *  TEN DIGITS.  A TRANSACTION CODE WHOSE SECOND DIGIT IS 1 TO
      *  4 IS A CREDIT (2 LIVE, 3 PRENOTE, 1 A RETURN), 6 TO 9 A
      *  DEBIT (7 LIVE, 8 PRENOTE, 6 A RETURN); THE FIRST DIGIT IS 2
      *  FOR A CHECKING ACCOUNT AND 3 FOR SAVINGS.
      *****************************************************************
       01  NACHA-RECORD.
           05  NACH-RECORD-TYPE         PIC X(01).
               88  NACH-FILE-HEADER     VALUE '1'.
               88  NACH-BATCH-HEADER    VALUE '5'.
               88  NACH-ENTRY-DETAIL    VALUE '6'.
               88  NACH-ADDENDA         VALUE '7'.
               88  NACH-BATCH-CONTROL   VALUE '8'.
               88  NACH-FILE-CONTROL    VALUE '9'.
           05  NACH-RECORD-BODY         PIC X(93).
           05  NACH-FILE-HEADER-BODY REDEFINES NACH-RECORD-BODY.
               10  NFH-PRIORITY-CODE    PIC X(02).
               10  NFH-IMMEDIATE-DEST   PIC X(10).
               10  NFH-IMMEDIATE-ORIGIN PIC X(10).
               10  NFH-CREATION-DATE    PIC X(06).
               10  NFH-CREATION-TIME    PIC X(04).
               10  NFH-FILE-ID-MODIFIER PIC X(01).
               10  NFH-RECORD-SIZE      PIC X(03).
               10  NFH-BLOCKING-FACTOR  PIC X(02).
               10  NFH-FORMAT-CODE      PIC X(01).
               10  NFH-DEST-NAME        PIC X(23).
               10  NFH-ORIGIN-NAME      PIC X(23).
               10  NFH-REFERENCE-CODE   PIC X(08).
           05  NACH-BATCH-HEADER-BODY REDEFINES NACH-RECORD-BODY.
               10  NBH-SERVICE-CLASS    PIC X(03).
               10  NBH-COMPANY-NAME     PIC X(16).
               10  NBH-COMPANY-DISC     PIC X(20).
               10  NBH-COMPANY-ID       PIC X(10).
               10  NBH-SEC-CODE         PIC X(03).
               10  NBH-ENTRY-DESC       PIC X(10).
               10  NBH-DESCRIPTIVE-DATE PIC X(06).
               10  NBH-EFFECTIVE-DATE   PIC X(06).
               10  NBH-SETTLEMENT-DATE  PIC X(03).
               10  NBH-ORIGINATOR-STATUS
                                        PIC X(01).
               10  NBH-ODFI-ID          PIC X(08).
               10  NBH-BATCH-NUMBER     PIC 9(07).
           05  NACH-ENTRY-DETAIL-BODY REDEFINES NACH-RECORD-BODY.
               10  NED-TRANSACTION-CODE.
                   15  NED-ACCOUNT-CLASS
                                        PIC X(01).
                       88  NED-CHECKING-ACCOUNT VALUE '2'.
                       88  NED-SAVINGS-ACCOUNT  VALUE '3'.
                   15  NED-ENTRY-KIND   PIC X(01).
                       88  NED-CREDIT-ENTRY     VALUE '1' THRU '4'.
                       88  NED-DEBIT-ENTRY      VALUE '6' THRU '9'.
                       88  NED-LIVE-ENTRY       VALUE '2' '7'.
                       88  NED-PRENOTE-ENTRY    VALUE '3' '8'.
               10  NED-RDFI-ID          PIC 9(08).
               10  NED-CHECK-DIGIT      PIC X(01).
               10  NED-DFI-ACCOUNT      PIC X(17).
               10  NED-DFI-ACCOUNT-PARTS REDEFINES NED-DFI-ACCOUNT.
                   15  NED-DFI-ACCOUNT-ID
                                        PIC X(10).
                   15  NED-DFI-ACCOUNT-EXCESS
                                        PIC X(07).
               10  NED-AMOUNT           PIC 9(08)V99.
               10  NED-INDIVIDUAL-ID    PIC X(15).
               10  NED-INDIVIDUAL-NAME  PIC X(22).
               10  NED-DISCRETIONARY    PIC X(02).
               10  NED-ADDENDA-IND      PIC X(01).
                   88  NED-HAS-ADDENDA  VALUE '1'.
               10  NED-TRACE-NUMBER.
                   15  NED-TRACE-ODFI   PIC X(08).
                   15  NED-TRACE-SEQ    PIC 9(07).
           05  NACH-ADDENDA-BODY REDEFINES NACH-RECORD-BODY.
               10  NAD-ADDENDA-TYPE     PIC X(02).
                   88  NAD-RETURN-ADDENDA VALUE '99'.
               10  NAD-RETURN-REASON    PIC X(03).
               10  NAD-ORIGINAL-TRACE   PIC X(15).
               10  NAD-DATE-OF-DEATH    PIC X(06).
               10  NAD-ORIGINAL-RDFI    PIC X(08).
               10  NAD-ADDENDA-INFO     PIC X(44).
               10  NAD-TRACE-NUMBER     PIC X(15).
           05  NACH-BATCH-CONTROL-BODY REDEFINES NACH-RECORD-BODY.
               10  NBC-SERVICE-CLASS    PIC X(03).
               10  NBC-ENTRY-COUNT      PIC 9(06).
               10  NBC-ENTRY-HASH       PIC 9(10).
               10  NBC-TOTAL-DEBIT      PIC 9(10)V99.
               10  NBC-TOTAL-CREDIT     PIC 9(10)V99.
               10  NBC-COMPANY-ID       PIC X(10).
               10  NBC-MAC-CODE         PIC X(19).
               10  NBC-RESERVED         PIC X(06).
               10  NBC-ODFI-ID          PIC X(08).
               10  NBC-BATCH-NUMBER     PIC 9(07).
           05  NACH-FILE-CONTROL-BODY REDEFINES NACH-RECORD-BODY.
               10  NFC-BATCH-COUNT      PIC 9(06).
               10  NFC-BLOCK-COUNT      PIC 9(06).
               10  NFC-ENTRY-COUNT      PIC 9(08).
               10  NFC-ENTRY-HASH       PIC 9(10).
               10  NFC-TOTAL-DEBIT      PIC 9(10)V99.
               10  NFC-TOTAL-CREDIT     PIC 9(10)V99.
               10  NFC-RESERVED         PIC X(39).
