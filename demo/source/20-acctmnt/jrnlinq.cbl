       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLINQ.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  JRNLINQ - MAINTENANCE JOURNAL INQUIRY
      *  READS THE MAINTJNL TRAIL THE MAINTENANCE PROGRAMS AND THE
      *  TXNAPPR SCREEN APPEND TO (JRNLCOPY) AND REPORTS EVERY ENTRY
      *  THAT MATCHES THE JRNLPARM CARD - BY ACCOUNT, BY OPERATOR, BY
      *  A RANGE OF BUSINESS DATES, OR ANY MIX OF THEM.  A BLANK
      *  FIELD ON THE CARD DOES NOT SELECT, SO AN ALL-BLANK CARD
      *  LISTS THE WHOLE TRAIL.  EACH ENTRY PRINTS ON A HEADING LINE
      *  (WHEN, WHICH PROGRAM, WHO, WHAT) FOLLOWED BY ITS BEFORE AND
      *  AFTER RECORD IMAGES IN 100-CHARACTER SEGMENTS, SO AN AUDITOR
      *  CAN SEE EXACTLY WHAT THE CHANGE DID TO THE RECORD.  THE
      *  PACKED AMOUNT FIELDS OF AN ACCOUNT, HOLD, STANDING ORDER OR
      *  PRODUCT IMAGE ARE BLANKED IN THE SEGMENTS AND PRINTED EDITED
      *  ON THE LINES BELOW THEM, BY NAME, FROM THE RECORD'S OWN
      *  LAYOUT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT JRNL-PARM-FILE ASSIGN TO JRNLPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT JRNL-REPORT ASSIGN TO JRNLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORD CONTAINS 700 CHARACTERS.
       COPY JRNLCOPY.

      *****************************************************************
      *  JRNL-PARM-FILE - ONE REQUIRED CARD.  ACCOUNT AND OPERATOR
      *  MATCH EXACTLY; THE DATES ARE YYYY-MM-DD BUSINESS DATES AND
      *  BOTH ENDS ARE INCLUSIVE.  A BLANK FROM-DATE MEANS FROM THE
      *  START OF THE TRAIL, A BLANK TO-DATE UP TO ITS END.
      *****************************************************************
       FD  JRNL-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JRNL-PARM-RECORD.
           05  JPR-ACCOUNT             PIC X(10).
           05  JPR-OPERATOR-ID         PIC X(08).
           05  JPR-FROM-DATE           PIC X(10).
           05  JPR-TO-DATE             PIC X(10).
           05  FILLER                  PIC X(42).

       FD  JRNL-REPORT.
       01  JRNL-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  JRNL-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.

       01  SELECTION-CRITERIA.
           05  SEL-ACCOUNT             PIC X(10) VALUE SPACES.
           05  SEL-OPERATOR-ID         PIC X(08) VALUE SPACES.
           05  SEL-FROM-DATE           PIC X(10) VALUE SPACES.
           05  SEL-TO-DATE             PIC X(10) VALUE SPACES.

       01  SELECT-SW                   PIC X(01) VALUE 'N'.
           88  ENTRY-SELECTED                    VALUE 'Y'.
           88  ENTRY-NOT-SELECTED                VALUE 'N'.

       01  COUNTERS.
           05  READ-COUNT              PIC 9(6) VALUE 0.
           05  MATCH-COUNT             PIC 9(6) VALUE 0.

      *****************************************************************
      *  IMAGE-WORK - THE IMAGE BEING PRINTED, SEEN AS THREE
      *  100-CHARACTER SEGMENTS.  A SEGMENT THAT IS ALL SPACES (THE
      *  TAIL OF A SHORTER RECORD) IS NOT PRINTED.
      *
      *  THE OTHER VIEWS MARK WHERE THE PACKED FIELDS SIT IN EACH
      *  RECORD THAT HAS ANY - CUSTCOPY, HOLDCOPY, SORDCOPY AND
      *  PRODCOPY - SO THEY CAN BE BLANKED BEFORE THE SEGMENTS PRINT.
      *  A CHANGE TO ONE OF THOSE LAYOUTS MUST BE MADE HERE TOO.
      *****************************************************************
       01  IMAGE-WORK.
           05  IMW-IMAGE               PIC X(300).
           05  IMW-SEGMENTS REDEFINES IMW-IMAGE.
               10  IMW-SEGMENT         PIC X(100) OCCURS 3 TIMES.
           05  IMW-ACCOUNT-VIEW REDEFINES IMW-IMAGE.
               10  FILLER              PIC X(45).
               10  IMW-ACCT-BALANCE    PIC X(06).
               10  FILLER              PIC X(98).
               10  IMW-ACCT-CLOSE-AMTS PIC X(11).
               10  FILLER              PIC X(140).
           05  IMW-HOLD-VIEW REDEFINES IMW-IMAGE.
               10  FILLER              PIC X(16).
               10  IMW-HOLD-AMOUNT     PIC X(06).
               10  FILLER              PIC X(278).
           05  IMW-ORDER-VIEW REDEFINES IMW-IMAGE.
               10  FILLER              PIC X(26).
               10  IMW-SORD-AMOUNT     PIC X(06).
               10  FILLER              PIC X(268).
           05  IMW-PRODUCT-VIEW REDEFINES IMW-IMAGE.
               10  FILLER              PIC X(37).
               10  IMW-PROD-FEE-AMTS   PIC X(14).
               10  FILLER              PIC X(03).
               10  IMW-PROD-OD-FEE     PIC X(05).
               10  FILLER              PIC X(24).
               10  IMW-PROD-TIERS      PIC X(80).
               10  FILLER              PIC X(137).
           05  IMW-LABEL               PIC X(10).
           05  IMW-IX                  PIC 9(1) VALUE 0.

      *****************************************************************
      *  IMAGE LAYOUTS - THE IMAGE BEING PRINTED IS MOVED INTO THE
      *  LAYOUT ITS JRN-RECORD-TYPE NAMES, AND ITS PACKED AMOUNTS
      *  ARE EDITED FROM THERE.
      *****************************************************************
       COPY CUSTCOPY.
       COPY HOLDCOPY.
       COPY SORDCOPY.
       COPY PRODCOPY.

      *****************************************************************
      *  AMOUNT-ITEM-WORK - ONE NAMED AMOUNT ON ITS WAY TO THE AMOUNT
      *  LINE, WHICH HOLDS FOUR.  AN AMOUNT WHOSE BYTES ARE NOT A
      *  VALID PACKED NUMBER IS PRINTED AS SUCH RATHER THAN EDITED.
      *****************************************************************
       01  AMOUNT-ITEM-WORK.
           05  AIW-NAME                PIC X(13).
           05  AIW-VALUE               PIC X(15).
           05  AIW-IX                  PIC 9(1) VALUE 0.
           05  AIW-TIER                PIC 9(2) VALUE 0.
           05  AIW-TIER-NAME.
               10  FILLER              PIC X(05) VALUE 'TIER '.
               10  AIW-TIER-NO         PIC 9(01).
               10  AIW-TIER-SUFFIX     PIC X(07).

       01  DISPLAY-FIELDS.
           05  DISP-COUNT              PIC ZZZ,ZZ9.
           05  DISP-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  DISP-RATE               PIC Z9.9999.
           05  DISP-TIME.
               10  DISP-TIME-HH        PIC X(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  DISP-TIME-MM        PIC X(02).
               10  FILLER              PIC X(01) VALUE ':'.
               10  DISP-TIME-SS        PIC X(02).

       01  RUN-TIME-WORK.
           05  RTW-HH                  PIC X(02).
           05  RTW-MM                  PIC X(02).
           05  RTW-SS                  PIC X(02).
           05  RTW-CC                  PIC X(02).

       01  REPORT-LINES.
           05  JRNL-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(30)
                   VALUE 'MAINTENANCE JOURNAL INQUIRY'.
               10  FILLER              PIC X(62) VALUE SPACES.

           05  JRNL-SELECT-LINE.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT: '.
               10  JSL-ACCOUNT         PIC X(10).
               10  FILLER              PIC X(13) VALUE '  OPERATOR: '.
               10  JSL-OPERATOR-ID     PIC X(08).
               10  FILLER              PIC X(09) VALUE '  DATES: '.
               10  JSL-FROM-DATE       PIC X(10).
               10  FILLER              PIC X(04) VALUE ' TO '.
               10  JSL-TO-DATE         PIC X(10).
               10  FILLER              PIC X(58) VALUE SPACES.

           05  JRNL-COL-HEADER.
               10  FILLER              PIC X(10) VALUE 'BUS DATE'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'RUN DATE'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'TIME'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'PROGRAM'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'OPERATOR'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(4)  VALUE 'TERM'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'RECORD'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(20) VALUE 'KEY'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'ACTION'.
               10  FILLER              PIC X(24) VALUE SPACES.

           05  JRNL-DETAIL.
               10  JD-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-RUN-DATE         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-RUN-TIME         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-PROGRAM-ID       PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-OPERATOR-ID      PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-TERMINAL-ID      PIC X(4).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-RECORD-TYPE      PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-ACCOUNT          PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-KEY              PIC X(20).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  JD-ACTION           PIC X(6).
               10  FILLER              PIC X(24) VALUE SPACES.

           05  JRNL-IMAGE-LINE.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  JI-LABEL            PIC X(10).
               10  JI-SEGMENT          PIC X(100).
               10  FILLER              PIC X(18) VALUE SPACES.

           05  JRNL-AMOUNT-LINE.
               10  FILLER              PIC X(14) VALUE SPACES.
               10  JA-ITEM OCCURS 4 TIMES.
                   15  JA-NAME         PIC X(13).
                   15  JA-VALUE        PIC X(15).
               10  FILLER              PIC X(06) VALUE SPACES.

           05  JRNL-TOTAL-LINE.
               10  JT-LABEL            PIC X(30).
               10  JT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM LIST-JOURNAL-ENTRIES
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT JOURNAL-FILE
           OPEN OUTPUT JRNL-REPORT

           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINTENANCE JOURNAL: ' JRNL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING JOURNAL REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-JRNL-PARM

           MOVE JRNL-HEADER TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD
           MOVE SPACES TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD
           MOVE SEL-ACCOUNT TO JSL-ACCOUNT
           MOVE SEL-OPERATOR-ID TO JSL-OPERATOR-ID
           MOVE SEL-FROM-DATE TO JSL-FROM-DATE
           MOVE SEL-TO-DATE TO JSL-TO-DATE
           IF SEL-ACCOUNT = SPACES
              MOVE '(ALL)' TO JSL-ACCOUNT
           END-IF
           IF SEL-OPERATOR-ID = SPACES
              MOVE '(ALL)' TO JSL-OPERATOR-ID
           END-IF
           IF SEL-FROM-DATE = SPACES
              MOVE '(START)' TO JSL-FROM-DATE
           END-IF
           IF SEL-TO-DATE = SPACES
              MOVE '(END)' TO JSL-TO-DATE
           END-IF
           MOVE JRNL-SELECT-LINE TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD
           MOVE SPACES TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD
           MOVE JRNL-COL-HEADER TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD.

      *****************************************************************
      *  READ-JRNL-PARM - THE CARD IS REQUIRED, EVEN IF BLANK, SO A
      *  RUN THAT LOST ITS CARD DOES NOT QUIETLY PRINT THE WHOLE
      *  TRAIL.  A FROM-DATE AFTER THE TO-DATE IS REFUSED RATHER
      *  THAN PRINTING AN EMPTY REPORT.
      *****************************************************************
       READ-JRNL-PARM.
           OPEN INPUT JRNL-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING JOURNAL PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ JRNL-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'JOURNAL PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF JPR-FROM-DATE NOT = SPACES
              AND JPR-TO-DATE NOT = SPACES
              AND JPR-FROM-DATE > JPR-TO-DATE
              DISPLAY 'JOURNAL FROM-DATE AFTER TO-DATE - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE JPR-ACCOUNT TO SEL-ACCOUNT
           MOVE JPR-OPERATOR-ID TO SEL-OPERATOR-ID
           MOVE JPR-FROM-DATE TO SEL-FROM-DATE
           MOVE JPR-TO-DATE TO SEL-TO-DATE
           CLOSE JRNL-PARM-FILE.

       LIST-JOURNAL-ENTRIES.
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL JRNL-STATUS NOT = '00'
               ADD 1 TO READ-COUNT
               PERFORM CHECK-SELECTION
               IF ENTRY-SELECTED
                  PERFORM PRINT-JOURNAL-ENTRY
               END-IF
               PERFORM READ-JOURNAL-RECORD
           END-PERFORM

           MOVE SPACES TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD
           MOVE 'JOURNAL ENTRIES READ:' TO JT-LABEL
           MOVE READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO JT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'JOURNAL ENTRIES SELECTED:' TO JT-LABEL
           MOVE MATCH-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO JT-VALUE
           PERFORM WRITE-TOTAL-LINE.

      *****************************************************************
      *  READ-JOURNAL-RECORD - ANY STATUS OTHER THAN '00' ENDS THE
      *  LIST; ONE THAT IS NOT END OF FILE ALSO SETS RC 8, SINCE AN
      *  AUDIT PULL THAT STOPPED SHORT MUST NOT LOOK COMPLETE.
      *****************************************************************
       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
           IF JRNL-STATUS NOT = '00' AND JRNL-STATUS NOT = '10'
              DISPLAY 'ERROR READING MAINTENANCE JOURNAL: ' JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       CHECK-SELECTION.
           SET ENTRY-SELECTED TO TRUE
           IF SEL-ACCOUNT NOT = SPACES
              AND JRN-ACCOUNT NOT = SEL-ACCOUNT
              SET ENTRY-NOT-SELECTED TO TRUE
           END-IF
           IF SEL-OPERATOR-ID NOT = SPACES
              AND JRN-OPERATOR-ID NOT = SEL-OPERATOR-ID
              SET ENTRY-NOT-SELECTED TO TRUE
           END-IF
           IF SEL-FROM-DATE NOT = SPACES
              AND JRN-BUSINESS-DATE < SEL-FROM-DATE
              SET ENTRY-NOT-SELECTED TO TRUE
           END-IF
           IF SEL-TO-DATE NOT = SPACES
              AND JRN-BUSINESS-DATE > SEL-TO-DATE
              SET ENTRY-NOT-SELECTED TO TRUE
           END-IF.

       PRINT-JOURNAL-ENTRY.
           ADD 1 TO MATCH-COUNT
           MOVE JRN-RUN-TIME TO RUN-TIME-WORK
           MOVE RTW-HH TO DISP-TIME-HH
           MOVE RTW-MM TO DISP-TIME-MM
           MOVE RTW-SS TO DISP-TIME-SS

           MOVE SPACES TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD
           MOVE JRN-BUSINESS-DATE TO JD-BUSINESS-DATE
           MOVE JRN-RUN-DATE TO JD-RUN-DATE
           MOVE DISP-TIME TO JD-RUN-TIME
           MOVE JRN-PROGRAM-ID TO JD-PROGRAM-ID
           MOVE JRN-OPERATOR-ID TO JD-OPERATOR-ID
           MOVE JRN-TERMINAL-ID TO JD-TERMINAL-ID
           MOVE JRN-RECORD-TYPE TO JD-RECORD-TYPE
           MOVE JRN-ACCOUNT TO JD-ACCOUNT
           MOVE JRN-KEY TO JD-KEY
           MOVE JRN-ACTION TO JD-ACTION
           MOVE JRNL-DETAIL TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD

           MOVE JRN-BEFORE-IMAGE TO IMW-IMAGE
           MOVE 'BEFORE:' TO IMW-LABEL
           PERFORM PRINT-RECORD-IMAGE
           MOVE JRN-AFTER-IMAGE TO IMW-IMAGE
           MOVE 'AFTER:' TO IMW-LABEL
           PERFORM PRINT-RECORD-IMAGE.

      *****************************************************************
      *  PRINT-RECORD-IMAGE - THE LABEL GOES ON THE FIRST LINE ONLY.
      *  A BLANK IMAGE (THE BEFORE IMAGE OF AN ADD) PRINTS ONE LINE
      *  SAYING SO, SO THE ENTRY NEVER LOOKS TRUNCATED.  ANY PACKED
      *  AMOUNTS FOLLOW THE SEGMENTS.
      *****************************************************************
       PRINT-RECORD-IMAGE.
           IF IMW-IMAGE = SPACES
              MOVE IMW-LABEL TO JI-LABEL
              MOVE '(NONE - NO RECORD ON FILE)' TO JI-SEGMENT
              MOVE JRNL-IMAGE-LINE TO JRNL-REPORT-RECORD
              WRITE JRNL-REPORT-RECORD
           ELSE
              PERFORM LOAD-IMAGE-LAYOUT
              PERFORM VARYING IMW-IX FROM 1 BY 1 UNTIL IMW-IX > 3
                  IF IMW-SEGMENT (IMW-IX) NOT = SPACES
                     MOVE IMW-LABEL TO JI-LABEL
                     MOVE IMW-SEGMENT (IMW-IX) TO JI-SEGMENT
                     MOVE JRNL-IMAGE-LINE TO JRNL-REPORT-RECORD
                     WRITE JRNL-REPORT-RECORD
                     MOVE SPACES TO IMW-LABEL
                  END-IF
              END-PERFORM
              PERFORM PRINT-IMAGE-AMOUNTS
           END-IF.

      *****************************************************************
      *  LOAD-IMAGE-LAYOUT - MOVE THE IMAGE INTO THE LAYOUT OF ITS
      *  RECORD TYPE, THEN BLANK ITS PACKED FIELDS IN THE IMAGE SO
      *  THE SEGMENTS PRINT AS CHARACTER DATA ONLY.  A RECORD WITH
      *  NO PACKED FIELDS IS LEFT AS IT IS.
      *****************************************************************
       LOAD-IMAGE-LAYOUT.
           EVALUATE TRUE
               WHEN JRN-ACCOUNT-RECORD
                   MOVE IMW-IMAGE TO CUSTOMER-RECORD
                   MOVE SPACES TO IMW-ACCT-BALANCE
                   MOVE SPACES TO IMW-ACCT-CLOSE-AMTS
               WHEN JRN-HOLD-RECORD
                   MOVE IMW-IMAGE TO FUNDS-HOLD-RECORD
                   MOVE SPACES TO IMW-HOLD-AMOUNT
               WHEN JRN-ORDER-RECORD
                   MOVE IMW-IMAGE TO STANDING-ORDER-RECORD
                   MOVE SPACES TO IMW-SORD-AMOUNT
               WHEN JRN-PRODUCT-RECORD
                   MOVE IMW-IMAGE TO PRODUCT-RECORD
                   MOVE SPACES TO IMW-PROD-FEE-AMTS
                   MOVE SPACES TO IMW-PROD-OD-FEE
                   MOVE SPACES TO IMW-PROD-TIERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  PRINT-IMAGE-AMOUNTS - THE PACKED FIELDS OF THE IMAGE JUST
      *  PRINTED, EDITED, FOUR TO A LINE.  A PRODUCT'S RATE TIERS
      *  PRINT AFTER ITS FEES, SKIPPING THE UNUSED (ZERO-LIMIT)
      *  SLOTS.
      *****************************************************************
       PRINT-IMAGE-AMOUNTS.
           MOVE SPACES TO JRNL-AMOUNT-LINE
           MOVE 0 TO AIW-IX
           EVALUATE TRUE
               WHEN JRN-ACCOUNT-RECORD
                   MOVE 'BALANCE:' TO AIW-NAME
                   IF CUST-ACCT-BALANCE NUMERIC
                      MOVE CUST-ACCT-BALANCE TO DISP-AMOUNT
                      MOVE DISP-AMOUNT TO AIW-VALUE
                   ELSE
                      MOVE '(NOT NUMERIC)' TO AIW-VALUE
                   END-IF
                   PERFORM ADD-AMOUNT-ITEM
                   MOVE 'CLOSE INT:' TO AIW-NAME
                   IF CUST-CLOSEOUT-INTEREST NUMERIC
                      MOVE CUST-CLOSEOUT-INTEREST TO DISP-AMOUNT
                      MOVE DISP-AMOUNT TO AIW-VALUE
                   ELSE
                      MOVE '(NOT NUMERIC)' TO AIW-VALUE
                   END-IF
                   PERFORM ADD-AMOUNT-ITEM
                   MOVE 'CLOSE PAYOUT:' TO AIW-NAME
                   IF CUST-CLOSEOUT-PAYOUT NUMERIC
                      MOVE CUST-CLOSEOUT-PAYOUT TO DISP-AMOUNT
                      MOVE DISP-AMOUNT TO AIW-VALUE
                   ELSE
                      MOVE '(NOT NUMERIC)' TO AIW-VALUE
                   END-IF
                   PERFORM ADD-AMOUNT-ITEM
               WHEN JRN-HOLD-RECORD
                   MOVE 'HOLD AMOUNT:' TO AIW-NAME
                   IF HOLD-AMOUNT NUMERIC
                      MOVE HOLD-AMOUNT TO DISP-AMOUNT
                      MOVE DISP-AMOUNT TO AIW-VALUE
                   ELSE
                      MOVE '(NOT NUMERIC)' TO AIW-VALUE
                   END-IF
                   PERFORM ADD-AMOUNT-ITEM
               WHEN JRN-ORDER-RECORD
                   MOVE 'ORDER AMOUNT:' TO AIW-NAME
                   IF SORD-AMOUNT NUMERIC
                      MOVE SORD-AMOUNT TO DISP-AMOUNT
                      MOVE DISP-AMOUNT TO AIW-VALUE
                   ELSE
                      MOVE '(NOT NUMERIC)' TO AIW-VALUE
                   END-IF
                   PERFORM ADD-AMOUNT-ITEM
               WHEN JRN-PRODUCT-RECORD
                   PERFORM PRINT-PRODUCT-AMOUNTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM WRITE-AMOUNT-LINE.

       PRINT-PRODUCT-AMOUNTS.
           MOVE 'OD THRESHOLD:' TO AIW-NAME
           IF PROD-OVERDRAFT-THRESHOLD NUMERIC
              MOVE PROD-OVERDRAFT-THRESHOLD TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO AIW-VALUE
           ELSE
              MOVE '(NOT NUMERIC)' TO AIW-VALUE
           END-IF
           PERFORM ADD-AMOUNT-ITEM
           MOVE 'MAINT FEE:' TO AIW-NAME
           IF PROD-MAINT-FEE NUMERIC
              MOVE PROD-MAINT-FEE TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO AIW-VALUE
           ELSE
              MOVE '(NOT NUMERIC)' TO AIW-VALUE
           END-IF
           PERFORM ADD-AMOUNT-ITEM
           MOVE 'TXN FEE:' TO AIW-NAME
           IF PROD-TXN-FEE NUMERIC
              MOVE PROD-TXN-FEE TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO AIW-VALUE
           ELSE
              MOVE '(NOT NUMERIC)' TO AIW-VALUE
           END-IF
           PERFORM ADD-AMOUNT-ITEM
           MOVE 'OD FEE:' TO AIW-NAME
           IF PROD-OVERDRAFT-FEE NUMERIC
              MOVE PROD-OVERDRAFT-FEE TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO AIW-VALUE
           ELSE
              MOVE '(NOT NUMERIC)' TO AIW-VALUE
           END-IF
           PERFORM ADD-AMOUNT-ITEM

           PERFORM VARYING AIW-TIER FROM 1 BY 1 UNTIL AIW-TIER > 8
               IF PROD-TIER-LIMIT (AIW-TIER) NUMERIC
                  AND PROD-TIER-LIMIT (AIW-TIER) = 0
                  CONTINUE
               ELSE
                  MOVE AIW-TIER TO AIW-TIER-NO
                  MOVE ' LIMIT:' TO AIW-TIER-SUFFIX
                  MOVE AIW-TIER-NAME TO AIW-NAME
                  IF PROD-TIER-LIMIT (AIW-TIER) NUMERIC
                     MOVE PROD-TIER-LIMIT (AIW-TIER) TO DISP-AMOUNT
                     MOVE DISP-AMOUNT TO AIW-VALUE
                  ELSE
                     MOVE '(NOT NUMERIC)' TO AIW-VALUE
                  END-IF
                  PERFORM ADD-AMOUNT-ITEM
                  MOVE ' RATE:' TO AIW-TIER-SUFFIX
                  MOVE AIW-TIER-NAME TO AIW-NAME
                  IF PROD-ANNUAL-RATE (AIW-TIER) NUMERIC
                     MOVE PROD-ANNUAL-RATE (AIW-TIER) TO DISP-RATE
                     MOVE DISP-RATE TO AIW-VALUE
                  ELSE
                     MOVE '(NOT NUMERIC)' TO AIW-VALUE
                  END-IF
                  PERFORM ADD-AMOUNT-ITEM
               END-IF
           END-PERFORM.

       ADD-AMOUNT-ITEM.
           ADD 1 TO AIW-IX
           MOVE AIW-NAME TO JA-NAME (AIW-IX)
           MOVE AIW-VALUE TO JA-VALUE (AIW-IX)
           IF AIW-IX = 4
              PERFORM WRITE-AMOUNT-LINE
           END-IF.

       WRITE-AMOUNT-LINE.
           IF AIW-IX > 0
              MOVE JRNL-AMOUNT-LINE TO JRNL-REPORT-RECORD
              WRITE JRNL-REPORT-RECORD
              MOVE SPACES TO JRNL-AMOUNT-LINE
              MOVE 0 TO AIW-IX
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE JRNL-TOTAL-LINE TO JRNL-REPORT-RECORD
           WRITE JRNL-REPORT-RECORD.

       TERMINATION.
           DISPLAY 'JOURNAL ENTRIES READ: ' READ-COUNT
           DISPLAY 'JOURNAL ENTRIES SELECTED: ' MATCH-COUNT

           CLOSE JOURNAL-FILE
           CLOSE JRNL-REPORT.
