       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  CASHMON - LARGE-CASH AND STRUCTURING MONITOR
      *  RUNS NIGHTLY AFTER POSTING.  FOR EVERY ACCOUNT ON CUSTFILE IT
      *  READS THE ACCOUNT'S TRANSACTIONS THROUGH THE TXNDATA
      *  FROM-ACCOUNT ALTERNATE INDEX (THE SAME PATH STMTGEN TAKES)
      *  AND LOOKS ONLY AT CASH ACTIVITY - TXN TYPES ON THE CASHTYPE
      *  CONTROL DECK - DATED INSIDE THE MONITORING WINDOW: THE
      *  CASHPARM NUMBER OF DAYS ENDING ON THE BUSDATE BUSINESS DATE.
      *  TWO TESTS ARE RUN:
      *
      *  CURRENCY AGGREGATE - THE ACCOUNT'S CASH IN AND CASH OUT ARE
      *  TOTALLED SEPARATELY PER TXN DATE.  A DAY WHERE EITHER TOTAL
      *  EXCEEDS THE REPORTING THRESHOLD IS A CURRENCY CASE AND GOES
      *  ON THE CTRXTRCT FILING EXTRACT.
      *
      *  STRUCTURING PATTERN - A SINGLE CASH ITEM AT OR ABOVE THE
      *  NEAR-THRESHOLD FLOOR BUT NOT OVER THE THRESHOLD IS A
      *  JUST-UNDER ITEM.  THE PATTERN COUNT OR MORE OF THEM INSIDE
      *  THE WINDOW IS A STRUCTURING CASE FOR THE INVESTIGATORS.
      *
      *  EVERY CASE IS KEPT ON THE CASEFILE CASE FILE.  A CASE
      *  ALREADY ON FILE IS NOT RAISED AGAIN ON THE NEXT NIGHT'S RUN
      *  OVER THE SAME WINDOW; ONLY ACTIVITY POSTED SINCE (A HIGHER
      *  TXN-ID THAN THE CASE COVERS) REOPENS IT - AS AN AMENDMENT TO
      *  A CURRENCY DAY ALREADY FILED, OR AS A NEW PATTERN CASE.
      *  REVERSED ENTRIES AND REVERSAL CONTRA ENTRIES ARE LEFT OUT:
      *  THE PAIR NETS TO NOTHING AND NO CASH CHANGED HANDS TWICE.
      *
      *  THE CASERPT CASE REPORT PRINTS EACH NEW OR AMENDED CASE WITH
      *  THE CUSTOMER NAME AND ADDRESS BLOCK, FOLLOWED BY RUN TOTALS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO TXNDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TXN-FILE-STATUS.

      *****************************************************************
      *  CASE-FILE - ONE RECORD PER CASE RAISED, KEYED ACCOUNT + CASE
      *  TYPE + ACTIVITY DATE.  CREATED ON FIRST USE THE SAME WAY
      *  HOLDMNT CREATES HOLDFILE.
      *****************************************************************
           SELECT CASE-FILE ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS CASE-STATUS.

           SELECT CASH-TYPE-FILE ASSIGN TO CASHTYPE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TYPE-STATUS.

           SELECT CASH-PARM-FILE ASSIGN TO CASHPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT CASE-REPORT ASSIGN TO CASERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT CTR-EXTRACT-FILE ASSIGN TO CTRXTRCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS XTR-STATUS.

      *****************************************************************
      *  BUSDATE-FILE - THE SCHEDULE'S BUSINESS-DATE CONTROL RECORD.
      *  THE MONITORING WINDOW ENDS ON THIS DATE.
      *****************************************************************
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY TXNCOPY.

       FD  CASE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CASECOPY.

       FD  CASH-TYPE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CASHCARD.

      *****************************************************************
      *  CASH-PARM-FILE - ONE REQUIRED CARD: THE CURRENCY REPORTING
      *  THRESHOLD (A DAY'S CASH IN OR CASH OUT OVER IT IS REPORTED),
      *  THE NEAR-THRESHOLD FLOOR (A SINGLE ITEM FROM THE FLOOR UP TO
      *  THE THRESHOLD IS JUST UNDER), THE ROLLING WINDOW IN DAYS
      *  (1-31) AND HOW MANY JUST-UNDER ITEMS INSIDE IT MAKE A
      *  PATTERN (AT LEAST 2).  COMPLIANCE MAINTAINS THE CARD.
      *****************************************************************
       FD  CASH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CASH-PARM-RECORD.
           05  CMP-REPORT-THRESHOLD    PIC 9(09)V99.
           05  CMP-NEAR-FLOOR          PIC 9(09)V99.
           05  CMP-WINDOW-DAYS         PIC 9(02).
           05  CMP-PATTERN-COUNT       PIC 9(02).
           05  FILLER                  PIC X(54).

       FD  CASE-REPORT.
       01  CASE-REPORT-RECORD          PIC X(132).

       FD  CTR-EXTRACT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CTRXCOPY.

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ACCT-STATUS             PIC XX.
           05  TXN-FILE-STATUS         PIC XX.
           05  CASE-STATUS             PIC XX.
           05  TYPE-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  XTR-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  ACCOUNT-READ-COUNT      PIC 9(6) VALUE 0.
           05  CASH-ITEM-COUNT         PIC 9(6) VALUE 0.
           05  CURRENCY-NEW-COUNT      PIC 9(6) VALUE 0.
           05  CURRENCY-AMEND-COUNT    PIC 9(6) VALUE 0.
           05  PATTERN-NEW-COUNT       PIC 9(6) VALUE 0.
           05  PATTERN-AMEND-COUNT     PIC 9(6) VALUE 0.
           05  CASE-ON-FILE-COUNT      PIC 9(6) VALUE 0.
           05  EXTRACT-DETAIL-COUNT    PIC 9(7) VALUE 0.
           05  CASE-ERROR-COUNT        PIC 9(6) VALUE 0.

       01  EXTRACT-TOTALS.
           05  EXTRACT-CASH-IN-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
           05  EXTRACT-CASH-OUT-TOTAL  PIC S9(13)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  MONITOR-CONTROL - THE BUSINESS DATE, THE PARM VALUES AND THE
      *  DAY NUMBERS THE WINDOW TEST RUNS ON.
      *****************************************************************
       01  MONITOR-CONTROL.
           05  RUN-BUSINESS-DATE       PIC X(10) VALUE SPACES.
           05  REPORT-THRESHOLD        PIC S9(9)V99 COMP-3 VALUE 0.
           05  NEAR-FLOOR              PIC S9(9)V99 COMP-3 VALUE 0.
           05  WINDOW-DAYS             PIC 9(02) VALUE 0.
           05  PATTERN-COUNT           PIC 9(02) VALUE 0.
           05  RUN-DAY-NUMBER          PIC 9(07) VALUE 0.
           05  WINDOW-START-DAY-NUMBER PIC 9(07) VALUE 0.

      *****************************************************************
      *  CASH-TYPE-TABLE - LOADED FROM THE CASHTYPE CARD FILE AT
      *  START-UP, THE SAME WAY TXNPOST LOADS ITS TXNTYPES LIST.
      *****************************************************************
       01  CASH-TYPE-TABLE.
           05  CTT-ENTRY-COUNT         PIC 9(3) VALUE 0.
           05  CTT-ENTRY OCCURS 50 TIMES
                   INDEXED BY CTT-IDX.
               10  CTT-TXN-TYPE        PIC X(08).

       01  CTT-FLAGS.
           05  CTT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  CTT-FOUND                     VALUE 'Y'.
               88  CTT-NOT-FOUND                 VALUE 'N'.

      *****************************************************************
      *  DAY-WINDOW-TABLE - ONE SLOT PER DAY OF THE WINDOW FOR THE
      *  ACCOUNT IN HAND, SLOT 1 BEING THE WINDOW'S FIRST DAY.  THE
      *  WINDOW IS AT MOST 31 DAYS, SO THE TABLE CANNOT OVERFLOW.
      *  CLEARED FOR EACH ACCOUNT.
      *****************************************************************
       01  DAY-WINDOW-TABLE.
           05  DWT-SLOT OCCURS 31 TIMES
                   INDEXED BY DWT-IDX.
               10  DWT-TXN-DATE        PIC X(10).
               10  DWT-ITEM-COUNT      PIC 9(05).
               10  DWT-CASH-IN         PIC S9(11)V99 COMP-3.
               10  DWT-CASH-OUT        PIC S9(11)V99 COMP-3.
               10  DWT-FIRST-TXN-ID    PIC X(12).
               10  DWT-LAST-TXN-ID     PIC X(12).

       01  DWT-SLOT-NUMBER             PIC S9(07) VALUE 0.

      *****************************************************************
      *  PATTERN-WORK - THE JUST-UNDER ITEMS FOUND INSIDE THE WINDOW
      *  FOR THE ACCOUNT IN HAND.
      *****************************************************************
       01  PATTERN-WORK.
           05  PTW-ITEM-COUNT          PIC 9(05) VALUE 0.
           05  PTW-CASH-IN             PIC S9(11)V99 COMP-3 VALUE 0.
           05  PTW-CASH-OUT            PIC S9(11)V99 COMP-3 VALUE 0.
           05  PTW-FIRST-DATE          PIC X(10) VALUE SPACES.
           05  PTW-LAST-DATE           PIC X(10) VALUE SPACES.
           05  PTW-FIRST-TXN-ID        PIC X(12) VALUE SPACES.
           05  PTW-LAST-TXN-ID         PIC X(12) VALUE SPACES.
           05  PTW-COVERED-TXN-ID      PIC X(12) VALUE SPACES.

       01  CASH-ITEM-WORK.
           05  CIW-AMOUNT              PIC S9(9)V99 COMP-3 VALUE 0.
           05  CIW-ACCOUNT-DONE-SW     PIC X(01) VALUE 'N'.
               88  CIW-ACCOUNT-DONE              VALUE 'Y'.
               88  CIW-ACCOUNT-NOT-DONE          VALUE 'N'.
           05  CIW-CASES-DONE-SW       PIC X(01) VALUE 'N'.
               88  CIW-CASES-DONE                VALUE 'Y'.
               88  CIW-CASES-NOT-DONE            VALUE 'N'.

      *****************************************************************
      *  CASE-ACTION - WHAT BECAME OF THE CASE IN HAND: RAISED NEW,
      *  AMENDED, OR ALREADY ON FILE WITH NOTHING NEW BEHIND IT.
      *****************************************************************
       01  CASE-ACTION-SW              PIC X(01) VALUE SPACES.
           88  CASE-RAISED                       VALUE 'N'.
           88  CASE-AMENDED                      VALUE 'A'.
           88  CASE-ALREADY-ON-FILE              VALUE 'F'.

       01  CASE-KEY-HOLD               PIC X(21) VALUE SPACES.

      *****************************************************************
      *  DAY-NUMBER-WORK - A YYYY-MM-DD DATE TURNED INTO A RUNNING
      *  DAY COUNT SO TWO DATES CAN BE COMPARED IN DAYS WITHOUT DATE
      *  INTRINSICS - THE SAME ARITHMETIC SUSPAGE AGES ITEMS WITH.
      *****************************************************************
       01  DAY-NUMBER-WORK.
           05  DNW-DATE.
               10  DNW-YEAR            PIC 9(04).
               10  DNW-DASH-1          PIC X(01).
               10  DNW-MONTH           PIC 9(02).
               10  DNW-DASH-2          PIC X(01).
               10  DNW-DAY             PIC 9(02).
           05  DNW-DATE-X REDEFINES DNW-DATE.
               10  DNW-YEAR-X          PIC X(04).
               10  FILLER              PIC X(01).
               10  DNW-MONTH-X         PIC X(02).
               10  FILLER              PIC X(01).
               10  DNW-DAY-X           PIC X(02).
           05  DNW-MARCH-YEAR          PIC 9(04) VALUE 0.
           05  DNW-MARCH-MONTH         PIC 9(02) VALUE 0.
           05  DNW-QUOT-4              PIC 9(04) VALUE 0.
           05  DNW-QUOT-100            PIC 9(04) VALUE 0.
           05  DNW-QUOT-400            PIC 9(04) VALUE 0.
           05  DNW-MONTH-DAYS          PIC 9(04) VALUE 0.
           05  DNW-DAY-NUMBER          PIC 9(07) VALUE 0.
           05  DNW-DATE-SW             PIC X(01) VALUE 'Y'.
               88  DNW-DATE-VALID                VALUE 'Y'.
               88  DNW-DATE-INVALID              VALUE 'N'.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  REPORT-LINES.
           05  CASE-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(31)
                   VALUE 'CASH MONITORING CASE REPORT    '.
               10  FILLER              PIC X(15)
                   VALUE 'BUSINESS DATE: '.
               10  CH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(36) VALUE SPACES.

           05  CASE-PARM-LINE.
               10  FILLER              PIC X(11) VALUE 'THRESHOLD: '.
               10  CP-THRESHOLD        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(12) VALUE 'NEAR FLOOR: '.
               10  CP-NEAR-FLOOR       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'WINDOW: '.
               10  CP-WINDOW-DAYS      PIC Z9.
               10  FILLER              PIC X(6)  VALUE ' DAYS '.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15)
                   VALUE 'PATTERN COUNT: '.
               10  CP-PATTERN-COUNT    PIC Z9.
               10  FILLER              PIC X(33) VALUE SPACES.

      *****************************************************************
      *  CASE-LINE-1 THROUGH 4 - ONE BLOCK PER CASE: TYPE, ACTION,
      *  ACCOUNT AND NAME, THEN THE ADDRESS BLOCK UNDER THE NAME WITH
      *  THE ACTIVITY DATES BESIDE IT, THEN THE CASH FIGURES.  AN
      *  ACCOUNT WITH NO ADDRESS ON FILE SAYS SO, AS ODNOTICE DOES.
      *****************************************************************
           05  CASE-LINE-1.
               10  CL1-CASE-LABEL      PIC X(20).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  CL1-ACTION          PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  CL1-ACCT-ID         PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  CL1-CUST-NAME       PIC X(35).
               10  FILLER              PIC X(53) VALUE SPACES.

           05  CASE-LINE-2.
               10  FILLER              PIC X(44) VALUE SPACES.
               10  CL2-ADDR-STREET     PIC X(30).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  FILLER              PIC X(14)
                   VALUE 'ACTIVITY FROM '.
               10  CL2-FIRST-DATE      PIC X(10).
               10  FILLER              PIC X(4)  VALUE ' TO '.
               10  CL2-LAST-DATE       PIC X(10).
               10  FILLER              PIC X(16) VALUE SPACES.

           05  CASE-LINE-3.
               10  FILLER              PIC X(44) VALUE SPACES.
               10  CL3-ADDR-CITY       PIC X(20).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  CL3-ADDR-STATE      PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  CL3-ADDR-ZIP        PIC X(10).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  FILLER              PIC X(9)  VALUE 'TXN IDS '.
               10  CL3-FIRST-TXN-ID    PIC X(12).
               10  FILLER              PIC X(4)  VALUE ' TO '.
               10  CL3-LAST-TXN-ID     PIC X(12).
               10  FILLER              PIC X(13) VALUE SPACES.

           05  CASE-LINE-4.
               10  FILLER              PIC X(44) VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'ITEMS '.
               10  CL4-ITEM-COUNT      PIC ZZ,ZZ9.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'CASH IN '.
               10  CL4-CASH-IN         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(9)  VALUE 'CASH OUT '.
               10  CL4-CASH-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER              PIC X(19) VALUE SPACES.

           05  CASE-TOTAL-LINE.
               10  CT-LABEL            PIC X(30).
               10  CT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM MONITOR-ACCOUNTS
           PERFORM WRITE-CASE-TOTALS
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  NO USABLE CONTROL DATE
      *  MEANS NO WINDOW TO MONITOR, SO THE RUN IS REFUSED UP FRONT.
      *****************************************************************
       LOAD-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF BUSD-STATUS NOT = '00'
              DISPLAY 'BUSINESS DATE FILE NOT AVAILABLE: ' BUSD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ BUSDATE-FILE
           IF BUSD-STATUS NOT = '00' OR BDC-BUSINESS-DATE = SPACES
              DISPLAY 'BUSINESS DATE RECORD MISSING - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE BDC-BUSINESS-DATE TO RUN-BUSINESS-DATE
           CLOSE BUSDATE-FILE

           MOVE RUN-BUSINESS-DATE TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           IF DNW-DATE-INVALID
              DISPLAY 'INVALID BUSINESS DATE: ' RUN-BUSINESS-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE DNW-DAY-NUMBER TO RUN-DAY-NUMBER.

       INITIALIZATION.
           PERFORM READ-CASH-PARM
           PERFORM LOAD-CASH-TYPES

           OPEN I-O CASE-FILE
           IF CASE-STATUS NOT = '00'
              OPEN OUTPUT CASE-FILE
              IF CASE-STATUS = '00'
                 CLOSE CASE-FILE
                 OPEN I-O CASE-FILE
              END-IF
           END-IF
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT CASE-REPORT
           OPEN OUTPUT CTR-EXTRACT-FILE

           IF CASE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CASE FILE: ' CASE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF TXN-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                  TXN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CASE REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF XTR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FILING EXTRACT: ' XTR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RUN-BUSINESS-DATE TO CH-BUSINESS-DATE
           MOVE CASE-HEADER TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD
           MOVE SPACES TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD
           MOVE REPORT-THRESHOLD TO CP-THRESHOLD
           MOVE NEAR-FLOOR TO CP-NEAR-FLOOR
           MOVE WINDOW-DAYS TO CP-WINDOW-DAYS
           MOVE PATTERN-COUNT TO CP-PATTERN-COUNT
           MOVE CASE-PARM-LINE TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD
           MOVE SPACES TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD

           MOVE SPACES TO CTR-EXTRACT-RECORD
           SET CTX-HEADER TO TRUE
           MOVE RUN-BUSINESS-DATE TO CTX-BUSINESS-DATE
           MOVE REPORT-THRESHOLD TO CTX-THRESHOLD
           PERFORM WRITE-EXTRACT-RECORD.

      *****************************************************************
      *  READ-CASH-PARM - THE PARM CARD IS REQUIRED AND MUST MAKE
      *  SENSE: A FLOOR ABOVE THE THRESHOLD, AN EMPTY WINDOW OR A
      *  ONE-ITEM "PATTERN" WOULD QUIETLY FLAG NOTHING OR EVERYTHING.
      *****************************************************************
       READ-CASH-PARM.
           OPEN INPUT CASH-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CASH PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CASH-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR READING CASH PARM CARD: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CMP-REPORT-THRESHOLD NOT NUMERIC
              OR CMP-NEAR-FLOOR NOT NUMERIC
              OR CMP-WINDOW-DAYS NOT NUMERIC
              OR CMP-PATTERN-COUNT NOT NUMERIC
              DISPLAY 'INVALID CASH PARM CARD - NOT NUMERIC'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CMP-REPORT-THRESHOLD = 0
              OR CMP-NEAR-FLOOR = 0
              OR CMP-NEAR-FLOOR > CMP-REPORT-THRESHOLD
              OR CMP-WINDOW-DAYS < 1 OR CMP-WINDOW-DAYS > 31
              OR CMP-PATTERN-COUNT < 2
              DISPLAY 'INVALID CASH PARM CARD: ' CMP-REPORT-THRESHOLD
                  ' ' CMP-NEAR-FLOOR ' ' CMP-WINDOW-DAYS
                  ' ' CMP-PATTERN-COUNT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CMP-REPORT-THRESHOLD TO REPORT-THRESHOLD
           MOVE CMP-NEAR-FLOOR TO NEAR-FLOOR
           MOVE CMP-WINDOW-DAYS TO WINDOW-DAYS
           MOVE CMP-PATTERN-COUNT TO PATTERN-COUNT
           COMPUTE WINDOW-START-DAY-NUMBER =
               RUN-DAY-NUMBER - WINDOW-DAYS + 1
           CLOSE CASH-PARM-FILE.

      *****************************************************************
      *  LOAD-CASH-TYPES - READ THE CASHTYPE CARD DECK INTO
      *  CASH-TYPE-TABLE.  THE DECK IS REQUIRED: WITH NO CASH TYPES
      *  THE MONITOR WOULD SEE NOTHING AND REPORT A CLEAN NIGHT.
      *****************************************************************
       LOAD-CASH-TYPES.
           OPEN INPUT CASH-TYPE-FILE
           IF TYPE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CASH TYPE FILE: ' TYPE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-CASH-TYPE-CARD
           PERFORM UNTIL TYPE-STATUS = '10'
               IF CTT-ENTRY-COUNT < 50
                  ADD 1 TO CTT-ENTRY-COUNT
                  MOVE CTC-TXN-TYPE TO CTT-TXN-TYPE (CTT-ENTRY-COUNT)
               ELSE
                  DISPLAY 'CASH-TYPE-TABLE FULL - RUN STOPPED AT: '
                      CTC-TXN-TYPE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               PERFORM READ-CASH-TYPE-CARD
           END-PERFORM

           CLOSE CASH-TYPE-FILE

           IF CTT-ENTRY-COUNT = 0
              DISPLAY 'CASH TYPE FILE IS EMPTY - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-CASH-TYPE-CARD.
           READ CASH-TYPE-FILE
           IF TYPE-STATUS NOT = '00' AND TYPE-STATUS NOT = '10'
              DISPLAY 'ERROR READING CASH TYPE FILE: ' TYPE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       MONITOR-ACCOUNTS.
           PERFORM READ-ACCOUNT
           PERFORM UNTIL ACCT-STATUS = '10'
               ADD 1 TO ACCOUNT-READ-COUNT
               PERFORM MONITOR-ONE-ACCOUNT
               PERFORM READ-ACCOUNT
           END-PERFORM.

       READ-ACCOUNT.
           READ ACCOUNT-FILE
           IF ACCT-STATUS NOT = '00' AND ACCT-STATUS NOT = '10'
              DISPLAY 'ERROR READING ACCOUNT FILE: ' ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *****************************************************************
      *  MONITOR-ONE-ACCOUNT - GATHER THE ACCOUNT'S CASH ACTIVITY IN
      *  THE WINDOW, THEN RUN BOTH TESTS OVER WHAT WAS GATHERED.
      *****************************************************************
       MONITOR-ONE-ACCOUNT.
           INITIALIZE DAY-WINDOW-TABLE
           INITIALIZE PATTERN-WORK
           PERFORM COLLECT-ACCOUNT-CASH

           PERFORM VARYING DWT-IDX FROM 1 BY 1
                   UNTIL DWT-IDX > WINDOW-DAYS
               IF DWT-CASH-IN (DWT-IDX) > REPORT-THRESHOLD
                  OR DWT-CASH-OUT (DWT-IDX) > REPORT-THRESHOLD
                  PERFORM CHECK-CURRENCY-CASE
               END-IF
           END-PERFORM

           IF PTW-ITEM-COUNT NOT < PATTERN-COUNT
              PERFORM CHECK-PATTERN-CASE
           END-IF.

       COLLECT-ACCOUNT-CASH.
           SET CIW-ACCOUNT-NOT-DONE TO TRUE
           MOVE CUST-KEY TO FROM-ACCOUNT
           START TRANSACTION-FILE KEY NOT LESS THAN FROM-ACCOUNT
               INVALID KEY
                   SET CIW-ACCOUNT-DONE TO TRUE
           END-START

           IF CIW-ACCOUNT-NOT-DONE
              PERFORM READ-TRANSACTION
           END-IF
           PERFORM UNTIL CIW-ACCOUNT-DONE
               IF FROM-ACCOUNT = CUST-KEY
                  PERFORM CLASSIFY-TRANSACTION
                  PERFORM READ-TRANSACTION
               ELSE
                  SET CIW-ACCOUNT-DONE TO TRUE
               END-IF
           END-PERFORM.

       READ-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN TXN-FILE-STATUS = '00' OR TXN-FILE-STATUS = '02'
                   CONTINUE
               WHEN TXN-FILE-STATUS = '10'
                   SET CIW-ACCOUNT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING TRANSACTION FILE: '
                       TXN-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      *  CLASSIFY-TRANSACTION - KEEP ONLY CASH-TYPE ACTIVITY THAT WAS
      *  NEITHER REVERSED NOR ITSELF A REVERSAL, DATED INSIDE THE
      *  WINDOW, AND ADD IT TO ITS DAY'S SLOT.  A CREDIT IS CASH IN,
      *  A DEBIT CASH OUT.  A SINGLE ITEM FROM THE FLOOR UP TO THE
      *  THRESHOLD ALSO COUNTS TOWARD THE JUST-UNDER PATTERN.
      *****************************************************************
       CLASSIFY-TRANSACTION.
           SET CTT-NOT-FOUND TO TRUE
           PERFORM VARYING CTT-IDX FROM 1 BY 1
                   UNTIL CTT-IDX > CTT-ENTRY-COUNT OR CTT-FOUND
               IF CTT-TXN-TYPE (CTT-IDX) = TXN-TYPE
                  SET CTT-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF CTT-FOUND
              AND TXN-REVERSAL-OF-ID = SPACES
              AND TXN-REVERSED-BY-ID = SPACES
              AND TXN-AMOUNT NOT = 0
              MOVE TXN-DATE TO DNW-DATE
              PERFORM COMPUTE-DAY-NUMBER
              IF DNW-DATE-VALID
                 COMPUTE DWT-SLOT-NUMBER =
                     DNW-DAY-NUMBER - WINDOW-START-DAY-NUMBER + 1
                 IF DWT-SLOT-NUMBER > 0
                    AND DWT-SLOT-NUMBER NOT > WINDOW-DAYS
                    PERFORM ADD-CASH-ITEM
                 END-IF
              END-IF
           END-IF.

       ADD-CASH-ITEM.
           ADD 1 TO CASH-ITEM-COUNT
           SET DWT-IDX TO DWT-SLOT-NUMBER
           MOVE TXN-DATE TO DWT-TXN-DATE (DWT-IDX)
           ADD 1 TO DWT-ITEM-COUNT (DWT-IDX)
           IF TXN-AMOUNT > 0
              MOVE TXN-AMOUNT TO CIW-AMOUNT
              ADD CIW-AMOUNT TO DWT-CASH-IN (DWT-IDX)
           ELSE
              COMPUTE CIW-AMOUNT = 0 - TXN-AMOUNT
              ADD CIW-AMOUNT TO DWT-CASH-OUT (DWT-IDX)
           END-IF
           IF DWT-FIRST-TXN-ID (DWT-IDX) = SPACES
              OR TXN-ID < DWT-FIRST-TXN-ID (DWT-IDX)
              MOVE TXN-ID TO DWT-FIRST-TXN-ID (DWT-IDX)
           END-IF
           IF TXN-ID > DWT-LAST-TXN-ID (DWT-IDX)
              MOVE TXN-ID TO DWT-LAST-TXN-ID (DWT-IDX)
           END-IF

           IF CIW-AMOUNT NOT < NEAR-FLOOR
              AND CIW-AMOUNT NOT > REPORT-THRESHOLD
              ADD 1 TO PTW-ITEM-COUNT
              IF TXN-AMOUNT > 0
                 ADD CIW-AMOUNT TO PTW-CASH-IN
              ELSE
                 ADD CIW-AMOUNT TO PTW-CASH-OUT
              END-IF
              IF PTW-FIRST-DATE = SPACES OR TXN-DATE < PTW-FIRST-DATE
                 MOVE TXN-DATE TO PTW-FIRST-DATE
              END-IF
              IF TXN-DATE > PTW-LAST-DATE
                 MOVE TXN-DATE TO PTW-LAST-DATE
              END-IF
              IF PTW-FIRST-TXN-ID = SPACES
                 OR TXN-ID < PTW-FIRST-TXN-ID
                 MOVE TXN-ID TO PTW-FIRST-TXN-ID
              END-IF
              IF TXN-ID > PTW-LAST-TXN-ID
                 MOVE TXN-ID TO PTW-LAST-TXN-ID
              END-IF
           END-IF.

      *****************************************************************
      *  CHECK-CURRENCY-CASE - A DAY OVER THE THRESHOLD.  NOT ON FILE:
      *  RAISE IT.  ON FILE BUT THE DAY NOW HOLDS ACTIVITY POSTED
      *  AFTER THE CASE WAS RAISED: AMEND IT TO THE FULL-DAY TOTALS
      *  AND FILE THE AMENDMENT.  OTHERWISE IT HAS BEEN DEALT WITH.
      *****************************************************************
       CHECK-CURRENCY-CASE.
           MOVE CUST-KEY TO CASE-ACCOUNT
           SET CASE-CURRENCY TO TRUE
           MOVE DWT-TXN-DATE (DWT-IDX) TO CASE-ACTIVITY-DATE
           PERFORM READ-CASE-RECORD
           IF CASE-AMENDED
              AND DWT-LAST-TXN-ID (DWT-IDX) NOT > CASE-LAST-TXN-ID
              SET CASE-ALREADY-ON-FILE TO TRUE
           END-IF

           IF CASE-ALREADY-ON-FILE
              ADD 1 TO CASE-ON-FILE-COUNT
           ELSE
              MOVE DWT-TXN-DATE (DWT-IDX) TO CASE-FIRST-DATE
              MOVE DWT-ITEM-COUNT (DWT-IDX) TO CASE-ITEM-COUNT
              MOVE DWT-CASH-IN (DWT-IDX) TO CASE-CASH-IN
              MOVE DWT-CASH-OUT (DWT-IDX) TO CASE-CASH-OUT
              MOVE DWT-FIRST-TXN-ID (DWT-IDX) TO CASE-FIRST-TXN-ID
              MOVE DWT-LAST-TXN-ID (DWT-IDX) TO CASE-LAST-TXN-ID
              PERFORM STORE-CASE-RECORD
              IF CASE-STATUS = '00'
                 IF CASE-RAISED
                    ADD 1 TO CURRENCY-NEW-COUNT
                 ELSE
                    ADD 1 TO CURRENCY-AMEND-COUNT
                 END-IF
                 PERFORM WRITE-CASE-BLOCK
                 PERFORM WRITE-EXTRACT-DETAIL
              END-IF
           END-IF.

      *****************************************************************
      *  CHECK-PATTERN-CASE - ENOUGH JUST-UNDER ITEMS IN THE WINDOW.
      *  THE PATTERN IS ONLY NEWS IF IT HOLDS AN ITEM POSTED AFTER
      *  EVERYTHING THE ACCOUNT'S EARLIER PATTERN CASES COVERED; A
      *  NEW ITEM ON THE SAME LAST DATE AS AN EARLIER CASE AMENDS
      *  THAT CASE RATHER THAN RAISING A SECOND ONE FOR THE DATE.
      *****************************************************************
       CHECK-PATTERN-CASE.
           PERFORM FIND-PATTERN-COVERAGE
           IF PTW-LAST-TXN-ID NOT > PTW-COVERED-TXN-ID
              ADD 1 TO CASE-ON-FILE-COUNT
           ELSE
              MOVE CUST-KEY TO CASE-ACCOUNT
              SET CASE-STRUCTURING TO TRUE
              MOVE PTW-LAST-DATE TO CASE-ACTIVITY-DATE
              PERFORM READ-CASE-RECORD

              MOVE PTW-FIRST-DATE TO CASE-FIRST-DATE
              MOVE PTW-ITEM-COUNT TO CASE-ITEM-COUNT
              MOVE PTW-CASH-IN TO CASE-CASH-IN
              MOVE PTW-CASH-OUT TO CASE-CASH-OUT
              MOVE PTW-FIRST-TXN-ID TO CASE-FIRST-TXN-ID
              MOVE PTW-LAST-TXN-ID TO CASE-LAST-TXN-ID
              PERFORM STORE-CASE-RECORD
              IF CASE-STATUS = '00'
                 IF CASE-RAISED
                    ADD 1 TO PATTERN-NEW-COUNT
                 ELSE
                    ADD 1 TO PATTERN-AMEND-COUNT
                 END-IF
                 PERFORM WRITE-CASE-BLOCK
              END-IF
           END-IF.

      *****************************************************************
      *  FIND-PATTERN-COVERAGE - THE HIGHEST TXN-ID ANY OF THE
      *  ACCOUNT'S PATTERN CASES ALREADY COVERS, FOUND BY BROWSING
      *  THE ACCOUNT'S 'S' KEYS ON THE CASE FILE.
      *****************************************************************
       FIND-PATTERN-COVERAGE.
           MOVE SPACES TO PTW-COVERED-TXN-ID
           SET CIW-CASES-NOT-DONE TO TRUE
           MOVE CUST-KEY TO CASE-ACCOUNT
           SET CASE-STRUCTURING TO TRUE
           MOVE LOW-VALUES TO CASE-ACTIVITY-DATE
           START CASE-FILE KEY NOT LESS THAN CASE-KEY
               INVALID KEY
                   SET CIW-CASES-DONE TO TRUE
           END-START

           PERFORM UNTIL CIW-CASES-DONE
               READ CASE-FILE NEXT RECORD
               IF CASE-STATUS NOT = '00'
                  OR CASE-ACCOUNT NOT = CUST-KEY
                  OR NOT CASE-STRUCTURING
                  SET CIW-CASES-DONE TO TRUE
               ELSE
                  IF CASE-LAST-TXN-ID > PTW-COVERED-TXN-ID
                     MOVE CASE-LAST-TXN-ID TO PTW-COVERED-TXN-ID
                  END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  READ-CASE-RECORD - LOOK UP THE CASE KEY BUILT BY THE CALLER.
      *  ON FILE, THE CASE IS A CANDIDATE FOR AMENDMENT AND ITS
      *  RECORD IS LEFT IN THE BUFFER; NOT ON FILE, THE BUFFER IS
      *  CLEARED BACK TO THE BARE KEY FOR A NEW CASE.
      *****************************************************************
       READ-CASE-RECORD.
           MOVE CASE-KEY TO CASE-KEY-HOLD
           READ CASE-FILE
               INVALID KEY
                   SET CASE-RAISED TO TRUE
               NOT INVALID KEY
                   SET CASE-AMENDED TO TRUE
           END-READ

           IF CASE-RAISED
              MOVE SPACES TO CASE-RECORD
              MOVE CASE-KEY-HOLD TO CASE-KEY
           END-IF.

      *****************************************************************
      *  STORE-CASE-RECORD - WRITE A NEW CASE OR REWRITE AN AMENDED
      *  ONE.  A CASE THAT CANNOT BE STORED IS NOT REPORTED OR FILED
      *  - IT WOULD ONLY BE RAISED AGAIN TOMORROW - BUT THE RUN ENDS
      *  WITH RETURN-CODE 8 SO THE FAILURE IS LOOKED AT.
      *****************************************************************
       STORE-CASE-RECORD.
           MOVE RUN-BUSINESS-DATE TO CASE-UPDATED-DATE
           IF CASE-RAISED
              MOVE RUN-BUSINESS-DATE TO CASE-OPENED-DATE
              MOVE 0 TO CASE-AMEND-COUNT
              WRITE CASE-RECORD
           ELSE
              ADD 1 TO CASE-AMEND-COUNT
              REWRITE CASE-RECORD
           END-IF

           IF CASE-STATUS NOT = '00'
              ADD 1 TO CASE-ERROR-COUNT
              DISPLAY 'ERROR STORING CASE: ' CASE-KEY ' ' CASE-STATUS
           END-IF.

       WRITE-CASE-BLOCK.
           IF CASE-CURRENCY
              MOVE 'CURRENCY AGGREGATE' TO CL1-CASE-LABEL
           ELSE
              MOVE 'STRUCTURING PATTERN' TO CL1-CASE-LABEL
           END-IF
           IF CASE-RAISED
              MOVE 'NEW' TO CL1-ACTION
           ELSE
              MOVE 'AMENDED' TO CL1-ACTION
           END-IF
           MOVE CUST-KEY TO CL1-ACCT-ID
           MOVE CUST-NAME TO CL1-CUST-NAME
           MOVE CASE-LINE-1 TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD

           IF CUST-ADDR-STREET = SPACES
              MOVE '** NO ADDRESS ON FILE **' TO CL2-ADDR-STREET
           ELSE
              MOVE CUST-ADDR-STREET TO CL2-ADDR-STREET
           END-IF
           MOVE CASE-FIRST-DATE TO CL2-FIRST-DATE
           MOVE CASE-ACTIVITY-DATE TO CL2-LAST-DATE
           MOVE CASE-LINE-2 TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD

           MOVE CUST-ADDR-CITY TO CL3-ADDR-CITY
           MOVE CUST-ADDR-STATE TO CL3-ADDR-STATE
           MOVE CUST-ADDR-ZIP TO CL3-ADDR-ZIP
           MOVE CASE-FIRST-TXN-ID TO CL3-FIRST-TXN-ID
           MOVE CASE-LAST-TXN-ID TO CL3-LAST-TXN-ID
           MOVE CASE-LINE-3 TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD

           MOVE CASE-ITEM-COUNT TO CL4-ITEM-COUNT
           MOVE CASE-CASH-IN TO CL4-CASH-IN
           MOVE CASE-CASH-OUT TO CL4-CASH-OUT
           MOVE CASE-LINE-4 TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD

           MOVE SPACES TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD.

       WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO CTR-EXTRACT-RECORD
           SET CTX-DETAIL TO TRUE
           IF CASE-RAISED
              SET CTX-ORIGINAL TO TRUE
           ELSE
              SET CTX-AMENDMENT TO TRUE
           END-IF
           MOVE CUST-KEY TO CTX-ACCOUNT
           MOVE CUST-NAME TO CTX-CUST-NAME
           MOVE CUST-ADDR-STREET TO CTX-ADDR-STREET
           MOVE CUST-ADDR-CITY TO CTX-ADDR-CITY
           MOVE CUST-ADDR-STATE TO CTX-ADDR-STATE
           MOVE CUST-ADDR-ZIP TO CTX-ADDR-ZIP
           MOVE CASE-ACTIVITY-DATE TO CTX-ACTIVITY-DATE
           MOVE CASE-CASH-IN TO CTX-CASH-IN
           MOVE CASE-CASH-OUT TO CTX-CASH-OUT
           MOVE CASE-ITEM-COUNT TO CTX-ITEM-COUNT
           MOVE CASE-FIRST-TXN-ID TO CTX-FIRST-TXN-ID
           MOVE CASE-LAST-TXN-ID TO CTX-LAST-TXN-ID
           PERFORM WRITE-EXTRACT-RECORD
           ADD 1 TO EXTRACT-DETAIL-COUNT
           ADD CASE-CASH-IN TO EXTRACT-CASH-IN-TOTAL
           ADD CASE-CASH-OUT TO EXTRACT-CASH-OUT-TOTAL.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO CTR-EXTRACT-RECORD
           SET CTX-TRAILER TO TRUE
           MOVE EXTRACT-DETAIL-COUNT TO CTX-DETAIL-COUNT
           MOVE EXTRACT-CASH-IN-TOTAL TO CTX-CASH-IN-TOTAL
           MOVE EXTRACT-CASH-OUT-TOTAL TO CTX-CASH-OUT-TOTAL
           PERFORM WRITE-EXTRACT-RECORD.

       WRITE-EXTRACT-RECORD.
           WRITE CTR-EXTRACT-RECORD
           IF XTR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING FILING EXTRACT: ' XTR-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *****************************************************************
      *  COMPUTE-DAY-NUMBER - DAYS FROM A FIXED ORIGIN TO DNW-DATE.
      *  JANUARY AND FEBRUARY ARE COUNTED AS MONTHS 11 AND 12 OF THE
      *  PRIOR YEAR, SO EACH YEAR'S LEAP DAY IS ITS LAST DAY AND THE
      *  DAYS BEFORE A MONTH ARE (153 * MONTH + 2) / 5.  WHOLE YEARS
      *  ADD 365 EACH PLUS ONE PER LEAP YEAR BY THE FOUR / HUNDRED /
      *  FOUR-HUNDRED RULE.  EACH DIVISION IS ITS OWN DIVIDE SO THE
      *  QUOTIENT IS TRUNCATED BEFORE IT IS USED.
      *****************************************************************
       COMPUTE-DAY-NUMBER.
           SET DNW-DATE-VALID TO TRUE
           MOVE 0 TO DNW-DAY-NUMBER
           IF DNW-YEAR-X NOT NUMERIC
              OR DNW-DASH-1 NOT = '-'
              OR DNW-MONTH-X NOT NUMERIC
              OR DNW-DASH-2 NOT = '-'
              OR DNW-DAY-X NOT NUMERIC
              SET DNW-DATE-INVALID TO TRUE
           ELSE
              IF DNW-YEAR < 1
                 OR DNW-MONTH < 01 OR DNW-MONTH > 12
                 OR DNW-DAY < 01 OR DNW-DAY > 31
                 SET DNW-DATE-INVALID TO TRUE
              END-IF
           END-IF

           IF DNW-DATE-VALID
              IF DNW-MONTH > 2
                 MOVE DNW-YEAR TO DNW-MARCH-YEAR
                 COMPUTE DNW-MARCH-MONTH = DNW-MONTH - 3
              ELSE
                 COMPUTE DNW-MARCH-YEAR = DNW-YEAR - 1
                 COMPUTE DNW-MARCH-MONTH = DNW-MONTH + 9
              END-IF

              DIVIDE DNW-MARCH-YEAR BY 4 GIVING DNW-QUOT-4
              DIVIDE DNW-MARCH-YEAR BY 100 GIVING DNW-QUOT-100
              DIVIDE DNW-MARCH-YEAR BY 400 GIVING DNW-QUOT-400
              COMPUTE DNW-MONTH-DAYS = 153 * DNW-MARCH-MONTH + 2
              DIVIDE DNW-MONTH-DAYS BY 5 GIVING DNW-MONTH-DAYS

              COMPUTE DNW-DAY-NUMBER =
                  DNW-MARCH-YEAR * 365
                  + DNW-QUOT-4 - DNW-QUOT-100 + DNW-QUOT-400
                  + DNW-MONTH-DAYS + DNW-DAY - 1
           END-IF.

       WRITE-CASE-TOTALS.
           MOVE 'ACCOUNTS MONITORED:' TO CT-LABEL
           MOVE ACCOUNT-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'CASH ITEMS IN WINDOW:' TO CT-LABEL
           MOVE CASH-ITEM-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'CURRENCY CASES RAISED:' TO CT-LABEL
           MOVE CURRENCY-NEW-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'CURRENCY CASES AMENDED:' TO CT-LABEL
           MOVE CURRENCY-AMEND-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'PATTERN CASES RAISED:' TO CT-LABEL
           MOVE PATTERN-NEW-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'PATTERN CASES AMENDED:' TO CT-LABEL
           MOVE PATTERN-AMEND-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'HITS ALREADY ON CASE FILE:' TO CT-LABEL
           MOVE CASE-ON-FILE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'FILING EXTRACT DETAILS:' TO CT-LABEL
           MOVE EXTRACT-DETAIL-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'FILED CASH IN TOTAL:' TO CT-LABEL
           MOVE EXTRACT-CASH-IN-TOTAL TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'FILED CASH OUT TOTAL:' TO CT-LABEL
           MOVE EXTRACT-CASH-OUT-TOTAL TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO CT-VALUE
           PERFORM WRITE-TOTAL-LINE

           IF CASE-ERROR-COUNT > 0
              MOVE 'CASES NOT STORED - SEE LOG:' TO CT-LABEL
              MOVE CASE-ERROR-COUNT TO DISP-COUNT
              MOVE DISP-COUNT TO CT-VALUE
              PERFORM WRITE-TOTAL-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE CASE-TOTAL-LINE TO CASE-REPORT-RECORD
           WRITE CASE-REPORT-RECORD.

       TERMINATION.
           DISPLAY 'ACCOUNTS MONITORED: ' ACCOUNT-READ-COUNT
           DISPLAY 'CURRENCY CASES RAISED: ' CURRENCY-NEW-COUNT
           DISPLAY 'CURRENCY CASES AMENDED: ' CURRENCY-AMEND-COUNT
           DISPLAY 'PATTERN CASES RAISED: ' PATTERN-NEW-COUNT
           DISPLAY 'PATTERN CASES AMENDED: ' PATTERN-AMEND-COUNT
           DISPLAY 'FILING EXTRACT DETAILS: ' EXTRACT-DETAIL-COUNT

           IF CASE-ERROR-COUNT > 0
              DISPLAY 'CASES NOT STORED: ' CASE-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE CASE-FILE
           CLOSE CASE-REPORT
           CLOSE CTR-EXTRACT-FILE.
