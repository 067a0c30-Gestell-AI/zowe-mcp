       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODSWEEP.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  ODSWEEP - NIGHTLY OVERDRAFT-PROTECTION SWEEP
      *  WALKS THE ODPLINK OVERDRAFT-PROTECTION LINKS AND, FOR EVERY
      *  PROTECTED ACCOUNT WHOSE AVAILABLE BALANCE (LEDGER LESS ITS
      *  OPEN, UNEXPIRED HOLDS) IS BELOW ZERO, EMITS AN INTERNAL
      *  TRANSFER CARD (TAR-TRANSFER-RECORD) MOVING THE SHORTFALL IN
      *  FROM THE LINKED FUNDING ACCOUNT.  THE TRANSFER IS THE
      *  SHORTFALL ROUNDED UP TO THE SWEEPPRM INCREMENT, CAPPED BY
      *  WHAT THE FUNDING ACCOUNT ITSELF HAS AVAILABLE.  THE CARDS GO
      *  OUT ON SWEEPACT AS A COMPLETE BATCH - HEADER, DETAIL,
      *  TRAILER - AND POST THROUGH TXNPOST'S FULL EDIT PASS LIKE ANY
      *  OTHER BATCH.  THE SWEEP AND ITS POSTING RUN AHEAD OF ODNOTICE
      *  AND FEEASSES, SO ONLY OVERDRAFTS THE FUNDING ACCOUNT COULD
      *  NOT COVER DRAW THE LETTER AND THE FEE.
      *
      *  THE LINKS ARE READ IN FUNDING-ACCOUNT ORDER ALONG THE
      *  ODPLINK ALTERNATE KEY, SO EVERYTHING ONE FUNDING ACCOUNT
      *  PAYS OUT IN THE RUN IS CHARGED AGAINST ITS AVAILABLE BALANCE
      *  AS IT GOES - A SAVINGS ACCOUNT PROTECTING SEVERAL ACCOUNTS
      *  IS NEVER COMMITTED PAST WHAT IT HOLDS.  HOLDS ARE READ BY KEY
      *  FOR EACH ACCOUNT, AND EVERYTHING IS JUDGED AS OF THE BUSDATE
      *  CONTROL DATE, THE SAME DATE TXNPOST'S AVAILABLE-FUNDS EDIT
      *  USES.
      *
      *  THE SWEEPRPT REPORT LISTS EVERY OVERDRAWN PROTECTED ACCOUNT
      *  AS COVERED, PARTLY COVERED OR NOT COVERED, AND EVERY LINK
      *  SKIPPED BECAUSE ITS PROTECTED ACCOUNT IS GONE, NO LONGER
      *  ACTIVE OR IN CLOSEOUT, WITH COUNTS AND THE SWEPT AMOUNT FOR
      *  THE BATCH CONTROLS.  MONEY IS NEVER SWEPT INTO OR OUT OF AN
      *  ACCOUNT BEING PAID OUT: AN OVERDRAWN ACCOUNT WHOSE FUNDING
      *  ACCOUNT IS IN CLOSEOUT IS NOT COVERED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *  LINK-FILE - THE OVERDRAFT-PROTECTION LINKS ODPLMNT MAINTAINS,
      *  READ ALONG THE FUNDING-ACCOUNT ALTERNATE KEY.  A MISSING
      *  ODPLINK MEANS NO ACCOUNT HAS BEEN LINKED YET; THE RUN STILL
      *  WRITES AN EMPTY BATCH SO THE POSTING STEP RUNS CLEAN.
      *****************************************************************
           SELECT LINK-FILE ASSIGN TO ODPLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-PROTECTED-ACCOUNT
               ALTERNATE RECORD KEY IS ODP-FUNDING-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS LINK-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

      *****************************************************************
      *  HOLD-FILE - THE FUNDS HOLDS HOLDMNT MAINTAINS, READ BY KEY:
      *  HOLD-KEY BEGINS WITH THE ACCOUNT, SO A START ON THE ACCOUNT
      *  FOLLOWED BY READ NEXT BRINGS BACK JUST THAT ACCOUNT'S HOLDS.
      *  A MISSING HOLDFILE MEANS NO HOLDS HAVE EVER BEEN PLACED.
      *****************************************************************
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CODE.

           SELECT SWEEP-PARM-FILE ASSIGN TO SWEEPPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT SWEEP-ACTIVITY-FILE ASSIGN TO SWEEPACT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACTV-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO SWEEPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  BUSDATE-FILE - THE SCHEDULE'S BUSINESS-DATE CONTROL RECORD.
      *  THE BATCH IS STAMPED WITH IT, SINCE TXNPOST REFUSES A BATCH
      *  DATED ANY OTHER DAY.
      *****************************************************************
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ODPLCOPY.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDCOPY.

      *****************************************************************
      *  SWEEP-PARM-FILE - ONE REQUIRED CARD NAMING THE BATCH ID, THE
      *  TXN TYPE THE TRANSFERS POST UNDER (IT MUST BE ON TXNTYPES
      *  WITH A LIMIT LARGE ENOUGH FOR THE SWEEPS) AND THE ROUNDING
      *  INCREMENT.  A BLANK OR ZERO INCREMENT SWEEPS THE EXACT
      *  SHORTFALL.
      *****************************************************************
       FD  SWEEP-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SWEEP-PARM-RECORD.
           05  SPR-BATCH-ID            PIC X(08).
           05  SPR-TXN-TYPE            PIC X(08).
           05  SPR-INCREMENT-X         PIC X(09).
           05  SPR-INCREMENT REDEFINES SPR-INCREMENT-X
                                       PIC 9(7)V99.
           05  FILLER                  PIC X(55).

       FD  SWEEP-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TXNCARD.

       FD  SWEEP-REPORT.
       01  SWEEP-REPORT-RECORD         PIC X(132).

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  LINK-STATUS             PIC XX.
           05  ACCT-STATUS             PIC XX.
           05  HOLD-STATUS-CODE        PIC XX.
           05  PARM-STATUS             PIC XX.
           05  ACTV-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  LINK-READ-COUNT         PIC 9(6) VALUE 0.
           05  OVERDRAWN-COUNT         PIC 9(6) VALUE 0.
           05  COVERED-COUNT           PIC 9(6) VALUE 0.
           05  PARTLY-COVERED-COUNT    PIC 9(6) VALUE 0.
           05  NOT-COVERED-COUNT       PIC 9(6) VALUE 0.
           05  SKIP-COUNT              PIC 9(6) VALUE 0.
           05  CARD-GEN-COUNT          PIC 9(6) VALUE 0.

       01  SWEEP-TOTALS.
           05  SWEEP-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  SWITCHES.
           05  ACCOUNT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  ACCOUNT-FOUND                 VALUE 'Y'.
               88  ACCOUNT-NOT-FOUND             VALUE 'N'.
           05  LINK-FILE-SW            PIC X(01) VALUE 'N'.
               88  LINK-FILE-OPEN                VALUE 'Y'.
           05  HOLD-FILE-SW            PIC X(01) VALUE 'N'.
               88  HOLD-FILE-OPEN                VALUE 'Y'.

       01  BATCH-CONTROL-WORK.
           05  BCW-BATCH-ID            PIC X(08) VALUE SPACES.
           05  BCW-TXN-TYPE            PIC X(08) VALUE SPACES.
           05  BCW-INCREMENT           PIC 9(7)V99 VALUE 0.

      *****************************************************************
      *  HOLD-SUM-WORK - THE OPEN, UNEXPIRED HOLDS ON ONE ACCOUNT,
      *  TOTALLED BY SUM-OPEN-HOLDS.
      *****************************************************************
       01  HOLD-SUM-WORK.
           05  HSW-ACCOUNT             PIC X(10).
           05  HSW-HELD-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  FUNDER-WORK - THE FUNDING ACCOUNT WHOSE LINKS ARE BEING
      *  SWEPT, AND WHAT IT STILL HAS AVAILABLE AFTER THE TRANSFERS
      *  ALREADY CARDED AGAINST IT IN THIS RUN.  RELOADED EACH TIME
      *  THE FUNDING ACCOUNT ON THE LINK CHANGES.
      *****************************************************************
       01  FUNDER-WORK.
           05  FW-ACCOUNT              PIC X(10) VALUE LOW-VALUES.
           05  FW-STATE-SW             PIC X(01) VALUE 'U'.
               88  FW-USABLE                     VALUE 'U'.
               88  FW-NOT-ON-FILE                VALUE 'M'.
               88  FW-NOT-ACTIVE                 VALUE 'I'.
               88  FW-IN-CLOSEOUT                VALUE 'C'.
           05  FW-AVAILABLE            PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  SWEEP-WORK - THE PROTECTED ACCOUNT IN HAND: ITS AVAILABLE
      *  BALANCE, THE SHORTFALL BELOW ZERO, THE SHORTFALL ROUNDED UP
      *  TO THE INCREMENT, AND THE TRANSFER ACTUALLY CARDED.
      *****************************************************************
       01  SWEEP-WORK.
           05  SWW-AVAILABLE           PIC S9(11)V99 COMP-3 VALUE 0.
           05  SWW-SHORTFALL           PIC S9(11)V99 COMP-3 VALUE 0.
           05  SWW-UNITS               PIC 9(11) COMP-3 VALUE 0.
           05  SWW-ROUNDED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  SWW-TRANSFER-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.

       01  DISPLAY-FIELDS.
           05  DISP-BALANCE            PIC Z,ZZZ,ZZ9.99-.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  SWEEP-MESSAGE               PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  SWEEP-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(33)
                   VALUE 'OVERDRAFT PROTECTION SWEEP'.
               10  FILLER              PIC X(10) VALUE 'FOR: '.
               10  SH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(10) VALUE '  BATCH: '.
               10  SH-BATCH-ID         PIC X(08).
               10  FILLER              PIC X(21) VALUE SPACES.

           05  SWEEP-COL-HEADER.
               10  FILLER              PIC X(10) VALUE 'PROTECTED'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'FUNDED BY'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'AVAILABLE'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'TRANSFER'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(35) VALUE SPACES.

           05  SWEEP-DETAIL.
               10  SD-PROTECTED-ID     PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SD-FUNDING-ID       PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SD-AVAILABLE        PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SD-TRANSFER         PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(35) VALUE SPACES.

           05  SWEEP-TOTAL-LINE.
               10  ST-LABEL            PIC X(30).
               10  ST-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-LINKS
           PERFORM WRITE-BATCH-TRAILER
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  NO CONTROL RECORD MEANS NO
      *  DATE TO STAMP THE BATCH WITH, SO THE RUN IS REFUSED UP FRONT.
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
           CLOSE BUSDATE-FILE.

       INITIALIZATION.
           OPEN INPUT ACCOUNT-FILE
           OPEN OUTPUT SWEEP-ACTIVITY-FILE
           OPEN OUTPUT SWEEP-REPORT

           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SWEEP ACTIVITY FILE: ' ACTV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SWEEP REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT LINK-FILE
           IF LINK-STATUS = '00'
              SET LINK-FILE-OPEN TO TRUE
           ELSE
              IF LINK-STATUS NOT = '35'
                 DISPLAY 'ERROR OPENING LINK FILE: ' LINK-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE = '00'
              SET HOLD-FILE-OPEN TO TRUE
           ELSE
              IF HOLD-STATUS-CODE NOT = '35'
                 DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS-CODE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           PERFORM READ-SWEEP-PARM

           MOVE RUN-BUSINESS-DATE TO SH-BUSINESS-DATE
           MOVE BCW-BATCH-ID TO SH-BATCH-ID
           MOVE SWEEP-HEADER TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE SWEEP-COL-HEADER TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

      *****************************************************************
      *  READ-SWEEP-PARM - THE PARM CARD IS REQUIRED: WITHOUT A BATCH
      *  ID THE CARDS COULD NOT BE PROVED BY TXNPOST, AND WITHOUT A
      *  TXN TYPE THEY WOULD ALL REJECT.
      *****************************************************************
       READ-SWEEP-PARM.
           OPEN INPUT SWEEP-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SWEEP PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ SWEEP-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'SWEEP PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF SPR-INCREMENT-X = SPACES
              MOVE ZERO TO BCW-INCREMENT
           ELSE
              IF SPR-INCREMENT NUMERIC
                 MOVE SPR-INCREMENT TO BCW-INCREMENT
              ELSE
                 DISPLAY 'INVALID SWEEP INCREMENT: ' SPR-INCREMENT-X
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF SPR-BATCH-ID = SPACES OR SPR-TXN-TYPE = SPACES
              DISPLAY 'INVALID SWEEP PARM CARD: ' SPR-BATCH-ID
                  ' ' SPR-TXN-TYPE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF BCW-INCREMENT = 0
              MOVE .01 TO BCW-INCREMENT
           END-IF

           MOVE SPR-BATCH-ID TO BCW-BATCH-ID
           MOVE SPR-TXN-TYPE TO BCW-TXN-TYPE
           CLOSE SWEEP-PARM-FILE.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE BCW-BATCH-ID TO TAR-BATCH-ID
           MOVE RUN-BUSINESS-DATE TO TAR-BUSINESS-DATE
           SET TAR-HEADER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

      *****************************************************************
      *  PROCESS-LINKS - POSITION AT THE LOWEST FUNDING ACCOUNT ON THE
      *  ALTERNATE KEY AND READ EVERY LINK IN FUNDING-ACCOUNT ORDER.
      *  STATUS '02' (ANOTHER LINK UNDER THE SAME FUNDING ACCOUNT) IS
      *  A NORMAL READ ALONG THE ALTERNATE KEY.
      *****************************************************************
       PROCESS-LINKS.
           IF LINK-FILE-OPEN
              MOVE LOW-VALUES TO ODP-FUNDING-ACCOUNT
              START LINK-FILE KEY NOT LESS THAN ODP-FUNDING-ACCOUNT
                  INVALID KEY
                      MOVE '10' TO LINK-STATUS
              END-START
              IF LINK-STATUS = '00'
                 PERFORM READ-LINK-RECORD
              END-IF
              PERFORM UNTIL LINK-STATUS NOT = '00'
                        AND LINK-STATUS NOT = '02'
                  IF ODP-ACTIVE
                     ADD 1 TO LINK-READ-COUNT
                     PERFORM SWEEP-ONE-LINK
                  END-IF
                  PERFORM READ-LINK-RECORD
              END-PERFORM
           END-IF.

       READ-LINK-RECORD.
           READ LINK-FILE NEXT RECORD
           IF LINK-STATUS NOT = '00' AND LINK-STATUS NOT = '02'
              AND LINK-STATUS NOT = '10'
              DISPLAY 'ERROR READING LINK FILE: ' LINK-STATUS
           END-IF.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.

      *****************************************************************
      *  SWEEP-ONE-LINK - LOAD THE FUNDING ACCOUNT WHEN IT CHANGES,
      *  THEN JUDGE THE PROTECTED ACCOUNT.  A PROTECTED ACCOUNT STILL
      *  IN FUNDS PRINTS NOTHING.  A LINK WHOSE PROTECTED ACCOUNT
      *  CARRIES A CLOSEOUT FLAG IS SKIPPED: A TRANSFER IN WOULD
      *  UPSET THE PAYOUT CLOSEOUT HAS CARDED.  A FUNDING ACCOUNT IN
      *  CLOSEOUT IS LEFT TO COVER-OVERDRAFT, LIKE ONE NOT ACTIVE.
      *****************************************************************
       SWEEP-ONE-LINK.
           IF ODP-FUNDING-ACCOUNT NOT = FW-ACCOUNT
              PERFORM LOAD-FUNDING-ACCOUNT
           END-IF

           MOVE ODP-PROTECTED-ACCOUNT TO CUST-KEY
           PERFORM READ-ACCOUNT-RECORD
           EVALUATE TRUE
               WHEN ACCOUNT-NOT-FOUND
                   MOVE 'PROTECTED ACCT NOT ON FILE - SKIP' TO
                       SWEEP-MESSAGE
                   PERFORM SKIP-LINK
               WHEN NOT CUST-ACTIVE
                   MOVE 'PROTECTED ACCT NOT ACTIVE - SKIPPED' TO
                       SWEEP-MESSAGE
                   PERFORM SKIP-LINK
               WHEN CUST-CLOSEOUT-FLAG NOT = SPACES
                   MOVE 'PROTECTED ACCT IN CLOSEOUT - SKIP' TO
                       SWEEP-MESSAGE
                   PERFORM SKIP-LINK
               WHEN OTHER
                   MOVE CUST-KEY TO HSW-ACCOUNT
                   PERFORM SUM-OPEN-HOLDS
                   COMPUTE SWW-AVAILABLE =
                       CUST-ACCT-BALANCE - HSW-HELD-TOTAL
                   IF SWW-AVAILABLE < 0
                      ADD 1 TO OVERDRAWN-COUNT
                      PERFORM COVER-OVERDRAFT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  LOAD-FUNDING-ACCOUNT - READ THE NEW FUNDING ACCOUNT AND SET
      *  ITS AVAILABLE BALANCE.  ONE THAT IS GONE OR NOT ACTIVE CAN
      *  FUND NOTHING - TXNPOST WOULD REJECT THE TRANSFER ANYWAY.
      *  ONE IN CLOSEOUT FUNDS NOTHING EITHER - A TRANSFER OUT WOULD
      *  DRAW ON MONEY ALREADY PROMISED TO THE CUSTOMER.
      *****************************************************************
       LOAD-FUNDING-ACCOUNT.
           MOVE ODP-FUNDING-ACCOUNT TO FW-ACCOUNT
           MOVE 0 TO FW-AVAILABLE
           MOVE ODP-FUNDING-ACCOUNT TO CUST-KEY
           PERFORM READ-ACCOUNT-RECORD
           EVALUATE TRUE
               WHEN ACCOUNT-NOT-FOUND
                   SET FW-NOT-ON-FILE TO TRUE
               WHEN NOT CUST-ACTIVE
                   SET FW-NOT-ACTIVE TO TRUE
               WHEN CUST-CLOSEOUT-FLAG NOT = SPACES
                   SET FW-IN-CLOSEOUT TO TRUE
               WHEN OTHER
                   SET FW-USABLE TO TRUE
                   MOVE CUST-KEY TO HSW-ACCOUNT
                   PERFORM SUM-OPEN-HOLDS
                   COMPUTE FW-AVAILABLE =
                       CUST-ACCT-BALANCE - HSW-HELD-TOTAL
           END-EVALUATE.

      *****************************************************************
      *  SUM-OPEN-HOLDS - TOTAL THE OPEN HOLDS ON HSW-ACCOUNT THAT
      *  HAVE NOT EXPIRED AS OF THE BUSINESS DATE.
      *****************************************************************
       SUM-OPEN-HOLDS.
           MOVE 0 TO HSW-HELD-TOTAL
           IF HOLD-FILE-OPEN
              MOVE HSW-ACCOUNT TO HOLD-ACCOUNT
              MOVE LOW-VALUES TO HOLD-ID
              START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
                  INVALID KEY
                      MOVE '23' TO HOLD-STATUS-CODE
              END-START
              IF HOLD-STATUS-CODE = '00'
                 PERFORM READ-HOLD-RECORD
              END-IF
              PERFORM UNTIL HOLD-STATUS-CODE NOT = '00'
                      OR HOLD-ACCOUNT NOT = HSW-ACCOUNT
                  IF HOLD-OPEN
                     AND HOLD-EXPIRY-DATE >= RUN-BUSINESS-DATE
                     ADD HOLD-AMOUNT TO HSW-HELD-TOTAL
                  END-IF
                  PERFORM READ-HOLD-RECORD
              END-PERFORM
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE NEXT RECORD
           IF HOLD-STATUS-CODE NOT = '00'
              AND HOLD-STATUS-CODE NOT = '10'
              DISPLAY 'ERROR READING HOLD FILE: ' HOLD-STATUS-CODE
           END-IF.

      *****************************************************************
      *  COVER-OVERDRAFT - ROUND THE SHORTFALL UP TO THE INCREMENT,
      *  CAP IT AT WHAT THE FUNDING ACCOUNT HAS LEFT, AND CARD THE
      *  TRANSFER.  A TRANSFER THAT AT LEAST MEETS THE SHORTFALL IS
      *  COVERED; ONE THAT FALLS SHORT OF IT IS PARTLY COVERED.
      *****************************************************************
       COVER-OVERDRAFT.
           COMPUTE SWW-SHORTFALL = 0 - SWW-AVAILABLE
           COMPUTE SWW-UNITS = SWW-SHORTFALL / BCW-INCREMENT
           COMPUTE SWW-ROUNDED-AMOUNT = SWW-UNITS * BCW-INCREMENT
           IF SWW-ROUNDED-AMOUNT < SWW-SHORTFALL
              ADD BCW-INCREMENT TO SWW-ROUNDED-AMOUNT
           END-IF
           MOVE 0 TO SWW-TRANSFER-AMOUNT

           EVALUATE TRUE
               WHEN FW-NOT-ON-FILE
                   ADD 1 TO NOT-COVERED-COUNT
                   MOVE 'NOT COVERED - FUNDER NOT ON FILE' TO
                       SWEEP-MESSAGE
               WHEN FW-NOT-ACTIVE
                   ADD 1 TO NOT-COVERED-COUNT
                   MOVE 'NOT COVERED - FUNDER NOT ACTIVE' TO
                       SWEEP-MESSAGE
               WHEN FW-IN-CLOSEOUT
                   ADD 1 TO NOT-COVERED-COUNT
                   MOVE 'NOT COVERED - FUNDER IN CLOSEOUT' TO
                       SWEEP-MESSAGE
               WHEN FW-AVAILABLE NOT > 0
                   ADD 1 TO NOT-COVERED-COUNT
                   MOVE 'NOT COVERED - NO FUNDS AVAILABLE' TO
                       SWEEP-MESSAGE
               WHEN OTHER
                   IF SWW-ROUNDED-AMOUNT > FW-AVAILABLE
                      MOVE FW-AVAILABLE TO SWW-TRANSFER-AMOUNT
                   ELSE
                      MOVE SWW-ROUNDED-AMOUNT TO SWW-TRANSFER-AMOUNT
                   END-IF
                   IF SWW-TRANSFER-AMOUNT < SWW-SHORTFALL
                      ADD 1 TO PARTLY-COVERED-COUNT
                      MOVE 'PARTLY COVERED - FUNDS EXHAUSTED' TO
                          SWEEP-MESSAGE
                   ELSE
                      ADD 1 TO COVERED-COUNT
                      MOVE 'COVERED' TO SWEEP-MESSAGE
                   END-IF
                   PERFORM GENERATE-TRANSFER-CARD
           END-EVALUATE

           PERFORM LOG-SWEEP-RESULT.

      *****************************************************************
      *  GENERATE-TRANSFER-CARD - ONE INTERNAL TRANSFER FROM THE
      *  FUNDING ACCOUNT INTO THE PROTECTED ACCOUNT, DATED THE
      *  BUSINESS DATE, AND CHARGED AGAINST THE FUNDING ACCOUNT'S
      *  REMAINING AVAILABLE BALANCE FOR THE REST OF THE RUN.
      *****************************************************************
       GENERATE-TRANSFER-CARD.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE FW-ACCOUNT TO TAR-FROM-ACCOUNT
           MOVE BCW-TXN-TYPE TO TAR-TXN-TYPE
           MOVE SWW-TRANSFER-AMOUNT TO TAR-TXN-AMOUNT
           MOVE RUN-BUSINESS-DATE TO TAR-TXN-DATE
           MOVE 'OVERDRAFT PROTECTION SWEEP' TO TAR-TXN-DESCRIPTION
           MOVE ODP-PROTECTED-ACCOUNT TO TAR-TO-ACCOUNT
           SET TAR-TRANSFER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD

           ADD 1 TO CARD-GEN-COUNT
           ADD SWW-TRANSFER-AMOUNT TO SWEEP-AMOUNT-TOTAL
           SUBTRACT SWW-TRANSFER-AMOUNT FROM FW-AVAILABLE.

       SKIP-LINK.
           ADD 1 TO SKIP-COUNT
           MOVE 0 TO SWW-AVAILABLE
           MOVE 0 TO SWW-TRANSFER-AMOUNT
           PERFORM LOG-SWEEP-RESULT.

       LOG-SWEEP-RESULT.
           MOVE ODP-PROTECTED-ACCOUNT TO SD-PROTECTED-ID
           MOVE ODP-FUNDING-ACCOUNT TO SD-FUNDING-ID
           MOVE SWW-AVAILABLE TO DISP-BALANCE
           MOVE DISP-BALANCE TO SD-AVAILABLE
           MOVE SWW-TRANSFER-AMOUNT TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO SD-TRANSFER
           MOVE SWEEP-MESSAGE TO SD-MESSAGE
           MOVE SWEEP-DETAIL TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE CARD-GEN-COUNT TO TAR-TRAILER-COUNT
           MOVE SWEEP-AMOUNT-TOTAL TO TAR-TRAILER-AMOUNT
           SET TAR-TRAILER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-ACTIVITY-RECORD.
           WRITE TXN-ACTIVITY-RECORD
           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SWEEP ACTIVITY FILE: ' ACTV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       TERMINATION.
           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'ACTIVE LINKS READ:' TO ST-LABEL
           MOVE LINK-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           MOVE SWEEP-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'PROTECTED ACCOUNTS OVERDRAWN:' TO ST-LABEL
           MOVE OVERDRAWN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           MOVE SWEEP-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE '  COVERED:' TO ST-LABEL
           MOVE COVERED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           MOVE SWEEP-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE '  PARTLY COVERED:' TO ST-LABEL
           MOVE PARTLY-COVERED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           MOVE SWEEP-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE '  NOT COVERED:' TO ST-LABEL
           MOVE NOT-COVERED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           MOVE SWEEP-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'LINKS SKIPPED:' TO ST-LABEL
           MOVE SKIP-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           MOVE SWEEP-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'TRANSFER CARDS GENERATED:' TO ST-LABEL
           MOVE CARD-GEN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           MOVE SWEEP-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'SWEPT AMOUNT TOTAL:' TO ST-LABEL
           MOVE SWEEP-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ST-VALUE
           MOVE SWEEP-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD

           DISPLAY 'BATCH STAMPED: ' BCW-BATCH-ID
               ' FOR ' RUN-BUSINESS-DATE
           DISPLAY 'ACTIVE LINKS READ: ' LINK-READ-COUNT
           DISPLAY 'PROTECTED ACCOUNTS OVERDRAWN: ' OVERDRAWN-COUNT
           DISPLAY 'COVERED: ' COVERED-COUNT
               ' PARTLY: ' PARTLY-COVERED-COUNT
               ' NOT COVERED: ' NOT-COVERED-COUNT
           DISPLAY 'TRANSFER CARDS GENERATED: ' CARD-GEN-COUNT

           IF LINK-FILE-OPEN
              CLOSE LINK-FILE
           END-IF
           IF HOLD-FILE-OPEN
              CLOSE HOLD-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE SWEEP-ACTIVITY-FILE
           CLOSE SWEEP-REPORT.
