       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEOUT.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  CLOSEOUT - ACCOUNT CLOSEOUT PREPARATION
      *  READS EVERY ACCOUNT-FILE RECORD AND PREPARES THE CLOSEOUT OF
      *  EACH ACCOUNT AN ACCTMNT CLOSEOUT CARD FLAGGED FOR CLOSURE:
      *    - ACCRUES INTEREST FROM THE START OF THE MONTH UP TO THE
      *      CLOSE DATE (THE BUSINESS DATE) ON THE ACCOUNT'S OWN
      *      PRODUCT RATE TIERS, OR THE INTRATES DECK FOR AN ACCOUNT
      *      WITH NO PRODUCT - THE SAME TIER PICK INTCALC MAKES,
      *      PRO-RATED BY DAY ON A 365-DAY YEAR;
      *    - CANCELS EVERY ACTIVE STANDING ORDER ON THE ACCOUNT;
      *    - RELEASES EVERY OPEN HOLD ON THE ACCOUNT;
      *    - CANCELS EVERY ACTIVE OVERDRAFT-PROTECTION LINK NAMING
      *      THE ACCOUNT, WHETHER AS THE PROTECTED ACCOUNT OR AS THE
      *      ONE FUNDING THE LINK;
      *    - CARDS THE INTEREST CREDIT AND A PAYOUT DEBIT FOR THE
      *      BALANCE PLUS THAT INTEREST, WHICH TAKES THE ACCOUNT TO
      *      EXACTLY ZERO ONCE BOTH HAVE POSTED;
      *    - MARKS THE CLOSEOUT PREPARED, RECORDING THE CLOSE DATE,
      *      THE INTEREST AND THE PAYOUT FOR THE CLOSING LETTER.
      *  THE CARDS GO OUT ON CLOSACTV AS A COMPLETE BATCH - HEADER,
      *  DETAIL, TRAILER - AND POST THROUGH TXNPOST LIKE ANY OTHER
      *  BATCH.  THE ACCOUNT IS NOT CLOSED HERE: CLOSEFIN, RUN AFTER
      *  THE POSTING, PROVES THE BALANCE REACHED ZERO, PRINTS THE
      *  LETTER AND ONLY THEN CLOSES IT.
      *
      *  EVERY ORDER CANCELLED, HOLD RELEASED, LINK CANCELLED AND
      *  ACCOUNT PREPARED IS JOURNALED ON MAINTJNL WITH ITS BEFORE
      *  AND AFTER IMAGE, UNDER CLOSEOUT AS THE OPERATOR ID, THE SAME
      *  AS IF A MAINTENANCE CARD HAD MADE THE CHANGE.
      *
      *  A PREPARED ACCOUNT CLOSEFIN COULD NOT CLOSE - OTHER ACTIVITY
      *  POSTED AROUND THE PAYOUT, THE PAYOUT REJECTED, OR A HOLD OR
      *  ORDER APPEARED SINCE - IS PICKED UP AGAIN BY THE NEXT RUN:
      *  ITS HOLDS, ORDERS AND LINKS ARE CLEARED AGAIN AND A FURTHER
      *  PAYOUT IS CARDED FOR THE BALANCE AS IT NOW STANDS.  INTEREST
      *  IS NEVER ACCRUED A SECOND TIME.  AN ACCOUNT PREPARED UNDER
      *  TODAY'S BUSINESS DATE IS STILL WAITING FOR ITS CARDS TO
      *  POST AND IS LEFT ALONE, SO A RERUN CANNOT CARD IT TWICE.
      *
      *  AN ACCOUNT THAT CANNOT BE CLOSED OUT - NOT ACTIVE, OVERDRAWN
      *  (THERE IS NOTHING TO PAY OUT, THE CUSTOMER OWES THE BANK),
      *  PRODUCT NOT ON FILE, OR NO RATE TIER COVERING ITS BALANCE -
      *  IS LEFT EXACTLY AS IT WAS, LISTED AS HELD, AND THE RUN ENDS
      *  WITH RETURN CODE 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

      *****************************************************************
      *  PRODUCT-FILE - THE PRODUCT MASTER, READ BY KEY FOR THE RATE
      *  TIERS OF EACH ACCOUNT BEING CLOSED OUT.  A MISSING PRODFILE
      *  HOLDS BACK ANY ACCOUNT THAT NAMES A PRODUCT; ANY OTHER OPEN
      *  FAILURE STOPS THE RUN.
      *****************************************************************
           SELECT PRODUCT-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-STATUS.

           SELECT RATE-FILE ASSIGN TO INTRATES
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RATE-STATUS.

      *****************************************************************
      *  HOLD-FILE AND STANDING-ORDER-FILE - UPDATED IN PLACE, READ
      *  BY ACCOUNT: HOLD-KEY BEGINS WITH THE ACCOUNT, AND ORDERS ARE
      *  FOUND ALONG THE SORD-ACCOUNT ALTERNATE KEY.  A MISSING FILE
      *  MEANS NOTHING HAS EVER BEEN PUT ON IT.
      *****************************************************************
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CODE.

           SELECT STANDING-ORDER-FILE ASSIGN TO SORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-KEY
               ALTERNATE RECORD KEY IS SORD-ACCOUNT WITH DUPLICATES
               FILE STATUS IS SORD-FILE-STATUS.

      *****************************************************************
      *  LINK-FILE - THE OVERDRAFT-PROTECTION LINKS ODPLMNT MAINTAINS,
      *  UPDATED IN PLACE.  A LINK PROTECTING THE ACCOUNT IS READ ON
      *  THE PRIMARY KEY, THE LINKS IT FUNDS ALONG THE FUNDING-
      *  ACCOUNT ALTERNATE KEY.  A MISSING ODPLINK MEANS NO ACCOUNT
      *  HAS EVER BEEN LINKED.
      *****************************************************************
           SELECT LINK-FILE ASSIGN TO ODPLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-PROTECTED-ACCOUNT
               ALTERNATE RECORD KEY IS ODP-FUNDING-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS LINK-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY RECORD THE CLOSEOUT
      *  CHANGES.
      *****************************************************************
           SELECT JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT CLOSE-PARM-FILE ASSIGN TO CLOSEPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT CLOSE-ACTIVITY-FILE ASSIGN TO CLOSACTV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACTV-STATUS.

           SELECT CLOSE-REPORT ASSIGN TO CLOSERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  BUSDATE-FILE - THE SCHEDULE'S BUSINESS-DATE CONTROL RECORD.
      *  IT IS THE CLOSE DATE INTEREST IS ACCRUED TO, AND THE DATE
      *  THE BATCH IS STAMPED WITH, SINCE TXNPOST REFUSES A BATCH
      *  DATED ANY OTHER DAY.
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

       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PRODCOPY.

       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RATECARD.

       FD  HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDCOPY.

       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY SORDCOPY.

       FD  LINK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ODPLCOPY.

       FD  JOURNAL-FILE
           RECORD CONTAINS 700 CHARACTERS.
       COPY JRNLCOPY.

      *****************************************************************
      *  CLOSE-PARM-FILE - ONE REQUIRED CARD NAMING THE BATCH ID, THE
      *  TXN TYPE THE CLOSING INTEREST POSTS UNDER (BLANK MEANS
      *  INTEREST, AS INTCALC USES) AND THE TXN TYPE OF THE PAYOUT
      *  DEBIT.  BOTH TYPES MUST BE ON TXNTYPES WITH LIMITS LARGE
      *  ENOUGH FOR A WHOLE ACCOUNT BALANCE.
      *****************************************************************
       FD  CLOSE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-PARM-RECORD.
           05  CPR-BATCH-ID            PIC X(08).
           05  CPR-INTEREST-TYPE       PIC X(08).
           05  CPR-PAYOUT-TYPE         PIC X(08).
           05  FILLER                  PIC X(56).

       FD  CLOSE-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TXNCARD.

       FD  CLOSE-REPORT.
       01  CLOSE-REPORT-RECORD         PIC X(132).

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ACCT-STATUS             PIC XX.
           05  PROD-STATUS             PIC XX.
           05  RATE-STATUS             PIC XX.
           05  HOLD-STATUS-CODE        PIC XX.
           05  SORD-FILE-STATUS        PIC XX.
           05  LINK-STATUS             PIC XX.
           05  JRNL-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  ACTV-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  ACCOUNT-READ-COUNT      PIC 9(6) VALUE 0.
           05  PREPARED-COUNT          PIC 9(6) VALUE 0.
           05  RESIDUAL-COUNT          PIC 9(6) VALUE 0.
           05  HELD-COUNT              PIC 9(6) VALUE 0.
           05  AWAITING-POST-COUNT     PIC 9(6) VALUE 0.
           05  ORDER-CANCEL-COUNT      PIC 9(6) VALUE 0.
           05  HOLD-RELEASE-COUNT      PIC 9(6) VALUE 0.
           05  LINK-CANCEL-COUNT       PIC 9(6) VALUE 0.
           05  CARD-GEN-COUNT          PIC 9(6) VALUE 0.

       01  CLOSE-TOTALS.
           05  INTEREST-AMOUNT-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  PAYOUT-AMOUNT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  BATCH-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

      *****************************************************************
      *  CLOSE-DATE-WORK - THE BUSINESS DATE BROKEN OUT FOR ITS DAY
      *  OF THE MONTH, WHICH IS THE NUMBER OF DAYS OF INTEREST STILL
      *  OWED SINCE INTCALC LAST PAID THE ACCOUNT AT MONTH END.
      *****************************************************************
       01  CLOSE-DATE-WORK.
           05  CDW-DATE.
               10  CDW-YEAR            PIC X(04).
               10  FILLER              PIC X(01).
               10  CDW-MONTH           PIC X(02).
               10  FILLER              PIC X(01).
               10  CDW-DAY             PIC 9(02).

       01  SWITCHES.
           05  PRODUCT-FILE-SW         PIC X(01) VALUE 'N'.
               88  PRODUCT-FILE-OPEN             VALUE 'Y'.
           05  HOLD-FILE-SW            PIC X(01) VALUE 'N'.
               88  HOLD-FILE-OPEN                VALUE 'Y'.
           05  SORD-FILE-SW            PIC X(01) VALUE 'N'.
               88  SORD-FILE-OPEN                VALUE 'Y'.
           05  LINK-FILE-SW            PIC X(01) VALUE 'N'.
               88  LINK-FILE-OPEN                VALUE 'Y'.
           05  CLOSE-HELD-SW           PIC X(01) VALUE 'N'.
               88  CLOSE-HELD                    VALUE 'Y'.
               88  CLOSE-NOT-HELD                VALUE 'N'.

       01  BATCH-CONTROL-WORK.
           05  BCW-BATCH-ID            PIC X(08) VALUE SPACES.
           05  BCW-INTEREST-TYPE       PIC X(08) VALUE SPACES.
           05  BCW-PAYOUT-TYPE         PIC X(08) VALUE SPACES.

      *****************************************************************
      *  RATE-TIER-TABLE - LOADED FROM THE INTRATES CARD DECK AT
      *  START-UP, AS INTCALC LOADS IT.  A DECK LONGER THAN THE TABLE
      *  STOPS THE RUN RATHER THAN PAY ANY ACCOUNT ON A DROPPED TIER.
      *****************************************************************
       01  RATE-TIER-TABLE.
           05  RTT-ENTRY-COUNT         PIC 9(3) VALUE 0.
           05  RTT-ENTRY OCCURS 20 TIMES
                   INDEXED BY RTT-IDX.
               10  RTT-TIER-LIMIT      PIC S9(9)V99 COMP-3.
               10  RTT-ANNUAL-RATE     PIC 9(2)V9(4) COMP-3.

       01  RTT-FLAGS.
           05  RTT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  RTT-FOUND                     VALUE 'Y'.
               88  RTT-NOT-FOUND                 VALUE 'N'.
           05  RTT-PICKED-LIMIT        PIC S9(9)V99 COMP-3 VALUE 0.
           05  RTT-PICKED-RATE         PIC 9(2)V9(4) COMP-3 VALUE 0.

       01  PROD-TIER-SUB               PIC 9(02) VALUE 0.

      *****************************************************************
      *  CLOSE-WORK - ONE ACCOUNT'S CLOSEOUT FIGURES AND WHAT WAS
      *  TIDIED UP ON IT.
      *****************************************************************
       01  CLOSE-WORK.
           05  CLW-INTEREST            PIC S9(9)V99 COMP-3 VALUE 0.
           05  CLW-PAYOUT              PIC S9(9)V99 COMP-3 VALUE 0.
           05  CLW-ORDERS-CANCELLED    PIC 9(04) VALUE 0.
           05  CLW-HOLDS-RELEASED      PIC 9(04) VALUE 0.
           05  CLW-LINKS-CANCELLED     PIC 9(04) VALUE 0.

      *****************************************************************
      *  JOURNAL-WORK - ONE CHANGE FOR THE MAINTJNL TRAIL: THE RECORD
      *  TYPE, ITS KEY ON ITS OWN FILE, THE ACTION, AND THE RECORD
      *  BEFORE AND AFTER.  EVERY ENTRY IS FILED UNDER THE ACCOUNT
      *  BEING CLOSED OUT, SO THE WHOLE CLOSEOUT CAN BE PULLED BY
      *  ACCOUNT.  ACCOUNT-BEFORE-IMAGE KEEPS THE ACCOUNT AS READ,
      *  BEFORE ANYTHING ON IT IS CHANGED.
      *****************************************************************
       01  JOURNAL-WORK.
           05  JNW-RECORD-TYPE         PIC X(08) VALUE SPACES.
           05  JNW-KEY                 PIC X(20) VALUE SPACES.
           05  JNW-ACTION              PIC X(03) VALUE SPACES.
           05  JNW-BEFORE-IMAGE        PIC X(300) VALUE SPACES.
           05  JNW-AFTER-IMAGE         PIC X(300) VALUE SPACES.

       01  ACCOUNT-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

       01  DISPLAY-FIELDS.
           05  DISP-BALANCE            PIC Z,ZZZ,ZZ9.99-.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.
           05  DISP-SMALL-COUNT        PIC Z,ZZ9.

       01  CLOSE-MESSAGE               PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  CLOSE-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(33)
                   VALUE 'ACCOUNT CLOSEOUT PREPARATION'.
               10  FILLER              PIC X(10) VALUE 'FOR: '.
               10  CH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(10) VALUE '  BATCH: '.
               10  CH-BATCH-ID         PIC X(08).
               10  FILLER              PIC X(21) VALUE SPACES.

           05  CLOSE-COL-HEADER.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'BALANCE'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'INTEREST'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'PAYOUT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'ORDERS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(5)  VALUE 'HOLDS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(5)  VALUE 'LINKS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(5)  VALUE SPACES.

           05  CLOSE-DETAIL.
               10  CD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-BALANCE          PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-INTEREST         PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-PAYOUT           PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-ORDERS           PIC X(6).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-HOLDS            PIC X(5).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-LINKS            PIC X(5).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(5)  VALUE SPACES.

           05  CLOSE-TOTAL-LINE.
               10  CT-LABEL            PIC X(30).
               10  CT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-ACCOUNTS
           PERFORM WRITE-BATCH-TRAILER
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  NO CONTROL RECORD MEANS NO
      *  CLOSE DATE TO ACCRUE TO, SO THE RUN IS REFUSED UP FRONT.
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
           MOVE BDC-BUSINESS-DATE TO CDW-DATE
           CLOSE BUSDATE-FILE.

       INITIALIZATION.
           OPEN I-O ACCOUNT-FILE
           OPEN OUTPUT CLOSE-ACTIVITY-FILE
           OPEN OUTPUT CLOSE-REPORT

           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLOSE ACTIVITY FILE: ' ACTV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLOSEOUT REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PRODUCT-FILE
           IF PROD-STATUS = '00'
              SET PRODUCT-FILE-OPEN TO TRUE
           ELSE
              IF PROD-STATUS NOT = '35'
                 DISPLAY 'ERROR OPENING PRODUCT FILE: ' PROD-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN I-O HOLD-FILE
           IF HOLD-STATUS-CODE = '00'
              SET HOLD-FILE-OPEN TO TRUE
           ELSE
              IF HOLD-STATUS-CODE NOT = '35'
                 DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS-CODE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN I-O STANDING-ORDER-FILE
           IF SORD-FILE-STATUS = '00'
              SET SORD-FILE-OPEN TO TRUE
           ELSE
              IF SORD-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR OPENING STANDING ORDER FILE: '
                     SORD-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN I-O LINK-FILE
           IF LINK-STATUS = '00'
              SET LINK-FILE-OPEN TO TRUE
           ELSE
              IF LINK-STATUS NOT = '35'
                 DISPLAY 'ERROR OPENING LINK FILE: ' LINK-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           PERFORM OPEN-JOURNAL-FILE
           PERFORM READ-CLOSE-PARM
           PERFORM LOAD-RATE-TIERS

           MOVE RUN-BUSINESS-DATE TO CH-BUSINESS-DATE
           MOVE BCW-BATCH-ID TO CH-BATCH-ID
           MOVE CLOSE-HEADER TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE CLOSE-COL-HEADER TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

      *****************************************************************
      *  OPEN-JOURNAL-FILE - EXTEND THE MAINTJNL TRAIL, STARTING IT IF
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO ACCOUNT IS CLOSED
      *  OUT UNLESS ITS CHANGES CAN BE JOURNALED.
      *****************************************************************
       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF JRNL-STATUS NOT = '00'
              OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-CLOSE-PARM.
           OPEN INPUT CLOSE-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLOSE PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CLOSE-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'CLOSEOUT PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CPR-BATCH-ID = SPACES OR CPR-PAYOUT-TYPE = SPACES
              DISPLAY 'INVALID CLOSEOUT PARM CARD: ' CPR-BATCH-ID
                  ' ' CPR-PAYOUT-TYPE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CPR-BATCH-ID TO BCW-BATCH-ID
           MOVE CPR-PAYOUT-TYPE TO BCW-PAYOUT-TYPE
           IF CPR-INTEREST-TYPE = SPACES
              MOVE 'INTEREST' TO BCW-INTEREST-TYPE
           ELSE
              MOVE CPR-INTEREST-TYPE TO BCW-INTEREST-TYPE
           END-IF
           CLOSE CLOSE-PARM-FILE.

      *****************************************************************
      *  LOAD-RATE-TIERS - READ THE INTRATES CARD DECK INTO
      *  RATE-TIER-TABLE.  THE DECK IS REQUIRED, AS IT IS FOR
      *  INTCALC.
      *****************************************************************
       LOAD-RATE-TIERS.
           OPEN INPUT RATE-FILE
           IF RATE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RATE TIER FILE: ' RATE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-RATE-CARD
           PERFORM UNTIL RATE-STATUS = '10'
               IF RTC-TIER-LIMIT NOT NUMERIC
                  OR RTC-ANNUAL-RATE NOT NUMERIC
                  DISPLAY 'GARBLED RATE TIER CARD - RUN STOPPED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               IF RTT-ENTRY-COUNT NOT < 20
                  DISPLAY 'RATE-TIER-TABLE FULL - RUN STOPPED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO RTT-ENTRY-COUNT
               MOVE RTC-TIER-LIMIT TO RTT-TIER-LIMIT (RTT-ENTRY-COUNT)
               MOVE RTC-ANNUAL-RATE TO
                   RTT-ANNUAL-RATE (RTT-ENTRY-COUNT)
               PERFORM READ-RATE-CARD
           END-PERFORM

           CLOSE RATE-FILE

           IF RTT-ENTRY-COUNT = 0
              DISPLAY 'RATE TIER FILE IS EMPTY - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-RATE-CARD.
           READ RATE-FILE
           IF RATE-STATUS NOT = '00' AND RATE-STATUS NOT = '10'
              DISPLAY 'ERROR READING RATE TIER FILE: ' RATE-STATUS
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE BCW-BATCH-ID TO TAR-BATCH-ID
           MOVE RUN-BUSINESS-DATE TO TAR-BUSINESS-DATE
           SET TAR-HEADER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

       PROCESS-ACCOUNTS.
           PERFORM READ-ACCOUNT
           PERFORM UNTIL ACCT-STATUS NOT = '00'
               ADD 1 TO ACCOUNT-READ-COUNT
               PERFORM CHECK-ONE-ACCOUNT
               PERFORM READ-ACCOUNT
           END-PERFORM.

       READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
           IF ACCT-STATUS NOT = '00' AND ACCT-STATUS NOT = '10'
              DISPLAY 'ERROR READING ACCOUNT FILE: ' ACCT-STATUS
           END-IF.

      *****************************************************************
      *  CHECK-ONE-ACCOUNT - ONLY ACCOUNTS FLAGGED FOR CLOSURE, OR
      *  PREPARED ON AN EARLIER DAY AND STILL NOT CLOSED, ARE TOUCHED.
      *****************************************************************
       CHECK-ONE-ACCOUNT.
           MOVE 0 TO CLW-INTEREST
           MOVE 0 TO CLW-PAYOUT
           MOVE 0 TO CLW-ORDERS-CANCELLED
           MOVE 0 TO CLW-HOLDS-RELEASED
           MOVE 0 TO CLW-LINKS-CANCELLED
           MOVE CUSTOMER-RECORD TO ACCOUNT-BEFORE-IMAGE
           SET CLOSE-NOT-HELD TO TRUE

           EVALUATE TRUE
               WHEN CUST-CLOSED
                   CONTINUE
               WHEN CUST-CLOSEOUT-PREPARED
                    AND CUST-CLOSEOUT-DATE = RUN-BUSINESS-DATE
                   ADD 1 TO AWAITING-POST-COUNT
               WHEN NOT CUST-ACTIVE
                    AND (CUST-CLOSEOUT-REQUESTED
                         OR CUST-CLOSEOUT-PREPARED)
                   MOVE 'ACCOUNT NOT ACTIVE - CLOSEOUT HELD' TO
                       CLOSE-MESSAGE
                   PERFORM HOLD-BACK-ACCOUNT
               WHEN CUST-CLOSEOUT-REQUESTED
                   PERFORM PREPARE-CLOSEOUT
               WHEN CUST-CLOSEOUT-PREPARED
                   PERFORM PREPARE-RESIDUAL-PAYOUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  PREPARE-CLOSEOUT - FIRST CLOSEOUT OF A FLAGGED ACCOUNT.
      *  EVERYTHING THAT CAN HOLD THE ACCOUNT BACK IS DECIDED BEFORE
      *  ANYTHING IS CHANGED, SO A HELD ACCOUNT IS LEFT UNTOUCHED.
      *****************************************************************
       PREPARE-CLOSEOUT.
           IF CUST-ACCT-BALANCE < 0
              MOVE 'OVERDRAWN - SETTLE BEFORE CLOSEOUT' TO
                  CLOSE-MESSAGE
              PERFORM HOLD-BACK-ACCOUNT
           ELSE
              IF CUST-ACCT-BALANCE > 0
                 PERFORM COMPUTE-CLOSING-INTEREST
              END-IF
              IF CLOSE-HELD
                 PERFORM HOLD-BACK-ACCOUNT
              ELSE
                 COMPUTE CLW-PAYOUT = CUST-ACCT-BALANCE + CLW-INTEREST
                 PERFORM CANCEL-ACCOUNT-ORDERS
                 PERFORM RELEASE-ACCOUNT-HOLDS
                 PERFORM CANCEL-ACCOUNT-LINKS
                 IF CLW-INTEREST > 0
                    PERFORM GENERATE-INTEREST-CARD
                 END-IF
                 IF CLW-PAYOUT > 0
                    PERFORM GENERATE-PAYOUT-CARD
                 END-IF
                 SET CUST-CLOSEOUT-PREPARED TO TRUE
                 MOVE RUN-BUSINESS-DATE TO CUST-CLOSEOUT-DATE
                 MOVE CLW-INTEREST TO CUST-CLOSEOUT-INTEREST
                 MOVE CLW-PAYOUT TO CUST-CLOSEOUT-PAYOUT
                 ADD 1 TO PREPARED-COUNT
                 MOVE 'CLOSEOUT PREPARED' TO CLOSE-MESSAGE
                 PERFORM REWRITE-CLOSE-ACCOUNT
              END-IF
           END-IF.

      *****************************************************************
      *  PREPARE-RESIDUAL-PAYOUT - A CLOSEOUT PREPARED ON AN EARLIER
      *  DAY THAT CLOSEFIN COULD NOT FINISH.  CLEAR ANY HOLD OR ORDER
      *  THAT HAS APPEARED SINCE AND PAY OUT WHATEVER BALANCE IS LEFT.
      *  THE INTEREST WAS SETTLED THE FIRST TIME AND IS NOT ACCRUED
      *  AGAIN; THE PAYOUT IS ADDED TO WHAT WAS ALREADY PAID OUT SO
      *  THE LETTER SHOWS THE WHOLE AMOUNT.
      *****************************************************************
       PREPARE-RESIDUAL-PAYOUT.
           IF CUST-ACCT-BALANCE < 0
              MOVE 'RESIDUAL OVERDRAWN - CLOSEOUT HELD' TO
                  CLOSE-MESSAGE
              PERFORM HOLD-BACK-ACCOUNT
           ELSE
              MOVE CUST-ACCT-BALANCE TO CLW-PAYOUT
              PERFORM CANCEL-ACCOUNT-ORDERS
              PERFORM RELEASE-ACCOUNT-HOLDS
              PERFORM CANCEL-ACCOUNT-LINKS
              IF CLW-PAYOUT > 0
                 PERFORM GENERATE-PAYOUT-CARD
              END-IF
              MOVE RUN-BUSINESS-DATE TO CUST-CLOSEOUT-DATE
              ADD CLW-PAYOUT TO CUST-CLOSEOUT-PAYOUT
              ADD 1 TO RESIDUAL-COUNT
              MOVE 'RESIDUAL CLOSEOUT PREPARED' TO CLOSE-MESSAGE
              PERFORM REWRITE-CLOSE-ACCOUNT
           END-IF.

      *****************************************************************
      *  COMPUTE-CLOSING-INTEREST - FIND THE ACCOUNT'S RATE TIER AND
      *  ACCRUE ONE DAY'S INTEREST FOR EACH DAY OF THE MONTH UP TO
      *  AND INCLUDING THE CLOSE DATE, ROUNDED TO THE CENT.  A
      *  PRODUCT NOT ON FILE OR A BALANCE NO TIER COVERS HOLDS THE
      *  ACCOUNT BACK, AS INTCALC WOULD SKIP IT.
      *****************************************************************
       COMPUTE-CLOSING-INTEREST.
           SET RTT-NOT-FOUND TO TRUE
           MOVE 0 TO RTT-PICKED-LIMIT
           MOVE 0 TO RTT-PICKED-RATE
           IF CUST-PRODUCT-CODE = SPACES
              PERFORM FIND-DECK-RATE-TIER
           ELSE
              MOVE '23' TO PROD-STATUS
              IF PRODUCT-FILE-OPEN
                 MOVE CUST-PRODUCT-CODE TO PROD-CODE
                 READ PRODUCT-FILE
                     INVALID KEY
                         MOVE '23' TO PROD-STATUS
                 END-READ
              END-IF
              IF PROD-STATUS = '00'
                 PERFORM FIND-PRODUCT-RATE-TIER
              ELSE
                 SET CLOSE-HELD TO TRUE
                 MOVE 'PRODUCT NOT ON FILE - CLOSEOUT HELD' TO
                     CLOSE-MESSAGE
              END-IF
           END-IF

           IF CLOSE-NOT-HELD
              IF RTT-NOT-FOUND
                 SET CLOSE-HELD TO TRUE
                 MOVE 'NO RATE TIER COVERS BAL - HELD' TO
                     CLOSE-MESSAGE
              ELSE
                 COMPUTE CLW-INTEREST ROUNDED =
                     CUST-ACCT-BALANCE * RTT-PICKED-RATE * CDW-DAY
                         / 36500
              END-IF
           END-IF.

       FIND-DECK-RATE-TIER.
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-ENTRY-COUNT
               IF RTT-TIER-LIMIT (RTT-IDX) >= CUST-ACCT-BALANCE
                  IF RTT-NOT-FOUND
                     OR RTT-TIER-LIMIT (RTT-IDX) < RTT-PICKED-LIMIT
                     SET RTT-FOUND TO TRUE
                     MOVE RTT-TIER-LIMIT (RTT-IDX) TO RTT-PICKED-LIMIT
                     MOVE RTT-ANNUAL-RATE (RTT-IDX) TO RTT-PICKED-RATE
                  END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-PRODUCT-RATE-TIER - THE SAME PICK OVER THE PRODUCT'S
      *  EIGHT TIER SLOTS.  A ZERO LIMIT IS AN EMPTY SLOT.
      *****************************************************************
       FIND-PRODUCT-RATE-TIER.
           PERFORM VARYING PROD-TIER-SUB FROM 1 BY 1
                   UNTIL PROD-TIER-SUB > 8
               IF PROD-TIER-LIMIT (PROD-TIER-SUB) > 0
                  AND PROD-TIER-LIMIT (PROD-TIER-SUB)
                      >= CUST-ACCT-BALANCE
                  IF RTT-NOT-FOUND
                     OR PROD-TIER-LIMIT (PROD-TIER-SUB)
                        < RTT-PICKED-LIMIT
                     SET RTT-FOUND TO TRUE
                     MOVE PROD-TIER-LIMIT (PROD-TIER-SUB) TO
                         RTT-PICKED-LIMIT
                     MOVE PROD-ANNUAL-RATE (PROD-TIER-SUB) TO
                         RTT-PICKED-RATE
                  END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  CANCEL-ACCOUNT-ORDERS - WALK THE ACCOUNT'S ORDERS ALONG THE
      *  SORD-ACCOUNT ALTERNATE KEY AND CANCEL EVERY ONE STILL
      *  ACTIVE.  A CANCELLED ORDER STAYS ON FILE, AS A SORDMNT
      *  CANCEL LEAVES IT.  STATUS '02' (ANOTHER ORDER ON THE SAME
      *  ACCOUNT) IS A NORMAL READ ALONG THE ALTERNATE KEY.
      *****************************************************************
       CANCEL-ACCOUNT-ORDERS.
           IF SORD-FILE-OPEN
              MOVE CUST-KEY TO SORD-ACCOUNT
              START STANDING-ORDER-FILE KEY NOT LESS THAN SORD-ACCOUNT
                  INVALID KEY
                      MOVE '23' TO SORD-FILE-STATUS
              END-START
              IF SORD-FILE-STATUS = '00'
                 PERFORM READ-NEXT-ORDER
              END-IF
              PERFORM UNTIL (SORD-FILE-STATUS NOT = '00'
                             AND SORD-FILE-STATUS NOT = '02')
                      OR SORD-ACCOUNT NOT = CUST-KEY
                  IF SORD-ACTIVE
                     PERFORM CANCEL-ONE-ORDER
                  END-IF
                  PERFORM READ-NEXT-ORDER
              END-PERFORM
           END-IF.

       CANCEL-ONE-ORDER.
           MOVE STANDING-ORDER-RECORD TO JNW-BEFORE-IMAGE
           SET SORD-CANCELLED TO TRUE
           ACCEPT SORD-LAST-UPDATE FROM DATE YYYYMMDD
           REWRITE STANDING-ORDER-RECORD
           IF SORD-FILE-STATUS = '00' OR SORD-FILE-STATUS = '02'
              ADD 1 TO CLW-ORDERS-CANCELLED
              ADD 1 TO ORDER-CANCEL-COUNT
              MOVE 'SORDER' TO JNW-RECORD-TYPE
              MOVE SORD-KEY TO JNW-KEY
              MOVE 'CAN' TO JNW-ACTION
              MOVE STANDING-ORDER-RECORD TO JNW-AFTER-IMAGE
              PERFORM WRITE-JOURNAL-ENTRY
           ELSE
              DISPLAY 'ERROR CANCELLING STANDING ORDER ' SORD-KEY
                  ': ' SORD-FILE-STATUS
           END-IF.

       READ-NEXT-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
           IF SORD-FILE-STATUS NOT = '00'
              AND SORD-FILE-STATUS NOT = '02'
              AND SORD-FILE-STATUS NOT = '10'
              DISPLAY 'ERROR READING STANDING ORDER FILE: '
                  SORD-FILE-STATUS
           END-IF.

      *****************************************************************
      *  RELEASE-ACCOUNT-HOLDS - START ON THE ACCOUNT'S FIRST HOLD
      *  AND RELEASE EVERY ONE STILL OPEN, EXPIRED OR NOT, SO THE
      *  PAYOUT CAN TAKE THE WHOLE LEDGER BALANCE.  RELEASED HOLDS
      *  STAY ON FILE FOR THE AUDIT TRAIL.
      *****************************************************************
       RELEASE-ACCOUNT-HOLDS.
           IF HOLD-FILE-OPEN
              MOVE CUST-KEY TO HOLD-ACCOUNT
              MOVE LOW-VALUES TO HOLD-ID
              START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
                  INVALID KEY
                      MOVE '23' TO HOLD-STATUS-CODE
              END-START
              IF HOLD-STATUS-CODE = '00'
                 PERFORM READ-NEXT-HOLD
              END-IF
              PERFORM UNTIL HOLD-STATUS-CODE NOT = '00'
                      OR HOLD-ACCOUNT NOT = CUST-KEY
                  IF HOLD-OPEN
                     PERFORM RELEASE-ONE-HOLD
                  END-IF
                  PERFORM READ-NEXT-HOLD
              END-PERFORM
           END-IF.

       RELEASE-ONE-HOLD.
           MOVE FUNDS-HOLD-RECORD TO JNW-BEFORE-IMAGE
           SET HOLD-RELEASED TO TRUE
           REWRITE FUNDS-HOLD-RECORD
           IF HOLD-STATUS-CODE = '00'
              ADD 1 TO CLW-HOLDS-RELEASED
              ADD 1 TO HOLD-RELEASE-COUNT
              MOVE 'HOLD' TO JNW-RECORD-TYPE
              MOVE HOLD-KEY TO JNW-KEY
              MOVE 'REL' TO JNW-ACTION
              MOVE FUNDS-HOLD-RECORD TO JNW-AFTER-IMAGE
              PERFORM WRITE-JOURNAL-ENTRY
           ELSE
              DISPLAY 'ERROR RELEASING HOLD ' HOLD-KEY
                  ': ' HOLD-STATUS-CODE
           END-IF.

       READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
           IF HOLD-STATUS-CODE NOT = '00'
              AND HOLD-STATUS-CODE NOT = '10'
              DISPLAY 'ERROR READING HOLD FILE: ' HOLD-STATUS-CODE
           END-IF.

      *****************************************************************
      *  CANCEL-ACCOUNT-LINKS - CANCEL THE LINK PROTECTING THE
      *  ACCOUNT, READ ON THE PRIMARY KEY, THEN WALK THE FUNDING-
      *  ACCOUNT ALTERNATE KEY AND CANCEL EVERY ACTIVE LINK THE
      *  ACCOUNT FUNDS.  LEFT ACTIVE, ODSWEEP WOULD GO ON SWEEPING
      *  MONEY INTO OR OUT OF AN ACCOUNT THAT NO LONGER EXISTS.  A
      *  CANCELLED LINK STAYS ON FILE, AS AN ODPLMNT CANCEL LEAVES
      *  IT.  STATUS '02' (ANOTHER LINK FUNDED BY THE SAME ACCOUNT)
      *  IS A NORMAL READ ALONG THE ALTERNATE KEY.
      *****************************************************************
       CANCEL-ACCOUNT-LINKS.
           IF LINK-FILE-OPEN
              MOVE CUST-KEY TO ODP-PROTECTED-ACCOUNT
              READ LINK-FILE
                  INVALID KEY
                      MOVE '23' TO LINK-STATUS
              END-READ
              IF LINK-STATUS = '00' AND ODP-ACTIVE
                 PERFORM CANCEL-ONE-LINK
              END-IF

              MOVE CUST-KEY TO ODP-FUNDING-ACCOUNT
              START LINK-FILE KEY NOT LESS THAN ODP-FUNDING-ACCOUNT
                  INVALID KEY
                      MOVE '23' TO LINK-STATUS
              END-START
              IF LINK-STATUS = '00'
                 PERFORM READ-NEXT-LINK
              END-IF
              PERFORM UNTIL (LINK-STATUS NOT = '00'
                             AND LINK-STATUS NOT = '02')
                      OR ODP-FUNDING-ACCOUNT NOT = CUST-KEY
                  IF ODP-ACTIVE
                     PERFORM CANCEL-ONE-LINK
                  END-IF
                  PERFORM READ-NEXT-LINK
              END-PERFORM
           END-IF.

       CANCEL-ONE-LINK.
           MOVE OD-PROTECTION-LINK-RECORD TO JNW-BEFORE-IMAGE
           SET ODP-CANCELLED TO TRUE
           ACCEPT ODP-LAST-UPDATE FROM DATE YYYYMMDD
           REWRITE OD-PROTECTION-LINK-RECORD
           IF LINK-STATUS = '00' OR LINK-STATUS = '02'
              ADD 1 TO CLW-LINKS-CANCELLED
              ADD 1 TO LINK-CANCEL-COUNT
              MOVE 'ODLINK' TO JNW-RECORD-TYPE
              MOVE ODP-PROTECTED-ACCOUNT TO JNW-KEY
              MOVE 'CAN' TO JNW-ACTION
              MOVE OD-PROTECTION-LINK-RECORD TO JNW-AFTER-IMAGE
              PERFORM WRITE-JOURNAL-ENTRY
           ELSE
              DISPLAY 'ERROR CANCELLING OD LINK '
                  ODP-PROTECTED-ACCOUNT ': ' LINK-STATUS
           END-IF.

       READ-NEXT-LINK.
           READ LINK-FILE NEXT RECORD
           IF LINK-STATUS NOT = '00'
              AND LINK-STATUS NOT = '02'
              AND LINK-STATUS NOT = '10'
              DISPLAY 'ERROR READING LINK FILE: ' LINK-STATUS
           END-IF.

      *****************************************************************
      *  GENERATE-INTEREST-CARD - THE CLOSING INTEREST, A CREDIT.
      *  IT IS WRITTEN AHEAD OF THE PAYOUT SO IT HAS POSTED BY THE
      *  TIME TXNPOST TESTS THE PAYOUT AGAINST THE BALANCE.
      *****************************************************************
       GENERATE-INTEREST-CARD.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE CUST-KEY TO TAR-FROM-ACCOUNT
           MOVE BCW-INTEREST-TYPE TO TAR-TXN-TYPE
           MOVE CLW-INTEREST TO TAR-TXN-AMOUNT
           MOVE RUN-BUSINESS-DATE TO TAR-TXN-DATE
           MOVE 'CLOSING INTEREST CREDIT' TO TAR-TXN-DESCRIPTION
           SET TAR-SINGLE-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD

           ADD 1 TO CARD-GEN-COUNT
           ADD CLW-INTEREST TO INTEREST-AMOUNT-TOTAL
           ADD CLW-INTEREST TO BATCH-AMOUNT-TOTAL.

      *****************************************************************
      *  GENERATE-PAYOUT-CARD - THE PAYOUT, A DEBIT (NEGATIVE AMOUNT)
      *  FOR EVERYTHING LEFT IN THE ACCOUNT.
      *****************************************************************
       GENERATE-PAYOUT-CARD.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE CUST-KEY TO TAR-FROM-ACCOUNT
           MOVE BCW-PAYOUT-TYPE TO TAR-TXN-TYPE
           COMPUTE TAR-TXN-AMOUNT = 0 - CLW-PAYOUT
           MOVE RUN-BUSINESS-DATE TO TAR-TXN-DATE
           MOVE 'ACCOUNT CLOSEOUT PAYOUT' TO TAR-TXN-DESCRIPTION
           SET TAR-SINGLE-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD

           ADD 1 TO CARD-GEN-COUNT
           ADD CLW-PAYOUT TO PAYOUT-AMOUNT-TOTAL
           SUBTRACT CLW-PAYOUT FROM BATCH-AMOUNT-TOTAL.

       REWRITE-CLOSE-ACCOUNT.
           REWRITE CUSTOMER-RECORD
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING ACCOUNT ' CUST-KEY ': '
                  ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'ACCOUNT' TO JNW-RECORD-TYPE
           MOVE CUST-KEY TO JNW-KEY
           MOVE 'CLP' TO JNW-ACTION
           MOVE ACCOUNT-BEFORE-IMAGE TO JNW-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JNW-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-ENTRY
           PERFORM LOG-CLOSE-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CHANGE JUST MADE ON THE
      *  MAINTJNL TRAIL, WITH CLOSEOUT AS THE OPERATOR ID.  A FAILED
      *  WRITE FAILS THE STEP - THE CHANGE IS ON FILE BUT NOT ON THE
      *  JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'CLOSEOUT' TO JRN-PROGRAM-ID
           MOVE 'CLOSEOUT' TO JRN-OPERATOR-ID
           MOVE JNW-RECORD-TYPE TO JRN-RECORD-TYPE
           MOVE CUST-KEY TO JRN-ACCOUNT
           MOVE JNW-KEY TO JRN-KEY
           MOVE JNW-ACTION TO JRN-ACTION
           MOVE JNW-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE JNW-AFTER-IMAGE TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       HOLD-BACK-ACCOUNT.
           SET CLOSE-HELD TO TRUE
           ADD 1 TO HELD-COUNT
           PERFORM LOG-CLOSE-RESULT.

       LOG-CLOSE-RESULT.
           MOVE CUST-KEY TO CD-ACCT-ID
           MOVE CUST-ACCT-BALANCE TO DISP-BALANCE
           MOVE DISP-BALANCE TO CD-BALANCE
           MOVE CLW-INTEREST TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO CD-INTEREST
           MOVE CLW-PAYOUT TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO CD-PAYOUT
           MOVE CLW-ORDERS-CANCELLED TO DISP-SMALL-COUNT
           MOVE DISP-SMALL-COUNT TO CD-ORDERS
           MOVE CLW-HOLDS-RELEASED TO DISP-SMALL-COUNT
           MOVE DISP-SMALL-COUNT TO CD-HOLDS
           MOVE CLW-LINKS-CANCELLED TO DISP-SMALL-COUNT
           MOVE DISP-SMALL-COUNT TO CD-LINKS
           MOVE CLOSE-MESSAGE TO CD-MESSAGE
           MOVE CLOSE-DETAIL TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE CARD-GEN-COUNT TO TAR-TRAILER-COUNT
           MOVE BATCH-AMOUNT-TOTAL TO TAR-TRAILER-AMOUNT
           SET TAR-TRAILER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-ACTIVITY-RECORD.
           WRITE TXN-ACTIVITY-RECORD
           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CLOSE ACTIVITY FILE: ' ACTV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       TERMINATION.
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'ACCOUNTS READ:' TO CT-LABEL
           MOVE ACCOUNT-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'CLOSEOUTS PREPARED:' TO CT-LABEL
           MOVE PREPARED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'RESIDUAL PAYOUTS PREPARED:' TO CT-LABEL
           MOVE RESIDUAL-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'CLOSEOUTS HELD:' TO CT-LABEL
           MOVE HELD-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'AWAITING TODAY''S POSTING:' TO CT-LABEL
           MOVE AWAITING-POST-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'STANDING ORDERS CANCELLED:' TO CT-LABEL
           MOVE ORDER-CANCEL-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'HOLDS RELEASED:' TO CT-LABEL
           MOVE HOLD-RELEASE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'OD LINKS CANCELLED:' TO CT-LABEL
           MOVE LINK-CANCEL-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'CLOSEOUT CARDS GENERATED:' TO CT-LABEL
           MOVE CARD-GEN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'CLOSING INTEREST TOTAL:' TO CT-LABEL
           MOVE INTEREST-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'PAYOUT TOTAL:' TO CT-LABEL
           MOVE PAYOUT-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           DISPLAY 'BATCH STAMPED: ' BCW-BATCH-ID
               ' FOR ' RUN-BUSINESS-DATE
           DISPLAY 'CLOSEOUTS PREPARED: ' PREPARED-COUNT
           DISPLAY 'RESIDUAL PAYOUTS PREPARED: ' RESIDUAL-COUNT
           DISPLAY 'CLOSEOUTS HELD: ' HELD-COUNT
           DISPLAY 'CLOSEOUT CARDS GENERATED: ' CARD-GEN-COUNT

           IF HELD-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           IF PRODUCT-FILE-OPEN
              CLOSE PRODUCT-FILE
           END-IF
           IF HOLD-FILE-OPEN
              CLOSE HOLD-FILE
           END-IF
           IF SORD-FILE-OPEN
              CLOSE STANDING-ORDER-FILE
           END-IF
           IF LINK-FILE-OPEN
              CLOSE LINK-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE CLOSE-ACTIVITY-FILE
           CLOSE CLOSE-REPORT.
