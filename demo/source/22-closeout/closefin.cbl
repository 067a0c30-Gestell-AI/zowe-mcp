       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEFIN.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  CLOSEFIN - ACCOUNT CLOSEOUT COMPLETION AND CLOSING LETTERS
      *  RUNS AFTER TXNPOST HAS POSTED THE CLOSEOUT BATCH.  READS
      *  EVERY ACCOUNT-FILE RECORD AND, FOR EACH ACCOUNT THE CLOSEOUT
      *  RUN HAS PREPARED, PROVES THE CLOSEOUT WENT THROUGH: THE
      *  BALANCE MUST STAND AT EXACTLY ZERO, NO HOLD MAY BE OPEN AND
      *  NO STANDING ORDER ACTIVE.  ONLY THEN IS THE
      *  CLOSING LETTER PRINTED TO THE CUST-ADDRESS-BLOCK - CLOSE
      *  DATE, INTEREST PAID TO THE CLOSE DATE, THE PAYOUT AND THE
      *  FINAL BALANCE - AND THE ACCOUNT MARKED CLOSED.
      *
      *  AN ACCOUNT THAT FAILS THE PROOF IS LEFT OPEN AND PREPARED,
      *  LISTED ON THE REPORT WITH THE REASON, AND THE RUN ENDS WITH
      *  RETURN CODE 4.  THE NEXT CLOSEOUT RUN PAYS OUT WHATEVER
      *  BALANCE IS LEFT AND CLEARS ANY NEW HOLD OR ORDER, AND THE
      *  FOLLOWING CLOSEFIN CLOSES IT.
      *
      *  AS IN ODNOTICE, AN ACCOUNT WITH NO ADDRESS ON FILE STILL GETS
      *  ITS LETTER, STAMPED FOR MANUAL HANDLING AND COUNTED.
      *
      *  EVERY ACCOUNT CLOSED IS JOURNALED ON MAINTJNL WITH ITS BEFORE
      *  AND AFTER IMAGE, UNDER CLOSEFIN AS THE OPERATOR ID.
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
      *  HOLD-FILE AND STANDING-ORDER-FILE - READ BY ACCOUNT ONLY, TO
      *  PROVE NOTHING IS LEFT OPEN AGAINST A CLOSING ACCOUNT.  A
      *  MISSING FILE MEANS NOTHING HAS EVER BEEN PUT ON IT.
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

           SELECT LETTER-FILE ASSIGN TO CLOSLTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.

           SELECT CLOSE-REPORT ASSIGN TO CLOSFRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY ACCOUNT CLOSED.
      *****************************************************************
           SELECT JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

      *****************************************************************
      *  BUSDATE-FILE - THE SCHEDULE'S BUSINESS-DATE CONTROL RECORD,
      *  THE DATE THE ACCOUNT IS CLOSED ON AND THE LETTER IS DATED.
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

       FD  HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDCOPY.

       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY SORDCOPY.

       FD  LETTER-FILE.
       01  LETTER-RECORD               PIC X(132).

       FD  CLOSE-REPORT.
       01  CLOSE-REPORT-RECORD         PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 700 CHARACTERS.
       COPY JRNLCOPY.

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ACCT-STATUS             PIC XX.
           05  HOLD-STATUS-CODE        PIC XX.
           05  SORD-FILE-STATUS        PIC XX.
           05  LETTER-STATUS           PIC XX.
           05  RPT-STATUS              PIC XX.
           05  JRNL-STATUS             PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  ACCOUNT-READ-COUNT      PIC 9(6) VALUE 0.
           05  CLOSED-COUNT            PIC 9(6) VALUE 0.
           05  HELD-COUNT              PIC 9(6) VALUE 0.
           05  LETTER-COUNT            PIC 9(6) VALUE 0.
           05  NO-ADDRESS-COUNT        PIC 9(6) VALUE 0.

       01  CLOSE-TOTALS.
           05  INTEREST-AMOUNT-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  PAYOUT-AMOUNT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

      *****************************************************************
      *  ACCOUNT-BEFORE-IMAGE - THE ACCOUNT AS READ, KEPT FOR THE
      *  JOURNAL BEFORE IT IS MARKED CLOSED.
      *****************************************************************
       01  ACCOUNT-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

       01  SWITCHES.
           05  HOLD-FILE-SW            PIC X(01) VALUE 'N'.
               88  HOLD-FILE-OPEN                VALUE 'Y'.
           05  SORD-FILE-SW            PIC X(01) VALUE 'N'.
               88  SORD-FILE-OPEN                VALUE 'Y'.

      *****************************************************************
      *  CLOSE-CHECK - WHAT THE PROOF FOUND STILL OPEN AGAINST THE
      *  ACCOUNT IN HAND.
      *****************************************************************
       01  CLOSE-CHECK.
           05  OPEN-HOLD-SW            PIC X(01) VALUE 'N'.
               88  OPEN-HOLD-FOUND               VALUE 'Y'.
           05  ACTIVE-ORDER-SW         PIC X(01) VALUE 'N'.
               88  ACTIVE-ORDER-FOUND            VALUE 'Y'.

       01  DISPLAY-FIELDS.
           05  DISP-BALANCE            PIC Z,ZZZ,ZZ9.99-.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  CLOSE-MESSAGE               PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  CLOSE-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(33)
                   VALUE 'ACCOUNT CLOSEOUT COMPLETION'.
               10  FILLER              PIC X(10) VALUE 'FOR: '.
               10  CH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(39) VALUE SPACES.

           05  CLOSE-COL-HEADER.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'BALANCE'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'INTEREST'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'PAYOUT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'PREPARED'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(17) VALUE SPACES.

           05  CLOSE-DETAIL.
               10  CD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-BALANCE          PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-INTEREST         PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-PAYOUT           PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-PREPARED-DATE    PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  CD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(17) VALUE SPACES.

           05  CLOSE-TOTAL-LINE.
               10  CT-LABEL            PIC X(30).
               10  CT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       01  LETTER-LINES.
           05  LETTER-DATE-LINE.
               10  FILLER              PIC X(60) VALUE SPACES.
               10  LD-LETTER-DATE      PIC X(10).
               10  FILLER              PIC X(62) VALUE SPACES.

           05  LETTER-NAME-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  LN-CUST-NAME        PIC X(35).
               10  FILLER              PIC X(92) VALUE SPACES.

           05  LETTER-STREET-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  LS-ADDR-STREET      PIC X(30).
               10  FILLER              PIC X(97) VALUE SPACES.

           05  LETTER-CITY-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  LC-ADDR-CITY        PIC X(20).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  LC-ADDR-STATE       PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  LC-ADDR-ZIP         PIC X(10).
               10  FILLER              PIC X(93) VALUE SPACES.

           05  LETTER-RE-LINE.
               10  FILLER              PIC X(25)
                   VALUE 'RE: CLOSURE OF ACCOUNT'.
               10  LR-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(97) VALUE SPACES.

           05  LETTER-BODY-1.
               10  FILLER              PIC X(132)
                   VALUE 'DEAR CUSTOMER,'.

           05  LETTER-BODY-2.
               10  FILLER              PIC X(46) VALUE
                   'AS REQUESTED, THE ACCOUNT LISTED ABOVE HAS'.
               10  FILLER              PIC X(86) VALUE
                   ' BEEN CLOSED.  THE FINAL FIGURES ARE:'.

           05  LETTER-CLOSE-DATE-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'CLOSE DATE:'.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  LCD-CLOSE-DATE      PIC X(10).
               10  FILLER              PIC X(82) VALUE SPACES.

           05  LETTER-AMOUNT-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  LA-LABEL            PIC X(30).
               10  LA-AMOUNT           PIC X(15).
               10  FILLER              PIC X(82) VALUE SPACES.

           05  LETTER-BODY-3.
               10  FILLER              PIC X(47) VALUE
                   'THE CLOSING PAYOUT INCLUDES THE INTEREST EARNED'.
               10  FILLER              PIC X(85) VALUE
                   ' UP TO THE CLOSE DATE.  NO FURTHER STATEMENTS'.

           05  LETTER-BODY-4.
               10  FILLER              PIC X(132) VALUE
                   'WILL BE SENT.  THANK YOU FOR BANKING WITH US.'.

           05  LETTER-BODY-5.
               10  FILLER              PIC X(132) VALUE
                   'ACCOUNT SERVICES'.

           05  LETTER-MANUAL-LINE.
               10  FILLER              PIC X(132) VALUE
                   '*** NO ADDRESS ON FILE - HANDLE MANUALLY ***'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM PROCESS-ACCOUNTS
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  NO CONTROL RECORD MEANS NO
      *  CLOSE DATE, SO THE RUN IS REFUSED UP FRONT.
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
           OPEN I-O ACCOUNT-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT CLOSE-REPORT

           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF LETTER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LETTER FILE: ' LETTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLOSEOUT REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
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

           OPEN INPUT STANDING-ORDER-FILE
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

           PERFORM OPEN-JOURNAL-FILE

           MOVE RUN-BUSINESS-DATE TO CH-BUSINESS-DATE
           MOVE CLOSE-HEADER TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE CLOSE-COL-HEADER TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

      *****************************************************************
      *  OPEN-JOURNAL-FILE - EXTEND THE MAINTJNL TRAIL, STARTING IT IF
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO ACCOUNT IS CLOSED
      *  UNLESS THE CLOSE CAN BE JOURNALED.
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

       PROCESS-ACCOUNTS.
           PERFORM READ-ACCOUNT
           PERFORM UNTIL ACCT-STATUS NOT = '00'
               ADD 1 TO ACCOUNT-READ-COUNT
               IF CUST-CLOSEOUT-PREPARED AND NOT CUST-CLOSED
                  PERFORM FINISH-ONE-CLOSEOUT
               END-IF
               PERFORM READ-ACCOUNT
           END-PERFORM.

       READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
           IF ACCT-STATUS NOT = '00' AND ACCT-STATUS NOT = '10'
              DISPLAY 'ERROR READING ACCOUNT FILE: ' ACCT-STATUS
           END-IF.

      *****************************************************************
      *  FINISH-ONE-CLOSEOUT - PROVE THE CLOSEOUT, THEN LETTER AND
      *  CLOSE THE ACCOUNT.  THE LETTER IS PRINTED BEFORE THE
      *  ACCOUNT IS MARKED CLOSED, SO NO ACCOUNT IS EVER CLOSED
      *  WITHOUT ITS LETTER.
      *****************************************************************
       FINISH-ONE-CLOSEOUT.
           PERFORM CHECK-CLOSE-HOLDS
           PERFORM CHECK-CLOSE-ORDERS

           EVALUATE TRUE
               WHEN CUST-ACCT-BALANCE NOT = 0
                   MOVE 'CLOSE HELD - BALANCE NOT ZERO' TO
                       CLOSE-MESSAGE
                   ADD 1 TO HELD-COUNT
               WHEN OPEN-HOLD-FOUND
                   MOVE 'CLOSE HELD - OPEN HOLDS' TO CLOSE-MESSAGE
                   ADD 1 TO HELD-COUNT
               WHEN ACTIVE-ORDER-FOUND
                   MOVE 'CLOSE HELD - ACTIVE ORDERS' TO CLOSE-MESSAGE
                   ADD 1 TO HELD-COUNT
               WHEN OTHER
                   PERFORM PRINT-CLOSING-LETTER
                   MOVE CUSTOMER-RECORD TO ACCOUNT-BEFORE-IMAGE
                   SET CUST-CLOSED TO TRUE
                   MOVE RUN-BUSINESS-DATE TO CUST-LAST-UPDATE
                   REWRITE CUSTOMER-RECORD
                   IF ACCT-STATUS NOT = '00'
                      DISPLAY 'ERROR REWRITING ACCOUNT ' CUST-KEY
                          ': ' ACCT-STATUS
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   PERFORM WRITE-JOURNAL-ENTRY
                   ADD 1 TO CLOSED-COUNT
                   ADD CUST-CLOSEOUT-INTEREST TO INTEREST-AMOUNT-TOTAL
                   ADD CUST-CLOSEOUT-PAYOUT TO PAYOUT-AMOUNT-TOTAL
                   MOVE 'ACCOUNT CLOSED - LETTER PRINTED' TO
                       CLOSE-MESSAGE
           END-EVALUATE

           PERFORM LOG-CLOSE-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CLOSE JUST MADE ON THE
      *  MAINTJNL TRAIL, WITH CLOSEFIN AS THE OPERATOR ID.  A FAILED
      *  WRITE FAILS THE STEP - THE ACCOUNT IS CLOSED BUT THE CLOSE
      *  IS NOT ON THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'CLOSEFIN' TO JRN-PROGRAM-ID
           MOVE 'CLOSEFIN' TO JRN-OPERATOR-ID
           SET JRN-ACCOUNT-RECORD TO TRUE
           MOVE CUST-KEY TO JRN-ACCOUNT
           MOVE CUST-KEY TO JRN-KEY
           MOVE 'CLS' TO JRN-ACTION
           MOVE ACCOUNT-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  CHECK-CLOSE-HOLDS - START ON THE ACCOUNT'S FIRST HOLD AND
      *  LOOK FOR ANY STILL OPEN.
      *****************************************************************
       CHECK-CLOSE-HOLDS.
           MOVE 'N' TO OPEN-HOLD-SW
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
                      OR OPEN-HOLD-FOUND
                  IF HOLD-OPEN
                     SET OPEN-HOLD-FOUND TO TRUE
                  ELSE
                     PERFORM READ-NEXT-HOLD
                  END-IF
              END-PERFORM
           END-IF.

       READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
           IF HOLD-STATUS-CODE NOT = '00'
              AND HOLD-STATUS-CODE NOT = '10'
              DISPLAY 'ERROR READING HOLD FILE: ' HOLD-STATUS-CODE
           END-IF.

      *****************************************************************
      *  CHECK-CLOSE-ORDERS - WALK THE ACCOUNT'S ORDERS ALONG THE
      *  SORD-ACCOUNT ALTERNATE KEY AND LOOK FOR ANY STILL ACTIVE.
      *  STATUS '02' (ANOTHER ORDER ON THE SAME ACCOUNT) IS A NORMAL
      *  READ ALONG THE ALTERNATE KEY.
      *****************************************************************
       CHECK-CLOSE-ORDERS.
           MOVE 'N' TO ACTIVE-ORDER-SW
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
                      OR ACTIVE-ORDER-FOUND
                  IF SORD-ACTIVE
                     SET ACTIVE-ORDER-FOUND TO TRUE
                  ELSE
                     PERFORM READ-NEXT-ORDER
                  END-IF
              END-PERFORM
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
      *  PRINT-CLOSING-LETTER - ONE LETTER, ON A FRESH PAGE: DATE,
      *  NAME AND ADDRESS POSITIONED FOR THE WINDOW ENVELOPE, THE
      *  ACCOUNT, AND THE FINAL FIGURES CLOSEOUT RECORDED.
      *****************************************************************
       PRINT-CLOSING-LETTER.
           ADD 1 TO LETTER-COUNT

           MOVE RUN-BUSINESS-DATE TO LD-LETTER-DATE
           MOVE LETTER-DATE-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD AFTER ADVANCING PAGE
           PERFORM WRITE-BLANK-LINE

           MOVE CUST-NAME TO LN-CUST-NAME
           MOVE LETTER-NAME-LINE TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE

           IF CUST-ADDR-STREET = SPACES
              ADD 1 TO NO-ADDRESS-COUNT
              MOVE LETTER-MANUAL-LINE TO LETTER-RECORD
              PERFORM WRITE-LETTER-LINE
              PERFORM WRITE-BLANK-LINE
           ELSE
              MOVE CUST-ADDR-STREET TO LS-ADDR-STREET
              MOVE LETTER-STREET-LINE TO LETTER-RECORD
              PERFORM WRITE-LETTER-LINE
              MOVE CUST-ADDR-CITY TO LC-ADDR-CITY
              MOVE CUST-ADDR-STATE TO LC-ADDR-STATE
              MOVE CUST-ADDR-ZIP TO LC-ADDR-ZIP
              MOVE LETTER-CITY-LINE TO LETTER-RECORD
              PERFORM WRITE-LETTER-LINE
              PERFORM WRITE-BLANK-LINE
           END-IF

           MOVE CUST-KEY TO LR-ACCT-ID
           MOVE LETTER-RE-LINE TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-BLANK-LINE

           MOVE LETTER-BODY-1 TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE LETTER-BODY-2 TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-BLANK-LINE

           MOVE RUN-BUSINESS-DATE TO LCD-CLOSE-DATE
           MOVE LETTER-CLOSE-DATE-LINE TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE

           MOVE 'INTEREST TO CLOSE DATE:' TO LA-LABEL
           MOVE CUST-CLOSEOUT-INTEREST TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO LA-AMOUNT
           MOVE LETTER-AMOUNT-LINE TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE

           MOVE 'CLOSING PAYOUT:' TO LA-LABEL
           MOVE CUST-CLOSEOUT-PAYOUT TO DISP-BALANCE
           MOVE DISP-BALANCE TO LA-AMOUNT
           MOVE LETTER-AMOUNT-LINE TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE

           MOVE 'FINAL BALANCE:' TO LA-LABEL
           MOVE CUST-ACCT-BALANCE TO DISP-BALANCE
           MOVE DISP-BALANCE TO LA-AMOUNT
           MOVE LETTER-AMOUNT-LINE TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE

           PERFORM WRITE-BLANK-LINE
           MOVE LETTER-BODY-3 TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE
           MOVE LETTER-BODY-4 TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE LETTER-BODY-5 TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
           WRITE LETTER-RECORD AFTER ADVANCING 1 LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD AFTER ADVANCING 1 LINE.

       LOG-CLOSE-RESULT.
           MOVE CUST-KEY TO CD-ACCT-ID
           MOVE CUST-ACCT-BALANCE TO DISP-BALANCE
           MOVE DISP-BALANCE TO CD-BALANCE
           MOVE CUST-CLOSEOUT-INTEREST TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO CD-INTEREST
           MOVE CUST-CLOSEOUT-PAYOUT TO DISP-BALANCE
           MOVE DISP-BALANCE TO CD-PAYOUT
           MOVE CUST-CLOSEOUT-DATE TO CD-PREPARED-DATE
           MOVE CLOSE-MESSAGE TO CD-MESSAGE
           MOVE CLOSE-DETAIL TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

       TERMINATION.
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'ACCOUNTS READ:' TO CT-LABEL
           MOVE ACCOUNT-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'ACCOUNTS CLOSED:' TO CT-LABEL
           MOVE CLOSED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'CLOSES HELD:' TO CT-LABEL
           MOVE HELD-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO CT-VALUE
           MOVE CLOSE-TOTAL-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'LETTERS WITH NO ADDRESS:' TO CT-LABEL
           MOVE NO-ADDRESS-COUNT TO DISP-COUNT
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

           DISPLAY 'ACCOUNTS READ: ' ACCOUNT-READ-COUNT
           DISPLAY 'ACCOUNTS CLOSED: ' CLOSED-COUNT
           DISPLAY 'CLOSING LETTERS PRINTED: ' LETTER-COUNT
           DISPLAY 'LETTERS WITH NO ADDRESS: ' NO-ADDRESS-COUNT
           DISPLAY 'CLOSES HELD: ' HELD-COUNT

           IF HELD-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           IF HOLD-FILE-OPEN
              CLOSE HOLD-FILE
           END-IF
           IF SORD-FILE-OPEN
              CLOSE STANDING-ORDER-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE LETTER-FILE
           CLOSE CLOSE-REPORT.
