
      *****************************************************************
      *  DORMSCAN - DORMANT ACCOUNT IDENTIFICATION
      *  READS EACH ACCOUNT'S MOST RECENT TXN-DATE THROUGH THE
      *  TRANSACTION-FILE FROM-ACCOUNT ALTERNATE INDEX AND FLAGS
      *  EVERY ACTIVE ACCOUNT WITH NO ACTIVITY FOR THE DORMPARM
      *  NUMBER OF MONTHS AS DORMANT ON THE CUSTOMER-RECORD.  AN
      *  ACCOUNT WITH NO TRANSACTIONS AT ALL IS
      *  JUDGED ON CUST-LAST-UPDATE, SO A FRESHLY ADDED ACCOUNT IS
      *  NOT FLAGGED ON DAY ONE.  ONCE DORMANT, TXNPOST REJECTS
      *  ORDINARY ACTIVITY AGAINST THE ACCOUNT (REASON R10) THE SAME
      *  THE DORMRPT REPORT LISTS EVERY ACCOUNT FLAGGED THIS RUN AND
      *  EVERY ACCOUNT ALREADY DORMANT, WITH ITS LAST ACTIVITY DATE
      *  AND BALANCE - THE DORMANCY REVIEW THE AUDITORS ASK FOR.
      *
      *  THE DORMANCY PERIOD IS THE ACCOUNT'S OWN PRODUCT'S, FROM THE
      *  PRODFILE PRODUCT MASTER, SO EACH PRODUCT HAS ITS OWN CUTOFF;
      *  THE DORMPARM MONTHS APPLY ONLY TO ACCOUNTS WITH NO PRODUCT
      *  CODE.  AN ACTIVE ACCOUNT WHOSE PRODUCT IS NOT ON PRODFILE IS
      *  REPORTED AND NOT JUDGED.  THE REPORT ENDS WITH THE COUNTS
      *  SUBTOTALLED BY PRODUCT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

      *****************************************************************
      *  TRANSACTION-FILE - OPENED THROUGH THE BASE CLUSTER WITH THE
      *  TXNACCT FROM-ACCOUNT ALTERNATE INDEX DECLARED AS AN
      *  ALTERNATE KEY, THE SAME WAY STMTGEN OPENS IT, SO
      *  FIND-LAST-ACTIVITY CAN START ON FROM-ACCOUNT AND READ ONLY
      *  ONE ACCOUNT'S RECORDS.
      *****************************************************************
           SELECT TRANSACTION-FILE ASSIGN TO TXNDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TXN-FILE-STATUS.

           SELECT DORM-PARM-FILE ASSIGN TO DORMPARM
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

      *****************************************************************
      *  PRODUCT-FILE - THE PRODUCT MASTER, READ END TO END INTO
      *  PRODUCT-TABLE AT START-UP.  A MISSING PRODFILE MEANS NO
      *  PRODUCTS HAVE BEEN SET UP YET AND IS NOT AN ERROR; ANY OTHER
      *  OPEN OR READ FAILURE STOPS THE RUN RATHER THAN LEAVE THE
      *  TABLE SHORT AND PASS OVER EVERY ACCOUNT ON A LOST PRODUCT.
      *****************************************************************
           SELECT PRODUCT-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-STATUS.

           SELECT DORM-REPORT ASSIGN TO DORMRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05  DPR-DORMANT-MONTHS      PIC 9(03).
           05  FILLER                  PIC X(67).

       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PRODCOPY.

       FD  DORM-REPORT.
       01  DORM-REPORT-RECORD          PIC X(132).

           05  TXN-FILE-STATUS         PIC XX.
           05  PARM-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  PROD-STATUS             PIC XX.

       01  COUNTERS.
           05  ACCOUNT-READ-COUNT      PIC 9(6) VALUE 0.
           05  FLAGGED-COUNT           PIC 9(6) VALUE 0.
           05  ALREADY-DORMANT-COUNT   PIC 9(6) VALUE 0.
           05  NO-PRODUCT-COUNT        PIC 9(6) VALUE 0.

      *****************************************************************
      *  DORMANCY-CONTROL - THE PARM VALUES AND THE CUTOFF DATE THEY
      *  EXPAND TO: THE AS-OF DATE ROLLED BACK DORMANT-MONTHS, WITH
      *  THE DAY CLAMPED TO THE TARGET MONTH'S LENGTH.  ANY ACCOUNT
      *  WHOSE LAST ACTIVITY IS BEFORE THE CUTOFF IS DORMANT.  THE
      *  SAME EXPANSION IS RUN ONCE PER PRODUCT AT START-UP, WITH
      *  THE PRODUCT'S MONTHS IN DORMANT-MONTHS.
      *****************************************************************
       01  DORMANCY-CONTROL.
           05  AS-OF-DATE              PIC X(10) VALUE SPACES.
               88  CDW-COMMON-YEAR               VALUE 'N'.

      *****************************************************************
      *  PRODUCT-TABLE - ONE ENTRY PER PRODFILE PRODUCT, CARRYING ITS
      *  DORMANCY PERIOD, THE CUTOFF DATE THAT PERIOD EXPANDS TO, AND
      *  ITS REPORT SUBTOTALS.  ENTRY 1 IS RESERVED FOR ACCOUNTS WITH
      *  NO PRODUCT CODE (PDT-CODE SPACES) AND CARRIES THE DORMPARM
      *  CUTOFF.  MORE PRODUCTS THAN THE TABLE HOLDS STOPS THE RUN
      *  BEFORE ANY ACCOUNT IS READ.
      *****************************************************************
       01  PRODUCT-TABLE.
           05  PDT-ENTRY-COUNT         PIC 9(3) VALUE 0.
           05  PDT-ENTRY OCCURS 50 TIMES
                   INDEXED BY PDT-IDX PDT-HIT-IDX.
               10  PDT-CODE            PIC X(04).
               10  PDT-DESCRIPTION     PIC X(30).
               10  PDT-DORMANT-MONTHS  PIC 9(3).
               10  PDT-CUTOFF-DATE     PIC X(10).
               10  PDT-ACCOUNT-COUNT   PIC 9(6).
               10  PDT-FLAGGED-COUNT   PIC 9(6).
               10  PDT-DORMANT-COUNT   PIC 9(6).

       01  PDT-FOUND-SW                PIC X(01) VALUE 'N'.
           88  PDT-FOUND                         VALUE 'Y'.
           88  PDT-NOT-FOUND                     VALUE 'N'.

      *****************************************************************
      *  LAT-FLAGS - THE MOST RECENT TXN-DATE ON FILE FOR ONE
      *  ACCOUNT, READ THROUGH THE FROM-ACCOUNT ALTERNATE INDEX.
      *****************************************************************
       01  LAT-FLAGS.
           05  LAT-COLLECT-SW          PIC X(01) VALUE 'N'.
               88  LAT-COLLECT-DONE              VALUE 'Y'.
               88  LAT-COLLECT-NOT-DONE          VALUE 'N'.
           05  LAT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  LAT-FOUND                     VALUE 'Y'.
               88  LAT-NOT-FOUND                 VALUE 'N'.
       01  DISPLAY-FIELDS.
           05  DISP-BALANCE            PIC Z,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.
           05  DISP-MONTHS             PIC ZZ9.

       01  DORM-MESSAGE                PIC X(35) VALUE SPACES.

               10  FILLER              PIC X(13) VALUE 'LAST ACTIVITY'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(3)  VALUE SPACES.

           05  DORM-DETAIL.
               10  DD-ACCT-ID          PIC X(10).
               10  DD-LAST-ACTIVITY    PIC X(13).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  DD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  DD-PRODUCT          PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.

           05  PRODUCT-SUB-HEADER.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'MONTHS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'CUTOFF'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'ACCTS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'FLAGGED'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'DORMANT'.
               10  FILLER              PIC X(40) VALUE SPACES.

           05  PRODUCT-SUB-LINE.
               10  PS-PRODUCT          PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-DESCRIPTION      PIC X(30).
               10  FILLER              PIC X(6)  VALUE SPACES.
               10  PS-MONTHS           PIC X(3).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-CUTOFF-DATE      PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-ACCOUNTS         PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-FLAGGED          PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-DORMANT          PIC X(7).
               10  FILLER              PIC X(40) VALUE SPACES.

           05  DORM-TOTAL-LINE.
               10  DT-LABEL            PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM PROCESS-ACCOUNTS
           PERFORM TERMINATION
           STOP RUN.

           PERFORM READ-DORM-PARM
           PERFORM SET-CUTOFF-DATE
           PERFORM LOAD-PRODUCTS

           MOVE CUTOFF-DATE TO DH-CUTOFF-DATE
           MOVE DORM-HEADER TO DORM-REPORT-RECORD
      *  THEN THE DAY IS CLAMPED TO THE TARGET MONTH'S LENGTH.
      *****************************************************************
       SET-CUTOFF-DATE.
           MOVE AS-OF-DATE TO CDW-DATE
           COMPUTE CDW-TOTAL-MONTHS =
               CDW-YEAR * 12 + CDW-MONTH - 1 - DORMANT-MONTHS
           DIVIDE CDW-TOTAL-MONTHS BY 12 GIVING CDW-YEAR
           END-IF.

      *****************************************************************
      *  LOAD-PRODUCTS - ENTRY 1 TAKES THE DORMPARM MONTHS AND THE
      *  CUTOFF ALREADY SET FROM THEM; EACH PRODFILE PRODUCT THEN
      *  GETS ITS OWN CUTOFF.  A PRODUCT WITH NO USABLE DORMANCY
      *  PERIOD STOPS THE RUN, FOR THE SAME REASON A GARBLED PARM
      *  CARD DOES.
      *****************************************************************
       LOAD-PRODUCTS.
           MOVE 1 TO PDT-ENTRY-COUNT
           INITIALIZE PDT-ENTRY (1)
           MOVE SPACES TO PDT-CODE (1)
           MOVE 'NO PRODUCT - DORMPARM CARD' TO PDT-DESCRIPTION (1)
           MOVE DORMANT-MONTHS TO PDT-DORMANT-MONTHS (1)
           MOVE CUTOFF-DATE TO PDT-CUTOFF-DATE (1)

           OPEN INPUT PRODUCT-FILE
           IF PROD-STATUS = '00'
              PERFORM READ-PRODUCT-RECORD
              PERFORM UNTIL PROD-STATUS NOT = '00'
                  PERFORM ADD-PRODUCT-ENTRY
                  PERFORM READ-PRODUCT-RECORD
              END-PERFORM
              CLOSE PRODUCT-FILE
           ELSE
              IF PROD-STATUS NOT = '35'
                 DISPLAY 'ERROR OPENING PRODUCT FILE: ' PROD-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE PDT-DORMANT-MONTHS (1) TO DORMANT-MONTHS
           MOVE PDT-CUTOFF-DATE (1) TO CUTOFF-DATE.

       READ-PRODUCT-RECORD.
           READ PRODUCT-FILE NEXT RECORD
           IF PROD-STATUS NOT = '00' AND PROD-STATUS NOT = '10'
              DISPLAY 'ERROR READING PRODUCT FILE: ' PROD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       ADD-PRODUCT-ENTRY.
           IF PROD-DORMANT-MONTHS NOT NUMERIC
              OR PROD-DORMANT-MONTHS = 0
              DISPLAY 'INVALID DORMANCY MONTHS ON PRODUCT: ' PROD-CODE
                  ' - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF PDT-ENTRY-COUNT NOT < 50
              DISPLAY 'PRODUCT-TABLE FULL - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO PDT-ENTRY-COUNT
           SET PDT-IDX TO PDT-ENTRY-COUNT
           INITIALIZE PDT-ENTRY (PDT-IDX)
           MOVE PROD-CODE TO PDT-CODE (PDT-IDX)
           MOVE PROD-DESCRIPTION TO PDT-DESCRIPTION (PDT-IDX)
           MOVE PROD-DORMANT-MONTHS TO DORMANT-MONTHS
           PERFORM SET-CUTOFF-DATE
           MOVE DORMANT-MONTHS TO PDT-DORMANT-MONTHS (PDT-IDX)
           MOVE CUTOFF-DATE TO PDT-CUTOFF-DATE (PDT-IDX).

      *****************************************************************
      *  FIND-ACCOUNT-PRODUCT - POINT PDT-HIT-IDX AT THE ACCOUNT'S
      *  PRODUCT ENTRY.  A BLANK PRODUCT CODE FINDS ENTRY 1.
      *****************************************************************
       FIND-ACCOUNT-PRODUCT.
           SET PDT-NOT-FOUND TO TRUE
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-ENTRY-COUNT OR PDT-FOUND
               IF PDT-CODE (PDT-IDX) = CUST-PRODUCT-CODE
                  SET PDT-FOUND TO TRUE
                  SET PDT-HIT-IDX TO PDT-IDX
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-LAST-ACTIVITY - THE HIGHEST TXN-DATE ON FILE FOR THE
      *  SEARCH KEY.  A START ON FROM-ACCOUNT POSITIONS ON THE
      *  ACCOUNT'S FIRST RECORD IN THE ALTERNATE INDEX AND READ NEXT
      *  WALKS ITS RECORDS UNTIL THE ACCOUNT CHANGES, SO THE RESULT
      *  DOES NOT DEPEND ON HOW MANY ACCOUNTS HAVE ACTIVITY ON FILE.
      *****************************************************************
       FIND-LAST-ACTIVITY.
           SET LAT-NOT-FOUND TO TRUE
           SET LAT-COLLECT-NOT-DONE TO TRUE
           MOVE SPACES TO LAT-CURRENT-DATE
           MOVE LAT-SEARCH-KEY TO FROM-ACCOUNT
           START TRANSACTION-FILE KEY NOT LESS THAN FROM-ACCOUNT
               INVALID KEY
                   SET LAT-COLLECT-DONE TO TRUE
           END-START

           IF LAT-COLLECT-NOT-DONE
              PERFORM READ-TRANSACTION
           END-IF
           PERFORM UNTIL LAT-COLLECT-DONE
               IF FROM-ACCOUNT = LAT-SEARCH-KEY
                  SET LAT-FOUND TO TRUE
                  IF TXN-DATE > LAT-CURRENT-DATE
                     MOVE TXN-DATE TO LAT-CURRENT-DATE
                  END-IF
                  PERFORM READ-TRANSACTION
               ELSE
                  SET LAT-COLLECT-DONE TO TRUE
               END-IF
           END-PERFORM.

       READ-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN TXN-FILE-STATUS = '00' OR TXN-FILE-STATUS = '02'
                   CONTINUE
               WHEN TXN-FILE-STATUS = '10'
                   SET LAT-COLLECT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING TRANSACTION FILE: '
                       TXN-FILE-STATUS
                   SET LAT-COLLECT-DONE TO TRUE
           END-EVALUATE.

       PROCESS-ACCOUNTS.
           PERFORM READ-ACCOUNT
           PERFORM UNTIL ACCT-STATUS = '10'

      *****************************************************************
      *  REVIEW-ONE-ACCOUNT - JUDGE THE ACCOUNT'S LAST ACTIVITY
      *  AGAINST ITS PRODUCT'S CUTOFF.  AN ACTIVE ACCOUNT QUIET
      *  SINCE BEFORE THE CUTOFF IS FLAGGED DORMANT AND REWRITTEN; AN
      *  ACCOUNT ALREADY DORMANT IS RELISTED SO THE REVIEW REPORT IS
      *  COMPLETE; CLOSED ACCOUNTS ARE LEFT ALONE.
      *****************************************************************
       REVIEW-ONE-ACCOUNT.
           MOVE CUST-PRODUCT-CODE TO DD-PRODUCT
           PERFORM FIND-ACCOUNT-PRODUCT
           IF PDT-FOUND
              ADD 1 TO PDT-ACCOUNT-COUNT (PDT-HIT-IDX)
           END-IF
           MOVE CUST-KEY TO LAT-SEARCH-KEY
           PERFORM FIND-LAST-ACTIVITY
           IF LAT-FOUND
           EVALUATE TRUE
               WHEN CUST-DORMANT
                   ADD 1 TO ALREADY-DORMANT-COUNT
                   IF PDT-FOUND
                      ADD 1 TO PDT-DORMANT-COUNT (PDT-HIT-IDX)
                   END-IF
                   MOVE 'ALREADY DORMANT' TO DORM-MESSAGE
                   PERFORM LOG-DORM-RESULT
               WHEN CUST-ACTIVE AND PDT-NOT-FOUND
                   ADD 1 TO NO-PRODUCT-COUNT
                   MOVE 'PRODUCT NOT ON FILE - NOT REVIEWED' TO
                       DORM-MESSAGE
                   PERFORM LOG-DORM-RESULT
               WHEN CUST-ACTIVE
                   IF LAST-ACTIVITY-DATE < PDT-CUTOFF-DATE (PDT-HIT-IDX)
                      PERFORM FLAG-ACCOUNT-DORMANT
                   END-IF
               WHEN OTHER
           REWRITE CUSTOMER-RECORD
           IF ACCT-STATUS = '00'
              ADD 1 TO FLAGGED-COUNT
              ADD 1 TO PDT-FLAGGED-COUNT (PDT-HIT-IDX)
              MOVE 'FLAGGED DORMANT THIS RUN' TO DORM-MESSAGE
              PERFORM LOG-DORM-RESULT
           ELSE
           MOVE DISP-COUNT TO DT-VALUE
           MOVE DORM-TOTAL-LINE TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE 'NOT REVIEWED (NO PRODUCT):' TO DT-LABEL
           MOVE NO-PRODUCT-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO DT-VALUE
           MOVE DORM-TOTAL-LINE TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD

           PERFORM PRINT-PRODUCT-SUBTOTALS

           DISPLAY 'ACCOUNTS READ: ' ACCOUNT-READ-COUNT
           DISPLAY 'FLAGGED DORMANT: ' FLAGGED-COUNT
           DISPLAY 'ALREADY DORMANT: ' ALREADY-DORMANT-COUNT
           DISPLAY 'NOT REVIEWED (NO PRODUCT): ' NO-PRODUCT-COUNT

           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE DORM-REPORT.

      *****************************************************************
      *  PRINT-PRODUCT-SUBTOTALS - ONE LINE PER PRODUCT WITH ITS
      *  DORMANCY PERIOD AND CUTOFF, THE ACCOUNTS READ UNDER IT AND
      *  HOW MANY WERE FLAGGED OR ALREADY DORMANT.  THE NO-PRODUCT
      *  LINE PRINTS ONLY WHILE SOME ACCOUNT IS STILL WITHOUT A
      *  PRODUCT.
      *****************************************************************
       PRINT-PRODUCT-SUBTOTALS.
           MOVE SPACES TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           MOVE PRODUCT-SUB-HEADER TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-ENTRY-COUNT
               IF PDT-IDX > 1 OR PDT-ACCOUNT-COUNT (PDT-IDX) > 0
                  PERFORM PRINT-ONE-PRODUCT-SUBTOTAL
               END-IF
           END-PERFORM.

       PRINT-ONE-PRODUCT-SUBTOTAL.
           IF PDT-IDX = 1
              MOVE '(NONE)' TO PS-PRODUCT
           ELSE
              MOVE PDT-CODE (PDT-IDX) TO PS-PRODUCT
           END-IF
           MOVE PDT-DESCRIPTION (PDT-IDX) TO PS-DESCRIPTION
           MOVE PDT-DORMANT-MONTHS (PDT-IDX) TO DISP-MONTHS
           MOVE DISP-MONTHS TO PS-MONTHS
           MOVE PDT-CUTOFF-DATE (PDT-IDX) TO PS-CUTOFF-DATE
           MOVE PDT-ACCOUNT-COUNT (PDT-IDX) TO DISP-COUNT
           MOVE DISP-COUNT TO PS-ACCOUNTS
           MOVE PDT-FLAGGED-COUNT (PDT-IDX) TO DISP-COUNT
           MOVE DISP-COUNT TO PS-FLAGGED
           MOVE PDT-DORMANT-COUNT (PDT-IDX) TO DISP-COUNT
           MOVE DISP-COUNT TO PS-DORMANT
           MOVE PRODUCT-SUB-LINE TO DORM-REPORT-RECORD
           WRITE DORM-REPORT-RECORD.
