      *  HAND.  THE FEERPT REPORT SHOWS EVERY CHARGE ASSESSED PER
      *  ACCOUNT WITH THE PERIOD ACTIVITY COUNT, SO THE RUN CAN BE
      *  CHECKED BEFORE THE BATCH IS HANDED TO POSTING.
      *
      *  THE SCHEDULE AND OVERDRAFT THRESHOLD APPLIED ARE THOSE OF THE
      *  ACCOUNT'S OWN PRODUCT ON THE PRODFILE PRODUCT MASTER; THE
      *  FEESCHED CARD APPLIES ONLY TO ACCOUNTS WITH NO PRODUCT CODE.
      *  AN ACCOUNT WHOSE PRODUCT IS NOT ON PRODFILE IS REPORTED AND
      *  NOT ASSESSED.  THE REPORT ENDS WITH THE FEES SUBTOTALLED BY
      *  PRODUCT SO FINANCE CAN SEE THE INCOME OF EACH PRODUCT LINE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

      *****************************************************************
      *  TRANSACTION-FILE - OPENED THROUGH THE BASE CLUSTER WITH THE
      *  TXNACCT FROM-ACCOUNT ALTERNATE INDEX DECLARED AS AN
      *  ALTERNATE KEY, THE SAME WAY STMTGEN OPENS IT, SO
      *  FIND-ACTIVITY-COUNT CAN START ON FROM-ACCOUNT AND READ ONLY
      *  ONE ACCOUNT'S RECORDS.
      *****************************************************************
           SELECT TRANSACTION-FILE ASSIGN TO TXNDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TXN-FILE-STATUS.

           SELECT FEE-SCHED-FILE ASSIGN TO FEESCHED
               FILE STATUS IS SCHED-STATUS.

      *****************************************************************
      *  HOLD-FILE - THE FUNDS HOLDS HOLDMNT MAINTAINS, READ BY KEY
      *  SO THE OVERDRAFT FEE JUDGES AVAILABLE BALANCE (LEDGER LESS
      *  OPEN HOLDS), THE SAME TEST VIEW'S EXCEPTION SECTION RUNS.
      *  HOLD-KEY BEGINS WITH THE ACCOUNT, SO A START ON THE ACCOUNT
      *  FOLLOWED BY READ NEXT BRINGS BACK JUST THAT ACCOUNT'S HOLDS.
      *****************************************************************
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CODE.

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

           SELECT FEE-PARM-FILE ASSIGN TO FEEPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDCOPY.

       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PRODCOPY.

      *****************************************************************
      *  FEE-PARM-FILE - ONE REQUIRED CARD NAMING THE BATCH ID, THE
      *  FEE MONTH AS YYYY-MM (THE ACTIVITY WINDOW COUNTED), AND THE
           05  ACTV-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  HOLD-STATUS-CODE        PIC XX.
           05  PROD-STATUS             PIC XX.

       01  COUNTERS.
           05  ACCOUNT-READ-COUNT      PIC 9(6) VALUE 0.
           05  CARD-GEN-COUNT          PIC 9(6) VALUE 0.
           05  CHARGED-ACCT-COUNT      PIC 9(6) VALUE 0.
           05  NO-PRODUCT-COUNT        PIC 9(6) VALUE 0.

       01  FEE-TOTALS.
           05  FEE-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  FEE-SCHEDULE-WORK - THE SCHEDULE IN FORCE FOR THE CURRENT
      *  ACCOUNT, MOVED IN FROM ITS PRODUCT-TABLE ENTRY.  AT START-UP
      *  IT HOLDS THE FEESCHED CARD IN PACKED FORM ONCE ITS FIELDS
      *  HAVE PASSED THE NUMERIC EDIT.
      *****************************************************************
       01  FEE-SCHEDULE-WORK.
           05  FSW-MAINT-FEE           PIC S9(7)V99 COMP-3 VALUE 0.
           05  FSW-ACTIV-TXN-TYPE      PIC X(08) VALUE SPACES.
           05  FSW-OD-TXN-TYPE         PIC X(08) VALUE SPACES.

      *****************************************************************
      *  PRODUCT-TABLE - ONE ENTRY PER PRODFILE PRODUCT, CARRYING ITS
      *  FEE SCHEDULE AND OVERDRAFT THRESHOLD AND ITS REPORT
      *  SUBTOTALS.  ENTRY 1 IS RESERVED FOR ACCOUNTS WITH NO PRODUCT
      *  CODE (PDT-CODE SPACES) AND CARRIES THE FEESCHED CARD.  MORE
      *  PRODUCTS THAN THE TABLE HOLDS STOPS THE RUN BEFORE ANY
      *  ACCOUNT IS READ, RATHER THAN CHARGE ANY ACCOUNT WRONGLY.
      *****************************************************************
       01  PRODUCT-TABLE.
           05  PDT-ENTRY-COUNT         PIC 9(3) VALUE 0.
           05  PDT-ENTRY OCCURS 50 TIMES
                   INDEXED BY PDT-IDX PDT-HIT-IDX.
               10  PDT-CODE            PIC X(04).
               10  PDT-DESCRIPTION     PIC X(30).
               10  PDT-MAINT-FEE       PIC S9(7)V99 COMP-3.
               10  PDT-TXN-FEE         PIC S9(5)V99 COMP-3.
               10  PDT-FREE-TXN-COUNT  PIC 9(3).
               10  PDT-OVERDRAFT-FEE   PIC S9(7)V99 COMP-3.
               10  PDT-OVERDRAFT-THRESHOLD
                                       PIC S9(7)V99 COMP-3.
               10  PDT-MAINT-TXN-TYPE  PIC X(08).
               10  PDT-ACTIV-TXN-TYPE  PIC X(08).
               10  PDT-OD-TXN-TYPE     PIC X(08).
               10  PDT-ACCOUNT-COUNT   PIC 9(6).
               10  PDT-CARD-COUNT      PIC 9(6).
               10  PDT-FEE-TOTAL       PIC S9(11)V99 COMP-3.

       01  PDT-FOUND-SW                PIC X(01) VALUE 'N'.
           88  PDT-FOUND                         VALUE 'Y'.
           88  PDT-NOT-FOUND                     VALUE 'N'.

      *****************************************************************
      *  FEE-PERIOD - THE PARM MONTH EXPANDED TO THE FIRST AND LAST
      *  DATE KEYS OF THE PERIOD, THE SAME WAY STMTGEN BOUNDS ITS
               10  PDW-DAY             PIC X(02).

      *****************************************************************
      *  FAC-FLAGS - ONE ACCOUNT'S TRANSACTIONS DATED INSIDE THE FEE
      *  PERIOD, COUNTED THROUGH THE FROM-ACCOUNT ALTERNATE INDEX.
      *****************************************************************
       01  FAC-FLAGS.
           05  FAC-COLLECT-SW          PIC X(01) VALUE 'N'.
               88  FAC-COLLECT-DONE              VALUE 'Y'.
               88  FAC-COLLECT-NOT-DONE          VALUE 'N'.
           05  FAC-FOUND-SW            PIC X(01) VALUE 'N'.
               88  FAC-FOUND                     VALUE 'Y'.
               88  FAC-NOT-FOUND                 VALUE 'N'.
           05  CHW-AVAIL-BALANCE       PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  OHT-FLAGS - ONE ACCOUNT'S TOTAL OF OPEN HOLDS NOT YET
      *  EXPIRED AS OF THE BUSINESS DATE, READ FROM HOLDFILE BY KEY.
      *****************************************************************
       01  OHT-FLAGS.
           05  HOLD-FILE-SW            PIC X(01) VALUE 'N'.
               88  HOLD-FILE-OPEN                VALUE 'Y'.
           05  OHT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  OHT-FOUND                     VALUE 'Y'.
               88  OHT-NOT-FOUND                 VALUE 'N'.
               10  FILLER              PIC X(15) VALUE 'FEE AMOUNT'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'CHARGE'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(17) VALUE SPACES.

           05  FEE-DETAIL.
               10  FD-ACCT-ID          PIC X(10).
               10  FD-AMOUNT           PIC X(15).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FD-PRODUCT          PIC X(7).
               10  FILLER              PIC X(17) VALUE SPACES.

           05  PRODUCT-SUB-HEADER.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'ACCTS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'CARDS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(18) VALUE 'FEES (NET)'.
               10  FILLER              PIC X(51) VALUE SPACES.

           05  PRODUCT-SUB-LINE.
               10  PS-PRODUCT          PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-DESCRIPTION      PIC X(30).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-ACCOUNTS         PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-CARDS            PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-AMOUNT           PIC X(18).
               10  FILLER              PIC X(51) VALUE SPACES.

           05  FEE-TOTAL-LINE.
               10  FT-LABEL            PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-ACCOUNTS
           PERFORM WRITE-BATCH-TRAILER

           PERFORM READ-FEE-PARM
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-PRODUCTS
           PERFORM OPEN-HOLD-FILE

           MOVE FEE-MONTH TO FH-FEE-MONTH
           MOVE FEE-HEADER TO FEE-REPORT-RECORD
           CLOSE FEE-SCHED-FILE.

      *****************************************************************
      *  LOAD-PRODUCTS - ENTRY 1 TAKES THE FEESCHED CARD JUST LOADED,
      *  THEN ONE ENTRY IS ADDED PER PRODFILE RECORD.
      *****************************************************************
       LOAD-PRODUCTS.
           MOVE 1 TO PDT-ENTRY-COUNT
           INITIALIZE PDT-ENTRY (1)
           MOVE SPACES TO PDT-CODE (1)
           MOVE 'NO PRODUCT - FEESCHED CARD' TO PDT-DESCRIPTION (1)
           MOVE FSW-MAINT-FEE TO PDT-MAINT-FEE (1)
           MOVE FSW-TXN-FEE TO PDT-TXN-FEE (1)
           MOVE FSW-FREE-TXN-COUNT TO PDT-FREE-TXN-COUNT (1)
           MOVE FSW-OVERDRAFT-FEE TO PDT-OVERDRAFT-FEE (1)
           MOVE FSW-OVERDRAFT-THRESHOLD TO PDT-OVERDRAFT-THRESHOLD (1)
           MOVE FSW-MAINT-TXN-TYPE TO PDT-MAINT-TXN-TYPE (1)
           MOVE FSW-ACTIV-TXN-TYPE TO PDT-ACTIV-TXN-TYPE (1)
           MOVE FSW-OD-TXN-TYPE TO PDT-OD-TXN-TYPE (1)

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
           END-IF.

       READ-PRODUCT-RECORD.
           READ PRODUCT-FILE NEXT RECORD
           IF PROD-STATUS NOT = '00' AND PROD-STATUS NOT = '10'
              DISPLAY 'ERROR READING PRODUCT FILE: ' PROD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       ADD-PRODUCT-ENTRY.
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
           MOVE PROD-MAINT-FEE TO PDT-MAINT-FEE (PDT-IDX)
           MOVE PROD-TXN-FEE TO PDT-TXN-FEE (PDT-IDX)
           MOVE PROD-FREE-TXN-COUNT TO PDT-FREE-TXN-COUNT (PDT-IDX)
           MOVE PROD-OVERDRAFT-FEE TO PDT-OVERDRAFT-FEE (PDT-IDX)
           MOVE PROD-OVERDRAFT-THRESHOLD TO
               PDT-OVERDRAFT-THRESHOLD (PDT-IDX)
           MOVE PROD-MAINT-TXN-TYPE TO PDT-MAINT-TXN-TYPE (PDT-IDX)
           MOVE PROD-ACTIV-TXN-TYPE TO PDT-ACTIV-TXN-TYPE (PDT-IDX)
           MOVE PROD-OD-TXN-TYPE TO PDT-OD-TXN-TYPE (PDT-IDX).

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
      *  SELECT-ACCOUNT-SCHEDULE - PUT THE ACCOUNT'S PRODUCT SCHEDULE
      *  IN FORCE FOR ASSESS-ONE-ACCOUNT.
      *****************************************************************
       SELECT-ACCOUNT-SCHEDULE.
           MOVE PDT-MAINT-FEE (PDT-HIT-IDX) TO FSW-MAINT-FEE
           MOVE PDT-TXN-FEE (PDT-HIT-IDX) TO FSW-TXN-FEE
           MOVE PDT-FREE-TXN-COUNT (PDT-HIT-IDX) TO FSW-FREE-TXN-COUNT
           MOVE PDT-OVERDRAFT-FEE (PDT-HIT-IDX) TO FSW-OVERDRAFT-FEE
           MOVE PDT-OVERDRAFT-THRESHOLD (PDT-HIT-IDX) TO
               FSW-OVERDRAFT-THRESHOLD
           MOVE PDT-MAINT-TXN-TYPE (PDT-HIT-IDX) TO FSW-MAINT-TXN-TYPE
           MOVE PDT-ACTIV-TXN-TYPE (PDT-HIT-IDX) TO FSW-ACTIV-TXN-TYPE
           MOVE PDT-OD-TXN-TYPE (PDT-HIT-IDX) TO FSW-OD-TXN-TYPE.

      *****************************************************************
      *  OPEN-HOLD-FILE - OPEN HOLDFILE FOR KEYED READS FOR THE RUN.
      *  A MISSING HOLDFILE MEANS NO HOLDS HAVE EVER BEEN PLACED AND
      *  IS NOT AN ERROR.
      *****************************************************************
       OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE = '00'
              SET HOLD-FILE-OPEN TO TRUE
           ELSE
              IF HOLD-STATUS-CODE NOT = '35'
                 DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS-CODE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *****************************************************************
      *  FIND-OPEN-HOLDS - TOTAL THE SEARCH KEY'S OPEN HOLDS.  ONLY
      *  HOLDS STILL OPEN AND NOT EXPIRED AS OF THE BUSINESS DATE
      *  COUNT.
      *****************************************************************
       FIND-OPEN-HOLDS.
           SET OHT-NOT-FOUND TO TRUE
           MOVE 0 TO OHT-CURRENT-HELD
           IF HOLD-FILE-OPEN
              MOVE OHT-SEARCH-KEY TO HOLD-ACCOUNT
              MOVE LOW-VALUES TO HOLD-ID
              START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
                  INVALID KEY
                      MOVE '23' TO HOLD-STATUS-CODE
              END-START
              IF HOLD-STATUS-CODE = '00'
                 PERFORM READ-HOLD-RECORD
              END-IF
              PERFORM UNTIL HOLD-STATUS-CODE NOT = '00'
                      OR HOLD-ACCOUNT NOT = OHT-SEARCH-KEY
                  IF HOLD-OPEN
                     AND HOLD-EXPIRY-DATE >= BCW-BUSINESS-DATE
                     SET OHT-FOUND TO TRUE
                     ADD HOLD-AMOUNT TO OHT-CURRENT-HELD
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
      *  FIND-ACTIVITY-COUNT - COUNT THE SEARCH KEY'S TRANSACTIONS
      *  DATED INSIDE THE FEE PERIOD.  A START ON FROM-ACCOUNT
      *  POSITIONS ON THE ACCOUNT'S FIRST RECORD IN THE ALTERNATE
      *  INDEX AND READ NEXT WALKS ITS RECORDS UNTIL THE ACCOUNT
      *  CHANGES, SO THE COUNT DOES NOT DEPEND ON HOW MANY ACCOUNTS
      *  HAVE ACTIVITY ON FILE.
      *****************************************************************
       FIND-ACTIVITY-COUNT.
           SET FAC-NOT-FOUND TO TRUE
           SET FAC-COLLECT-NOT-DONE TO TRUE
           MOVE 0 TO FAC-CURRENT-COUNT
           MOVE FAC-SEARCH-KEY TO FROM-ACCOUNT
           START TRANSACTION-FILE KEY NOT LESS THAN FROM-ACCOUNT
               INVALID KEY
                   SET FAC-COLLECT-DONE TO TRUE
           END-START

           IF FAC-COLLECT-NOT-DONE
              PERFORM READ-TRANSACTION
           END-IF
           PERFORM UNTIL FAC-COLLECT-DONE
               IF FROM-ACCOUNT = FAC-SEARCH-KEY
                  IF TXN-DATE NOT < PERIOD-START-DATE
                     AND TXN-DATE NOT > PERIOD-END-DATE
                     SET FAC-FOUND TO TRUE
                     ADD 1 TO FAC-CURRENT-COUNT
                  END-IF
                  PERFORM READ-TRANSACTION
               ELSE
                  SET FAC-COLLECT-DONE TO TRUE
               END-IF
           END-PERFORM.

       READ-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN TXN-FILE-STATUS = '00' OR TXN-FILE-STATUS = '02'
                   CONTINUE
               WHEN TXN-FILE-STATUS = '10'
                   SET FAC-COLLECT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING TRANSACTION FILE: '
                       TXN-FILE-STATUS
                   SET FAC-COLLECT-DONE TO TRUE
           END-EVALUATE.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE BCW-BATCH-ID TO TAR-BATCH-ID
           PERFORM UNTIL ACCT-STATUS = '10'
               ADD 1 TO ACCOUNT-READ-COUNT
               IF CUST-ACTIVE
                  PERFORM ASSESS-ONE-PRODUCT-ACCOUNT
               END-IF
               PERFORM READ-ACCOUNT
           END-PERFORM.
              DISPLAY 'ERROR READING ACCOUNT FILE: ' ACCT-STATUS
           END-IF.

      *****************************************************************
      *  ASSESS-ONE-PRODUCT-ACCOUNT - FIND THE ACCOUNT'S PRODUCT AND
      *  ASSESS IT ON THAT PRODUCT'S SCHEDULE.  AN ACCOUNT CARRYING A
      *  PRODUCT CODE THAT IS NOT ON PRODFILE PRINTS ONE LINE SAYING
      *  SO AND IS CHARGED NOTHING.
      *****************************************************************
       ASSESS-ONE-PRODUCT-ACCOUNT.
           MOVE CUST-KEY TO FAC-SEARCH-KEY
           PERFORM FIND-ACTIVITY-COUNT
           MOVE CUST-PRODUCT-CODE TO FD-PRODUCT
           PERFORM FIND-ACCOUNT-PRODUCT
           IF PDT-FOUND
              ADD 1 TO PDT-ACCOUNT-COUNT (PDT-HIT-IDX)
              PERFORM SELECT-ACCOUNT-SCHEDULE
              PERFORM ASSESS-ONE-ACCOUNT
           ELSE
              ADD 1 TO NO-PRODUCT-COUNT
              MOVE CUST-KEY TO FD-ACCT-ID
              MOVE CUST-ACCT-BALANCE TO DISP-BALANCE
              MOVE DISP-BALANCE TO FD-BALANCE
              MOVE FAC-CURRENT-COUNT TO DISP-COUNT
              MOVE DISP-COUNT TO FD-TXN-COUNT
              MOVE SPACES TO FD-AMOUNT
              MOVE 'PRODUCT NOT ON FILE - NOT ASSESSED' TO FD-MESSAGE
              MOVE FEE-DETAIL TO FEE-REPORT-RECORD
              WRITE FEE-REPORT-RECORD
           END-IF.

      *****************************************************************
      *  ASSESS-ONE-ACCOUNT - APPLY EACH FEE ON THE SCHEDULE TO THE
      *  ACCOUNT IN CUSTOMER-RECORD.  A ZERO SCHEDULE AMOUNT TURNS
      *  NOTHING, SO FEERPT CARRIES ONLY THE CHARGES.
      *****************************************************************
       ASSESS-ONE-ACCOUNT.
           IF FSW-MAINT-FEE > 0
              MOVE FSW-MAINT-FEE TO CHW-FEE-AMOUNT
              MOVE FSW-MAINT-TXN-TYPE TO TAR-TXN-TYPE

           ADD 1 TO CARD-GEN-COUNT
           SUBTRACT CHW-FEE-AMOUNT FROM FEE-AMOUNT-TOTAL
           ADD 1 TO PDT-CARD-COUNT (PDT-HIT-IDX)
           SUBTRACT CHW-FEE-AMOUNT FROM PDT-FEE-TOTAL (PDT-HIT-IDX)

           MOVE CUST-KEY TO FD-ACCT-ID
           MOVE CUST-ACCT-BALANCE TO DISP-BALANCE
           MOVE DISP-COUNT TO FT-VALUE
           MOVE FEE-TOTAL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'ACCOUNTS SKIPPED (NO PRODUCT):' TO FT-LABEL
           MOVE NO-PRODUCT-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO FT-VALUE
           MOVE FEE-TOTAL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'FEE AMOUNT TOTAL (NET):' TO FT-LABEL
           MOVE FEE-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO FT-VALUE
           MOVE FEE-TOTAL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD

           PERFORM PRINT-PRODUCT-SUBTOTALS

           DISPLAY 'BATCH STAMPED: ' BCW-BATCH-ID
               ' FOR ' BCW-BUSINESS-DATE
           DISPLAY 'ACCOUNTS READ: ' ACCOUNT-READ-COUNT
           DISPLAY 'FEE CARDS GENERATED: ' CARD-GEN-COUNT
           DISPLAY 'ACCOUNTS SKIPPED (NO PRODUCT): ' NO-PRODUCT-COUNT

           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE FEE-ACTIVITY-FILE
           CLOSE FEE-REPORT
           IF HOLD-FILE-OPEN
              CLOSE HOLD-FILE
           END-IF.

      *****************************************************************
      *  PRINT-PRODUCT-SUBTOTALS - ONE LINE PER PRODUCT WITH THE
      *  ACTIVE ACCOUNTS ASSESSED, FEE CARDS GENERATED AND NET FEES
      *  CHARGED UNDER IT.  THE NO-PRODUCT LINE PRINTS ONLY WHILE
      *  SOME ACTIVE ACCOUNT IS STILL WITHOUT A PRODUCT.
      *****************************************************************
       PRINT-PRODUCT-SUBTOTALS.
           MOVE SPACES TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE PRODUCT-SUB-HEADER TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
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
           MOVE PDT-ACCOUNT-COUNT (PDT-IDX) TO DISP-COUNT
           MOVE DISP-COUNT TO PS-ACCOUNTS
           MOVE PDT-CARD-COUNT (PDT-IDX) TO DISP-COUNT
           MOVE DISP-COUNT TO PS-CARDS
           MOVE PDT-FEE-TOTAL (PDT-IDX) TO DISP-TOTAL
           MOVE DISP-TOTAL TO PS-AMOUNT
           MOVE PRODUCT-SUB-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD.
