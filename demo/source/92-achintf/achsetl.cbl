       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHSETL.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  ACHSETL - ACH SETTLEMENT REPORT
      *  RUN LAST IN THE DAY'S ACH SCHEDULE, AFTER ACHRET AND ACHORIG.
      *  READS EVERY ACH ITEM ON ACHITEM CARDED UNDER THE BUSINESS
      *  DATE, ONE ACTIVITY BATCH AT A TIME, AND TIES EACH BATCH BACK
      *  TO THE DAYCTL RECORD TXNPOST WROTE WHEN IT POSTED THAT BATCH
      *  (MATCHED ON DCR-BATCH-ID):
      *    - THE NET OF THE CARDED ITEMS MUST EQUAL DCR-AMOUNT-HASH,
      *      THE NET OF THE CARDS TXNPOST READ;
      *    - THE NET OF THE ITEMS POSTED (INBOUND) OR ORIGINATED
      *      (OUTBOUND) MUST EQUAL DCR-NET-AMOUNT;
      *    - THE NET OF THE CARDED ITEMS RETURNED OR LEFT IN SUSPENSE
      *      (INBOUND) OR DECLINED (OUTBOUND) MUST EQUAL
      *      DCR-REJECT-AMOUNT.
      *  A BATCH WITH CARDED ITEMS BUT NO DAYCTL RECORD, A BATCH OUT
      *  OF BALANCE, OR A CARDED ITEM ACHRET OR ACHORIG HAS NOT YET
      *  RESOLVED IS FLAGGED AND THE RUN ENDS WITH RETURN CODE 4.
      *
      *  THE REPORT CLOSES WITH THE DAY'S NET SETTLEMENT WITH THE ACH
      *  OPERATOR: CREDITS RECEIVED LESS DEBITS RECEIVED, LESS THE
      *  NET OF THE ENTRIES RETURNED, LESS THE PAYMENTS ORIGINATED.
      *  ENTRIES REFERRED FOR MANUAL HANDLING AND PRENOTES ARE SHOWN
      *  BUT LEFT OUT OF THE SETTLEMENT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-ITEM-FILE ASSIGN TO ACHITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACHI-KEY
               FILE STATUS IS ITEM-STATUS.

           SELECT DAILY-CONTROL-FILE ASSIGN TO DAYCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DAYC-STATUS.

           SELECT SETTLE-REPORT ASSIGN TO ACHSRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-ITEM-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY ACHICOPY.

       FD  DAILY-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY DAYCOPY.

       FD  SETTLE-REPORT.
       01  SETTLE-REPORT-RECORD        PIC X(132).

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ITEM-STATUS             PIC XX.
           05  DAYC-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  BATCH-COUNT             PIC 9(6) VALUE 0.
           05  ITEM-COUNT              PIC 9(6) VALUE 0.
           05  PROBLEM-COUNT           PIC 9(6) VALUE 0.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

      *****************************************************************
      *  SETTLE-BATCH-WORK - THE ACTIVITY BATCH BEING TOTALLED AND
      *  THE DAYCTL FIGURES FOUND FOR IT.
      *****************************************************************
       01  SETTLE-BATCH-WORK.
           05  SBW-BATCH-KEY.
               10  SBW-DIRECTION       PIC X(01) VALUE SPACES.
                   88  SBW-INBOUND               VALUE 'I'.
                   88  SBW-OUTBOUND              VALUE 'O'.
               10  SBW-BATCH-ID        PIC X(08) VALUE SPACES.
           05  SBW-ITEM-COUNT          PIC 9(6) VALUE 0.
           05  SBW-CARDED-COUNT        PIC 9(6) VALUE 0.
           05  SBW-PENDING-COUNT       PIC 9(6) VALUE 0.
           05  SBW-CARDED-NET          PIC S9(11)V99 COMP-3 VALUE 0.
           05  SBW-POSTED-NET          PIC S9(11)V99 COMP-3 VALUE 0.
           05  SBW-REJECTED-NET        PIC S9(11)V99 COMP-3 VALUE 0.
           05  SBW-UNCARDED-NET        PIC S9(11)V99 COMP-3 VALUE 0.
           05  SBW-DAYCTL-SW           PIC X(01) VALUE 'N'.
               88  SBW-DAYCTL-FOUND              VALUE 'Y'.
               88  SBW-DAYCTL-NOT-FOUND          VALUE 'N'.
           05  SBW-DAYCTL-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
           05  SBW-DAYCTL-NET          PIC S9(11)V99 COMP-3 VALUE 0.
           05  SBW-DAYCTL-REJECT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  SBW-BALANCE-SW          PIC X(01) VALUE 'Y'.
               88  SBW-IN-BALANCE                VALUE 'Y'.
               88  SBW-OUT-OF-BALANCE            VALUE 'N'.

      *****************************************************************
      *  SETTLEMENT-TOTALS - THE DAY'S MONEY MOVEMENT WITH THE ACH
      *  OPERATOR, EACH SIGNED AS IT MOVES OUR SETTLEMENT POSITION.
      *****************************************************************
       01  SETTLEMENT-TOTALS.
           05  CREDITS-RECEIVED-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           05  DEBITS-RECEIVED-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  RETURNED-NET-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  ORIGINATED-NET-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  MANUAL-NET-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  NET-SETTLEMENT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.

       01  DISPLAY-FIELDS.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  REPORT-LINES.
           05  SETTLE-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(33)
                   VALUE 'ACH SETTLEMENT REPORT'.
               10  FILLER              PIC X(10) VALUE 'FOR: '.
               10  SH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(39) VALUE SPACES.

           05  SETTLE-COL-HEADER.
               10  FILLER              PIC X(30) VALUE SPACES.
               10  FILLER              PIC X(18)
                   VALUE '         ACH ITEMS'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(18)
                   VALUE '            DAYCTL'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(27) VALUE SPACES.

           05  SETTLE-BATCH-LINE.
               10  FILLER              PIC X(11) VALUE 'ACH BATCH: '.
               10  SB-BATCH-ID         PIC X(08).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SB-DIRECTION        PIC X(08).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  SB-MESSAGE          PIC X(35).
               10  FILLER              PIC X(66) VALUE SPACES.

           05  SETTLE-TIE-LINE.
               10  STL-LABEL           PIC X(30).
               10  STL-ACH-VALUE       PIC X(18).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  STL-DAYCTL-VALUE    PIC X(18).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  STL-RESULT          PIC X(35).
               10  FILLER              PIC X(27) VALUE SPACES.

           05  SETTLE-TOTAL-LINE.
               10  ST-LABEL            PIC X(30).
               10  ST-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM PROCESS-ACH-ITEMS
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  ONLY ITEMS CARDED UNDER IT
      *  ARE SETTLED.
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
           OPEN INPUT ACH-ITEM-FILE
           IF ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH ITEM FILE: ' ITEM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SETTLE-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH SETTLEMENT REPORT: '
                  RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RUN-BUSINESS-DATE TO SH-BUSINESS-DATE
           MOVE SETTLE-HEADER TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD
           MOVE SPACES TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD
           MOVE SETTLE-COL-HEADER TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD.

      *****************************************************************
      *  PROCESS-ACH-ITEMS - ACHITEM IS IN DIRECTION AND BATCH ORDER,
      *  SO EACH ACTIVITY BATCH'S ITEMS ARRIVE TOGETHER.  A CHANGE OF
      *  DIRECTION OR BATCH ID CLOSES THE BATCH BEFORE IT.
      *****************************************************************
       PROCESS-ACH-ITEMS.
           PERFORM READ-ACH-ITEM
           PERFORM UNTIL ITEM-STATUS NOT = '00'
               IF ACHI-BUSINESS-DATE = RUN-BUSINESS-DATE
                  IF ACHI-DIRECTION NOT = SBW-DIRECTION
                     OR ACHI-BATCH-ID NOT = SBW-BATCH-ID
                     IF SBW-BATCH-ID NOT = SPACES
                        PERFORM SETTLE-ONE-BATCH
                     END-IF
                     PERFORM START-NEW-BATCH
                  END-IF
                  PERFORM ACCUMULATE-ONE-ITEM
               END-IF
               PERFORM READ-ACH-ITEM
           END-PERFORM

           IF SBW-BATCH-ID NOT = SPACES
              PERFORM SETTLE-ONE-BATCH
           END-IF.

       READ-ACH-ITEM.
           READ ACH-ITEM-FILE NEXT RECORD
           IF ITEM-STATUS NOT = '00' AND ITEM-STATUS NOT = '10'
              DISPLAY 'ERROR READING ACH ITEM FILE: ' ITEM-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       START-NEW-BATCH.
           ADD 1 TO BATCH-COUNT
           MOVE ACHI-DIRECTION TO SBW-DIRECTION
           MOVE ACHI-BATCH-ID TO SBW-BATCH-ID
           MOVE 0 TO SBW-ITEM-COUNT
           MOVE 0 TO SBW-CARDED-COUNT
           MOVE 0 TO SBW-PENDING-COUNT
           MOVE 0 TO SBW-CARDED-NET
           MOVE 0 TO SBW-POSTED-NET
           MOVE 0 TO SBW-REJECTED-NET
           MOVE 0 TO SBW-UNCARDED-NET.

      *****************************************************************
      *  ACCUMULATE-ONE-ITEM - A CARDED ITEM (CARD SEQUENCE NOT ZERO)
      *  COUNTS TOWARD THE BATCH'S TIE TO DAYCTL; ONE NEVER CARDED
      *  ONLY TOWARD THE SETTLEMENT.  ACHI-AMOUNT IS SIGNED AS IT
      *  MOVES OUR CUSTOMER'S BALANCE, WHICH FOR AN INBOUND ENTRY IS
      *  ALSO HOW IT MOVES OUR SETTLEMENT POSITION, AND FOR AN
      *  OUTBOUND PAYMENT TOO: THE DEBIT TO THE CUSTOMER IS THE
      *  CREDIT WE SEND.
      *****************************************************************
       ACCUMULATE-ONE-ITEM.
           ADD 1 TO SBW-ITEM-COUNT
           ADD 1 TO ITEM-COUNT

           IF ACHI-CARD-SEQ > 0
              ADD 1 TO SBW-CARDED-COUNT
              ADD ACHI-AMOUNT TO SBW-CARDED-NET
              EVALUATE TRUE
                  WHEN ACHI-CARDED
                      ADD 1 TO SBW-PENDING-COUNT
                  WHEN ACHI-POSTED
                  WHEN ACHI-ORIGINATED
                      ADD ACHI-AMOUNT TO SBW-POSTED-NET
                  WHEN ACHI-RETURNED
                  WHEN ACHI-IN-SUSPENSE
                  WHEN ACHI-DECLINED
                      ADD ACHI-AMOUNT TO SBW-REJECTED-NET
              END-EVALUATE
           ELSE
              ADD ACHI-AMOUNT TO SBW-UNCARDED-NET
           END-IF

           IF ACHI-INBOUND
              IF ACHI-MANUAL OR ACHI-PRENOTE
                 ADD ACHI-AMOUNT TO MANUAL-NET-TOTAL
              ELSE
                 IF ACHI-AMOUNT < 0
                    SUBTRACT ACHI-AMOUNT FROM DEBITS-RECEIVED-TOTAL
                 ELSE
                    ADD ACHI-AMOUNT TO CREDITS-RECEIVED-TOTAL
                 END-IF
                 IF ACHI-RETURNED
                    ADD ACHI-AMOUNT TO RETURNED-NET-TOTAL
                 END-IF
              END-IF
           ELSE
              IF ACHI-ORIGINATED
                 SUBTRACT ACHI-AMOUNT FROM ORIGINATED-NET-TOTAL
              END-IF
           END-IF.

      *****************************************************************
      *  SETTLE-ONE-BATCH - FIND THE BATCH'S DAYCTL RECORD AND PRINT
      *  THE TIE.  A BATCH WITH NOTHING CARDED HAS NOTHING TO TIE.
      *****************************************************************
       SETTLE-ONE-BATCH.
           PERFORM FIND-DAYCTL-RECORD
           SET SBW-IN-BALANCE TO TRUE

           MOVE SPACES TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD
           MOVE SBW-BATCH-ID TO SB-BATCH-ID
           IF SBW-INBOUND
              MOVE 'INBOUND' TO SB-DIRECTION
           ELSE
              MOVE 'OUTBOUND' TO SB-DIRECTION
           END-IF
           EVALUATE TRUE
               WHEN SBW-CARDED-COUNT = 0
                   MOVE 'NOTHING CARDED' TO SB-MESSAGE
               WHEN SBW-DAYCTL-NOT-FOUND
                   MOVE 'NOT POSTED - NO DAYCTL RECORD' TO SB-MESSAGE
                   SET SBW-OUT-OF-BALANCE TO TRUE
               WHEN OTHER
                   MOVE SPACES TO SB-MESSAGE
           END-EVALUATE
           MOVE SETTLE-BATCH-LINE TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD

           MOVE 'ITEMS:' TO ST-LABEL
           MOVE SBW-ITEM-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ITEMS CARDED:' TO ST-LABEL
           MOVE SBW-CARDED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'NOT CARDED NET:' TO ST-LABEL
           MOVE SBW-UNCARDED-NET TO DISP-TOTAL
           MOVE DISP-TOTAL TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE

           IF SBW-DAYCTL-FOUND
              MOVE 'CARDED NET:' TO STL-LABEL
              MOVE SBW-CARDED-NET TO DISP-TOTAL
              MOVE DISP-TOTAL TO STL-ACH-VALUE
              MOVE SBW-DAYCTL-HASH TO DISP-TOTAL
              MOVE DISP-TOTAL TO STL-DAYCTL-VALUE
              IF SBW-CARDED-NET = SBW-DAYCTL-HASH
                 MOVE 'AGREES' TO STL-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO STL-RESULT
                 SET SBW-OUT-OF-BALANCE TO TRUE
              END-IF
              PERFORM WRITE-TIE-LINE

              IF SBW-INBOUND
                 MOVE 'POSTED NET:' TO STL-LABEL
              ELSE
                 MOVE 'ORIGINATED NET:' TO STL-LABEL
              END-IF
              MOVE SBW-POSTED-NET TO DISP-TOTAL
              MOVE DISP-TOTAL TO STL-ACH-VALUE
              MOVE SBW-DAYCTL-NET TO DISP-TOTAL
              MOVE DISP-TOTAL TO STL-DAYCTL-VALUE
              IF SBW-POSTED-NET = SBW-DAYCTL-NET
                 MOVE 'AGREES' TO STL-RESULT
              ELSE
                 MOVE 'OUT OF BALANCE' TO STL-RESULT
                 SET SBW-OUT-OF-BALANCE TO TRUE
              END-IF
              PERFORM WRITE-TIE-LINE

              IF SBW-INBOUND
                 MOVE 'RETURNED/SUSPENSE NET:' TO STL-LABEL
              ELSE
                 MOVE 'DECLINED NET:' TO STL-LABEL
              END-IF
              MOVE SBW-REJECTED-NET TO DISP-TOTAL
              MOVE DISP-TOTAL TO STL-ACH-VALUE
              MOVE SBW-DAYCTL-REJECT TO DISP-TOTAL
              MOVE DISP-TOTAL TO STL-DAYCTL-VALUE
              IF SBW-PENDING-COUNT > 0
                 MOVE 'ITEMS STILL UNRESOLVED' TO STL-RESULT
                 SET SBW-OUT-OF-BALANCE TO TRUE
              ELSE
                 IF SBW-REJECTED-NET = SBW-DAYCTL-REJECT
                    MOVE 'AGREES' TO STL-RESULT
                 ELSE
                    MOVE 'OUT OF BALANCE' TO STL-RESULT
                    SET SBW-OUT-OF-BALANCE TO TRUE
                 END-IF
              END-IF
              PERFORM WRITE-TIE-LINE
           END-IF

           IF SBW-PENDING-COUNT > 0
              MOVE 'ITEMS NOT YET RESOLVED:' TO ST-LABEL
              MOVE SBW-PENDING-COUNT TO DISP-COUNT
              MOVE DISP-COUNT TO ST-VALUE
              PERFORM WRITE-TOTAL-LINE
              SET SBW-OUT-OF-BALANCE TO TRUE
           END-IF

           IF SBW-OUT-OF-BALANCE
              ADD 1 TO PROBLEM-COUNT
              DISPLAY 'ACH BATCH DOES NOT SETTLE: ' SBW-DIRECTION
                  ' ' SBW-BATCH-ID
           END-IF.

      *****************************************************************
      *  FIND-DAYCTL-RECORD - SCAN THE TRAIL FOR TXNPOST'S RECORD OF
      *  THE BATCH UNDER TODAY'S DATE.  TXNPOST REFUSES A BATCH IT
      *  HAS ALREADY POSTED, SO THERE IS AT MOST ONE.
      *****************************************************************
       FIND-DAYCTL-RECORD.
           SET SBW-DAYCTL-NOT-FOUND TO TRUE
           MOVE 0 TO SBW-DAYCTL-HASH
           MOVE 0 TO SBW-DAYCTL-NET
           MOVE 0 TO SBW-DAYCTL-REJECT

           OPEN INPUT DAILY-CONTROL-FILE
           IF DAYC-STATUS = '00'
              PERFORM READ-DAILY-CONTROL
              PERFORM UNTIL DAYC-STATUS NOT = '00'
                  IF DCR-PROGRAM-ID = 'TXNPOST'
                     AND DCR-BATCH-ID = SBW-BATCH-ID
                     AND DCR-BUSINESS-DATE = RUN-BUSINESS-DATE
                     SET SBW-DAYCTL-FOUND TO TRUE
                     MOVE DCR-AMOUNT-HASH TO SBW-DAYCTL-HASH
                     MOVE DCR-NET-AMOUNT TO SBW-DAYCTL-NET
                     MOVE DCR-REJECT-AMOUNT TO SBW-DAYCTL-REJECT
                  END-IF
                  PERFORM READ-DAILY-CONTROL
              END-PERFORM
              CLOSE DAILY-CONTROL-FILE
           END-IF.

       READ-DAILY-CONTROL.
           READ DAILY-CONTROL-FILE
           IF DAYC-STATUS NOT = '00' AND DAYC-STATUS NOT = '10'
              DISPLAY 'ERROR READING DAILY CONTROL FILE: ' DAYC-STATUS
           END-IF.

       TERMINATION.
           COMPUTE NET-SETTLEMENT-TOTAL = CREDITS-RECEIVED-TOTAL
               - DEBITS-RECEIVED-TOTAL
               - RETURNED-NET-TOTAL
               - ORIGINATED-NET-TOTAL

           MOVE SPACES TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD
           MOVE 'BATCHES SETTLED:' TO ST-LABEL
           MOVE BATCH-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ITEMS SETTLED:' TO ST-LABEL
           MOVE ITEM-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'BATCHES NOT SETTLING:' TO ST-LABEL
           MOVE PROBLEM-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CREDITS RECEIVED:' TO ST-LABEL
           MOVE CREDITS-RECEIVED-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DEBITS RECEIVED:' TO ST-LABEL
           MOVE DEBITS-RECEIVED-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'RETURNED NET:' TO ST-LABEL
           MOVE RETURNED-NET-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'PAYMENTS ORIGINATED:' TO ST-LABEL
           MOVE ORIGINATED-NET-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'NET SETTLEMENT WITH OPERATOR:' TO ST-LABEL
           MOVE NET-SETTLEMENT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'MANUAL/PRENOTE NET (EXCLUDED):' TO ST-LABEL
           MOVE MANUAL-NET-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ST-VALUE
           PERFORM WRITE-TOTAL-LINE

           DISPLAY 'ACH BATCHES SETTLED: ' BATCH-COUNT
           DISPLAY 'ACH BATCHES NOT SETTLING: ' PROBLEM-COUNT
           MOVE NET-SETTLEMENT-TOTAL TO DISP-TOTAL
           DISPLAY 'ACH NET SETTLEMENT: ' DISP-TOTAL

           IF PROBLEM-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE ACH-ITEM-FILE
           CLOSE SETTLE-REPORT.

       WRITE-TIE-LINE.
           MOVE SETTLE-TIE-LINE TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD.

       WRITE-TOTAL-LINE.
           MOVE SETTLE-TOTAL-LINE TO SETTLE-REPORT-RECORD
           WRITE SETTLE-REPORT-RECORD.
