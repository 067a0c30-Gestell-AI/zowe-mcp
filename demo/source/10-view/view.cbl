               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.
               
      *****************************************************************
      *  TRANSACTION-FILE - OPENED THROUGH THE BASE CLUSTER WITH THE
      *  TXNACCT FROM-ACCOUNT ALTERNATE INDEX DECLARED AS AN
      *  ALTERNATE KEY, THE SAME WAY STMTGEN OPENS IT.  THE ACCOUNT
      *  SECTION STARTS ON FROM-ACCOUNT TO RECONCILE ONE ACCOUNT AT A
      *  TIME; THE TRANSACTION SECTION STARTS BACK ON TXN-ID AND
      *  READS THE WHOLE FILE IN TXN-ID ORDER.
      *****************************************************************
           SELECT TRANSACTION-FILE ASSIGN TO TXNDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TXN-FILE-STATUS.
               
           SELECT REPORT-FILE ASSIGN TO VIEWRPT
               FILE STATUS IS CSV-STATUS.

      *****************************************************************
      *  PRODUCT-FILE - THE PRODUCT MASTER, READ END TO END INTO
      *  PRODUCT-TABLE AT START-UP FOR EACH PRODUCT'S OVERDRAFT
      *  THRESHOLD.  A MISSING PRODFILE IS NOT AN ERROR; ANY OTHER
      *  OPEN OR READ FAILURE STOPS THE RUN RATHER THAN LEAVE THE
      *  TABLE SHORT.
      *****************************************************************
           SELECT PRODUCT-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-STATUS.

      *****************************************************************
      *  HOLD-FILE - THE FUNDS HOLDS HOLDMNT MAINTAINS, READ BY KEY
      *  SO THE OVERDRAFT EXCEPTION SECTION JUDGES AVAILABLE BALANCE
      *  (LEDGER LESS OPEN HOLDS) - THE NUMBER POLICY ACTUALLY CARES
      *  ABOUT.  HOLD-KEY BEGINS WITH THE ACCOUNT, SO A START ON THE
      *  ACCOUNT FOLLOWED BY READ NEXT BRINGS BACK JUST THAT
      *  ACCOUNT'S HOLDS.
      *****************************************************************
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CODE.

      *****************************************************************
      *  EXCEPTION-WORK-FILE - ONE RECORD PER OVERDRAFT EXCEPTION,
      *  WRITTEN AS THE ACCOUNT SECTION FINDS THEM (AFTER ANY A
      *  RESTARTED RUN REPLAYS FROM VIEWCHKP) AND READ BACK TO PRINT
      *  THE EXCEPTION SECTION.  OPENED OUTPUT AT START-UP SO EVERY
      *  RUN STARTS FROM AN EMPTY FILE.
      *****************************************************************
           SELECT EXCEPTION-WORK-FILE ASSIGN TO VIEWEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXCP-STATUS.

      *****************************************************************
      *  CHECKPOINT-FILE - ONE RECORD APPENDED EVERY CHECKPOINT
      *  INTERVAL SO A RESTARTED RUN CAN REPOSITION PAST THE LAST
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDCOPY.

       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PRODCOPY.

       FD  EXCEPTION-WORK-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  EXCEPTION-WORK-RECORD.
           05  EXCP-ACCT-ID            PIC X(10).
           05  EXCP-ACCT-NAME          PIC X(35).
           05  EXCP-BALANCE            PIC S9(9)V99 COMP-3.
           05  EXCP-PRODUCT            PIC X(04).
           05  FILLER                  PIC X(05).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CHKCOPY.
           05  DAYC-STATUS             PIC XX.
           05  BUSD-STATUS             PIC XX.
           05  HOLD-STATUS-CODE        PIC XX.
           05  PROD-STATUS             PIC XX.
           05  EXCP-STATUS             PIC XX.

      *****************************************************************
      *  SCHEDULE-CONTROL - THE BUSDATE CONTROL DATE THIS RUN IS
           05  FRESH-REPORT-SW         PIC X(01) VALUE 'Y'.
               88  FRESH-REPORT-OUTPUT          VALUE 'Y'.
               88  SKIP-REPORT-HEADERS          VALUE 'N'.
           05  TXN-READ-SW             PIC X(01) VALUE 'N'.
               88  TXN-READ-DONE                VALUE 'Y'.
               88  TXN-READ-NOT-DONE            VALUE 'N'.

       01  COUNTERS.
           05  ACCOUNT-COUNT           PIC 9(6) VALUE 0.
      *  BELOW OVERDRAFT-THRESHOLD IS OUT OF POLICY AND GOES ON THE
      *  EXCEPTION REPORT.  PARM-OVERDRAFT-THRESHOLD OVERRIDES THE
      *  DEFAULT OF ZERO (I.E. ANY NEGATIVE AVAILABLE BALANCE IS AN
      *  EXCEPTION).  AN ACCOUNT WITH A PRODUCT CODE IS JUDGED ON ITS
      *  PRODUCT'S THRESHOLD INSTEAD (ACCOUNT-THRESHOLD); ONE WHOSE
      *  PRODUCT IS NOT ON PRODFILE FALLS BACK TO OVERDRAFT-THRESHOLD
      *  SO NO EXCEPTION IS LOST TO A BAD CODE.
      *****************************************************************
       01  OVERDRAFT-CONTROL.
           05  OVERDRAFT-THRESHOLD       PIC S9(7)V99 COMP-3 VALUE 0.
           05  ACCOUNT-THRESHOLD         PIC S9(7)V99 COMP-3 VALUE 0.
           05  EXCEPTION-COUNT           PIC 9(6) VALUE 0.
           05  UNKNOWN-PRODUCT-COUNT     PIC 9(6) VALUE 0.
           05  AVAILABLE-BALANCE         PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  OHT-FLAGS - ONE ACCOUNT'S TOTAL OF OPEN, UNEXPIRED HOLDS,
      *  READ FROM HOLDFILE BY KEY.
      *****************************************************************
       01  OHT-FLAGS.
           05  HOLD-FILE-SW            PIC X(01) VALUE 'N'.
               88  HOLD-FILE-OPEN                VALUE 'Y'.
           05  OHT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  OHT-FOUND                     VALUE 'Y'.
               88  OHT-NOT-FOUND                 VALUE 'N'.
           05  OHT-SEARCH-KEY          PIC X(10).
           05  OHT-CURRENT-HELD        PIC S9(9)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  PRODUCT-TABLE - ONE ENTRY PER PRODFILE PRODUCT WITH ITS
      *  OVERDRAFT THRESHOLD, AND THE EXCEPTION COUNT FOR THE
      *  EXCEPTIONS-BY-PRODUCT LINES (TALLIED AS THE EXCEPTION
      *  SECTION IS PRINTED FROM VIEWEXCP, SO A RESTARTED RUN COUNTS
      *  ITS REPLAYED ENTRIES).
      *  ENTRY 1 IS RESERVED FOR ACCOUNTS WITH NO PRODUCT CODE AND
      *  CARRIES OVERDRAFT-THRESHOLD.  MORE PRODUCTS THAN THE TABLE
      *  HOLDS STOPS THE RUN.
      *****************************************************************
       01  PRODUCT-TABLE.
           05  PDT-ENTRY-COUNT         PIC 9(3) VALUE 0.
           05  PDT-ENTRY OCCURS 50 TIMES
                   INDEXED BY PDT-IDX PDT-HIT-IDX.
               10  PDT-CODE            PIC X(04).
               10  PDT-DESCRIPTION     PIC X(30).
               10  PDT-OVERDRAFT-THRESHOLD
                                       PIC S9(7)V99 COMP-3.
               10  PDT-EXCEPTION-COUNT PIC 9(6).

       01  PDT-FLAGS.
           05  PDT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  PDT-FOUND                     VALUE 'Y'.
               88  PDT-NOT-FOUND                 VALUE 'N'.
           05  PDT-SEARCH-CODE         PIC X(04).

      *****************************************************************
      *  DATE-FILTER - OPTIONAL TXN-DATE WINDOW FROM THE PARM CARD.
               88  DATE-NOT-IN-RANGE             VALUE 'N'.

      *****************************************************************
      *  RECON-FLAGS - ONE ACCOUNT'S TRANSACTION TOTAL, SUMMED BY
      *  FIND-RECON-ENTRY THROUGH THE FROM-ACCOUNT ALTERNATE INDEX AND
      *  CHECKED AGAINST CUST-ACCT-BALANCE.
      *****************************************************************
       01  RECON-FLAGS.
           05  RECON-FOUND-SW          PIC X(01) VALUE 'N'.
               88  RECON-FOUND                   VALUE 'Y'.
      *****************************************************************
      *  TXN-TYPE-SUMMARY - COUNT AND TOTAL AMOUNT PER DISTINCT
      *  TD-TXN-TYPE, BUILT WHILE PROCESS-TRANSACTIONS FORMATS THE
      *  DETAIL LINES AND PRINTED BY PRINT-TXN-TYPE-SUMMARY.  THE
      *  TYPES ARE THE TXNTYPES LIST, SO MORE THAN THE TABLE HOLDS
      *  STOPS THE RUN RATHER THAN PRINT A SHORT SUMMARY.
      *****************************************************************
       01  TXN-TYPE-SUMMARY.
           05  TTS-ENTRY-COUNT         PIC 9(3) VALUE 0.
               10  FILLER              PIC X(15) VALUE 'ACCOUNT NAME'.
               10  FILLER              PIC X(20) VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'AVAILABLE'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(57) VALUE SPACES.

           05  EXCEPTION-DETAIL.
               10  ED-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  ED-ACCT-NAME        PIC X(35).
               10  ED-BALANCE          PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  ED-PRODUCT          PIC X(7).
               10  FILLER              PIC X(57) VALUE SPACES.

           05  PRODUCT-SUB-HEADER.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(13) VALUE 'THRESHOLD'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'EXCEPTIONS'.
               10  FILLER              PIC X(63) VALUE SPACES.

           05  PRODUCT-SUB-LINE.
               10  PS-PRODUCT          PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-DESCRIPTION      PIC X(30).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  PS-THRESHOLD        PIC X(13).
               10  FILLER              PIC X(6)  VALUE SPACES.
               10  PS-EXCEPTIONS       PIC X(7).
               10  FILLER              PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM VERIFY-SCHEDULE-POSITION
           PERFORM INITIALIZATION
           PERFORM APPLY-RESTART-POSITIONING
           PERFORM PROCESS-ACCOUNTS
           PERFORM PROCESS-TRANSACTIONS
              STOP RUN
           END-IF

           PERFORM OPEN-HOLD-FILE
           PERFORM OPEN-AUDIT-FILE
           PERFORM READ-PARM-CARD
           PERFORM LOAD-PRODUCTS
           PERFORM OPEN-REPORT-FILES

           IF RPT-STATUS NOT = '00'
              STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTION-WORK-FILE
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION WORK FILE: ' EXCP-STATUS
              STOP RUN
           END-IF

           IF FRESH-REPORT-OUTPUT
              PERFORM WRITE-HEADERS
           END-IF.

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
      *  HOLDS STILL OPEN AND NOT EXPIRED AS OF THE BUSDATE CONTROL
      *  DATE COUNT - THE SAME DATE TXNPOST'S EDIT PASS JUDGES, SO THE
      *  EXCEPTION LIST AND THE POSTING FLOOR CANNOT DISAGREE ON
      *  EXPIRY-BOUNDARY DAYS.
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
                     AND HOLD-EXPIRY-DATE >= RUN-BUSINESS-DATE
                     SET OHT-FOUND TO TRUE
                     ADD HOLD-AMOUNT TO OHT-CURRENT-HELD
                  END-IF
                  PERFORM READ-HOLD-RECORD
              END-PERFORM
           END-IF.

       READ-HOLD-RECORD.
              DISPLAY 'ERROR READING HOLD FILE: ' HOLD-STATUS-CODE
           END-IF.

      *****************************************************************
      *  OPEN-REPORT-FILES - A NORMAL RUN CREATES VIEWRPT/VIEWCSV
      *  FRESH.  A RESTARTED RUN (PARM-RESTART-FLAG) EXTENDS BOTH
              CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      *  LOAD-PRODUCTS - ENTRY 1 TAKES OVERDRAFT-THRESHOLD AS THE
      *  PARM CARD LEFT IT, THEN ONE ENTRY IS ADDED PER PRODFILE
      *  RECORD.
      *****************************************************************
       LOAD-PRODUCTS.
           MOVE 1 TO PDT-ENTRY-COUNT
           INITIALIZE PDT-ENTRY (1)
           MOVE SPACES TO PDT-CODE (1)
           MOVE 'NO PRODUCT - VIEWPARM THRESHOLD' TO PDT-DESCRIPTION (1)
           MOVE OVERDRAFT-THRESHOLD TO PDT-OVERDRAFT-THRESHOLD (1)

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
           MOVE PROD-OVERDRAFT-THRESHOLD TO
               PDT-OVERDRAFT-THRESHOLD (PDT-IDX).

      *****************************************************************
      *  FIND-PRODUCT-ENTRY - POINT PDT-HIT-IDX AT THE ENTRY FOR
      *  PDT-SEARCH-CODE.  A BLANK CODE FINDS ENTRY 1.
      *****************************************************************
       FIND-PRODUCT-ENTRY.
           SET PDT-NOT-FOUND TO TRUE
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-ENTRY-COUNT OR PDT-FOUND
               IF PDT-CODE (PDT-IDX) = PDT-SEARCH-CODE
                  SET PDT-FOUND TO TRUE
                  SET PDT-HIT-IDX TO PDT-IDX
               END-IF
           END-PERFORM.

      *****************************************************************
      *  APPLY-RESTART-POSITIONING - WHEN PARM-RESTART-FLAG ASKED FOR
      *  A RESTARTED RUN, LOAD THE LAST CHECKPOINT AND START
      *  ACCOUNT-FILE PAST THE CUST-KEY IT RECORDS (POSITION-
      *  TRANSACTIONS DOES THE SAME FOR TRANSACTION-FILE WITH ITS
      *  TXN-ID) SO A FAILURE LATE IN A LARGE RUN DOESN'T FORCE
      *  REPROCESSING EVERYTHING FROM SCRATCH.  VIEWCHKP ITSELF IS
      *  THEN EXTENDED SO THIS RUN ADDS TO THE CHECKPOINT TRAIL
      *  RATHER THAN ERASING THE VERY CHECKPOINTS IT JUST RESTARTED
      *  FROM - IF THIS RUN FAILS
      *  AGAIN BEFORE ITS FIRST CHECKPOINT-INTERVAL IS REACHED, A THIRD
      *  RUN STILL HAS SOMETHING TO RESTART FROM.  A NORMAL (NON-
      *  RESTART) RUN HAS NO CONTINUATION RELATIONSHIP WITH WHATEVER
      *  PRIOR RUNS LEFT IN VIEWCHKP, SO IT OPENS THE FILE FRESH
      *  INSTEAD - OTHERWISE EVERY COMPLETED NORMAL RUN WOULD LEAVE
      *  ITS PROGRESS/EXCEPTION/TXN-TYPE RECORDS BEHIND FOR THE NEXT
      *  RESTART TO REPLAY ON TOP OF, DUPLICATING EXCEPTION AND
      *  TXN-TYPE-SUMMARY ENTRIES FROM EVERY RUN SINCE THE LAST ONE
      *  THAT ACTUALLY NEEDED A RESTART.
      *****************************************************************
                 MOVE SAVED-ACCOUNT-COUNT TO ACCOUNT-COUNT
              END-IF
              IF SAVED-TXN-ID NOT = SPACES
                 MOVE SAVED-TRANSACTION-COUNT TO TRANSACTION-COUNT
              END-IF
              MOVE SAVED-RECON-MISMATCH-COUNT TO RECON-MISMATCH-COUNT
      *****************************************************************
      *  LOAD-CHECKPOINT - READ VIEWCHKP FROM A PRIOR RUN TO END OF
      *  FILE, KEEPING THE LAST PROGRESS RECORD READ AS THE RESTART
      *  POINT AND REBUILDING VIEWEXCP/TXN-TYPE-SUMMARY FROM
      *  EVERY EXCEPTION/TXN-TYPE RECORD IN THE TRAIL, SO A RESTARTED
      *  RUN'S REPORT CARRIES FORWARD WHAT THE PRIOR RUN ALREADY FOUND
      *  RATHER THAN ONLY WHAT IS DISCOVERED AFTER THE RESTART POINT.

      *****************************************************************
      *  APPLY-EXCEPTION-CHECKPOINT - REPLAY ONE CHECKPOINTED OVERDRAFT
      *  EXCEPTION DIRECTLY ONTO VIEWEXCP.  CHECK-OVERDRAFT-
      *  EXCEPTION WILL NOT SEE THIS ACCOUNT AGAIN SINCE APPLY-RESTART-
      *  POSITIONING STARTS ACCOUNT-FILE PAST IT, SO THERE IS NO
      *  DUPLICATE-ENTRY CASE TO GUARD AGAINST HERE.
      *****************************************************************
       APPLY-EXCEPTION-CHECKPOINT.
           MOVE SPACES TO EXCEPTION-WORK-RECORD
           MOVE CHK-EXCP-ACCT-ID TO EXCP-ACCT-ID
           MOVE CHK-EXCP-ACCT-NAME TO EXCP-ACCT-NAME
           MOVE CHK-EXCP-BALANCE TO EXCP-BALANCE
           MOVE CHK-EXCP-PRODUCT TO EXCP-PRODUCT
           PERFORM WRITE-EXCEPTION-WORK.

      *****************************************************************
      *  APPLY-TXNTYPE-CHECKPOINT - REPLAY ONE CHECKPOINTED TXN-TYPE
                 MOVE CHK-TTS-COUNT TO TTS-COUNT (TTS-ENTRY-COUNT)
                 MOVE CHK-TTS-TOTAL TO TTS-TOTAL (TTS-ENTRY-COUNT)
              ELSE
                 DISPLAY 'TXN-TYPE-SUMMARY FULL - RUN STOPPED: '
                     CHK-TTS-TXN-TYPE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.


      *****************************************************************
      *  SAVE-EXCEPTION-CHECKPOINT - APPEND THE OVERDRAFT EXCEPTION
      *  JUST WRITTEN TO VIEWEXCP AS ITS OWN VIEWCHKP RECORD, SO A
      *  RESTARTED RUN CAN REPLAY IT EVEN THOUGH ACCOUNT-FILE WILL BE
      *  STARTED PAST THIS ACCOUNT AND CHECK-OVERDRAFT-EXCEPTION WILL
      *  NEVER SEE IT AGAIN.
           MOVE CUST-KEY TO CHK-EXCP-ACCT-ID
           MOVE CUST-NAME TO CHK-EXCP-ACCT-NAME
           MOVE AVAILABLE-BALANCE TO CHK-EXCP-BALANCE
           MOVE CUST-PRODUCT-CODE TO CHK-EXCP-PRODUCT
           WRITE CHECKPOINT-RECORD
           IF CHKP-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CHECKPOINT FILE: ' CHKP-STATUS
           END-IF.

      *****************************************************************
      *  FIND-RECON-ENTRY - TOTAL THE SEARCH KEY'S TRANSACTIONS FOR
      *  THE BALANCE CHECK.  A START ON FROM-ACCOUNT POSITIONS ON THE
      *  ACCOUNT'S FIRST RECORD IN THE ALTERNATE INDEX AND READ NEXT
      *  WALKS ITS RECORDS UNTIL THE ACCOUNT CHANGES, SO THE CHECK
      *  DOES NOT DEPEND ON HOW MANY ACCOUNTS HAVE ACTIVITY ON FILE.
      *****************************************************************
       FIND-RECON-ENTRY.
           SET RECON-NOT-FOUND TO TRUE
           SET TXN-READ-NOT-DONE TO TRUE
           MOVE 0 TO RECON-CURRENT-TOTAL
           MOVE RECON-SEARCH-KEY TO FROM-ACCOUNT
           START TRANSACTION-FILE KEY NOT LESS THAN FROM-ACCOUNT
               INVALID KEY
                   SET TXN-READ-DONE TO TRUE
           END-START

           IF TXN-READ-NOT-DONE
              PERFORM READ-TRANSACTION
           END-IF
           PERFORM UNTIL TXN-READ-DONE
               IF FROM-ACCOUNT = RECON-SEARCH-KEY
                  SET RECON-FOUND TO TRUE
                  ADD TXN-AMOUNT TO RECON-CURRENT-TOTAL
                  PERFORM READ-TRANSACTION
               ELSE
                  SET TXN-READ-DONE TO TRUE
               END-IF
           END-PERFORM.


      *****************************************************************
      *  PRINT-EXCEPTION-REPORT - LIST EVERY ACCOUNT CHECK-OVERDRAFT-
      *  EXCEPTION FLAGGED DURING FORMAT-ACCOUNT-LINE AS OUT OF POLICY,
      *  READING VIEWEXCP BACK FROM THE TOP AND TALLYING EACH ENTRY
      *  AGAINST ITS PRODUCT FOR THE EXCEPTIONS-BY-PRODUCT LINES.  AN
      *  EXCEPTION WHOSE PRODUCT IS NOT ON PRODFILE WAS JUDGED ON THE
      *  VIEWPARM THRESHOLD AND IS COUNTED ON THE NO-PRODUCT LINE.
      *****************************************************************
       PRINT-EXCEPTION-REPORT.
           MOVE SPACES TO REPORT-RECORD
           MOVE EXCEPTION-COL-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE EXCEPTION-WORK-FILE
           OPEN INPUT EXCEPTION-WORK-FILE
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING EXCEPTION WORK FILE: '
                  EXCP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-EXCEPTION-WORK
           PERFORM UNTIL EXCP-STATUS NOT = '00'
               MOVE EXCP-ACCT-ID TO ED-ACCT-ID
               MOVE EXCP-ACCT-NAME TO ED-ACCT-NAME
               MOVE EXCP-BALANCE TO DISP-BALANCE
               MOVE DISP-BALANCE TO ED-BALANCE
               MOVE EXCP-PRODUCT TO ED-PRODUCT
               MOVE EXCEPTION-DETAIL TO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE EXCP-PRODUCT TO PDT-SEARCH-CODE
               PERFORM FIND-PRODUCT-ENTRY
               IF PDT-NOT-FOUND
                  SET PDT-HIT-IDX TO 1
               END-IF
               ADD 1 TO PDT-EXCEPTION-COUNT (PDT-HIT-IDX)
               PERFORM READ-EXCEPTION-WORK
           END-PERFORM
           CLOSE EXCEPTION-WORK-FILE

           PERFORM PRINT-PRODUCT-SUBTOTALS.

       READ-EXCEPTION-WORK.
           READ EXCEPTION-WORK-FILE
           IF EXCP-STATUS NOT = '00' AND EXCP-STATUS NOT = '10'
              DISPLAY 'ERROR READING EXCEPTION WORK FILE: ' EXCP-STATUS
           END-IF.

       WRITE-EXCEPTION-WORK.
           WRITE EXCEPTION-WORK-RECORD
           IF EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTION WORK FILE: ' EXCP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       PROCESS-TRANSACTIONS.
           MOVE TXN-HEADER TO REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           
           PERFORM POSITION-TRANSACTIONS
           IF TXN-READ-NOT-DONE
              PERFORM READ-TRANSACTION
           END-IF
           PERFORM UNTIL TXN-READ-DONE
               PERFORM CHECK-DATE-RANGE
               IF DATE-IN-RANGE
                  ADD 1 TO TRANSACTION-COUNT

           PERFORM PRINT-TXN-TYPE-SUMMARY.

      *****************************************************************
      *  POSITION-TRANSACTIONS - START TRANSACTION-FILE BACK ON ITS
      *  PRIME KEY AFTER THE ACCOUNT SECTION'S FROM-ACCOUNT BROWSES:
      *  PAST THE CHECKPOINTED TXN-ID ON A RESTARTED RUN, OTHERWISE AT
      *  THE FIRST RECORD ON FILE.
      *****************************************************************
       POSITION-TRANSACTIONS.
           SET TXN-READ-NOT-DONE TO TRUE
           IF RESTART-MODE-ACTIVE AND SAVED-TXN-ID NOT = SPACES
              MOVE SAVED-TXN-ID TO TXN-ID
              START TRANSACTION-FILE KEY GREATER THAN TXN-ID
                  INVALID KEY
                      DISPLAY 'RESTART: NO TXNS PAST CHECKPOINT'
                      SET TXN-READ-DONE TO TRUE
              END-START
           ELSE
              MOVE LOW-VALUES TO TXN-ID
              START TRANSACTION-FILE KEY NOT LESS THAN TXN-ID
                  INVALID KEY
                      SET TXN-READ-DONE TO TRUE
              END-START
           END-IF.

      *****************************************************************
      *  CHECK-DATE-RANGE - SET DATE-IN-RANGE OFF WHEN TXN-DATE FALLS
      *  OUTSIDE THE PARM-CARD WINDOW.  SPACES ON EITHER END OF THE
           END-IF.

       READ-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN TXN-FILE-STATUS = '00' OR TXN-FILE-STATUS = '02'
                   CONTINUE
               WHEN TXN-FILE-STATUS = '10'
                   SET TXN-READ-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING TRANSACTION FILE: '
                       TXN-FILE-STATUS
                   SET TXN-READ-DONE TO TRUE
           END-EVALUATE.

       FORMAT-ACCOUNT-LINE.
           MOVE CUST-KEY TO AD-ACCT-ID
      *****************************************************************
      *  CHECK-OVERDRAFT-EXCEPTION - FLAG THE CURRENT ACCOUNT FOR THE
      *  EXCEPTION REPORT WHEN ITS AVAILABLE BALANCE (LEDGER LESS
      *  OPEN HOLDS) IS BELOW ITS PRODUCT'S THRESHOLD.  THE AVAILABLE
      *  BALANCE IS WHAT GOES ON VIEWEXCP AND THE REPORT, SINCE
      *  THAT IS THE NUMBER THE POLICY IS WRITTEN AGAINST.
      *****************************************************************
       CHECK-OVERDRAFT-EXCEPTION.
           MOVE CUST-PRODUCT-CODE TO PDT-SEARCH-CODE
           PERFORM FIND-PRODUCT-ENTRY
           IF PDT-NOT-FOUND
              ADD 1 TO UNKNOWN-PRODUCT-COUNT
              SET PDT-HIT-IDX TO 1
           END-IF
           MOVE PDT-OVERDRAFT-THRESHOLD (PDT-HIT-IDX) TO
               ACCOUNT-THRESHOLD

           MOVE CUST-KEY TO OHT-SEARCH-KEY
           PERFORM FIND-OPEN-HOLDS
           COMPUTE AVAILABLE-BALANCE =
               CUST-ACCT-BALANCE - OHT-CURRENT-HELD
           IF AVAILABLE-BALANCE < ACCOUNT-THRESHOLD
              ADD 1 TO EXCEPTION-COUNT
              MOVE SPACES TO EXCEPTION-WORK-RECORD
              MOVE CUST-KEY TO EXCP-ACCT-ID
              MOVE CUST-NAME TO EXCP-ACCT-NAME
              MOVE AVAILABLE-BALANCE TO EXCP-BALANCE
              MOVE CUST-PRODUCT-CODE TO EXCP-PRODUCT
              PERFORM WRITE-EXCEPTION-WORK
              PERFORM SAVE-EXCEPTION-CHECKPOINT
           END-IF.

      *****************************************************************
                 SET TTS-IDX TO TTS-ENTRY-COUNT
                 PERFORM SAVE-TXNTYPE-CHECKPOINT
              ELSE
                 DISPLAY 'TXN-TYPE-SUMMARY FULL - RUN STOPPED: '
                     TXN-TYPE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           DISPLAY 'ACCOUNTS PROCESSED: ' ACCOUNT-COUNT
           DISPLAY 'TRANSACTIONS PROCESSED: ' TRANSACTION-COUNT
           DISPLAY 'OVERDRAFT EXCEPTIONS: ' EXCEPTION-COUNT
           DISPLAY 'ACCOUNTS ON UNKNOWN PRODUCT: ' UNKNOWN-PRODUCT-COUNT

           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-DAILY-CONTROL
           CLOSE REPORT-FILE
           CLOSE CSV-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE AUDIT-FILE
           IF HOLD-FILE-OPEN
              CLOSE HOLD-FILE
           END-IF.

      *****************************************************************
      *  WRITE-AUDIT-RECORD - APPEND ONE VIEWAUDT RECORD SUMMARIZING
              END-IF
              CLOSE DAILY-CONTROL-FILE
           END-IF.

      *****************************************************************
      *  PRINT-PRODUCT-SUBTOTALS - EXCEPTIONS BY PRODUCT, AS PRINT-
      *  EXCEPTION-REPORT TALLIED THEM.  THE NO-PRODUCT LINE PRINTS
      *  ONLY WHEN IT HAS ANY.
      *****************************************************************
       PRINT-PRODUCT-SUBTOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PRODUCT-SUB-HEADER TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-ENTRY-COUNT
               IF PDT-IDX > 1 OR PDT-EXCEPTION-COUNT (PDT-IDX) > 0
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
           MOVE PDT-OVERDRAFT-THRESHOLD (PDT-IDX) TO DISP-BALANCE
           MOVE DISP-BALANCE TO PS-THRESHOLD
           MOVE PDT-EXCEPTION-COUNT (PDT-IDX) TO DISP-COUNT
           MOVE DISP-COUNT TO PS-EXCEPTIONS
           MOVE PRODUCT-SUB-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
