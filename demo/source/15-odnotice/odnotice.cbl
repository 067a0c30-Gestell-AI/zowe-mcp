      *  LETTER IS STAMPED FOR MANUAL HANDLING AND THE RUN COUNTS
      *  THEM, SO MISSING ADDRESSES SURFACE INSTEAD OF LETTERS
      *  QUIETLY GOING NOWHERE.
      *
      *  THE THRESHOLD IS THE ACCOUNT'S OWN PRODUCT'S, FROM THE
      *  PRODFILE PRODUCT MASTER; THE NOTPARM THRESHOLD APPLIES TO
      *  ACCOUNTS WITH NO PRODUCT CODE, AND ALSO TO ANY WHOSE PRODUCT
      *  IS NOT ON PRODFILE SO NO NOTICE IS LOST TO A BAD CODE.  THE
      *  RUN TOTALS SHOW THE LETTERS BY PRODUCT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

           SELECT NOTICE-PARM-FILE ASSIGN TO NOTPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDCOPY.

       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PRODCOPY.

      *****************************************************************
      *  NOTICE-PARM-FILE - ONE REQUIRED CARD NAMING THE NOTICE DATE
      *  PRINTED ON EACH LETTER (YYYY-MM-DD, NORMALLY THE BUSINESS
      *  DATE) AND THE POLICY THRESHOLD AN AVAILABLE BALANCE MUST NOT
      *  FALL BELOW - THE SAME VALUE THE VIEWPARM CARD GIVES VIEW -
      *  FOR ACCOUNTS WITH NO PRODUCT.
      *****************************************************************
       FD  NOTICE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  HOLD-STATUS-CODE        PIC XX.
           05  PARM-STATUS             PIC XX.
           05  LETTER-STATUS           PIC XX.
           05  PROD-STATUS             PIC XX.

       01  COUNTERS.
           05  ACCOUNT-READ-COUNT      PIC 9(6) VALUE 0.
           05  LETTER-COUNT            PIC 9(6) VALUE 0.
           05  NO-ADDRESS-COUNT        PIC 9(6) VALUE 0.
           05  UNKNOWN-PRODUCT-COUNT   PIC 9(6) VALUE 0.

      *****************************************************************
      *  NOTICE-CONTROL - THE PARM VALUES, AND THE THRESHOLD AND
      *  AVAILABLE BALANCE FOR THE ACCOUNT IN HAND.
      *****************************************************************
       01  NOTICE-CONTROL.
           05  NOTICE-DATE             PIC X(10) VALUE SPACES.
           05  POLICY-THRESHOLD        PIC S9(7)V99 COMP-3 VALUE 0.
           05  ACCOUNT-THRESHOLD       PIC S9(7)V99 COMP-3 VALUE 0.
           05  AVAILABLE-BALANCE       PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
               10  PDW-DAY             PIC X(02).

      *****************************************************************
      *  OHT-FLAGS - ONE ACCOUNT'S TOTAL OF OPEN HOLDS NOT YET
      *  EXPIRED AS OF THE NOTICE DATE, READ FROM HOLDFILE BY KEY.
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
      *  PRODUCT-TABLE - ONE ENTRY PER PRODFILE PRODUCT, CARRYING ITS
      *  OVERDRAFT THRESHOLD AND ITS RUN TOTALS.  ENTRY 1 IS RESERVED
      *  FOR ACCOUNTS WITH NO PRODUCT CODE (PDT-CODE SPACES) AND
      *  CARRIES THE NOTPARM THRESHOLD.  MORE PRODUCTS THAN THE TABLE
      *  HOLDS STOPS THE RUN BEFORE ANY LETTER IS PRINTED.
      *****************************************************************
       01  PRODUCT-TABLE.
           05  PDT-ENTRY-COUNT         PIC 9(3) VALUE 0.
           05  PDT-ENTRY OCCURS 50 TIMES
                   INDEXED BY PDT-IDX PDT-HIT-IDX.
               10  PDT-CODE            PIC X(04).
               10  PDT-OVERDRAFT-THRESHOLD
                                       PIC S9(7)V99 COMP-3.
               10  PDT-ACCOUNT-COUNT   PIC 9(6).
               10  PDT-LETTER-COUNT    PIC 9(6).

       01  PDT-FOUND-SW                PIC X(01) VALUE 'N'.
           88  PDT-FOUND                         VALUE 'Y'.
           88  PDT-NOT-FOUND                     VALUE 'N'.

       01  DISPLAY-FIELDS.
           05  DISP-BALANCE            PIC Z,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM OPEN-HOLD-FILE
           PERFORM PROCESS-ACCOUNTS
           PERFORM TERMINATION
           STOP RUN.
              STOP RUN
           END-IF

           PERFORM READ-NOTICE-PARM
           PERFORM LOAD-PRODUCTS.

       READ-NOTICE-PARM.
           OPEN INPUT NOTICE-PARM-FILE
           CLOSE NOTICE-PARM-FILE.

      *****************************************************************
      *  LOAD-PRODUCTS - ENTRY 1 TAKES THE NOTPARM THRESHOLD, THEN
      *  ONE ENTRY IS ADDED PER PRODFILE RECORD.
      *****************************************************************
       LOAD-PRODUCTS.
           MOVE 1 TO PDT-ENTRY-COUNT
           INITIALIZE PDT-ENTRY (1)
           MOVE SPACES TO PDT-CODE (1)
           MOVE POLICY-THRESHOLD TO PDT-OVERDRAFT-THRESHOLD (1)

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
           MOVE PROD-OVERDRAFT-THRESHOLD TO
               PDT-OVERDRAFT-THRESHOLD (PDT-IDX).

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
      *  HOLDS STILL OPEN AND NOT EXPIRED AS OF THE NOTICE DATE
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
                  IF HOLD-OPEN AND HOLD-EXPIRY-DATE >= NOTICE-DATE
                     SET OHT-FOUND TO TRUE
                     ADD HOLD-AMOUNT TO OHT-CURRENT-HELD
                  END-IF
                  PERFORM READ-HOLD-RECORD
              END-PERFORM
           END-IF.

       READ-HOLD-RECORD.
              DISPLAY 'ERROR READING HOLD FILE: ' HOLD-STATUS-CODE
           END-IF.

       PROCESS-ACCOUNTS.
           PERFORM READ-ACCOUNT
           PERFORM UNTIL ACCT-STATUS = '10'

      *****************************************************************
      *  CHECK-ONE-ACCOUNT - THE SAME OUT-OF-POLICY TEST VIEW RUNS:
      *  AVAILABLE BALANCE BELOW THE ACCOUNT'S PRODUCT THRESHOLD GETS
      *  A LETTER.  AN UNKNOWN PRODUCT IS JUDGED ON THE NOTPARM
      *  THRESHOLD AND COUNTED UNDER THE NO-PRODUCT LINE.
      *****************************************************************
       CHECK-ONE-ACCOUNT.
           PERFORM FIND-ACCOUNT-PRODUCT
           IF PDT-NOT-FOUND
              ADD 1 TO UNKNOWN-PRODUCT-COUNT
              SET PDT-HIT-IDX TO 1
           END-IF
           ADD 1 TO PDT-ACCOUNT-COUNT (PDT-HIT-IDX)
           MOVE PDT-OVERDRAFT-THRESHOLD (PDT-HIT-IDX) TO
               ACCOUNT-THRESHOLD

           MOVE CUST-KEY TO OHT-SEARCH-KEY
           PERFORM FIND-OPEN-HOLDS
           COMPUTE AVAILABLE-BALANCE =
               CUST-ACCT-BALANCE - OHT-CURRENT-HELD
           IF AVAILABLE-BALANCE < ACCOUNT-THRESHOLD
              ADD 1 TO PDT-LETTER-COUNT (PDT-HIT-IDX)
              PERFORM PRINT-NOTICE-LETTER
           END-IF.

           PERFORM WRITE-LETTER-LINE

           MOVE 'POLICY THRESHOLD:' TO LA-LABEL
           MOVE ACCOUNT-THRESHOLD TO DISP-BALANCE
           MOVE DISP-BALANCE TO LA-AMOUNT
           MOVE LETTER-AMOUNT-LINE TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE
           DISPLAY 'ACCOUNTS READ: ' ACCOUNT-READ-COUNT
           DISPLAY 'NOTICE LETTERS PRINTED: ' LETTER-COUNT
           DISPLAY 'LETTERS WITH NO ADDRESS: ' NO-ADDRESS-COUNT
           DISPLAY 'ACCOUNTS ON UNKNOWN PRODUCT: ' UNKNOWN-PRODUCT-COUNT
           PERFORM DISPLAY-PRODUCT-TOTALS

           CLOSE ACCOUNT-FILE
           CLOSE LETTER-FILE
           IF HOLD-FILE-OPEN
              CLOSE HOLD-FILE
           END-IF.

      *****************************************************************
      *  DISPLAY-PRODUCT-TOTALS - ACCOUNTS READ AND LETTERS PRINTED
      *  PER PRODUCT.  THE NO-PRODUCT LINE SHOWS ONLY WHILE SOME
      *  ACCOUNT IS STILL COUNTED UNDER IT.
      *****************************************************************
       DISPLAY-PRODUCT-TOTALS.
           PERFORM VARYING PDT-IDX FROM 1 BY 1
                   UNTIL PDT-IDX > PDT-ENTRY-COUNT
               IF PDT-IDX > 1 OR PDT-ACCOUNT-COUNT (PDT-IDX) > 0
                  IF PDT-IDX = 1
                     DISPLAY 'PRODUCT (NONE) ACCOUNTS: '
                         PDT-ACCOUNT-COUNT (PDT-IDX)
                         ' LETTERS: ' PDT-LETTER-COUNT (PDT-IDX)
                  ELSE
                     DISPLAY 'PRODUCT ' PDT-CODE (PDT-IDX)
                         ' ACCOUNTS: ' PDT-ACCOUNT-COUNT (PDT-IDX)
                         ' LETTERS: ' PDT-LETTER-COUNT (PDT-IDX)
                  END-IF
               END-IF
           END-PERFORM.
