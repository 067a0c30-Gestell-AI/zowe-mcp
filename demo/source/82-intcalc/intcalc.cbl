      *  SO THE RUN CAN BE CHECKED LINE BY LINE BEFORE THE BATCH IS
      *  HANDED TO POSTING.  AN ACTIVE POSITIVE BALANCE THAT FINDS NO
      *  RATE TIER IS REPORTED AND SKIPPED, NEVER DEFAULTED.
      *
      *  EACH ACCOUNT IS PAID ON ITS OWN PRODUCT'S RATE TIERS FROM THE
      *  PRODFILE PRODUCT MASTER; THE INTRATES DECK PRICES ONLY THE
      *  ACCOUNTS WITH NO PRODUCT CODE.  AN ACCOUNT WHOSE PRODUCT IS
      *  NOT ON PRODFILE IS REPORTED AND SKIPPED.  THE REPORT ENDS
      *  WITH THE ACCOUNTS, CARDS AND INTEREST SUBTOTALLED BY
      *  PRODUCT SO FINANCE CAN SEE THE COST OF EACH PRODUCT LINE.
      *
      *  AN ACCOUNT WHOSE CLOSEOUT HAS BEEN PREPARED IS PASSED OVER:
      *  THE CLOSEOUT RUN ALREADY PAID ITS INTEREST UP TO THE CLOSE
      *  DATE.  CLOSEOUT THEREFORE RUNS AHEAD OF INTCALC WHEN BOTH
      *  FALL ON THE SAME BUSINESS DATE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RATE-STATUS.

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

           SELECT INT-PARM-FILE ASSIGN TO INTPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 80 CHARACTERS.
       COPY RATECARD.

       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PRODCOPY.

      *****************************************************************
      *  INT-PARM-FILE - ONE REQUIRED CARD NAMING THE BATCH ID AND
      *  THE BUSINESS DATE (YYYY-MM-DD) FOR THE BATCH HEADER AND THE
       01  FILE-STATUS-CODES.
           05  ACCT-STATUS             PIC XX.
           05  RATE-STATUS             PIC XX.
           05  PROD-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  ACTV-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  ACCOUNT-READ-COUNT      PIC 9(6) VALUE 0.
           05  CARD-GEN-COUNT          PIC 9(6) VALUE 0.
           05  SKIP-COUNT              PIC 9(6) VALUE 0.
           05  NO-PRODUCT-COUNT        PIC 9(6) VALUE 0.

       01  INT-TOTALS.
           05  INT-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
      *  RATE-TIER-TABLE - LOADED FROM THE INTRATES CARD DECK AT
      *  START-UP.  FIND-RATE-TIER PICKS THE ENTRY WITH THE LOWEST
      *  TIER LIMIT AT OR ABOVE THE BALANCE, SO THE DECK DOES NOT
      *  HAVE TO BE IN ANY PARTICULAR ORDER.  MORE TIERS THAN THE
      *  TABLE HOLDS STOPS THE RUN.
      *****************************************************************
       01  RATE-TIER-TABLE.
           05  RTT-ENTRY-COUNT         PIC 9(3) VALUE 0.
           05  RTT-PICKED-LIMIT        PIC S9(9)V99 COMP-3 VALUE 0.
           05  RTT-PICKED-RATE         PIC 9(2)V9(4) COMP-3 VALUE 0.

      *****************************************************************
      *  PRODUCT-TABLE - ONE ENTRY PER PRODFILE PRODUCT, CARRYING ITS
      *  RATE TIERS AND ITS REPORT SUBTOTALS.  ENTRY 1 IS RESERVED
      *  FOR ACCOUNTS WITH NO PRODUCT CODE (PDT-CODE SPACES), WHICH
      *  ARE PRICED FROM RATE-TIER-TABLE INSTEAD.  MORE PRODUCTS
      *  THAN THE TABLE HOLDS STOPS THE RUN BEFORE ANY ACCOUNT IS
      *  READ, RATHER THAN PRICE ANY ACCOUNT WRONGLY.
      *****************************************************************
       01  PRODUCT-TABLE.
           05  PDT-ENTRY-COUNT         PIC 9(3) VALUE 0.
           05  PDT-ENTRY OCCURS 50 TIMES
                   INDEXED BY PDT-IDX PDT-HIT-IDX.
               10  PDT-CODE            PIC X(04).
               10  PDT-DESCRIPTION     PIC X(30).
               10  PDT-TIER OCCURS 8 TIMES
                       INDEXED BY PDT-TIER-IDX.
                   15  PDT-TIER-LIMIT  PIC S9(9)V99 COMP-3.
                   15  PDT-ANNUAL-RATE PIC 9(2)V9(4) COMP-3.
               10  PDT-ACCOUNT-COUNT   PIC 9(6).
               10  PDT-CARD-COUNT      PIC 9(6).
               10  PDT-INTEREST-TOTAL  PIC S9(11)V99 COMP-3.

       01  PDT-FOUND-SW                PIC X(01) VALUE 'N'.
           88  PDT-FOUND                         VALUE 'Y'.
           88  PDT-NOT-FOUND                     VALUE 'N'.

      *****************************************************************
      *  INTEREST-WORK - ONE ACCOUNT'S COMPUTED INTEREST.  THE
      *  MONTHLY AMOUNT IS THE BALANCE TIMES THE ANNUAL PERCENT RATE
               10  FILLER              PIC X(15) VALUE 'INTEREST'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(16) VALUE SPACES.

           05  INT-DETAIL.
               10  ID-ACCT-ID          PIC X(10).
               10  ID-AMOUNT           PIC X(15).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  ID-MESSAGE          PIC X(35).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  ID-PRODUCT          PIC X(7).
               10  FILLER              PIC X(16) VALUE SPACES.

           05  PRODUCT-SUB-HEADER.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'ACCTS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'CARDS'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(18) VALUE 'INTEREST'.
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

           05  INT-TOTAL-LINE.
               10  IT-LABEL            PIC X(30).

           PERFORM READ-INT-PARM
           PERFORM LOAD-RATE-TIERS
           PERFORM LOAD-PRODUCTS

           MOVE BCW-BUSINESS-DATE TO IH-BUSINESS-DATE
           MOVE INT-HEADER TO INT-REPORT-RECORD
                  MOVE RTC-ANNUAL-RATE TO
                      RTT-ANNUAL-RATE (RTT-ENTRY-COUNT)
               ELSE
                  DISPLAY 'RATE-TIER-TABLE FULL - RUN STOPPED'
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               PERFORM READ-RATE-CARD
           END-PERFORM
              DISPLAY 'ERROR READING RATE TIER FILE: ' RATE-STATUS
           END-IF.

      *****************************************************************
      *  LOAD-PRODUCTS - SET UP THE NO-PRODUCT ENTRY, THEN ADD ONE
      *  ENTRY PER PRODFILE RECORD WITH ITS RATE TIER SLOTS.
      *****************************************************************
       LOAD-PRODUCTS.
           MOVE 1 TO PDT-ENTRY-COUNT
           INITIALIZE PDT-ENTRY (1)
           MOVE SPACES TO PDT-CODE (1)
           MOVE 'NO PRODUCT - INTRATES DECK' TO PDT-DESCRIPTION (1)

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
           PERFORM VARYING PDT-TIER-IDX FROM 1 BY 1
                   UNTIL PDT-TIER-IDX > 8
               MOVE PROD-TIER-LIMIT (PDT-TIER-IDX) TO
                   PDT-TIER-LIMIT (PDT-IDX, PDT-TIER-IDX)
               MOVE PROD-ANNUAL-RATE (PDT-TIER-IDX) TO
                   PDT-ANNUAL-RATE (PDT-IDX, PDT-TIER-IDX)
           END-PERFORM.

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

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE BCW-BATCH-ID TO TAR-BATCH-ID

      *****************************************************************
      *  ACCRUE-ONE-ACCOUNT - DECIDE WHAT THIS ACCOUNT CONTRIBUTES:
      *  NOTHING (CLOSED, CLOSEOUT ALREADY PAID TO THE CLOSE DATE, OR
      *  NO POSITIVE BALANCE TO PAY ON - ALL STILL REPORTED SO THE
      *  RUN ACCOUNTS FOR EVERY RECORD READ), A SKIP LINE (PRODUCT
      *  NOT ON FILE, OR NO RATE TIER COVERS THE BALANCE), OR ONE
      *  INTEREST ACTIVITY CARD.
      *****************************************************************
       ACCRUE-ONE-ACCOUNT.
           MOVE SPACES TO ID-RATE
           MOVE SPACES TO ID-AMOUNT
           MOVE CUST-PRODUCT-CODE TO ID-PRODUCT
           PERFORM FIND-ACCOUNT-PRODUCT
           IF PDT-FOUND
              ADD 1 TO PDT-ACCOUNT-COUNT (PDT-HIT-IDX)
           END-IF

           IF NOT CUST-ACTIVE
              MOVE 'ACCOUNT NOT ACTIVE - NO INTEREST' TO INT-MESSAGE
              PERFORM LOG-INT-RESULT
           ELSE
              IF CUST-CLOSEOUT-PREPARED
                 MOVE 'PAID BY CLOSEOUT - NO INTEREST' TO INT-MESSAGE
                 PERFORM LOG-INT-RESULT
              ELSE
                 PERFORM ACCRUE-ACTIVE-ACCOUNT
              END-IF
           END-IF.

       ACCRUE-ACTIVE-ACCOUNT.
           IF CUST-ACCT-BALANCE NOT > 0
              MOVE 'NO POSITIVE BALANCE - NO INTEREST' TO INT-MESSAGE
              PERFORM LOG-INT-RESULT
           ELSE
              IF PDT-NOT-FOUND
                 ADD 1 TO NO-PRODUCT-COUNT
                 MOVE 'PRODUCT NOT ON FILE - SKIPPED' TO INT-MESSAGE
                 PERFORM LOG-INT-RESULT
              ELSE
                 PERFORM FIND-RATE-TIER
                 PERFORM ACCRUE-FROM-TIER
              END-IF
           END-IF.

       ACCRUE-FROM-TIER.
           IF RTT-NOT-FOUND
              ADD 1 TO SKIP-COUNT
              MOVE 'NO RATE TIER COVERS BAL - SKIPPED' TO INT-MESSAGE
              PERFORM LOG-INT-RESULT
           ELSE
              PERFORM GENERATE-INTEREST-CARD
           END-IF.

      *****************************************************************
      *  FIND-RATE-TIER - PICK THE TIER WITH THE LOWEST LIMIT AT OR
      *  ABOVE THE BALANCE, FROM THE ACCOUNT'S PRODUCT OR, FOR AN
      *  ACCOUNT WITH NO PRODUCT, FROM THE INTRATES DECK.
      *****************************************************************
       FIND-RATE-TIER.
           SET RTT-NOT-FOUND TO TRUE
           MOVE 0 TO RTT-PICKED-LIMIT
           MOVE 0 TO RTT-PICKED-RATE
           IF PDT-HIT-IDX = 1
              PERFORM FIND-DECK-RATE-TIER
           ELSE
              PERFORM FIND-PRODUCT-RATE-TIER
           END-IF.

       FIND-DECK-RATE-TIER.
           PERFORM VARYING RTT-IDX FROM 1 BY 1
                   UNTIL RTT-IDX > RTT-ENTRY-COUNT
               IF RTT-TIER-LIMIT (RTT-IDX) >= CUST-ACCT-BALANCE
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-PRODUCT-RATE-TIER - THE SAME PICK OVER THE PRODUCT'S
      *  EIGHT TIER SLOTS.  A ZERO LIMIT IS AN EMPTY SLOT.
      *****************************************************************
       FIND-PRODUCT-RATE-TIER.
           PERFORM VARYING PDT-TIER-IDX FROM 1 BY 1
                   UNTIL PDT-TIER-IDX > 8
               IF PDT-TIER-LIMIT (PDT-HIT-IDX, PDT-TIER-IDX) > 0
                  AND PDT-TIER-LIMIT (PDT-HIT-IDX, PDT-TIER-IDX)
                      >= CUST-ACCT-BALANCE
                  IF RTT-NOT-FOUND
                     OR PDT-TIER-LIMIT (PDT-HIT-IDX, PDT-TIER-IDX)
                        < RTT-PICKED-LIMIT
                     SET RTT-FOUND TO TRUE
                     MOVE PDT-TIER-LIMIT (PDT-HIT-IDX, PDT-TIER-IDX)
                         TO RTT-PICKED-LIMIT
                     MOVE PDT-ANNUAL-RATE (PDT-HIT-IDX, PDT-TIER-IDX)
                         TO RTT-PICKED-RATE
                  END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  GENERATE-INTEREST-CARD - ONE MONTH'S INTEREST AT THE PICKED
      *  ANNUAL RATE, ROUNDED TO THE CENT, EMITTED AS A STANDARD

              ADD 1 TO CARD-GEN-COUNT
              ADD INT-MONTH-AMOUNT TO INT-AMOUNT-TOTAL
              ADD 1 TO PDT-CARD-COUNT (PDT-HIT-IDX)
              ADD INT-MONTH-AMOUNT TO PDT-INTEREST-TOTAL (PDT-HIT-IDX)
              MOVE 'INTEREST CARD GENERATED' TO INT-MESSAGE
              PERFORM LOG-INT-RESULT
           END-IF.
           MOVE DISP-COUNT TO IT-VALUE
           MOVE INT-TOTAL-LINE TO INT-REPORT-RECORD
           WRITE INT-REPORT-RECORD
           MOVE 'ACCOUNTS SKIPPED (NO PRODUCT):' TO IT-LABEL
           MOVE NO-PRODUCT-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO IT-VALUE
           MOVE INT-TOTAL-LINE TO INT-REPORT-RECORD
           WRITE INT-REPORT-RECORD
           MOVE 'INTEREST AMOUNT TOTAL:' TO IT-LABEL
           MOVE INT-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO IT-VALUE
           MOVE INT-TOTAL-LINE TO INT-REPORT-RECORD
           WRITE INT-REPORT-RECORD

           PERFORM PRINT-PRODUCT-SUBTOTALS

           DISPLAY 'BATCH STAMPED: ' BCW-BATCH-ID
               ' FOR ' BCW-BUSINESS-DATE
           DISPLAY 'ACCOUNTS READ: ' ACCOUNT-READ-COUNT
           DISPLAY 'INTEREST CARDS GENERATED: ' CARD-GEN-COUNT
           DISPLAY 'ACCOUNTS SKIPPED: ' SKIP-COUNT
           DISPLAY 'ACCOUNTS SKIPPED (NO PRODUCT): ' NO-PRODUCT-COUNT

           CLOSE ACCOUNT-FILE
           CLOSE INT-ACTIVITY-FILE
           CLOSE INT-REPORT.

      *****************************************************************
      *  PRINT-PRODUCT-SUBTOTALS - ONE LINE PER PRODUCT WITH THE
      *  ACCOUNTS READ, CARDS GENERATED AND INTEREST ACCRUED UNDER
      *  IT.  THE NO-PRODUCT LINE PRINTS ONLY WHILE SOME ACCOUNT IS
      *  STILL WITHOUT A PRODUCT.  ACCOUNTS SKIPPED FOR A PRODUCT
      *  NOT ON FILE ARE IN NO LINE.
      *****************************************************************
       PRINT-PRODUCT-SUBTOTALS.
           MOVE SPACES TO INT-REPORT-RECORD
           WRITE INT-REPORT-RECORD
           MOVE PRODUCT-SUB-HEADER TO INT-REPORT-RECORD
           WRITE INT-REPORT-RECORD
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
           MOVE PDT-INTEREST-TOTAL (PDT-IDX) TO DISP-TOTAL
           MOVE DISP-TOTAL TO PS-AMOUNT
           MOVE PRODUCT-SUB-LINE TO INT-REPORT-RECORD
           WRITE INT-REPORT-RECORD.
