      *  ACCOUNT-FILE, KEYED ON CUST-KEY.  PRODUCES A CONTROL REPORT
      *  OF WHAT WAS APPLIED AND WHAT WAS REJECTED.  REACTIVATE ONLY
      *  APPLIES TO AN ACCOUNT DORMSCAN FLAGGED DORMANT - A CLOSED
      *  ACCOUNT CANNOT BE REOPENED WITH IT.  A TAX CARD SETS THE
      *  TAXPAYER ID AND BACKUP WITHHOLDING FLAG THE YEAR-END INT1099
      *  RUN FILES UNDER.  THE PRODUCT CODE AN ADD CARD NAMES, OR A
      *  PRODUCT CARD CHANGES, MUST BE ON THE PRODFILE PRODUCT MASTER.
      *
      *  A CLOSE CARD ONLY CLOSES AN ACCOUNT THAT IS ALREADY EMPTY:
      *  ZERO BALANCE, NO OPEN HOLDS ON HOLDFILE, NO ACTIVE
      *  STANDING ORDERS ON SORDFILE AND NO ACTIVE OVERDRAFT-
      *  PROTECTION LINK ON ODPLINK, WHETHER PROTECTING THE ACCOUNT
      *  OR FUNDED BY IT.  ANYTHING ELSE IS REFUSED AND
      *  MUST GO THROUGH THE CLOSEOUT RUN, WHICH A CLOSEOUT CARD
      *  FLAGS THE ACCOUNT FOR.
      *
      *  EVERY CHANGE A CARD MAKES TO AN ACCOUNT IS JOURNALED ON
      *  MAINTJNL - THE ACCOUNT BEFORE AND AFTER, UNDER THE OPERATOR
      *  ID ON THE CARD.  A CARD WITH NO OPERATOR ID IS REJECTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

      *****************************************************************
      *  PRODUCT-FILE - THE PRODUCT MASTER, READ BY KEY ONLY TO PROVE
      *  A PRODUCT CODE ON A CARD EXISTS BEFORE AN ACCOUNT IS PUT ON
      *  IT.  A MISSING PRODFILE MEANS NO PRODUCTS HAVE BEEN SET UP
      *  YET: THE RUN CARRIES ON AND ANY CARD NAMING A PRODUCT IS
      *  REJECTED.  ANY OTHER OPEN FAILURE STOPS THE RUN.
      *****************************************************************
           SELECT PRODUCT-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-STATUS.

      *****************************************************************
      *  HOLD-FILE AND STANDING-ORDER-FILE - READ BY ACCOUNT ONLY TO
      *  PROVE A CLOSE CARD LEAVES NO OPEN HOLD OR ACTIVE ORDER
      *  BEHIND.  HOLD-KEY BEGINS WITH THE ACCOUNT; STANDING ORDERS
      *  ARE FOUND ALONG THE SORD-ACCOUNT ALTERNATE KEY.  A MISSING
      *  FILE MEANS NOTHING HAS EVER BEEN PUT ON IT.
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
      *  LINK-FILE - THE OVERDRAFT-PROTECTION LINKS, READ ONLY TO
      *  PROVE A CLOSE CARD LEAVES NO ACTIVE LINK BEHIND: ON THE
      *  PRIMARY KEY FOR THE LINK PROTECTING THE ACCOUNT, ALONG THE
      *  FUNDING-ACCOUNT ALTERNATE KEY FOR THE LINKS IT FUNDS.  A
      *  MISSING ODPLINK MEANS NO ACCOUNT HAS EVER BEEN LINKED.
      *****************************************************************
           SELECT LINK-FILE ASSIGN TO ODPLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-PROTECTED-ACCOUNT
               ALTERNATE RECORD KEY IS ODP-FUNDING-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS LINK-STATUS.

           SELECT MAINT-FILE ASSIGN TO ACCTTRNS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY ACCOUNT A CARD CHANGES.
      *****************************************************************
           SELECT JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PRODCOPY.

       FD  HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY HOLDCOPY.

       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY SORDCOPY.

       FD  LINK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ODPLCOPY.

       FD  MAINT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY ACCTCARD.

       FD  MAINT-REPORT.
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       FD  JOURNAL-FILE
           RECORD CONTAINS 700 CHARACTERS.
       COPY JRNLCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ACCT-STATUS             PIC XX.
           05  PROD-STATUS             PIC XX.
           05  HOLD-STATUS-CODE        PIC XX.
           05  SORD-FILE-STATUS        PIC XX.
           05  LINK-STATUS             PIC XX.
           05  MAINT-STATUS            PIC XX.
           05  RPT-STATUS              PIC XX.
           05  DAYC-STATUS             PIC XX.
           05  BUSD-STATUS             PIC XX.
           05  JRNL-STATUS             PIC XX.

      *****************************************************************
      *  SCHEDULE-CONTROL - THE BUSDATE CONTROL DATE THIS RUN IS
           05  CLOSE-COUNT             PIC 9(6) VALUE 0.
           05  REACTIVATE-COUNT        PIC 9(6) VALUE 0.
           05  ADDRESS-COUNT           PIC 9(6) VALUE 0.
           05  TAX-DETAIL-COUNT        PIC 9(6) VALUE 0.
           05  PRODUCT-CHANGE-COUNT    PIC 9(6) VALUE 0.
           05  CLOSEOUT-FLAG-COUNT     PIC 9(6) VALUE 0.
           05  ERROR-COUNT             PIC 9(6) VALUE 0.

      *****************************************************************
           88  ACCOUNT-FOUND                     VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND                 VALUE 'N'.

       01  PRODUCT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  PRODUCT-FOUND                     VALUE 'Y'.
           88  PRODUCT-NOT-FOUND                 VALUE 'N'.

       01  PRODUCT-FILE-SW             PIC X(01) VALUE 'N'.
           88  PRODUCT-FILE-OPEN                 VALUE 'Y'.

       01  HOLD-FILE-SW                PIC X(01) VALUE 'N'.
           88  HOLD-FILE-OPEN                    VALUE 'Y'.

       01  SORD-FILE-SW                PIC X(01) VALUE 'N'.
           88  SORD-FILE-OPEN                    VALUE 'Y'.

       01  LINK-FILE-SW                PIC X(01) VALUE 'N'.
           88  LINK-FILE-OPEN                    VALUE 'Y'.

      *****************************************************************
      *  CLOSE-CHECK - WHAT CHECK-CLOSE-HOLDS, CHECK-CLOSE-ORDERS AND
      *  CHECK-CLOSE-LINKS FOUND STILL OUTSTANDING ON THE ACCOUNT A
      *  CLOSE CARD NAMES.
      *****************************************************************
       01  CLOSE-CHECK.
           05  OPEN-HOLD-SW            PIC X(01) VALUE 'N'.
               88  OPEN-HOLD-FOUND               VALUE 'Y'.
           05  ACTIVE-ORDER-SW         PIC X(01) VALUE 'N'.
               88  ACTIVE-ORDER-FOUND            VALUE 'Y'.
           05  ACTIVE-LINK-SW          PIC X(01) VALUE 'N'.
               88  ACTIVE-LINK-FOUND             VALUE 'Y'.

      *****************************************************************
      *  JOURNAL-BEFORE-IMAGE - THE ACCOUNT AS READ, BEFORE THE CARD
      *  CHANGES IT; SPACES WHEN THE CARD NAMES A NEW ACCOUNT.
      *****************************************************************
       01  JOURNAL-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

       01  DISPLAY-FIELDS.
           05  DISP-BALANCE            PIC Z,ZZZ,ZZ9.99-.


       INITIALIZATION.
           OPEN I-O ACCOUNT-FILE
           OPEN INPUT PRODUCT-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT STANDING-ORDER-FILE
           OPEN INPUT LINK-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT MAINT-REPORT

              STOP RUN
           END-IF

           IF PROD-STATUS = '00'
              SET PRODUCT-FILE-OPEN TO TRUE
           ELSE
              IF PROD-STATUS = '35'
                 DISPLAY 'PRODUCT FILE NOT AVAILABLE: ' PROD-STATUS
                     ' - PRODUCT CODES WILL BE REJECTED'
              ELSE
                 DISPLAY 'ERROR OPENING PRODUCT FILE: ' PROD-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF HOLD-STATUS-CODE = '00'
              SET HOLD-FILE-OPEN TO TRUE
           ELSE
              IF HOLD-STATUS-CODE NOT = '35'
                 DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS-CODE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

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

           IF LINK-STATUS = '00'
              SET LINK-FILE-OPEN TO TRUE
           ELSE
              IF LINK-STATUS NOT = '35'
                 DISPLAY 'ERROR OPENING LINK FILE: ' LINK-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF MAINT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT FILE: ' MAINT-STATUS
              STOP RUN
              STOP RUN
           END-IF

           PERFORM OPEN-JOURNAL-FILE

           MOVE MAINT-HEADER TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           MOVE MAINT-COL-HEADER TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

      *****************************************************************
      *  OPEN-JOURNAL-FILE - EXTEND THE MAINTJNL TRAIL, STARTING IT IF
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO ACCOUNT IS CHANGED
      *  UNLESS ITS CHANGE CAN BE JOURNALED.
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

       PROCESS-MAINT-RECORDS.
           PERFORM READ-MAINT-RECORD
           PERFORM UNTIL MAINT-STATUS = '10'

      *****************************************************************
      *  PROCESS-ONE-MAINT-RECORD - LOOK UP THE ACCOUNT NAMED ON THE
      *  CARD AND ROUTE TO THE PARAGRAPH FOR ITS ACTION CODE.  A
      *  CARD THAT DOES NOT SAY WHO KEYED IT IS REJECTED OUTRIGHT.
      *****************************************************************
       PROCESS-ONE-MAINT-RECORD.
           ADD 1 TO CARD-READ-COUNT
           END-IF
           MOVE ACM-CUST-KEY TO CUST-KEY
           SET ACCOUNT-NOT-FOUND TO TRUE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
                   MOVE CUSTOMER-RECORD TO JOURNAL-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN ACM-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACM-ADD
                   PERFORM ADD-ACCOUNT
               WHEN ACM-UPDATE
                   PERFORM REACTIVATE-ACCOUNT
               WHEN ACM-ADDRESS
                   PERFORM APPLY-ADDRESS-CARD
               WHEN ACM-TAX-DETAILS
                   PERFORM APPLY-TAX-CARD
               WHEN ACM-PRODUCT-CHANGE
                   PERFORM APPLY-PRODUCT-CARD
               WHEN ACM-CLOSEOUT
                   PERFORM APPLY-CLOSEOUT-CARD
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
           END-EVALUATE.

      *****************************************************************
      *  ADD-ACCOUNT - A PRODUCT CODE ON THE CARD MUST BE ON PRODFILE.
      *  A BLANK ONE OPENS THE ACCOUNT WITH NO PRODUCT, PRICED BY THE
      *  RUNS' OWN DECKS UNTIL A PRODUCT CARD ASSIGNS ONE.
      *****************************************************************
       ADD-ACCOUNT.
           SET PRODUCT-FOUND TO TRUE
           IF ACM-PRODUCT-CODE NOT = SPACES
              MOVE ACM-PRODUCT-CODE TO PROD-CODE
              PERFORM READ-PRODUCT-RECORD
           END-IF

           IF ACCOUNT-FOUND
              MOVE 'DUPLICATE ACCOUNT - ADD REJECTED' TO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              IF PRODUCT-NOT-FOUND
                 MOVE 'PRODUCT NOT ON FILE - ADD REJECTED' TO
                     MAINT-MESSAGE
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 PERFORM WRITE-NEW-ACCOUNT
              END-IF
           END-IF.

       WRITE-NEW-ACCOUNT.
           MOVE SPACES TO CUSTOMER-RECORD
           INITIALIZE CUST-CLOSEOUT-DETAIL
           MOVE ACM-CUST-KEY TO CUST-KEY
           MOVE ACM-CUST-NAME TO CUST-NAME
           MOVE ACM-CUST-ACCT-BALANCE TO CUST-ACCT-BALANCE
           MOVE ACM-EFFECTIVE-DATE TO CUST-LAST-UPDATE
           MOVE ACM-PRODUCT-CODE TO CUST-PRODUCT-CODE
           SET CUST-ACTIVE TO TRUE
           WRITE CUSTOMER-RECORD
           IF ACCT-STATUS = '00'
              ADD 1 TO ADD-COUNT
              ADD ACM-CUST-ACCT-BALANCE TO NET-MAINT-TOTAL
              MOVE 'ADD' TO MD-ACTION
              MOVE 'ACCOUNT ADDED' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'ADD FAILED - FILE STATUS ' ACCT-STATUS
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

       READ-PRODUCT-RECORD.
           SET PRODUCT-NOT-FOUND TO TRUE
           IF PRODUCT-FILE-OPEN
              READ PRODUCT-FILE
                  INVALID KEY
                      SET PRODUCT-NOT-FOUND TO TRUE
                  NOT INVALID KEY
                      SET PRODUCT-FOUND TO TRUE
              END-READ
           END-IF.

       UPDATE-ACCOUNT.
           IF NOT ACCOUNT-FOUND
              MOVE 'ACCOUNT NOT FOUND - UPDATE REJECTED' TO
                 SUBTRACT PRIOR-BALANCE-HOLD FROM NET-MAINT-TOTAL
                 MOVE 'UPD' TO MD-ACTION
                 MOVE 'ACCOUNT UPDATED' TO MAINT-MESSAGE
                 PERFORM WRITE-JOURNAL-ENTRY
                 PERFORM LOG-MAINT-RESULT
              ELSE
                 STRING 'UPDATE FAILED - FILE STATUS ' ACCT-STATUS
              END-IF
           END-IF.

      *****************************************************************
      *  CLOSE-ACCOUNT - CLOSE AN ACCOUNT THAT HAS ALREADY BEEN
      *  EMPTIED.  MONEY LEFT IN IT, AN OPEN HOLD, AN ACTIVE
      *  STANDING ORDER OR AN ACTIVE OVERDRAFT-PROTECTION LINK MEANS
      *  IT HAS TO BE SETTLED FIRST, AND THE
      *  CARD IS REFUSED WITH A POINTER TO THE CLOSEOUT RUN, WHICH
      *  ACCRUES, PAYS OUT AND TIDIES UP BEFORE IT CLOSES.
      *****************************************************************
       CLOSE-ACCOUNT.
           IF ACCOUNT-FOUND
              PERFORM CHECK-CLOSE-HOLDS
              PERFORM CHECK-CLOSE-ORDERS
              PERFORM CHECK-CLOSE-LINKS
           END-IF

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE 'ACCOUNT NOT FOUND - CLOSE REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN CUST-ACCT-BALANCE NOT = 0
                   MOVE 'BAL NOT ZERO - FLAG FOR CLOSEOUT' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN OPEN-HOLD-FOUND
                   MOVE 'OPEN HOLDS - FLAG FOR CLOSEOUT' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACTIVE-ORDER-FOUND
                   MOVE 'ACTIVE ORDERS - FLAG FOR CLOSEOUT' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACTIVE-LINK-FOUND
                   MOVE 'ACTIVE OD LINKS - FLAG FOR CLOSEOUT' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN OTHER
                   SET CUST-CLOSED TO TRUE
                   MOVE ACM-EFFECTIVE-DATE TO CUST-LAST-UPDATE
                   REWRITE CUSTOMER-RECORD
                   IF ACCT-STATUS = '00'
                      ADD 1 TO CLOSE-COUNT
                      MOVE 'CLS' TO MD-ACTION
                      MOVE 'ACCOUNT CLOSED' TO MAINT-MESSAGE
                      PERFORM WRITE-JOURNAL-ENTRY
                      PERFORM LOG-MAINT-RESULT
                   ELSE
                      STRING 'CLOSE FAILED - FILE STATUS ' ACCT-STATUS
                          DELIMITED BY SIZE INTO MAINT-MESSAGE
                      PERFORM REJECT-MAINT-RECORD
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  CHECK-CLOSE-HOLDS - START ON THE ACCOUNT'S FIRST HOLD AND
      *  READ ITS HOLDS UNTIL ONE IS STILL OPEN OR THEY RUN OUT.  AN
      *  OPEN HOLD PAST ITS EXPIRY NO LONGER EARMARKS FUNDS BUT IS
      *  STILL OPEN ON FILE, SO IT STOPS THE CLOSE TOO - THE
      *  CLOSEOUT RUN RELEASES IT.
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
      *  CHECK-CLOSE-ORDERS - THE SAME SEARCH ALONG THE SORD-ACCOUNT
      *  ALTERNATE KEY FOR AN ORDER STILL ACTIVE ON THE ACCOUNT.
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
      *  CHECK-CLOSE-LINKS - AN ACTIVE LINK PROTECTING THE ACCOUNT,
      *  READ ON THE PRIMARY KEY, OR ONE THE ACCOUNT FUNDS, FOUND
      *  ALONG THE FUNDING-ACCOUNT ALTERNATE KEY.  EITHER WOULD LEAVE
      *  ODSWEEP MOVING MONEY AGAINST A CLOSED ACCOUNT.
      *****************************************************************
       CHECK-CLOSE-LINKS.
           MOVE 'N' TO ACTIVE-LINK-SW
           IF LINK-FILE-OPEN
              MOVE CUST-KEY TO ODP-PROTECTED-ACCOUNT
              READ LINK-FILE
                  INVALID KEY
                      MOVE '23' TO LINK-STATUS
              END-READ
              IF LINK-STATUS = '00' AND ODP-ACTIVE
                 SET ACTIVE-LINK-FOUND TO TRUE
              END-IF
           END-IF

           IF LINK-FILE-OPEN AND NOT ACTIVE-LINK-FOUND
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
                      OR ACTIVE-LINK-FOUND
                  IF ODP-ACTIVE
                     SET ACTIVE-LINK-FOUND TO TRUE
                  ELSE
                     PERFORM READ-NEXT-LINK
                  END-IF
              END-PERFORM
           END-IF.

       READ-NEXT-LINK.
           READ LINK-FILE NEXT RECORD
           IF LINK-STATUS NOT = '00'
              AND LINK-STATUS NOT = '02'
              AND LINK-STATUS NOT = '10'
              DISPLAY 'ERROR READING LINK FILE: ' LINK-STATUS
           END-IF.

      *****************************************************************
                    ADD 1 TO REACTIVATE-COUNT
                    MOVE 'RCT' TO MD-ACTION
                    MOVE 'ACCOUNT REACTIVATED' TO MAINT-MESSAGE
                    PERFORM WRITE-JOURNAL-ENTRY
                    PERFORM LOG-MAINT-RESULT
                 ELSE
                    STRING 'REACT FAILED - FILE STATUS ' ACCT-STATUS
                    ADD 1 TO ADDRESS-COUNT
                    MOVE 'ADR' TO MD-ACTION
                    MOVE 'ADDRESS APPLIED' TO MAINT-MESSAGE
                    PERFORM WRITE-JOURNAL-ENTRY
                    PERFORM LOG-MAINT-RESULT
                 ELSE
                    STRING 'ADDR FAILED - FILE STATUS ' ACCT-STATUS
              END-IF
           END-IF.

      *****************************************************************
      *  APPLY-TAX-CARD - SET THE TAXPAYER ID AND/OR THE BACKUP
      *  WITHHOLDING FLAG ON AN EXISTING ACCOUNT.  A TAXPAYER ID MUST
      *  BE NINE DIGITS AND THE FLAG Y OR N; A CARD WITH BOTH FIELDS
      *  BLANK CHANGES NOTHING AND IS REJECTED.  LIKE AN ADDRESS
      *  CHANGE, THIS IS NOT ACCOUNT ACTIVITY, SO THE BALANCE AND
      *  LAST-UPDATE FIELDS ARE LEFT ALONE.
      *****************************************************************
       APPLY-TAX-CARD.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE 'ACCOUNT NOT FOUND - TAX REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACM-TAXPAYER-ID = SPACES
                    AND ACM-WITHHOLDING-FLAG = SPACE
                   MOVE 'NO TAX DETAILS ON CARD - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACM-TAXPAYER-ID NOT = SPACES
                    AND ACM-TAXPAYER-ID NOT NUMERIC
                   MOVE 'TAXPAYER ID NOT 9 DIGITS - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN NOT ACM-WITHHOLDING-VALID
                   MOVE 'WITHHOLD FLAG NOT Y/N - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN OTHER
                   IF ACM-TAXPAYER-ID NOT = SPACES
                      MOVE ACM-TAXPAYER-ID TO CUST-TAXPAYER-ID
                   END-IF
                   IF ACM-WITHHOLDING-FLAG NOT = SPACE
                      MOVE ACM-WITHHOLDING-FLAG TO
                          CUST-WITHHOLDING-FLAG
                   END-IF
                   REWRITE CUSTOMER-RECORD
                   IF ACCT-STATUS = '00'
                      ADD 1 TO TAX-DETAIL-COUNT
                      MOVE 'TAX' TO MD-ACTION
                      MOVE 'TAX DETAILS APPLIED' TO MAINT-MESSAGE
                      PERFORM WRITE-JOURNAL-ENTRY
                      PERFORM LOG-MAINT-RESULT
                   ELSE
                      STRING 'TAX FAILED - FILE STATUS ' ACCT-STATUS
                          DELIMITED BY SIZE INTO MAINT-MESSAGE
                      PERFORM REJECT-MAINT-RECORD
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  APPLY-PRODUCT-CARD - MOVE AN EXISTING ACCOUNT ONTO ANOTHER
      *  PRODUCT.  THE NEW CODE MUST BE ON PRODFILE.  THE NEW
      *  PRODUCT'S RATES, FEES, DORMANCY PERIOD AND THRESHOLD APPLY
      *  FROM THE NEXT RUN OF EACH PROGRAM THAT USES THEM.  NOT
      *  ACCOUNT ACTIVITY, SO THE BALANCE AND LAST-UPDATE FIELDS ARE
      *  LEFT ALONE.
      *****************************************************************
       APPLY-PRODUCT-CARD.
           SET PRODUCT-NOT-FOUND TO TRUE
           IF ACM-NEW-PRODUCT-CODE NOT = SPACES
              MOVE ACM-NEW-PRODUCT-CODE TO PROD-CODE
              PERFORM READ-PRODUCT-RECORD
           END-IF

           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE 'ACCOUNT NOT FOUND - PROD REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACM-NEW-PRODUCT-CODE = SPACES
                   MOVE 'NO PRODUCT CODE ON CARD - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN PRODUCT-NOT-FOUND
                   MOVE 'PRODUCT NOT ON FILE - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN OTHER
                   MOVE ACM-NEW-PRODUCT-CODE TO CUST-PRODUCT-CODE
                   REWRITE CUSTOMER-RECORD
                   IF ACCT-STATUS = '00'
                      ADD 1 TO PRODUCT-CHANGE-COUNT
                      MOVE 'PRD' TO MD-ACTION
                      MOVE 'PRODUCT CODE APPLIED' TO MAINT-MESSAGE
                      PERFORM WRITE-JOURNAL-ENTRY
                      PERFORM LOG-MAINT-RESULT
                   ELSE
                      STRING 'PROD FAILED - FILE STATUS ' ACCT-STATUS
                          DELIMITED BY SIZE INTO MAINT-MESSAGE
                      PERFORM REJECT-MAINT-RECORD
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  APPLY-CLOSEOUT-CARD - 'Y' FLAGS THE ACCOUNT FOR THE NEXT
      *  CLOSEOUT RUN; 'N' WITHDRAWS THE FLAG.  A CLOSED ACCOUNT HAS
      *  NOTHING LEFT TO CLOSE OUT, AND A DORMANT ONE MUST BE
      *  REACTIVATED FIRST BECAUSE TXNPOST WILL NOT POST ITS INTEREST
      *  OR PAYOUT.  ONCE THE CLOSEOUT HAS BEEN PREPARED ITS CARDS
      *  ARE ALREADY ON THEIR WAY TO POSTING, SO THE FLAG CAN NO
      *  LONGER BE WITHDRAWN.  NOT ACCOUNT ACTIVITY, SO THE BALANCE
      *  AND LAST-UPDATE FIELDS ARE LEFT ALONE.
      *****************************************************************
       APPLY-CLOSEOUT-CARD.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE 'ACCOUNT NOT FOUND - CLSO REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN NOT ACM-CLOSEOUT-ON AND NOT ACM-CLOSEOUT-OFF
                   MOVE 'CLOSEOUT FLAG NOT Y/N - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN CUST-CLOSED
                   MOVE 'ACCOUNT ALREADY CLOSED - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN CUST-CLOSEOUT-PREPARED
                   MOVE 'CLOSEOUT PREPARED - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACM-CLOSEOUT-ON AND CUST-DORMANT
                   MOVE 'ACCOUNT DORMANT - REACTIVATE FIRST' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACM-CLOSEOUT-ON AND CUST-CLOSEOUT-REQUESTED
                   MOVE 'ALREADY FLAGGED FOR CLOSEOUT' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ACM-CLOSEOUT-OFF AND NOT CUST-CLOSEOUT-REQUESTED
                   MOVE 'NOT FLAGGED FOR CLOSEOUT - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN OTHER
                   IF ACM-CLOSEOUT-ON
                      INITIALIZE CUST-CLOSEOUT-DETAIL
                      SET CUST-CLOSEOUT-REQUESTED TO TRUE
                      MOVE 'FLAGGED FOR CLOSEOUT' TO MAINT-MESSAGE
                   ELSE
                      INITIALIZE CUST-CLOSEOUT-DETAIL
                      MOVE 'CLOSEOUT FLAG WITHDRAWN' TO MAINT-MESSAGE
                   END-IF
                   REWRITE CUSTOMER-RECORD
                   IF ACCT-STATUS = '00'
                      ADD 1 TO CLOSEOUT-FLAG-COUNT
                      MOVE 'CLF' TO MD-ACTION
                      PERFORM WRITE-JOURNAL-ENTRY
                      PERFORM LOG-MAINT-RESULT
                   ELSE
                      STRING 'CLSO FAILED - FILE STATUS ' ACCT-STATUS
                          DELIMITED BY SIZE INTO MAINT-MESSAGE
                      PERFORM REJECT-MAINT-RECORD
                   END-IF
           END-EVALUATE.

       REJECT-MAINT-RECORD.
           ADD 1 TO ERROR-COUNT
           MOVE ACM-ACTION-CODE TO MD-ACTION
           PERFORM LOG-MAINT-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CHANGE JUST MADE ON THE
      *  MAINTJNL TRAIL: WHO KEYED THE CARD, THE ACCOUNT'S KEY, AND THE
      *  ACCOUNT BEFORE AND AFTER.  A FAILED WRITE FAILS THE STEP - THE
      *  CHANGE IS ON FILE BUT NOT ON THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'ACCTMNT' TO JRN-PROGRAM-ID
           MOVE ACM-OPERATOR-ID TO JRN-OPERATOR-ID
           SET JRN-ACCOUNT-RECORD TO TRUE
           MOVE CUST-KEY TO JRN-ACCOUNT
           MOVE CUST-KEY TO JRN-KEY
           MOVE MD-ACTION TO JRN-ACTION
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOG-MAINT-RESULT.
           MOVE ACM-CUST-KEY TO MD-ACCT-ID
           IF ACM-CUST-ACCT-BALANCE NUMERIC
           DISPLAY 'ACCOUNTS CLOSED: ' CLOSE-COUNT
           DISPLAY 'ACCOUNTS REACTIVATED: ' REACTIVATE-COUNT
           DISPLAY 'ADDRESSES APPLIED: ' ADDRESS-COUNT
           DISPLAY 'TAX DETAILS APPLIED: ' TAX-DETAIL-COUNT
           DISPLAY 'PRODUCT CODES APPLIED: ' PRODUCT-CHANGE-COUNT
           DISPLAY 'CLOSEOUT FLAGS APPLIED: ' CLOSEOUT-FLAG-COUNT
           DISPLAY 'RECORDS REJECTED: ' ERROR-COUNT

           PERFORM WRITE-DAILY-CONTROL

           CLOSE ACCOUNT-FILE
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
           CLOSE MAINT-FILE
           CLOSE MAINT-REPORT
           CLOSE JOURNAL-FILE.

      *****************************************************************
      *  WRITE-DAILY-CONTROL - APPEND THIS RUN'S TOTALS TO DAYCTL FOR
