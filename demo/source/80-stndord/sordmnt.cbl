      *  FREQUENCY AND A YYYY-MM-DD NEXT-DUE DATE, AND MUST NOT
      *  DUPLICATE AN ORDER ALREADY ON FILE.  A CANCEL KEEPS THE
      *  RECORD, MARKED CANCELLED, SO THE ORDER'S HISTORY STAYS
      *  READABLE.  A PAYEE CARD SETS OR CLEARS THE PAYEE AT ANOTHER
      *  BANK AN ACTIVE ORDER PAYS BY ACH; THE PAYEE MUST BE ACTIVE
      *  ON PAYEFILE AND THE ORDER MUST BE A DEBIT, SINCE THE MONEY
      *  LEAVES THE ACCOUNT.  PRODUCES A CONTROL REPORT OF WHAT WAS
      *  APPLIED AND WHAT WAS REJECTED, AND JOURNALS EVERY ORDER
      *  CHANGE ON MAINTJNL UNDER THE OPERATOR ID ON THE CARD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-KEY
               ALTERNATE RECORD KEY IS SORD-ACCOUNT WITH DUPLICATES
               FILE STATUS IS SORD-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

      *****************************************************************
      *  PAYEE-FILE - ONLY PAYEE CARDS READ IT.  A SITE NOT YET
      *  PAYING ANYONE BY ACH HAS NO PAYEFILE; THE RUN THEN GOES ON
      *  AND REJECTS ANY CARD THAT NAMES A PAYEE.
      *****************************************************************
           SELECT PAYEE-FILE ASSIGN TO PAYEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYEE-ID
               FILE STATUS IS PAYEE-STATUS-CODE.

           SELECT MAINT-FILE ASSIGN TO SORDCRDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY ORDER A CARD CHANGES.
      *****************************************************************
           SELECT JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

      *****************************************************************
      *  BUSDATE-FILE - THE SCHEDULE'S BUSINESS-DATE CONTROL RECORD,
      *  READ FOR THE DATE EACH JOURNAL ENTRY IS FILED UNDER.
      *****************************************************************
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  PAYEE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PAYECOPY.

       FD  MAINT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY SORDCARD.

       FD  MAINT-REPORT.
       01  MAINT-REPORT-RECORD         PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 700 CHARACTERS.
       COPY JRNLCOPY.

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SORD-FILE-STATUS        PIC XX.
           05  ACCT-STATUS             PIC XX.
           05  PAYEE-STATUS-CODE       PIC XX.
           05  MAINT-STATUS            PIC XX.
           05  RPT-STATUS              PIC XX.
           05  JRNL-STATUS             PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  COUNTERS.
           05  ADD-COUNT               PIC 9(6) VALUE 0.
           05  CHANGE-COUNT            PIC 9(6) VALUE 0.
           05  CANCEL-COUNT            PIC 9(6) VALUE 0.
           05  PAYEE-COUNT             PIC 9(6) VALUE 0.
           05  ERROR-COUNT             PIC 9(6) VALUE 0.

       01  ORDER-FOUND-SW              PIC X(01) VALUE 'N'.
           88  ACCOUNT-FOUND                     VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND                 VALUE 'N'.

       01  PAYEE-FILE-SW               PIC X(01) VALUE 'N'.
           88  PAYEE-FILE-OPEN                   VALUE 'Y'.
           88  PAYEE-FILE-CLOSED                 VALUE 'N'.

      *****************************************************************
      *  CARD-EDIT-WORK - THE NEXT-DUE DATE OFF THE CARD BROKEN OUT
      *  FOR THE SAME SHAPE CHECK TXNPOST RUNS ON TAR-TXN-DATE.
               10  CEW-DASH-2          PIC X(01).
               10  CEW-DAY             PIC X(02).

      *****************************************************************
      *  JOURNAL-BEFORE-IMAGE - THE ORDER AS READ, BEFORE THE CARD
      *  CHANGES IT; SPACES WHEN THE CARD NAMES A NEW ORDER.
      *****************************************************************
       01  JOURNAL-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.


       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM PROCESS-MAINT-RECORDS
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  NO CONTROL RECORD MEANS NO
      *  SCHEDULE TO RUN UNDER, SO THE RUN IS REFUSED UP FRONT.
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
           OPEN I-O STANDING-ORDER-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT PAYEE-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT MAINT-REPORT

           IF PAYEE-STATUS-CODE = '00'
              SET PAYEE-FILE-OPEN TO TRUE
           END-IF

           IF SORD-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STANDING ORDER FILE: '
                  SORD-FILE-STATUS
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
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO ORDER IS CHANGED
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
      *  PROCESS-ONE-MAINT-RECORD - LOOK UP THE ORDER NAMED ON THE
      *  CARD AND ROUTE TO THE PARAGRAPH FOR ITS ACTION CODE.  A
      *  CARD THAT DOES NOT SAY WHO KEYED IT IS REJECTED OUTRIGHT.
      *****************************************************************
       PROCESS-ONE-MAINT-RECORD.
           MOVE SOM-ORDER-ID TO SORD-KEY
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           READ STANDING-ORDER-FILE
               INVALID KEY
                   SET ORDER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ORDER-FOUND TO TRUE
                   MOVE STANDING-ORDER-RECORD TO JOURNAL-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN SOM-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN SOM-ADD
                   PERFORM ADD-ORDER
               WHEN SOM-CHANGE
                   PERFORM CHANGE-ORDER
               WHEN SOM-CANCEL
                   PERFORM CANCEL-ORDER
               WHEN SOM-PAYEE
                   PERFORM SET-ORDER-PAYEE
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE - REJECTED' TO
                       MAINT-MESSAGE
                     MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              END-IF
           END-IF

           IF CARD-EDIT-PASSED AND ORDER-FOUND
              AND SORD-PAYEE-ID NOT = SPACES
              AND SOM-AMOUNT > 0
              MOVE 'PAYEE ORDER MUST STAY A DEBIT' TO MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           END-IF.

       ADD-ORDER.
           END-IF.

       WRITE-NEW-ORDER.
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE SOM-ORDER-ID TO SORD-KEY
           MOVE SOM-ACCOUNT TO SORD-ACCOUNT
           MOVE SOM-TXN-TYPE TO SORD-TXN-TYPE
              ADD 1 TO ADD-COUNT
              MOVE 'ADD' TO MD-ACTION
              MOVE 'ORDER ADDED' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'ADD FAILED - FILE STATUS ' SORD-FILE-STATUS
              ADD 1 TO CHANGE-COUNT
              MOVE 'CHG' TO MD-ACTION
              MOVE 'ORDER CHANGED' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'CHANGE FAILED - FILE STATUS ' SORD-FILE-STATUS
                    ADD 1 TO CANCEL-COUNT
                    MOVE 'CAN' TO MD-ACTION
                    MOVE 'ORDER CANCELLED' TO MAINT-MESSAGE
                    PERFORM WRITE-JOURNAL-ENTRY
                    PERFORM LOG-MAINT-RESULT
                 ELSE
                    STRING 'CANCEL FAILED - FILE STATUS '
              END-IF
           END-IF.

      *****************************************************************
      *  SET-ORDER-PAYEE - POINT AN ACTIVE ORDER AT A PAYEE, OR WITH
      *  A BLANK PAYEE ID MAKE IT AN ORDINARY ORDER AGAIN.  THE ORDER
      *  MUST BE A DEBIT: ITS AMOUNT IS WHAT LEAVES THE ACCOUNT FOR
      *  THE PAYEE'S BANK EACH PERIOD.
      *****************************************************************
       SET-ORDER-PAYEE.
           SET CARD-EDIT-PASSED TO TRUE
           IF NOT ORDER-FOUND
              MOVE 'ORDER NOT FOUND - PAYEE REJECTED' TO MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           ELSE
              IF SORD-CANCELLED
                 MOVE 'ORDER CANCELLED - PAYEE REJECTED' TO
                     MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              END-IF
           END-IF

           IF CARD-EDIT-PASSED AND SOM-PAYEE-ID NOT = SPACES
              PERFORM EDIT-ORDER-PAYEE
           END-IF

           IF CARD-EDIT-FAILED
              PERFORM REJECT-MAINT-RECORD
           ELSE
              MOVE SOM-PAYEE-ID TO SORD-PAYEE-ID
              ACCEPT SORD-LAST-UPDATE FROM DATE YYYYMMDD
              REWRITE STANDING-ORDER-RECORD
              IF SORD-FILE-STATUS = '00'
                 ADD 1 TO PAYEE-COUNT
                 MOVE 'PAY' TO MD-ACTION
                 IF SOM-PAYEE-ID = SPACES
                    MOVE 'PAYEE CLEARED' TO MAINT-MESSAGE
                 ELSE
                    STRING 'PAYEE SET TO ' SOM-PAYEE-ID
                        DELIMITED BY SIZE INTO MAINT-MESSAGE
                 END-IF
                 PERFORM WRITE-JOURNAL-ENTRY
                 PERFORM LOG-MAINT-RESULT
              ELSE
                 STRING 'PAYEE FAILED - FILE STATUS '
                     SORD-FILE-STATUS
                     DELIMITED BY SIZE INTO MAINT-MESSAGE
                 PERFORM REJECT-MAINT-RECORD
              END-IF
           END-IF.

       EDIT-ORDER-PAYEE.
           IF SORD-AMOUNT NOT < 0
              MOVE 'ORDER NOT A DEBIT - PAYEE REJECTED' TO
                  MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           END-IF

           IF CARD-EDIT-PASSED AND PAYEE-FILE-CLOSED
              MOVE 'PAYEE FILE NOT AVAILABLE' TO MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           END-IF

           IF CARD-EDIT-PASSED
              MOVE SOM-PAYEE-ID TO PAYEE-ID
              READ PAYEE-FILE
                  INVALID KEY
                      MOVE 'PAYEE NOT ON FILE - REJECTED' TO
                          MAINT-MESSAGE
                      SET CARD-EDIT-FAILED TO TRUE
                  NOT INVALID KEY
                      IF NOT PAYEE-ACTIVE
                         MOVE 'PAYEE CANCELLED - REJECTED' TO
                             MAINT-MESSAGE
                         SET CARD-EDIT-FAILED TO TRUE
                      END-IF
              END-READ
           END-IF.

       REJECT-MAINT-RECORD.
           ADD 1 TO ERROR-COUNT
           MOVE SOM-ACTION-CODE TO MD-ACTION
           PERFORM LOG-MAINT-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CHANGE JUST MADE ON THE
      *  MAINTJNL TRAIL: WHO KEYED THE CARD, THE ORDER'S KEY, AND THE
      *  ORDER BEFORE AND AFTER.  A FAILED WRITE FAILS THE STEP - THE
      *  CHANGE IS ON FILE BUT NOT ON THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'SORDMNT' TO JRN-PROGRAM-ID
           MOVE SOM-OPERATOR-ID TO JRN-OPERATOR-ID
           SET JRN-ORDER-RECORD TO TRUE
           MOVE SORD-ACCOUNT TO JRN-ACCOUNT
           MOVE SORD-KEY TO JRN-KEY
           MOVE MD-ACTION TO JRN-ACTION
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE STANDING-ORDER-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOG-MAINT-RESULT.
           MOVE SOM-ORDER-ID TO MD-ORDER-ID
           IF SOM-PAYEE
              IF ORDER-FOUND
                 MOVE SORD-ACCOUNT TO MD-ACCT-ID
                 MOVE SORD-AMOUNT TO DISP-AMOUNT
                 MOVE DISP-AMOUNT TO MD-AMOUNT
              ELSE
                 MOVE SPACES TO MD-ACCT-ID
                 MOVE SPACES TO MD-AMOUNT
              END-IF
           ELSE
              MOVE SOM-ACCOUNT TO MD-ACCT-ID
              MOVE SOM-AMOUNT TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO MD-AMOUNT
           END-IF
           MOVE MAINT-MESSAGE TO MD-MESSAGE
           MOVE MAINT-DETAIL TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.
           DISPLAY 'ORDERS ADDED: ' ADD-COUNT
           DISPLAY 'ORDERS CHANGED: ' CHANGE-COUNT
           DISPLAY 'ORDERS CANCELLED: ' CANCEL-COUNT
           DISPLAY 'ORDER PAYEES SET: ' PAYEE-COUNT
           DISPLAY 'RECORDS REJECTED: ' ERROR-COUNT

           CLOSE STANDING-ORDER-FILE
           CLOSE ACCOUNT-FILE
           IF PAYEE-FILE-OPEN
              CLOSE PAYEE-FILE
           END-IF
           CLOSE MAINT-FILE
           CLOSE MAINT-REPORT
           CLOSE JOURNAL-FILE.
