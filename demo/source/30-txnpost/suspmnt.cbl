       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  SUSPMNT - SUSPENSE ITEM MAINTENANCE
      *  READS THE SUSPCRDS CARD DECK AND APPLIES CORRECT, RELEASE
      *  AND CANCEL ACTIONS AGAINST THE SUSPENSE FILE TXNPOST FILLS
      *  WITH REJECTED ACTIVITY, KEYED ON THE REJECTED CARD'S BATCH
      *  ID AND DETAIL SEQUENCE - THE SAME CARD-DRIVEN STYLE SORDMNT
      *  USES AGAINST THE STANDING-ORDER FILE.
      *
      *  A CORRECT CARD REPLACES THE FIELDS IT FILLS IN ON THE
      *  ITEM'S CURRENT CARD (THE CARD AS FIRST REJECTED IS NEVER
      *  TOUCHED) AND CLEARS THE ITEM FOR RESUBMISSION; A RELEASE
      *  CARD CLEARS IT UNCHANGED.  ONLY AN OPEN OR ALREADY-CLEARED
      *  ITEM CAN BE CORRECTED, RELEASED OR CANCELLED - ONE ALREADY
      *  ON ITS WAY BACK THROUGH POSTING IS LEFT ALONE UNTIL TXNPOST
      *  HAS EITHER POSTED OR REJECTED IT AGAIN.  CLEARED ITEMS GO
      *  OUT ON THE NEXT SUSPRSUB DECK.  A CANCEL KEEPS THE RECORD,
      *  MARKED CANCELLED, SO THE ITEM'S HISTORY STAYS READABLE.
      *  PRODUCES A CONTROL REPORT OF WHAT WAS APPLIED AND WHAT WAS
      *  REJECTED, AND JOURNALS EVERY ITEM CHANGE ON MAINTJNL UNDER
      *  THE OPERATOR ID ON THE CARD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               ALTERNATE RECORD KEY IS SUS-RESUB-KEY WITH DUPLICATES
               FILE STATUS IS SUSP-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

           SELECT MAINT-FILE ASSIGN TO SUSPCRDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.

           SELECT MAINT-REPORT ASSIGN TO SUSPMRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  BUSDATE-FILE - THE SCHEDULE'S BUSINESS-DATE CONTROL RECORD.
      *  THE DATE IS STAMPED ON EACH ITEM A CARD CHANGES, THE SAME
      *  DATE TXNPOST STAMPS ON A REJECT.
      *****************************************************************
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY ITEM A CARD CHANGES.
      *****************************************************************
           SELECT JOURNAL-FILE ASSIGN TO MAINTJNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY SUSPCOPY.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  MAINT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY SUSPCARD.

       FD  MAINT-REPORT.
       01  MAINT-REPORT-RECORD         PIC X(132).

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       FD  JOURNAL-FILE
           RECORD CONTAINS 700 CHARACTERS.
       COPY JRNLCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SUSP-STATUS             PIC XX.
           05  ACCT-STATUS             PIC XX.
           05  MAINT-STATUS            PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.
           05  JRNL-STATUS             PIC XX.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  COUNTERS.
           05  CORRECT-COUNT           PIC 9(6) VALUE 0.
           05  RELEASE-COUNT           PIC 9(6) VALUE 0.
           05  CANCEL-COUNT            PIC 9(6) VALUE 0.
           05  ERROR-COUNT             PIC 9(6) VALUE 0.

       01  ITEM-FOUND-SW               PIC X(01) VALUE 'N'.
           88  ITEM-FOUND                        VALUE 'Y'.
           88  ITEM-NOT-FOUND                    VALUE 'N'.

       01  ACCOUNT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  ACCOUNT-FOUND                     VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND                 VALUE 'N'.

      *****************************************************************
      *  CARD-EDIT-WORK - THE TXN DATE OFF THE CARD BROKEN OUT FOR
      *  THE SAME SHAPE CHECK TXNPOST RUNS ON TAR-TXN-DATE.
      *****************************************************************
       01  CARD-EDIT-WORK.
           05  CEW-EDIT-RESULT-SW      PIC X(01) VALUE 'Y'.
               88  CARD-EDIT-PASSED              VALUE 'Y'.
               88  CARD-EDIT-FAILED              VALUE 'N'.
           05  CEW-DATE.
               10  CEW-YEAR            PIC X(04).
               10  CEW-DASH-1          PIC X(01).
               10  CEW-MONTH           PIC X(02).
               10  CEW-DASH-2          PIC X(01).
               10  CEW-DAY             PIC X(02).

      *****************************************************************
      *  THE ITEM'S CURRENT CARD IS CORRECTED THROUGH THE STANDARD
      *  ACTIVITY CARD LAYOUT, THEN MOVED BACK ONTO THE ITEM.
      *****************************************************************
       COPY TXNCARD.

      *****************************************************************
      *  JOURNAL-BEFORE-IMAGE - THE ITEM AS READ, BEFORE THE CARD
      *  CHANGES IT.
      *****************************************************************
       01  JOURNAL-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-SEQ                PIC 9(06).

       01  MAINT-MESSAGE               PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  MAINT-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(34)
                   VALUE 'SUSPENSE ITEM MAINTENANCE CONTROL'.
               10  FILLER              PIC X(58) VALUE SPACES.

           05  MAINT-COL-HEADER.
               10  FILLER              PIC X(3)  VALUE 'ACT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'BATCH'.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'SEQ'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'AMOUNT'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(38) VALUE SPACES.

           05  MAINT-DETAIL.
               10  MD-ACTION           PIC X(3).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-BATCH-ID         PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  MD-CARD-SEQ         PIC X(6).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  MD-AMOUNT           PIC X(15).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  MD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(38) VALUE SPACES.

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
           OPEN I-O SUSPENSE-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT MAINT-REPORT

           IF SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUSPENSE FILE: ' SUSP-STATUS
              STOP RUN
           END-IF

           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' ACCT-STATUS
              STOP RUN
           END-IF

           IF MAINT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT FILE: ' MAINT-STATUS
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT REPORT: ' RPT-STATUS
              STOP RUN
           END-IF

           PERFORM OPEN-JOURNAL-FILE

           MOVE MAINT-HEADER TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE MAINT-COL-HEADER TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

      *****************************************************************
      *  OPEN-JOURNAL-FILE - EXTEND THE MAINTJNL TRAIL, STARTING IT IF
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO ITEM IS CHANGED
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
               PERFORM PROCESS-ONE-MAINT-RECORD
               PERFORM READ-MAINT-RECORD
           END-PERFORM.

       READ-MAINT-RECORD.
           READ MAINT-FILE
           IF MAINT-STATUS NOT = '00' AND MAINT-STATUS NOT = '10'
              DISPLAY 'ERROR READING MAINT FILE: ' MAINT-STATUS
           END-IF.

      *****************************************************************
      *  PROCESS-ONE-MAINT-RECORD - LOOK UP THE ITEM NAMED ON THE
      *  CARD, CHECK IT IS STILL WAITING ON THE SUSPENSE DESK, AND
      *  ROUTE TO THE PARAGRAPH FOR THE ACTION CODE.  A CARD THAT
      *  DOES NOT SAY WHO KEYED IT IS REJECTED OUTRIGHT.
      *****************************************************************
       PROCESS-ONE-MAINT-RECORD.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SMC-BATCH-ID TO SUS-BATCH-ID
           MOVE SMC-CARD-SEQ TO SUS-CARD-SEQ
           READ SUSPENSE-FILE
               INVALID KEY
                   SET ITEM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ITEM-FOUND TO TRUE
                   MOVE SUS-CURRENT-CARD TO TXN-ACTIVITY-RECORD
                   MOVE SUSPENSE-RECORD TO JOURNAL-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN SMC-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN NOT SMC-CORRECT AND NOT SMC-RELEASE
                    AND NOT SMC-CANCEL
                   MOVE 'UNKNOWN ACTION CODE - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN ITEM-NOT-FOUND
                   MOVE 'SUSPENSE ITEM NOT FOUND - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN SUS-RESUBMITTED
                   MOVE 'ITEM ALREADY RESUBMITTED - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN SUS-POSTED
                   MOVE 'ITEM ALREADY POSTED - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN SUS-CANCELLED
                   MOVE 'ITEM ALREADY CANCELLED - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN SMC-CORRECT
                   PERFORM CORRECT-ITEM
               WHEN SMC-RELEASE
                   PERFORM RELEASE-ITEM
               WHEN SMC-CANCEL
                   PERFORM CANCEL-ITEM
           END-EVALUATE.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.

      *****************************************************************
      *  EDIT-CORRECTION-CARD - ONLY THE FIELDS THE CARD FILLS IN ARE
      *  CHECKED: A NEW ACCOUNT MUST EXIST ON CUSTFILE, A NEW TXN DATE
      *  MUST LOOK LIKE YYYY-MM-DD, AND A TO-ACCOUNT ONLY MAKES SENSE
      *  ON A TRANSFER.  EVERYTHING ELSE IS LEFT TO TXNPOST'S EDIT
      *  PASS WHEN THE ITEM IS RESUBMITTED.
      *****************************************************************
       EDIT-CORRECTION-CARD.
           SET CARD-EDIT-PASSED TO TRUE

           IF SMC-FROM-ACCOUNT NOT = SPACES
              MOVE SMC-FROM-ACCOUNT TO CUST-KEY
              PERFORM READ-ACCOUNT-RECORD
              IF ACCOUNT-NOT-FOUND
                 MOVE 'ACCOUNT NOT ON FILE - REJECTED' TO
                     MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              END-IF
           END-IF

           IF CARD-EDIT-PASSED AND SMC-TO-ACCOUNT NOT = SPACES
              IF NOT TAR-TRANSFER-RECORD
                 MOVE 'TO-ACCOUNT ON NON-TRANSFER - REJECTED' TO
                     MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              ELSE
                 MOVE SMC-TO-ACCOUNT TO CUST-KEY
                 PERFORM READ-ACCOUNT-RECORD
                 IF ACCOUNT-NOT-FOUND
                    MOVE 'TO-ACCOUNT NOT ON FILE - REJECTED' TO
                        MAINT-MESSAGE
                    SET CARD-EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF

           IF CARD-EDIT-PASSED AND SMC-AMOUNT-X NOT = SPACES
              AND SMC-AMOUNT NOT NUMERIC
              MOVE 'AMOUNT NOT NUMERIC - REJECTED' TO MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           END-IF

           IF CARD-EDIT-PASSED AND SMC-TXN-DATE NOT = SPACES
              MOVE SMC-TXN-DATE TO CEW-DATE
              IF CEW-YEAR NOT NUMERIC
                 OR CEW-DASH-1 NOT = '-'
                 OR CEW-MONTH NOT NUMERIC
                 OR CEW-MONTH < '01' OR CEW-MONTH > '12'
                 OR CEW-DASH-2 NOT = '-'
                 OR CEW-DAY NOT NUMERIC
                 OR CEW-DAY < '01' OR CEW-DAY > '31'
                 MOVE 'INVALID TXN DATE - REJECTED' TO MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              END-IF
           END-IF.

       CORRECT-ITEM.
           PERFORM EDIT-CORRECTION-CARD
           IF CARD-EDIT-FAILED
              PERFORM REJECT-MAINT-RECORD
           ELSE
              IF SMC-FROM-ACCOUNT NOT = SPACES
                 MOVE SMC-FROM-ACCOUNT TO TAR-FROM-ACCOUNT
              END-IF
              IF SMC-TXN-TYPE NOT = SPACES
                 MOVE SMC-TXN-TYPE TO TAR-TXN-TYPE
              END-IF
              IF SMC-AMOUNT-X NOT = SPACES
                 IF SMC-AMOUNT NOT = 0
                    MOVE SMC-AMOUNT TO TAR-TXN-AMOUNT
                 END-IF
              END-IF
              IF SMC-TXN-DATE NOT = SPACES
                 MOVE SMC-TXN-DATE TO TAR-TXN-DATE
              END-IF
              IF SMC-TO-ACCOUNT NOT = SPACES
                 MOVE SMC-TO-ACCOUNT TO TAR-TO-ACCOUNT
              END-IF
              MOVE TXN-ACTIVITY-RECORD TO SUS-CURRENT-CARD
              SET SUS-CLEARED TO TRUE
              MOVE RUN-BUSINESS-DATE TO SUS-STATUS-DATE
              REWRITE SUSPENSE-RECORD
              IF SUSP-STATUS = '00'
                 ADD 1 TO CORRECT-COUNT
                 MOVE 'COR' TO MD-ACTION
                 MOVE 'ITEM CORRECTED - CLEARED TO RESUBMIT' TO
                     MAINT-MESSAGE
                 PERFORM WRITE-JOURNAL-ENTRY
                 PERFORM LOG-MAINT-RESULT
              ELSE
                 STRING 'CORRECT FAILED - FILE STATUS ' SUSP-STATUS
                     DELIMITED BY SIZE INTO MAINT-MESSAGE
                 PERFORM REJECT-MAINT-RECORD
              END-IF
           END-IF.

       RELEASE-ITEM.
           SET SUS-CLEARED TO TRUE
           MOVE RUN-BUSINESS-DATE TO SUS-STATUS-DATE
           REWRITE SUSPENSE-RECORD
           IF SUSP-STATUS = '00'
              ADD 1 TO RELEASE-COUNT
              MOVE 'REL' TO MD-ACTION
              MOVE 'ITEM RELEASED - CLEARED TO RESUBMIT' TO
                  MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'RELEASE FAILED - FILE STATUS ' SUSP-STATUS
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

       CANCEL-ITEM.
           SET SUS-CANCELLED TO TRUE
           MOVE RUN-BUSINESS-DATE TO SUS-STATUS-DATE
           REWRITE SUSPENSE-RECORD
           IF SUSP-STATUS = '00'
              ADD 1 TO CANCEL-COUNT
              MOVE 'CAN' TO MD-ACTION
              MOVE 'ITEM CANCELLED - WILL NOT POST' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'CANCEL FAILED - FILE STATUS ' SUSP-STATUS
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

       REJECT-MAINT-RECORD.
           ADD 1 TO ERROR-COUNT
           MOVE SMC-ACTION-CODE TO MD-ACTION
           PERFORM LOG-MAINT-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CHANGE JUST MADE ON THE
      *  MAINTJNL TRAIL: WHO KEYED THE CARD, THE ITEM'S KEY, AND THE
      *  ITEM BEFORE AND AFTER.  A FAILED WRITE FAILS THE STEP - THE
      *  CHANGE IS ON FILE BUT NOT ON THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'SUSPMNT' TO JRN-PROGRAM-ID
           MOVE SMC-OPERATOR-ID TO JRN-OPERATOR-ID
           SET JRN-SUSPENSE-RECORD TO TRUE
           MOVE TAR-FROM-ACCOUNT TO JRN-ACCOUNT
           MOVE SUS-KEY TO JRN-KEY
           MOVE MD-ACTION TO JRN-ACTION
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE SUSPENSE-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOG-MAINT-RESULT.
           MOVE SMC-BATCH-ID TO MD-BATCH-ID
           MOVE SMC-CARD-SEQ TO DISP-SEQ
           MOVE DISP-SEQ TO MD-CARD-SEQ
           MOVE TAR-FROM-ACCOUNT TO MD-ACCT-ID
           IF TAR-TXN-AMOUNT NUMERIC
              MOVE TAR-TXN-AMOUNT TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO MD-AMOUNT
           ELSE
              MOVE SPACES TO MD-AMOUNT
           END-IF
           MOVE MAINT-MESSAGE TO MD-MESSAGE
           MOVE MAINT-DETAIL TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       TERMINATION.
           DISPLAY 'ITEMS CORRECTED: ' CORRECT-COUNT
           DISPLAY 'ITEMS RELEASED: ' RELEASE-COUNT
           DISPLAY 'ITEMS CANCELLED: ' CANCEL-COUNT
           DISPLAY 'RECORDS REJECTED: ' ERROR-COUNT

           CLOSE SUSPENSE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE MAINT-FILE
           CLOSE MAINT-REPORT
           CLOSE JOURNAL-FILE.
