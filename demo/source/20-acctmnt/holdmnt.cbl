      *  YYYY-MM-DD; A RELEASE MARKS THE HOLD RELEASED RATHER THAN
      *  DELETING IT, SO THE AUDIT TRAIL KEEPS EVERY HOLD EVER
      *  PLACED.  PRODUCES A CONTROL REPORT OF WHAT WAS APPLIED AND
      *  WHAT WAS REJECTED, AND JOURNALS EVERY HOLD PLACED OR RELEASED
      *  ON MAINTJNL UNDER THE OPERATOR ID ON THE CARD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY HOLD A CARD CHANGES.
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
       FD  HOLD-FILE
       COPY CUSTCOPY.

       FD  HOLD-CARD-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY HOLDCARD.

       FD  HOLD-REPORT.
       01  HOLD-REPORT-RECORD          PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 700 CHARACTERS.
       COPY JRNLCOPY.

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  HOLD-STATUS-CODE        PIC XX.
           05  ACCT-STATUS             PIC XX.
           05  CARD-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  JRNL-STATUS             PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  COUNTERS.
           05  PLACE-COUNT             PIC 9(6) VALUE 0.
               10  RDW-RAW-DAY         PIC X(02).
           05  RDW-RUN-DATE            PIC X(10) VALUE SPACES.

      *****************************************************************
      *  JOURNAL-BEFORE-IMAGE - THE HOLD AS READ, BEFORE THE CARD
      *  CHANGES IT; SPACES WHEN THE CARD NAMES A NEW HOLD.
      *****************************************************************
       01  JOURNAL-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.


       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM PROCESS-HOLD-CARDS
           PERFORM TERMINATION
              STOP RUN
           END-IF

           PERFORM OPEN-JOURNAL-FILE
           PERFORM SET-RUN-DATE

           MOVE HOLD-HEADER TO HOLD-REPORT-RECORD
           MOVE HOLD-COL-HEADER TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD.

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

      *****************************************************************
      *  OPEN-JOURNAL-FILE - EXTEND THE MAINTJNL TRAIL, STARTING IT IF
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO HOLD IS CHANGED
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

       SET-RUN-DATE.
           ACCEPT RDW-RAW-DATE FROM DATE YYYYMMDD
           STRING RDW-RAW-YEAR   DELIMITED BY SIZE

      *****************************************************************
      *  PROCESS-ONE-HOLD-CARD - LOOK UP THE HOLD THE CARD NAMES AND
      *  ROUTE TO THE PARAGRAPH FOR ITS ACTION CODE.  A CARD THAT
      *  DOES NOT SAY WHO KEYED IT IS REJECTED OUTRIGHT.
      *****************************************************************
       PROCESS-ONE-HOLD-CARD.
           MOVE HMC-ACCOUNT TO HOLD-ACCOUNT
           MOVE HMC-HOLD-ID TO HOLD-ID
           SET HOLD-NOT-FOUND TO TRUE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           READ HOLD-FILE
               INVALID KEY
                   SET HOLD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
                   MOVE FUNDS-HOLD-RECORD TO JOURNAL-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN HMC-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING - REJECTED' TO
                       HOLD-MESSAGE
                   PERFORM REJECT-HOLD-CARD
               WHEN HMC-PLACE
                   PERFORM PLACE-HOLD
               WHEN HMC-RELEASE
              ADD 1 TO PLACE-COUNT
              MOVE 'PLC' TO HD-ACTION
              MOVE 'HOLD PLACED' TO HOLD-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-HOLD-RESULT
           ELSE
              STRING 'PLACE FAILED - FILE STATUS ' HOLD-STATUS-CODE
                    ADD 1 TO RELEASE-COUNT
                    MOVE 'REL' TO HD-ACTION
                    MOVE 'HOLD RELEASED' TO HOLD-MESSAGE
                    PERFORM WRITE-JOURNAL-ENTRY
                    PERFORM LOG-HOLD-RESULT
                 ELSE
                    STRING 'RELEASE FAILED - FILE STATUS '
           MOVE HMC-ACTION-CODE TO HD-ACTION
           PERFORM LOG-HOLD-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CHANGE JUST MADE ON THE
      *  MAINTJNL TRAIL: WHO KEYED THE CARD, THE HOLD'S KEY, AND THE
      *  HOLD BEFORE AND AFTER.  A FAILED WRITE FAILS THE STEP - THE
      *  CHANGE IS ON FILE BUT NOT ON THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'HOLDMNT' TO JRN-PROGRAM-ID
           MOVE HMC-OPERATOR-ID TO JRN-OPERATOR-ID
           SET JRN-HOLD-RECORD TO TRUE
           MOVE HOLD-ACCOUNT TO JRN-ACCOUNT
           MOVE HOLD-KEY TO JRN-KEY
           MOVE HD-ACTION TO JRN-ACTION
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE FUNDS-HOLD-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOG-HOLD-RESULT.
           MOVE HMC-ACCOUNT TO HD-ACCT-ID
           MOVE HMC-HOLD-ID TO HD-HOLD-ID
           CLOSE HOLD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE HOLD-CARD-FILE
           CLOSE HOLD-REPORT
           CLOSE JOURNAL-FILE.
