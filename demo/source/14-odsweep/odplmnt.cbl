       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODPLMNT.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  ODPLMNT - OVERDRAFT-PROTECTION LINK MAINTENANCE
      *  READS THE ODPLCRDS CARD DECK AND APPLIES LINK, CHANGE AND
      *  CANCEL ACTIONS AGAINST ODPLINK, KEYED ON THE PROTECTED
      *  ACCOUNT - THE SAME CARD-DRIVEN FLOW SORDMNT RUNS AGAINST THE
      *  STANDING-ORDER FILE.  A LINK OR CHANGE IS VALIDATED AGAINST
      *  CUSTFILE: BOTH THE PROTECTED AND THE FUNDING ACCOUNT MUST
      *  EXIST AND BE ACTIVE, AND AN ACCOUNT CANNOT FUND ITSELF.  A
      *  CANCEL KEEPS THE RECORD, MARKED CANCELLED, SO THE LINK'S
      *  HISTORY STAYS READABLE; A LATER LINK CARD FOR THE SAME
      *  ACCOUNT REVIVES IT.  ODPLINK IS CREATED ON FIRST USE.
      *  PRODUCES A CONTROL REPORT OF WHAT WAS APPLIED AND WHAT WAS
      *  REJECTED, AND JOURNALS EVERY LINK CHANGE ON MAINTJNL UNDER
      *  THE OPERATOR ID ON THE CARD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINK-FILE ASSIGN TO ODPLINK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-PROTECTED-ACCOUNT
               ALTERNATE RECORD KEY IS ODP-FUNDING-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS LINK-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

           SELECT MAINT-FILE ASSIGN TO ODPLCRDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.

           SELECT MAINT-REPORT ASSIGN TO ODPLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY LINK A CARD CHANGES.
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
       FD  LINK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ODPLCOPY.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  MAINT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY ODPLCARD.

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
           05  LINK-STATUS             PIC XX.
           05  ACCT-STATUS             PIC XX.
           05  MAINT-STATUS            PIC XX.
           05  RPT-STATUS              PIC XX.
           05  JRNL-STATUS             PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  COUNTERS.
           05  LINK-COUNT              PIC 9(6) VALUE 0.
           05  CHANGE-COUNT            PIC 9(6) VALUE 0.
           05  CANCEL-COUNT            PIC 9(6) VALUE 0.
           05  ERROR-COUNT             PIC 9(6) VALUE 0.

       01  LINK-FOUND-SW               PIC X(01) VALUE 'N'.
           88  LINK-FOUND                        VALUE 'Y'.
           88  LINK-NOT-FOUND                    VALUE 'N'.

       01  ACCOUNT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  ACCOUNT-FOUND                     VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND                 VALUE 'N'.

       01  CARD-EDIT-RESULT-SW         PIC X(01) VALUE 'Y'.
           88  CARD-EDIT-PASSED                  VALUE 'Y'.
           88  CARD-EDIT-FAILED                  VALUE 'N'.

      *****************************************************************
      *  JOURNAL-BEFORE-IMAGE - THE LINK AS READ, BEFORE THE CARD
      *  CHANGES IT; SPACES WHEN THE CARD NAMES A NEW LINK.
      *****************************************************************
       01  JOURNAL-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

       01  MAINT-MESSAGE               PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  MAINT-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(38)
                   VALUE 'OVERDRAFT PROTECTION LINK MAINTENANCE'.
               10  FILLER              PIC X(54) VALUE SPACES.

           05  MAINT-COL-HEADER.
               10  FILLER              PIC X(3)  VALUE 'ACT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'PROTECTED'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'FUNDED BY'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(61) VALUE SPACES.

           05  MAINT-DETAIL.
               10  MD-ACTION           PIC X(3).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-PROTECTED-ID     PIC X(10).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  MD-FUNDING-ID       PIC X(10).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  MD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(61) VALUE SPACES.

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
           OPEN I-O LINK-FILE
           IF LINK-STATUS NOT = '00'
              OPEN OUTPUT LINK-FILE
              IF LINK-STATUS = '00'
                 CLOSE LINK-FILE
                 OPEN I-O LINK-FILE
              END-IF
           END-IF
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT MAINT-REPORT

           IF LINK-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LINK FILE: ' LINK-STATUS
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
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO LINK IS CHANGED
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
      *  PROCESS-ONE-MAINT-RECORD - LOOK UP THE LINK FOR THE PROTECTED
      *  ACCOUNT NAMED ON THE CARD AND ROUTE TO THE PARAGRAPH FOR ITS
      *  ACTION CODE.  A CARD THAT DOES NOT SAY WHO KEYED IT IS
      *  REJECTED OUTRIGHT.
      *****************************************************************
       PROCESS-ONE-MAINT-RECORD.
           MOVE OLC-PROTECTED-ACCOUNT TO ODP-PROTECTED-ACCOUNT
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           READ LINK-FILE
               INVALID KEY
                   SET LINK-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET LINK-FOUND TO TRUE
                   MOVE OD-PROTECTION-LINK-RECORD TO
                       JOURNAL-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN OLC-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN OLC-LINK
                   PERFORM ADD-LINK
               WHEN OLC-CHANGE
                   PERFORM CHANGE-LINK
               WHEN OLC-CANCEL
                   PERFORM CANCEL-LINK
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
           END-EVALUATE.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.

      *****************************************************************
      *  EDIT-LINK-CARD - THE CARD CHECKS SHARED BY LINK AND CHANGE:
      *  A FUNDING ACCOUNT MUST BE NAMED AND DIFFER FROM THE
      *  PROTECTED ACCOUNT, AND BOTH MUST EXIST AND BE ACTIVE ON
      *  CUSTFILE.
      *****************************************************************
       EDIT-LINK-CARD.
           SET CARD-EDIT-PASSED TO TRUE

           IF OLC-PROTECTED-ACCOUNT = SPACES
              OR OLC-FUNDING-ACCOUNT = SPACES
              MOVE 'INCOMPLETE LINK CARD - REJECTED' TO MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           END-IF

           IF CARD-EDIT-PASSED
              AND OLC-FUNDING-ACCOUNT = OLC-PROTECTED-ACCOUNT
              MOVE 'ACCOUNT CANNOT FUND ITSELF' TO MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           END-IF

           IF CARD-EDIT-PASSED
              MOVE OLC-PROTECTED-ACCOUNT TO CUST-KEY
              PERFORM READ-ACCOUNT-RECORD
              IF ACCOUNT-NOT-FOUND
                 MOVE 'PROTECTED ACCT NOT ON FILE' TO MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              ELSE
                 IF NOT CUST-ACTIVE
                    MOVE 'PROTECTED ACCT NOT ACTIVE' TO MAINT-MESSAGE
                    SET CARD-EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF

           IF CARD-EDIT-PASSED
              MOVE OLC-FUNDING-ACCOUNT TO CUST-KEY
              PERFORM READ-ACCOUNT-RECORD
              IF ACCOUNT-NOT-FOUND
                 MOVE 'FUNDING ACCT NOT ON FILE' TO MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              ELSE
                 IF NOT CUST-ACTIVE
                    MOVE 'FUNDING ACCT NOT ACTIVE' TO MAINT-MESSAGE
                    SET CARD-EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  ADD-LINK - A NEW LINK, OR THE REVIVAL OF A CANCELLED ONE FOR
      *  THE SAME PROTECTED ACCOUNT.  AN ACCOUNT ALREADY PROTECTED
      *  MUST BE REPOINTED WITH A CHANGE CARD.
      *****************************************************************
       ADD-LINK.
           IF LINK-FOUND AND ODP-ACTIVE
              MOVE 'ALREADY LINKED - USE CHANGE CARD' TO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              PERFORM EDIT-LINK-CARD
              IF CARD-EDIT-FAILED
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 IF LINK-FOUND
                    PERFORM REVIVE-LINK
                 ELSE
                    PERFORM WRITE-NEW-LINK
                 END-IF
              END-IF
           END-IF.

       WRITE-NEW-LINK.
           MOVE SPACES TO OD-PROTECTION-LINK-RECORD
           MOVE OLC-PROTECTED-ACCOUNT TO ODP-PROTECTED-ACCOUNT
           MOVE OLC-FUNDING-ACCOUNT TO ODP-FUNDING-ACCOUNT
           SET ODP-ACTIVE TO TRUE
           ACCEPT ODP-LINKED-DATE FROM DATE YYYYMMDD
           MOVE ODP-LINKED-DATE TO ODP-LAST-UPDATE
           WRITE OD-PROTECTION-LINK-RECORD
           IF LINK-STATUS = '00'
              ADD 1 TO LINK-COUNT
              MOVE 'LNK' TO MD-ACTION
              MOVE 'LINK ADDED' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'LINK FAILED - FILE STATUS ' LINK-STATUS
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

       REVIVE-LINK.
           MOVE OLC-FUNDING-ACCOUNT TO ODP-FUNDING-ACCOUNT
           SET ODP-ACTIVE TO TRUE
           ACCEPT ODP-LINKED-DATE FROM DATE YYYYMMDD
           MOVE ODP-LINKED-DATE TO ODP-LAST-UPDATE
           REWRITE OD-PROTECTION-LINK-RECORD
           IF LINK-STATUS = '00'
              ADD 1 TO LINK-COUNT
              MOVE 'LNK' TO MD-ACTION
              MOVE 'CANCELLED LINK REVIVED' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'LINK FAILED - FILE STATUS ' LINK-STATUS
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

      *****************************************************************
      *  CHANGE-LINK - REPOINT AN ACTIVE LINK AT A NEW FUNDING
      *  ACCOUNT.
      *****************************************************************
       CHANGE-LINK.
           IF LINK-NOT-FOUND OR NOT ODP-ACTIVE
              MOVE 'NO ACTIVE LINK - CHANGE REJECTED' TO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              PERFORM EDIT-LINK-CARD
              IF CARD-EDIT-FAILED
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 MOVE OLC-FUNDING-ACCOUNT TO ODP-FUNDING-ACCOUNT
                 ACCEPT ODP-LAST-UPDATE FROM DATE YYYYMMDD
                 REWRITE OD-PROTECTION-LINK-RECORD
                 IF LINK-STATUS = '00'
                    ADD 1 TO CHANGE-COUNT
                    MOVE 'CHG' TO MD-ACTION
                    MOVE 'FUNDING ACCOUNT CHANGED' TO MAINT-MESSAGE
                    PERFORM WRITE-JOURNAL-ENTRY
                    PERFORM LOG-MAINT-RESULT
                 ELSE
                    STRING 'CHANGE FAILED - FILE STATUS ' LINK-STATUS
                        DELIMITED BY SIZE INTO MAINT-MESSAGE
                    PERFORM REJECT-MAINT-RECORD
                 END-IF
              END-IF
           END-IF.

       CANCEL-LINK.
           IF LINK-NOT-FOUND
              MOVE 'LINK NOT FOUND - CANCEL REJECTED' TO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              IF ODP-CANCELLED
                 MOVE 'LINK ALREADY CANCELLED' TO MAINT-MESSAGE
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 SET ODP-CANCELLED TO TRUE
                 ACCEPT ODP-LAST-UPDATE FROM DATE YYYYMMDD
                 REWRITE OD-PROTECTION-LINK-RECORD
                 IF LINK-STATUS = '00'
                    ADD 1 TO CANCEL-COUNT
                    MOVE 'CAN' TO MD-ACTION
                    MOVE 'LINK CANCELLED' TO MAINT-MESSAGE
                    PERFORM WRITE-JOURNAL-ENTRY
                    PERFORM LOG-MAINT-RESULT
                 ELSE
                    STRING 'CANCEL FAILED - FILE STATUS '
                        LINK-STATUS
                        DELIMITED BY SIZE INTO MAINT-MESSAGE
                    PERFORM REJECT-MAINT-RECORD
                 END-IF
              END-IF
           END-IF.

       REJECT-MAINT-RECORD.
           ADD 1 TO ERROR-COUNT
           MOVE OLC-ACTION-CODE TO MD-ACTION
           PERFORM LOG-MAINT-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CHANGE JUST MADE ON THE
      *  MAINTJNL TRAIL: WHO KEYED THE CARD, THE LINK'S KEY, AND THE
      *  LINK BEFORE AND AFTER.  A FAILED WRITE FAILS THE STEP - THE
      *  CHANGE IS ON FILE BUT NOT ON THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'ODPLMNT' TO JRN-PROGRAM-ID
           MOVE OLC-OPERATOR-ID TO JRN-OPERATOR-ID
           SET JRN-ODLINK-RECORD TO TRUE
           MOVE ODP-PROTECTED-ACCOUNT TO JRN-ACCOUNT
           MOVE ODP-PROTECTED-ACCOUNT TO JRN-KEY
           MOVE MD-ACTION TO JRN-ACTION
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE OD-PROTECTION-LINK-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOG-MAINT-RESULT.
           MOVE OLC-PROTECTED-ACCOUNT TO MD-PROTECTED-ID
           IF OLC-CANCEL AND LINK-FOUND
              MOVE ODP-FUNDING-ACCOUNT TO MD-FUNDING-ID
           ELSE
              MOVE OLC-FUNDING-ACCOUNT TO MD-FUNDING-ID
           END-IF
           MOVE MAINT-MESSAGE TO MD-MESSAGE
           MOVE MAINT-DETAIL TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       TERMINATION.
           DISPLAY 'LINKS ADDED: ' LINK-COUNT
           DISPLAY 'LINKS CHANGED: ' CHANGE-COUNT
           DISPLAY 'LINKS CANCELLED: ' CANCEL-COUNT
           DISPLAY 'RECORDS REJECTED: ' ERROR-COUNT

           CLOSE LINK-FILE
           CLOSE ACCOUNT-FILE
           CLOSE MAINT-FILE
           CLOSE MAINT-REPORT
           CLOSE JOURNAL-FILE.
