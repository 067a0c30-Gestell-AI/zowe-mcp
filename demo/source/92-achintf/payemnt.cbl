       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEMNT.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  PAYEMNT - EXTERNAL PAYEE MAINTENANCE
      *  READS THE PAYECRDS CARD DECK AND APPLIES ADD, CHANGE AND
      *  CANCEL ACTIONS AGAINST PAYEFILE, KEYED ON THE PAYEE ID - THE
      *  SAME CARD-DRIVEN FLOW ODPLMNT RUNS AGAINST THE OVERDRAFT
      *  LINKS.  A PAYEE IS AN ACCOUNT AT ANOTHER BANK THAT STANDING
      *  ORDERS AND ONE-OFF TRANSFERS CAN PAY BY ACH.  AN ADD OR
      *  CHANGE MUST LEAVE THE PAYEE WITH A NAME, AN ACCOUNT NUMBER,
      *  AN ACCOUNT TYPE OF C OR S AND A NINE-DIGIT ROUTING NUMBER
      *  WHOSE CHECK DIGIT PROVES, SO A MISKEYED ROUTING NUMBER IS
      *  CAUGHT HERE RATHER THAN RETURNED BY THE NETWORK.  A CANCEL
      *  KEEPS THE RECORD, MARKED CANCELLED; A LATER ADD CARD FOR THE
      *  SAME PAYEE REVIVES IT.  PAYEFILE IS CREATED ON FIRST USE.
      *  PRODUCES A CONTROL REPORT OF WHAT WAS APPLIED AND WHAT WAS
      *  REJECTED, AND JOURNALS EVERY PAYEE CHANGE ON MAINTJNL UNDER
      *  THE OPERATOR ID ON THE CARD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO PAYEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYEE-ID
               FILE STATUS IS PAYEE-STATUS-CODE.

           SELECT MAINT-FILE ASSIGN TO PAYECRDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.

           SELECT MAINT-REPORT ASSIGN TO PAYERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY PAYEE A CARD CHANGES.
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
       FD  PAYEE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PAYECOPY.

       FD  MAINT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY PAYECARD.

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
           05  ERROR-COUNT             PIC 9(6) VALUE 0.

       01  PAYEE-FOUND-SW              PIC X(01) VALUE 'N'.
           88  PAYEE-FOUND                       VALUE 'Y'.
           88  PAYEE-NOT-FOUND                   VALUE 'N'.

       01  CARD-EDIT-RESULT-SW         PIC X(01) VALUE 'Y'.
           88  CARD-EDIT-PASSED                  VALUE 'Y'.
           88  CARD-EDIT-FAILED                  VALUE 'N'.

       01  MAINT-MESSAGE               PIC X(35) VALUE SPACES.

      *****************************************************************
      *  JOURNAL-BEFORE-IMAGE - THE PAYEE AS READ, BEFORE THE CARD
      *  CHANGES IT; SPACES WHEN THE CARD NAMES A NEW PAYEE.
      *****************************************************************
       01  JOURNAL-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

      *****************************************************************
      *  ROUTING-CHECK - A ROUTING NUMBER PROVES WHEN ITS DIGITS,
      *  WEIGHTED 3, 7, 1 IN TURN, SUM TO A MULTIPLE OF TEN.  THE
      *  PAYEE AS IT WILL STAND AFTER THE CARD IS BUILT IN
      *  NEW-PAYEE-RECORD SO ADD AND CHANGE EDIT THE SAME FIELDS.
      *****************************************************************
       01  ROUTING-CHECK.
           05  RTE-ROUTING             PIC X(09).
           05  RTE-DIGITS REDEFINES RTE-ROUTING.
               10  RTE-DIGIT           PIC 9(01) OCCURS 9 TIMES.
           05  RTE-WEIGHTED-SUM        PIC 9(04) VALUE 0.
           05  RTE-QUOTIENT            PIC 9(04) VALUE 0.
           05  RTE-REMAINDER           PIC 9(01) VALUE 0.

       01  NEW-PAYEE-RECORD.
           05  NPR-NAME                PIC X(22).
           05  NPR-ROUTING             PIC X(09).
           05  NPR-DFI-ACCOUNT         PIC X(17).
           05  NPR-ACCOUNT-TYPE        PIC X(01).
               88  NPR-TYPE-VALID               VALUE 'C' 'S'.

       01  REPORT-LINES.
           05  MAINT-HEADER.
               10  FILLER              PIC X(45) VALUE SPACES.
               10  FILLER              PIC X(26)
                   VALUE 'EXTERNAL PAYEE MAINTENANCE'.
               10  FILLER              PIC X(61) VALUE SPACES.

           05  MAINT-COL-HEADER.
               10  FILLER              PIC X(3)  VALUE 'ACT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'PAYEE'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(22) VALUE 'NAME'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(9)  VALUE 'ROUTING'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(17) VALUE 'ACCOUNT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(23) VALUE SPACES.

           05  MAINT-DETAIL.
               10  MD-ACTION           PIC X(3).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-PAYEE-ID         PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-NAME             PIC X(22).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-ROUTING          PIC X(9).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-DFI-ACCOUNT      PIC X(17).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(23) VALUE SPACES.

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
           OPEN I-O PAYEE-FILE
           IF PAYEE-STATUS-CODE NOT = '00'
              OPEN OUTPUT PAYEE-FILE
              IF PAYEE-STATUS-CODE = '00'
                 CLOSE PAYEE-FILE
                 OPEN I-O PAYEE-FILE
              END-IF
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT MAINT-REPORT

           IF PAYEE-STATUS-CODE NOT = '00'
              DISPLAY 'ERROR OPENING PAYEE FILE: ' PAYEE-STATUS-CODE
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
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO PAYEE IS CHANGED
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
      *  PROCESS-ONE-MAINT-RECORD - LOOK UP THE PAYEE NAMED ON THE
      *  CARD AND ROUTE TO THE PARAGRAPH FOR ITS ACTION CODE.  A
      *  CARD THAT DOES NOT SAY WHO KEYED IT IS REJECTED OUTRIGHT.
      *****************************************************************
       PROCESS-ONE-MAINT-RECORD.
           MOVE PYM-PAYEE-ID TO PAYEE-ID
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           READ PAYEE-FILE
               INVALID KEY
                   SET PAYEE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PAYEE-FOUND TO TRUE
                   MOVE PAYEE-RECORD TO JOURNAL-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN PYM-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN PYM-ADD
                   PERFORM ADD-PAYEE
               WHEN PYM-CHANGE
                   PERFORM CHANGE-PAYEE
               WHEN PYM-CANCEL
                   PERFORM CANCEL-PAYEE
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
           END-EVALUATE.

      *****************************************************************
      *  EDIT-PAYEE-CARD - THE CHECKS SHARED BY ADD AND CHANGE, MADE
      *  ON THE PAYEE AS IT WILL STAND IN NEW-PAYEE-RECORD: EVERY
      *  FIELD PRESENT, A KNOWN ACCOUNT TYPE, AND A ROUTING NUMBER
      *  OF NINE DIGITS WHOSE CHECK DIGIT PROVES.
      *****************************************************************
       EDIT-PAYEE-CARD.
           SET CARD-EDIT-PASSED TO TRUE

           IF PYM-PAYEE-ID = SPACES
              OR NPR-NAME = SPACES
              OR NPR-DFI-ACCOUNT = SPACES
              OR NPR-ROUTING = SPACES
              MOVE 'INCOMPLETE PAYEE CARD - REJECTED' TO MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           END-IF

           IF CARD-EDIT-PASSED AND NOT NPR-TYPE-VALID
              MOVE 'ACCOUNT TYPE NOT C OR S' TO MAINT-MESSAGE
              SET CARD-EDIT-FAILED TO TRUE
           END-IF

           IF CARD-EDIT-PASSED
              MOVE NPR-ROUTING TO RTE-ROUTING
              IF RTE-ROUTING NOT NUMERIC
                 MOVE 'ROUTING NUMBER NOT NUMERIC' TO MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              ELSE
                 COMPUTE RTE-WEIGHTED-SUM =
                     3 * (RTE-DIGIT (1) + RTE-DIGIT (4)
                          + RTE-DIGIT (7))
                   + 7 * (RTE-DIGIT (2) + RTE-DIGIT (5)
                          + RTE-DIGIT (8))
                   + RTE-DIGIT (3) + RTE-DIGIT (6) + RTE-DIGIT (9)
                 DIVIDE RTE-WEIGHTED-SUM BY 10 GIVING RTE-QUOTIENT
                     REMAINDER RTE-REMAINDER
                 IF RTE-REMAINDER NOT = 0
                    MOVE 'ROUTING CHECK DIGIT INVALID' TO
                        MAINT-MESSAGE
                    SET CARD-EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  ADD-PAYEE - A NEW PAYEE, OR THE REVIVAL OF A CANCELLED ONE
      *  UNDER THE SAME ID.  AN ACTIVE PAYEE MUST BE CHANGED WITH A
      *  CHANGE CARD.
      *****************************************************************
       ADD-PAYEE.
           IF PAYEE-FOUND AND PAYEE-ACTIVE
              MOVE 'PAYEE ON FILE - USE CHANGE CARD' TO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              MOVE PYM-NAME TO NPR-NAME
              MOVE PYM-ROUTING TO NPR-ROUTING
              MOVE PYM-DFI-ACCOUNT TO NPR-DFI-ACCOUNT
              MOVE PYM-ACCOUNT-TYPE TO NPR-ACCOUNT-TYPE
              PERFORM EDIT-PAYEE-CARD
              IF CARD-EDIT-FAILED
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 IF PAYEE-FOUND
                    PERFORM REVIVE-PAYEE
                 ELSE
                    PERFORM WRITE-NEW-PAYEE
                 END-IF
              END-IF
           END-IF.

       WRITE-NEW-PAYEE.
           MOVE SPACES TO PAYEE-RECORD
           MOVE PYM-PAYEE-ID TO PAYEE-ID
           PERFORM APPLY-NEW-PAYEE
           SET PAYEE-ACTIVE TO TRUE
           ACCEPT PAYEE-LAST-UPDATE FROM DATE YYYYMMDD
           WRITE PAYEE-RECORD
           IF PAYEE-STATUS-CODE = '00'
              ADD 1 TO ADD-COUNT
              MOVE 'ADD' TO MD-ACTION
              MOVE 'PAYEE ADDED' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'ADD FAILED - FILE STATUS ' PAYEE-STATUS-CODE
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

       REVIVE-PAYEE.
           PERFORM APPLY-NEW-PAYEE
           SET PAYEE-ACTIVE TO TRUE
           ACCEPT PAYEE-LAST-UPDATE FROM DATE YYYYMMDD
           REWRITE PAYEE-RECORD
           IF PAYEE-STATUS-CODE = '00'
              ADD 1 TO ADD-COUNT
              MOVE 'ADD' TO MD-ACTION
              MOVE 'CANCELLED PAYEE REVIVED' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'ADD FAILED - FILE STATUS ' PAYEE-STATUS-CODE
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

       APPLY-NEW-PAYEE.
           MOVE NPR-NAME TO PAYEE-NAME
           MOVE NPR-ROUTING TO PAYEE-ROUTING
           MOVE NPR-DFI-ACCOUNT TO PAYEE-DFI-ACCOUNT
           MOVE NPR-ACCOUNT-TYPE TO PAYEE-ACCOUNT-TYPE.

      *****************************************************************
      *  CHANGE-PAYEE - OVERLAY THE NON-BLANK FIELDS OF THE CARD ON
      *  AN ACTIVE PAYEE AND EDIT THE RESULT AS A WHOLE.
      *****************************************************************
       CHANGE-PAYEE.
           IF PAYEE-NOT-FOUND OR NOT PAYEE-ACTIVE
              MOVE 'NO ACTIVE PAYEE - CHANGE REJECTED' TO
                  MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              MOVE PAYEE-NAME TO NPR-NAME
              MOVE PAYEE-ROUTING TO NPR-ROUTING
              MOVE PAYEE-DFI-ACCOUNT TO NPR-DFI-ACCOUNT
              MOVE PAYEE-ACCOUNT-TYPE TO NPR-ACCOUNT-TYPE
              IF PYM-NAME NOT = SPACES
                 MOVE PYM-NAME TO NPR-NAME
              END-IF
              IF PYM-ROUTING NOT = SPACES
                 MOVE PYM-ROUTING TO NPR-ROUTING
              END-IF
              IF PYM-DFI-ACCOUNT NOT = SPACES
                 MOVE PYM-DFI-ACCOUNT TO NPR-DFI-ACCOUNT
              END-IF
              IF PYM-ACCOUNT-TYPE NOT = SPACES
                 MOVE PYM-ACCOUNT-TYPE TO NPR-ACCOUNT-TYPE
              END-IF
              PERFORM EDIT-PAYEE-CARD
              IF CARD-EDIT-FAILED
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 PERFORM APPLY-NEW-PAYEE
                 ACCEPT PAYEE-LAST-UPDATE FROM DATE YYYYMMDD
                 REWRITE PAYEE-RECORD
                 IF PAYEE-STATUS-CODE = '00'
                    ADD 1 TO CHANGE-COUNT
                    MOVE 'CHG' TO MD-ACTION
                    MOVE 'PAYEE CHANGED' TO MAINT-MESSAGE
                    PERFORM WRITE-JOURNAL-ENTRY
                    PERFORM LOG-MAINT-RESULT
                 ELSE
                    STRING 'CHANGE FAILED - FILE STATUS '
                        PAYEE-STATUS-CODE
                        DELIMITED BY SIZE INTO MAINT-MESSAGE
                    PERFORM REJECT-MAINT-RECORD
                 END-IF
              END-IF
           END-IF.

       CANCEL-PAYEE.
           IF PAYEE-NOT-FOUND
              MOVE 'PAYEE NOT FOUND - CANCEL REJECTED' TO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              IF PAYEE-CANCELLED
                 MOVE 'PAYEE ALREADY CANCELLED' TO MAINT-MESSAGE
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 SET PAYEE-CANCELLED TO TRUE
                 ACCEPT PAYEE-LAST-UPDATE FROM DATE YYYYMMDD
                 REWRITE PAYEE-RECORD
                 IF PAYEE-STATUS-CODE = '00'
                    ADD 1 TO CANCEL-COUNT
                    MOVE 'CAN' TO MD-ACTION
                    MOVE 'PAYEE CANCELLED' TO MAINT-MESSAGE
                    PERFORM WRITE-JOURNAL-ENTRY
                    PERFORM LOG-MAINT-RESULT
                 ELSE
                    STRING 'CANCEL FAILED - FILE STATUS '
                        PAYEE-STATUS-CODE
                        DELIMITED BY SIZE INTO MAINT-MESSAGE
                    PERFORM REJECT-MAINT-RECORD
                 END-IF
              END-IF
           END-IF.

       REJECT-MAINT-RECORD.
           ADD 1 TO ERROR-COUNT
           MOVE PYM-ACTION-CODE TO MD-ACTION
           PERFORM LOG-MAINT-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CHANGE JUST MADE ON THE
      *  MAINTJNL TRAIL: WHO KEYED THE CARD, THE PAYEE'S KEY, AND THE
      *  PAYEE BEFORE AND AFTER.  A FAILED WRITE FAILS THE STEP - THE
      *  CHANGE IS ON FILE BUT NOT ON THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'PAYEMNT' TO JRN-PROGRAM-ID
           MOVE PYM-OPERATOR-ID TO JRN-OPERATOR-ID
           SET JRN-PAYEE-RECORD TO TRUE
           MOVE PAYEE-ID TO JRN-KEY
           MOVE MD-ACTION TO JRN-ACTION
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE PAYEE-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOG-MAINT-RESULT.
           MOVE PYM-PAYEE-ID TO MD-PAYEE-ID
           IF PAYEE-FOUND AND NOT PYM-ADD
              MOVE PAYEE-NAME TO MD-NAME
              MOVE PAYEE-ROUTING TO MD-ROUTING
              MOVE PAYEE-DFI-ACCOUNT TO MD-DFI-ACCOUNT
           ELSE
              MOVE PYM-NAME TO MD-NAME
              MOVE PYM-ROUTING TO MD-ROUTING
              MOVE PYM-DFI-ACCOUNT TO MD-DFI-ACCOUNT
           END-IF
           MOVE MAINT-MESSAGE TO MD-MESSAGE
           MOVE MAINT-DETAIL TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       TERMINATION.
           DISPLAY 'PAYEES ADDED: ' ADD-COUNT
           DISPLAY 'PAYEES CHANGED: ' CHANGE-COUNT
           DISPLAY 'PAYEES CANCELLED: ' CANCEL-COUNT
           DISPLAY 'RECORDS REJECTED: ' ERROR-COUNT

           CLOSE PAYEE-FILE
           CLOSE MAINT-FILE
           CLOSE MAINT-REPORT
           CLOSE JOURNAL-FILE.
