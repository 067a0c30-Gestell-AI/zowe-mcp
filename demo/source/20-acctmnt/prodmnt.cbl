       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  PRODMNT - PRODUCT MASTER MAINTENANCE
      *  READS THE PRODCRDS CARD DECK AND APPLIES ADD, UPDATE, FEE
      *  SCHEDULE AND RATE TIER ACTIONS AGAINST PRODFILE, KEYED ON
      *  THE PRODUCT CODE - THE SAME CARD-DRIVEN FLOW SORDMNT AND
      *  HOLDMNT RUN.  AN ADD MUST NAME A DESCRIPTION AND A DORMANCY
      *  PERIOD OF AT LEAST ONE MONTH AND MUST NOT DUPLICATE A
      *  PRODUCT ALREADY ON FILE.  A FEE CARD REPLACES THE WHOLE FEE
      *  SCHEDULE, AND EVERY FEE IT TURNS ON MUST NAME THE TXN TYPE
      *  IT POSTS UNDER.  A RATE CARD SETS ONE OF THE EIGHT TIER
      *  SLOTS.  PRODUCTS ARE NEVER DELETED - ACCOUNTS STILL CARRY
      *  THE CODE - SO THERE IS NO DELETE ACTION.  PRODFILE IS
      *  CREATED ON FIRST USE.  PRODUCES A CONTROL REPORT OF WHAT WAS
      *  APPLIED AND WHAT WAS REJECTED, AND JOURNALS EVERY PRODUCT
      *  CHANGE ON MAINTJNL UNDER THE OPERATOR ID ON THE CARD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO PRODFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-STATUS.

           SELECT MAINT-FILE ASSIGN TO PRODCRDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.

           SELECT MAINT-REPORT ASSIGN TO PRODRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

      *****************************************************************
      *  JOURNAL-FILE - THE COMMON MAINTENANCE JOURNAL, APPENDED TO
      *  WITH A BEFORE AND AFTER IMAGE OF EVERY PRODUCT A CARD CHANGES.
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
       FD  PRODUCT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PRODCOPY.

       FD  MAINT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       COPY PRODCARD.

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
           05  PROD-STATUS             PIC XX.
           05  MAINT-STATUS            PIC XX.
           05  RPT-STATUS              PIC XX.
           05  JRNL-STATUS             PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  COUNTERS.
           05  ADD-COUNT               PIC 9(6) VALUE 0.
           05  UPDATE-COUNT            PIC 9(6) VALUE 0.
           05  FEE-COUNT               PIC 9(6) VALUE 0.
           05  TIER-COUNT              PIC 9(6) VALUE 0.
           05  ERROR-COUNT             PIC 9(6) VALUE 0.

       01  PRODUCT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  PRODUCT-FOUND                     VALUE 'Y'.
           88  PRODUCT-NOT-FOUND                 VALUE 'N'.

       01  CARD-EDIT-RESULT-SW         PIC X(01) VALUE 'Y'.
           88  CARD-EDIT-PASSED                  VALUE 'Y'.
           88  CARD-EDIT-FAILED                  VALUE 'N'.

      *****************************************************************
      *  JOURNAL-BEFORE-IMAGE - THE PRODUCT AS READ, BEFORE THE CARD
      *  CHANGES IT; SPACES WHEN THE CARD NAMES A NEW PRODUCT.
      *****************************************************************
       01  JOURNAL-BEFORE-IMAGE        PIC X(300) VALUE SPACES.

       01  MAINT-MESSAGE               PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  MAINT-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(34)
                   VALUE 'PRODUCT MASTER MAINTENANCE CONTROL'.
               10  FILLER              PIC X(58) VALUE SPACES.

           05  MAINT-COL-HEADER.
               10  FILLER              PIC X(3)  VALUE 'ACT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE 'PRODUCT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(46) VALUE SPACES.

           05  MAINT-DETAIL.
               10  MD-ACTION           PIC X(3).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-PRODUCT          PIC X(7).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  MD-DESCRIPTION      PIC X(30).
               10  FILLER              PIC X(5)  VALUE SPACES.
               10  MD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(46) VALUE SPACES.

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
           OPEN I-O PRODUCT-FILE
           IF PROD-STATUS NOT = '00'
              OPEN OUTPUT PRODUCT-FILE
              IF PROD-STATUS = '00'
                 CLOSE PRODUCT-FILE
                 OPEN I-O PRODUCT-FILE
              END-IF
           END-IF
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT MAINT-REPORT

           IF PROD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PRODUCT FILE: ' PROD-STATUS
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
      *  THIS IS THE FIRST RUN TO WRITE ONE.  NO PRODUCT IS CHANGED
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
      *  PROCESS-ONE-MAINT-RECORD - LOOK UP THE PRODUCT NAMED ON THE
      *  CARD AND ROUTE TO THE PARAGRAPH FOR ITS ACTION CODE.  A
      *  CARD THAT DOES NOT SAY WHO KEYED IT IS REJECTED OUTRIGHT.
      *****************************************************************
       PROCESS-ONE-MAINT-RECORD.
           MOVE PMC-PRODUCT-CODE TO PROD-CODE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           READ PRODUCT-FILE
               INVALID KEY
                   SET PRODUCT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET PRODUCT-FOUND TO TRUE
                   MOVE PRODUCT-RECORD TO JOURNAL-BEFORE-IMAGE
           END-READ

           EVALUATE TRUE
               WHEN PMC-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN PMC-ADD
                   PERFORM ADD-PRODUCT
               WHEN PMC-UPDATE
                   PERFORM UPDATE-PRODUCT
               WHEN PMC-FEE-SCHEDULE
                   PERFORM APPLY-FEE-SCHEDULE
               WHEN PMC-RATE-TIER
                   PERFORM APPLY-RATE-TIER
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
           END-EVALUATE.

      *****************************************************************
      *  EDIT-PRODUCT-CARD - THE CHECKS SHARED BY ADD AND UPDATE.  A
      *  DORMANCY PERIOD MUST BE ONE TO 999 MONTHS AND A THRESHOLD A
      *  SIGNED AMOUNT; ON AN UPDATE A BLANK FIELD MEANS KEEP WHAT IS
      *  ON FILE, SO ONLY THE FIELDS THE CARD FILLS IN ARE CHECKED.
      *****************************************************************
       EDIT-PRODUCT-CARD.
           SET CARD-EDIT-PASSED TO TRUE

           IF PMC-DORMANT-MONTHS-X NOT = SPACES
              IF PMC-DORMANT-MONTHS NOT NUMERIC
                 OR PMC-DORMANT-MONTHS = 0
                 MOVE 'INVALID DORMANCY MONTHS - REJECTED' TO
                     MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              END-IF
           END-IF

           IF CARD-EDIT-PASSED AND PMC-OD-THRESHOLD-X NOT = SPACES
              IF PMC-OD-THRESHOLD NOT NUMERIC
                 MOVE 'INVALID OD THRESHOLD - REJECTED' TO
                     MAINT-MESSAGE
                 SET CARD-EDIT-FAILED TO TRUE
              END-IF
           END-IF.

       ADD-PRODUCT.
           IF PRODUCT-FOUND
              MOVE 'DUPLICATE PRODUCT - ADD REJECTED' TO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              IF PMC-PRODUCT-CODE = SPACES
                 OR PMC-DESCRIPTION = SPACES
                 OR PMC-DORMANT-MONTHS-X = SPACES
                 MOVE 'INCOMPLETE ADD CARD - REJECTED' TO
                     MAINT-MESSAGE
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 PERFORM EDIT-PRODUCT-CARD
                 IF CARD-EDIT-FAILED
                    PERFORM REJECT-MAINT-RECORD
                 ELSE
                    PERFORM WRITE-NEW-PRODUCT
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  WRITE-NEW-PRODUCT - A NEW PRODUCT STARTS WITH NO FEES AND NO
      *  RATE TIERS; FEE AND RATE CARDS LATER IN THE SAME DECK FILL
      *  THEM IN.  A BLANK THRESHOLD MEANS ZERO, THE SAME DEFAULT
      *  VIEW HAS ALWAYS USED.
      *****************************************************************
       WRITE-NEW-PRODUCT.
           INITIALIZE PRODUCT-RECORD
           MOVE PMC-PRODUCT-CODE TO PROD-CODE
           MOVE PMC-DESCRIPTION TO PROD-DESCRIPTION
           MOVE PMC-DORMANT-MONTHS TO PROD-DORMANT-MONTHS
           IF PMC-OD-THRESHOLD-X NOT = SPACES
              MOVE PMC-OD-THRESHOLD TO PROD-OVERDRAFT-THRESHOLD
           END-IF
           ACCEPT PROD-LAST-UPDATE FROM DATE YYYYMMDD
           WRITE PRODUCT-RECORD
           IF PROD-STATUS = '00'
              ADD 1 TO ADD-COUNT
              MOVE 'ADD' TO MD-ACTION
              MOVE 'PRODUCT ADDED' TO MAINT-MESSAGE
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              STRING 'ADD FAILED - FILE STATUS ' PROD-STATUS
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

       UPDATE-PRODUCT.
           IF NOT PRODUCT-FOUND
              MOVE 'PRODUCT NOT FOUND - UPDATE REJECTED' TO
                  MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           ELSE
              PERFORM EDIT-PRODUCT-CARD
              IF CARD-EDIT-FAILED
                 PERFORM REJECT-MAINT-RECORD
              ELSE
                 IF PMC-DESCRIPTION NOT = SPACES
                    MOVE PMC-DESCRIPTION TO PROD-DESCRIPTION
                 END-IF
                 IF PMC-DORMANT-MONTHS-X NOT = SPACES
                    MOVE PMC-DORMANT-MONTHS TO PROD-DORMANT-MONTHS
                 END-IF
                 IF PMC-OD-THRESHOLD-X NOT = SPACES
                    MOVE PMC-OD-THRESHOLD TO PROD-OVERDRAFT-THRESHOLD
                 END-IF
                 MOVE 'UPD' TO MD-ACTION
                 MOVE 'PRODUCT UPDATED' TO MAINT-MESSAGE
                 PERFORM REWRITE-PRODUCT
                 IF PROD-STATUS = '00'
                    ADD 1 TO UPDATE-COUNT
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  APPLY-FEE-SCHEDULE - REPLACE THE PRODUCT'S FEE SCHEDULE.
      *  AMOUNTS ARE KEYED POSITIVE AND A ZERO AMOUNT TURNS THAT FEE
      *  OFF, AS ON THE FEESCHED CARD; A FEE THAT IS ON MUST NAME ITS
      *  TXN TYPE OR FEEASSES WOULD EMIT CARDS TXNPOST CANNOT POST.
      *****************************************************************
       APPLY-FEE-SCHEDULE.
           EVALUATE TRUE
               WHEN NOT PRODUCT-FOUND
                   MOVE 'PRODUCT NOT FOUND - FEES REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN PMC-MAINT-FEE NOT NUMERIC
                    OR PMC-TXN-FEE NOT NUMERIC
                    OR PMC-FREE-TXN-COUNT NOT NUMERIC
                    OR PMC-OVERDRAFT-FEE NOT NUMERIC
                   MOVE 'GARBLED FEE CARD - REJECTED' TO MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN PMC-MAINT-FEE < 0
                    OR PMC-TXN-FEE < 0
                    OR PMC-OVERDRAFT-FEE < 0
                   MOVE 'NEGATIVE FEE AMOUNT - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN (PMC-MAINT-FEE > 0 AND PMC-MAINT-TXN-TYPE = SPACES)
                    OR (PMC-TXN-FEE > 0 AND PMC-ACTIV-TXN-TYPE = SPACES)
                    OR (PMC-OVERDRAFT-FEE > 0
                        AND PMC-OD-TXN-TYPE = SPACES)
                   MOVE 'FEE TXN TYPE MISSING - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN OTHER
                   MOVE PMC-MAINT-FEE TO PROD-MAINT-FEE
                   MOVE PMC-TXN-FEE TO PROD-TXN-FEE
                   MOVE PMC-FREE-TXN-COUNT TO PROD-FREE-TXN-COUNT
                   MOVE PMC-OVERDRAFT-FEE TO PROD-OVERDRAFT-FEE
                   MOVE PMC-MAINT-TXN-TYPE TO PROD-MAINT-TXN-TYPE
                   MOVE PMC-ACTIV-TXN-TYPE TO PROD-ACTIV-TXN-TYPE
                   MOVE PMC-OD-TXN-TYPE TO PROD-OD-TXN-TYPE
                   MOVE 'FEE' TO MD-ACTION
                   MOVE 'FEE SCHEDULE APPLIED' TO MAINT-MESSAGE
                   PERFORM REWRITE-PRODUCT
                   IF PROD-STATUS = '00'
                      ADD 1 TO FEE-COUNT
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  APPLY-RATE-TIER - SET ONE RATE TIER SLOT.  THE SLOTS NEED
      *  NOT BE IN LIMIT ORDER, FOR THE SAME REASON THE INTRATES DECK
      *  NEED NOT BE.  A ZERO LIMIT EMPTIES THE SLOT.
      *****************************************************************
       APPLY-RATE-TIER.
           EVALUATE TRUE
               WHEN NOT PRODUCT-FOUND
                   MOVE 'PRODUCT NOT FOUND - TIER REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN PMC-TIER-NUMBER NOT NUMERIC
                    OR PMC-TIER-NUMBER < 1 OR PMC-TIER-NUMBER > 8
                   MOVE 'TIER NUMBER NOT 01-08 - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN PMC-TIER-LIMIT NOT NUMERIC
                    OR PMC-ANNUAL-RATE NOT NUMERIC
                   MOVE 'GARBLED RATE CARD - REJECTED' TO MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN PMC-TIER-LIMIT < 0
                   MOVE 'NEGATIVE TIER LIMIT - REJECTED' TO
                       MAINT-MESSAGE
                   PERFORM REJECT-MAINT-RECORD
               WHEN OTHER
                   MOVE PMC-TIER-LIMIT TO
                       PROD-TIER-LIMIT (PMC-TIER-NUMBER)
                   IF PMC-TIER-LIMIT = 0
                      MOVE 0 TO PROD-ANNUAL-RATE (PMC-TIER-NUMBER)
                      MOVE 'RATE TIER REMOVED' TO MAINT-MESSAGE
                   ELSE
                      MOVE PMC-ANNUAL-RATE TO
                          PROD-ANNUAL-RATE (PMC-TIER-NUMBER)
                      MOVE 'RATE TIER APPLIED' TO MAINT-MESSAGE
                   END-IF
                   MOVE 'RTE' TO MD-ACTION
                   PERFORM REWRITE-PRODUCT
                   IF PROD-STATUS = '00'
                      ADD 1 TO TIER-COUNT
                   END-IF
           END-EVALUATE.

       REWRITE-PRODUCT.
           ACCEPT PROD-LAST-UPDATE FROM DATE YYYYMMDD
           REWRITE PRODUCT-RECORD
           IF PROD-STATUS = '00'
              PERFORM WRITE-JOURNAL-ENTRY
              PERFORM LOG-MAINT-RESULT
           ELSE
              MOVE SPACES TO MAINT-MESSAGE
              STRING 'REWRITE FAILED - FILE STATUS ' PROD-STATUS
                  DELIMITED BY SIZE INTO MAINT-MESSAGE
              PERFORM REJECT-MAINT-RECORD
           END-IF.

       REJECT-MAINT-RECORD.
           ADD 1 TO ERROR-COUNT
           MOVE PMC-ACTION-CODE TO MD-ACTION
           PERFORM LOG-MAINT-RESULT.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - RECORD THE CHANGE JUST MADE ON THE
      *  MAINTJNL TRAIL: WHO KEYED THE CARD, THE PRODUCT'S KEY, AND THE
      *  PRODUCT BEFORE AND AFTER.  A FAILED WRITE FAILS THE STEP - THE
      *  CHANGE IS ON FILE BUT NOT ON THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE RUN-BUSINESS-DATE TO JRN-BUSINESS-DATE
           ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'PRODMNT' TO JRN-PROGRAM-ID
           MOVE PMC-OPERATOR-ID TO JRN-OPERATOR-ID
           SET JRN-PRODUCT-RECORD TO TRUE
           MOVE PROD-CODE TO JRN-KEY
           MOVE MD-ACTION TO JRN-ACTION
           MOVE JOURNAL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE PRODUCT-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MAINTENANCE JOURNAL: '
                  JRNL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOG-MAINT-RESULT.
           MOVE PMC-PRODUCT-CODE TO MD-PRODUCT
           IF PRODUCT-FOUND OR MD-ACTION = 'ADD'
              MOVE PROD-DESCRIPTION TO MD-DESCRIPTION
           ELSE
              MOVE SPACES TO MD-DESCRIPTION
           END-IF
           MOVE MAINT-MESSAGE TO MD-MESSAGE
           MOVE MAINT-DETAIL TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       TERMINATION.
           DISPLAY 'PRODUCTS ADDED: ' ADD-COUNT
           DISPLAY 'PRODUCTS UPDATED: ' UPDATE-COUNT
           DISPLAY 'FEE SCHEDULES APPLIED: ' FEE-COUNT
           DISPLAY 'RATE TIERS APPLIED: ' TIER-COUNT
           DISPLAY 'RECORDS REJECTED: ' ERROR-COUNT

           CLOSE PRODUCT-FILE
           CLOSE MAINT-FILE
           CLOSE MAINT-REPORT
           CLOSE JOURNAL-FILE.
