       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPREP.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  ACHPREP - OUTBOUND ACH PAYMENT PREPARATION
      *  READS THE DAY'S EXTERNAL PAYMENT INSTRUCTIONS (ACHPAYIN) -
      *  THOSE SORDGEN WRITES FOR STANDING ORDERS THAT PAY A PAYEE AT
      *  ANOTHER BANK, AND ONE-OFF TRANSFERS KEYED IN THE SAME
      *  LAYOUT - AND PREPARES EACH FOR ORIGINATION:
      *    - THE DEBIT TO OUR CUSTOMER IS CARDED ON ACHPACTV UNDER THE
      *      PARM CARD'S DEBIT TYPE, AS A COMPLETE BATCH FOR TXNPOST
      *      TO POST ON ITS OWN;
      *    - THE CREDIT ENTRY TO THE PAYEE IS BUILT FROM PAYEFILE AND
      *      KEPT ON ACHITEM AS AN OUTBOUND ITEM, WITH THE CARD
      *      SEQUENCE OF ITS DEBIT, FOR ACHORIG TO SEND ONCE THE
      *      DEBIT HAS POSTED.
      *  AN INSTRUCTION WITH A BAD AMOUNT, AN ACCOUNT THAT IS NOT ON
      *  FILE AND ACTIVE, OR A PAYEE THAT IS NOT ON FILE AND ACTIVE IS
      *  NOT CARDED; IT IS LISTED AND THE RUN ENDS WITH RETURN CODE 4.
      *  WHETHER THE ACCOUNT CAN STAND THE DEBIT IS LEFT TO TXNPOST.
      *  A BATCH ID ALREADY ON ACHITEM IS REFUSED WITH RETURN CODE 8
      *  SO A RERUN CANNOT PAY ANYONE TWICE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREP-PARM-FILE ASSIGN TO ACHPPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT INSTRUCTION-FILE ASSIGN TO ACHPAYIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS INST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

           SELECT PAYEE-FILE ASSIGN TO PAYEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYEE-ID
               FILE STATUS IS PAYE-STATUS.

      *****************************************************************
      *  ACH-ITEM-FILE - ONE RECORD PER PAYMENT TO BE ORIGINATED.
      *  CREATED ON FIRST USE.
      *****************************************************************
           SELECT ACH-ITEM-FILE ASSIGN TO ACHITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACHI-KEY
               FILE STATUS IS ITEM-STATUS.

           SELECT PREP-ACTIVITY-FILE ASSIGN TO ACHPACTV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACTV-STATUS.

           SELECT PREP-REPORT ASSIGN TO ACHPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  PREP-PARM-FILE - ONE REQUIRED CARD: THE ACTIVITY BATCH ID TO
      *  STAMP ON ACHPACTV AND THE TRANSACTION TYPE TO CARD THE
      *  DEBITS UNDER.
      *****************************************************************
       FD  PREP-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PREP-PARM-RECORD.
           05  APP-BATCH-ID            PIC X(08).
           05  APP-DEBIT-TYPE          PIC X(08).
           05  FILLER                  PIC X(64).

       FD  INSTRUCTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EPICARD.

       FD  ACCOUNT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  PAYEE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY PAYECOPY.

       FD  ACH-ITEM-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY ACHICOPY.

       FD  PREP-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TXNCARD.

       FD  PREP-REPORT.
       01  PREP-REPORT-RECORD          PIC X(132).

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PARM-STATUS             PIC XX.
           05  INST-STATUS             PIC XX.
           05  ACCT-STATUS             PIC XX.
           05  PAYE-STATUS             PIC XX.
           05  ITEM-STATUS             PIC XX.
           05  ACTV-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  INSTRUCTION-COUNT       PIC 9(6) VALUE 0.
           05  CARD-GEN-COUNT          PIC 9(6) VALUE 0.
           05  REFUSED-COUNT           PIC 9(6) VALUE 0.

       01  PREP-TOTALS.
           05  BATCH-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  REFUSED-AMOUNT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  INSTRUCTION-VALID-SW        PIC X(01) VALUE 'Y'.
           88  INSTRUCTION-VALID                 VALUE 'Y'.
           88  INSTRUCTION-INVALID               VALUE 'N'.

       01  BATCH-CONTROL-WORK.
           05  BCW-BATCH-ID            PIC X(08) VALUE SPACES.
           05  BCW-DEBIT-TYPE          PIC X(08) VALUE SPACES.

      *****************************************************************
      *  THE NACHA ENTRY DETAIL IS BUILT HERE AND KEPT ON THE ITEM.
      *****************************************************************
       COPY NACHCOPY.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  PREP-MESSAGE                PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  PREP-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(33)
                   VALUE 'ACH PAYMENT PREPARATION REPORT'.
               10  FILLER              PIC X(10) VALUE 'FOR: '.
               10  PH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(10) VALUE '  BATCH: '.
               10  PH-BATCH-ID         PIC X(08).
               10  FILLER              PIC X(21) VALUE SPACES.

           05  PREP-COL-HEADER.
               10  FILLER              PIC X(6)  VALUE 'ITEM'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'PAYEE'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(9)  VALUE 'ROUTING'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(17) VALUE 'PAYEE ACCOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'AMOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'ORDER'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(10) VALUE SPACES.

           05  PREP-DETAIL.
               10  PD-ITEM-SEQ         PIC 9(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PD-PAYEE-ID         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PD-ROUTING          PIC X(9).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PD-DFI-ACCOUNT      PIC X(17).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PD-AMOUNT           PIC X(15).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PD-ORDER-ID         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  PD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(10) VALUE SPACES.

           05  PREP-TOTAL-LINE.
               10  PT-LABEL            PIC X(30).
               10  PT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM CHECK-BATCH-NOT-PREPARED
           PERFORM OPEN-PREP-OUTPUT
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-INSTRUCTIONS
           PERFORM WRITE-BATCH-TRAILER
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  THE BATCH HEADER IS
      *  STAMPED WITH IT AND AN UNDATED INSTRUCTION IS DATED WITH IT.
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
           PERFORM READ-PREP-PARM

           OPEN INPUT ACCOUNT-FILE
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PAYEE-FILE
           IF PAYE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYEE FILE: ' PAYE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACH-ITEM-FILE
           IF ITEM-STATUS NOT = '00'
              OPEN OUTPUT ACH-ITEM-FILE
              IF ITEM-STATUS = '00'
                 CLOSE ACH-ITEM-FILE
                 OPEN I-O ACH-ITEM-FILE
              END-IF
           END-IF
           IF ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH ITEM FILE: ' ITEM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT INSTRUCTION-FILE
           IF INST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INSTRUCTION FILE: ' INST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-PREP-PARM.
           OPEN INPUT PREP-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PREP PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ PREP-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'PREP PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF APP-BATCH-ID = SPACES OR APP-DEBIT-TYPE = SPACES
              DISPLAY 'INVALID PREP PARM CARD: ' APP-BATCH-ID
                  ' ' APP-DEBIT-TYPE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE APP-BATCH-ID TO BCW-BATCH-ID
           MOVE APP-DEBIT-TYPE TO BCW-DEBIT-TYPE
           CLOSE PREP-PARM-FILE.

       CHECK-BATCH-NOT-PREPARED.
           MOVE SPACES TO ACH-ITEM-RECORD
           SET ACHI-OUTBOUND TO TRUE
           MOVE BCW-BATCH-ID TO ACHI-BATCH-ID
           MOVE 0 TO ACHI-ITEM-SEQ
           START ACH-ITEM-FILE KEY IS NOT LESS THAN ACHI-KEY
               INVALID KEY
                   MOVE '23' TO ITEM-STATUS
           END-START
           IF ITEM-STATUS = '00'
              READ ACH-ITEM-FILE NEXT RECORD
              IF ITEM-STATUS = '00'
                 AND ACHI-OUTBOUND
                 AND ACHI-BATCH-ID = BCW-BATCH-ID
                 DISPLAY 'ACH BATCH ALREADY PREPARED - RUN REFUSED: '
                     BCW-BATCH-ID
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       OPEN-PREP-OUTPUT.
           OPEN OUTPUT PREP-ACTIVITY-FILE
           OPEN OUTPUT PREP-REPORT

           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH ACTIVITY FILE: ' ACTV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH PREP REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RUN-BUSINESS-DATE TO PH-BUSINESS-DATE
           MOVE BCW-BATCH-ID TO PH-BATCH-ID
           MOVE PREP-HEADER TO PREP-REPORT-RECORD
           WRITE PREP-REPORT-RECORD
           MOVE SPACES TO PREP-REPORT-RECORD
           WRITE PREP-REPORT-RECORD
           MOVE PREP-COL-HEADER TO PREP-REPORT-RECORD
           WRITE PREP-REPORT-RECORD.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE BCW-BATCH-ID TO TAR-BATCH-ID
           MOVE RUN-BUSINESS-DATE TO TAR-BUSINESS-DATE
           SET TAR-HEADER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

       PROCESS-INSTRUCTIONS.
           PERFORM READ-INSTRUCTION
           PERFORM UNTIL INST-STATUS NOT = '00'
               ADD 1 TO INSTRUCTION-COUNT
               PERFORM EDIT-INSTRUCTION
               IF INSTRUCTION-VALID
                  PERFORM PREPARE-PAYMENT
               ELSE
                  ADD 1 TO REFUSED-COUNT
                  IF EPI-AMOUNT NUMERIC
                     ADD EPI-AMOUNT TO REFUSED-AMOUNT-TOTAL
                  END-IF
                  MOVE 0 TO PD-ITEM-SEQ
                  PERFORM LOG-PREP-RESULT
               END-IF
               PERFORM READ-INSTRUCTION
           END-PERFORM.

       READ-INSTRUCTION.
           READ INSTRUCTION-FILE
           IF INST-STATUS NOT = '00' AND INST-STATUS NOT = '10'
              DISPLAY 'ERROR READING INSTRUCTION FILE: ' INST-STATUS
           END-IF.

      *****************************************************************
      *  EDIT-INSTRUCTION - THE AMOUNT MUST BE POSITIVE AND FIT A
      *  NACHA ENTRY, THE ACCOUNT MUST BE ON FILE AND ACTIVE, AND THE
      *  PAYEE MUST BE ON FILE AND ACTIVE.
      *****************************************************************
       EDIT-INSTRUCTION.
           SET INSTRUCTION-VALID TO TRUE
           MOVE SPACES TO PAYEE-RECORD

           EVALUATE TRUE
               WHEN EPI-AMOUNT NOT NUMERIC
               WHEN EPI-AMOUNT = 0
                   MOVE 'INVALID AMOUNT' TO PREP-MESSAGE
                   SET INSTRUCTION-INVALID TO TRUE
               WHEN EPI-AMOUNT > 99999999.99
                   MOVE 'AMOUNT TOO LARGE FOR ACH' TO PREP-MESSAGE
                   SET INSTRUCTION-INVALID TO TRUE
               WHEN OTHER
                   MOVE EPI-FROM-ACCOUNT TO CUST-KEY
                   READ ACCOUNT-FILE
                       INVALID KEY
                           MOVE 'ACCOUNT NOT FOUND' TO PREP-MESSAGE
                           SET INSTRUCTION-INVALID TO TRUE
                       NOT INVALID KEY
                           IF NOT CUST-ACTIVE
                              MOVE 'ACCOUNT NOT ACTIVE' TO
                                  PREP-MESSAGE
                              SET INSTRUCTION-INVALID TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE

           IF INSTRUCTION-VALID
              MOVE EPI-PAYEE-ID TO PAYEE-ID
              READ PAYEE-FILE
                  INVALID KEY
                      MOVE SPACES TO PAYEE-RECORD
                      MOVE 'PAYEE NOT FOUND' TO PREP-MESSAGE
                      SET INSTRUCTION-INVALID TO TRUE
                  NOT INVALID KEY
                      IF NOT PAYEE-ACTIVE
                         MOVE 'PAYEE NOT ACTIVE' TO PREP-MESSAGE
                         SET INSTRUCTION-INVALID TO TRUE
                      END-IF
              END-READ
           END-IF.

      *****************************************************************
      *  PREPARE-PAYMENT - CARD THE DEBIT AND KEEP THE CREDIT ENTRY
      *  TO BE SENT.  THE ENTRY'S TRANSACTION CODE FOLLOWS THE
      *  PAYEE'S ACCOUNT TYPE (22 CHECKING, 32 SAVINGS); ITS
      *  INDIVIDUAL ID IS OUR CUSTOMER'S ACCOUNT SO THE PAYEE'S BANK
      *  CAN SAY WHO PAID.  THE TRACE NUMBER IS ADDED BY ACHORIG.
      *****************************************************************
       PREPARE-PAYMENT.
           ADD 1 TO CARD-GEN-COUNT
           MOVE SPACES TO ACH-ITEM-RECORD
           SET ACHI-OUTBOUND TO TRUE
           MOVE BCW-BATCH-ID TO ACHI-BATCH-ID
           MOVE CARD-GEN-COUNT TO ACHI-ITEM-SEQ
           MOVE RUN-BUSINESS-DATE TO ACHI-BUSINESS-DATE
           SET ACHI-CARDED TO TRUE
           MOVE RUN-BUSINESS-DATE TO ACHI-STATUS-DATE
           MOVE CARD-GEN-COUNT TO ACHI-CARD-SEQ
           MOVE EPI-FROM-ACCOUNT TO ACHI-ACCOUNT
           COMPUTE ACHI-AMOUNT = 0 - EPI-AMOUNT
           MOVE EPI-ORDER-ID TO ACHI-ORDER-ID
           MOVE EPI-PAYEE-ID TO ACHI-PAYEE-ID

           MOVE SPACES TO NACHA-RECORD
           SET NACH-ENTRY-DETAIL TO TRUE
           IF PAYEE-SAVINGS
              MOVE '32' TO NED-TRANSACTION-CODE
           ELSE
              MOVE '22' TO NED-TRANSACTION-CODE
           END-IF
           MOVE PAYEE-DFI-ID TO NED-RDFI-ID
           MOVE PAYEE-CHECK-DIGIT TO NED-CHECK-DIGIT
           MOVE PAYEE-DFI-ACCOUNT TO NED-DFI-ACCOUNT
           MOVE EPI-AMOUNT TO NED-AMOUNT
           MOVE EPI-FROM-ACCOUNT TO NED-INDIVIDUAL-ID
           MOVE PAYEE-NAME TO NED-INDIVIDUAL-NAME
           MOVE '0' TO NED-ADDENDA-IND
           MOVE NACHA-RECORD TO ACHI-ENTRY-IMAGE

           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE EPI-FROM-ACCOUNT TO TAR-FROM-ACCOUNT
           MOVE BCW-DEBIT-TYPE TO TAR-TXN-TYPE
           MOVE ACHI-AMOUNT TO TAR-TXN-AMOUNT
           IF EPI-PAY-DATE = SPACES
              MOVE RUN-BUSINESS-DATE TO TAR-TXN-DATE
           ELSE
              MOVE EPI-PAY-DATE TO TAR-TXN-DATE
           END-IF
           IF EPI-DESCRIPTION = SPACES
              STRING 'ACH PAYMENT ' DELIMITED BY SIZE
                     PAYEE-NAME DELIMITED BY SIZE
                  INTO TAR-TXN-DESCRIPTION
           ELSE
              MOVE EPI-DESCRIPTION TO TAR-TXN-DESCRIPTION
           END-IF
           SET TAR-SINGLE-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD

           PERFORM WRITE-ACH-ITEM
           ADD ACHI-AMOUNT TO BATCH-AMOUNT-TOTAL
           MOVE ACHI-ITEM-SEQ TO PD-ITEM-SEQ
           MOVE 'CARDED FOR ORIGINATION' TO PREP-MESSAGE
           PERFORM LOG-PREP-RESULT.

       WRITE-ACH-ITEM.
           WRITE ACH-ITEM-RECORD
           IF ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACH ITEM ' ACHI-KEY ': '
                  ITEM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOG-PREP-RESULT.
           MOVE EPI-FROM-ACCOUNT TO PD-ACCT-ID
           MOVE EPI-PAYEE-ID TO PD-PAYEE-ID
           MOVE PAYEE-ROUTING TO PD-ROUTING
           MOVE PAYEE-DFI-ACCOUNT TO PD-DFI-ACCOUNT
           IF EPI-AMOUNT NUMERIC
              MOVE EPI-AMOUNT TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO PD-AMOUNT
           ELSE
              MOVE SPACES TO PD-AMOUNT
           END-IF
           MOVE EPI-ORDER-ID TO PD-ORDER-ID
           MOVE PREP-MESSAGE TO PD-MESSAGE
           MOVE PREP-DETAIL TO PREP-REPORT-RECORD
           WRITE PREP-REPORT-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE CARD-GEN-COUNT TO TAR-TRAILER-COUNT
           MOVE BATCH-AMOUNT-TOTAL TO TAR-TRAILER-AMOUNT
           SET TAR-TRAILER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-ACTIVITY-RECORD.
           WRITE TXN-ACTIVITY-RECORD
           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACH ACTIVITY FILE: ' ACTV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       TERMINATION.
           MOVE SPACES TO PREP-REPORT-RECORD
           WRITE PREP-REPORT-RECORD
           MOVE 'INSTRUCTIONS READ:' TO PT-LABEL
           MOVE INSTRUCTION-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO PT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'PAYMENTS CARDED:' TO PT-LABEL
           MOVE CARD-GEN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO PT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CARDED NET AMOUNT:' TO PT-LABEL
           MOVE BATCH-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO PT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'INSTRUCTIONS REFUSED:' TO PT-LABEL
           MOVE REFUSED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO PT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'REFUSED AMOUNT:' TO PT-LABEL
           MOVE REFUSED-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO PT-VALUE
           PERFORM WRITE-TOTAL-LINE

           DISPLAY 'BATCH STAMPED: ' BCW-BATCH-ID
               ' FOR ' RUN-BUSINESS-DATE
           DISPLAY 'ACH PAYMENTS CARDED: ' CARD-GEN-COUNT
           DISPLAY 'ACH INSTRUCTIONS REFUSED: ' REFUSED-COUNT

           IF REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE INSTRUCTION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE PAYEE-FILE
           CLOSE ACH-ITEM-FILE
           CLOSE PREP-ACTIVITY-FILE
           CLOSE PREP-REPORT.

       WRITE-TOTAL-LINE.
           MOVE PREP-TOTAL-LINE TO PREP-REPORT-RECORD
           WRITE PREP-REPORT-RECORD.
