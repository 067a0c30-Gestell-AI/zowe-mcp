       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHORIG.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  ACHORIG - OUTBOUND ACH ORIGINATION
      *  RUN AFTER TXNPOST HAS POSTED AN ACHPREP DEBIT BATCH.  EVERY
      *  OUTBOUND ITEM OF THE BATCH ON ACHITEM IS MATCHED TO WHAT
      *  TXNPOST DID WITH ITS DEBIT, BY THE BATCH ID AND CARD
      *  SEQUENCE SUSPFILE IS KEYED ON:
      *    - NO SUSPENSE ITEM - THE CUSTOMER HAS BEEN DEBITED, SO THE
      *      CREDIT TO THE PAYEE IS SENT ON ACHORGFL UNDER A TRACE
      *      NUMBER MADE OF OUR DFI ID AND THE ITEM SEQUENCE;
      *    - A SUSPENSE ITEM - THE DEBIT DID NOT POST, SO THE PAYMENT
      *      IS DECLINED.  AN OPEN SUSPENSE ITEM IS CANCELLED SO THE
      *      DEBIT CAN NEVER BE RESUBMITTED WITHOUT THE PAYMENT; ONE
      *      DATA CONTROL HAS ALREADY WORKED IS LISTED FOR FOLLOW-UP
      *      AND THE RUN ENDS WITH RETURN CODE 4.
      *  THE ENTRIES GO OUT AS ONE CREDIT BATCH (SERVICE CLASS 220,
      *  PPD) IN A STANDARD NACHA FILE TO THE ACH OPERATOR NAMED ON
      *  ACHCTL, BLOCKED AND FILLED TO A MULTIPLE OF TEN RECORDS.  AN
      *  ITEM ALREADY ORIGINATED BY AN EARLIER RUN FOR THE BATCH IS
      *  WRITTEN AGAIN UNDER ITS ORIGINAL TRACE NUMBER, SO A RERUN
      *  REBUILDS THE SAME FILE.  A BATCH NOT YET ON THE BATCHCTL
      *  POSTED TRAIL IS REFUSED WITH RETURN CODE 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-CONTROL-FILE ASSIGN TO ACHCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACHC-STATUS.

           SELECT ORIG-PARM-FILE ASSIGN TO ACHOPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BCH-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               ALTERNATE RECORD KEY IS SUS-RESUB-KEY WITH DUPLICATES
               FILE STATUS IS SUSP-STATUS.

           SELECT ACH-ITEM-FILE ASSIGN TO ACHITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACHI-KEY
               FILE STATUS IS ITEM-STATUS.

           SELECT ORIGINATION-FILE ASSIGN TO ACHORGFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORGF-STATUS.

           SELECT ORIG-REPORT ASSIGN TO ACHGRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACHCCARD.

      *****************************************************************
      *  ORIG-PARM-FILE - ONE REQUIRED CARD NAMING THE ACHPREP DEBIT
      *  BATCH TO ORIGINATE, THE FILE ID MODIFIER (A IF BLANK) AND
      *  THE ENTRY DESCRIPTION THE PAYEES WILL SEE (PAYMENT IF
      *  BLANK).
      *****************************************************************
       FD  ORIG-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ORIG-PARM-RECORD.
           05  OPR-BATCH-ID            PIC X(08).
           05  OPR-FILE-ID-MODIFIER    PIC X(01).
           05  OPR-ENTRY-DESC          PIC X(10).
           05  FILLER                  PIC X(61).

       FD  BATCH-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BCHCOPY.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY SUSPCOPY.

       FD  ACH-ITEM-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY ACHICOPY.

       FD  ORIGINATION-FILE
           RECORD CONTAINS 94 CHARACTERS.
       COPY NACHCOPY.

       FD  ORIG-REPORT.
       01  ORIG-REPORT-RECORD          PIC X(132).

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ACHC-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  BCH-STATUS              PIC XX.
           05  SUSP-STATUS             PIC XX.
           05  ITEM-STATUS             PIC XX.
           05  ORGF-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  ITEM-READ-COUNT         PIC 9(6) VALUE 0.
           05  ORIGINATED-COUNT        PIC 9(6) VALUE 0.
           05  DECLINED-COUNT          PIC 9(6) VALUE 0.
           05  FOLLOW-UP-COUNT         PIC 9(6) VALUE 0.

       01  ORIG-TOTALS.
           05  ORIGINATED-AMOUNT-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05  DECLINED-AMOUNT-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  BATCH-CONTROL-WORK.
           05  BCW-BATCH-ID            PIC X(08) VALUE SPACES.
           05  BCW-FILE-ID-MODIFIER    PIC X(01) VALUE SPACES.
           05  BCW-ENTRY-DESC          PIC X(10) VALUE SPACES.
           05  BCW-POSTED-SW           PIC X(01) VALUE 'N'.
               88  BCW-BATCH-POSTED              VALUE 'Y'.
               88  BCW-BATCH-NOT-POSTED          VALUE 'N'.

       01  SWITCHES.
           05  SUSPENSE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  SUSPENSE-FOUND                VALUE 'Y'.
               88  SUSPENSE-NOT-FOUND            VALUE 'N'.
           05  ORIG-BATCH-SW           PIC X(01) VALUE 'N'.
               88  ORIG-BATCH-OPEN               VALUE 'Y'.
               88  ORIG-BATCH-CLOSED             VALUE 'N'.

      *****************************************************************
      *  NACHA-DATE-WORK - THE BUSINESS DATE AS THE YYMMDD A NACHA
      *  EFFECTIVE ENTRY DATE IS, AND THE CLOCK AS THE FILE HEADER'S
      *  CREATION DATE AND HHMM TIME.
      *****************************************************************
       01  NACHA-DATE-WORK.
           05  NDW-BUSINESS-DATE.
               10  FILLER              PIC X(02).
               10  NDW-BUS-YY          PIC X(02).
               10  FILLER              PIC X(01).
               10  NDW-BUS-MM          PIC X(02).
               10  FILLER              PIC X(01).
               10  NDW-BUS-DD          PIC X(02).
           05  NDW-EFFECTIVE-DATE.
               10  NDW-EFF-YY          PIC X(02).
               10  NDW-EFF-MM          PIC X(02).
               10  NDW-EFF-DD          PIC X(02).
           05  NDW-CLOCK-DATE          PIC X(06).
           05  NDW-CLOCK-TIME.
               10  NDW-CLOCK-HHMM      PIC X(04).
               10  FILLER              PIC X(04).

      *****************************************************************
      *  ORIG-FILE-WORK - RUNNING CONTROLS FOR THE ORIGINATION FILE.
      *  THE ENTRY HASH IS ACCUMULATED IN FULL AND CUT TO ITS LOW-
      *  ORDER TEN DIGITS BY THE MOVE INTO THE TEN-DIGIT FIELD.
      *****************************************************************
       01  ORIG-FILE-WORK.
           05  OFW-RECORD-COUNT        PIC 9(08) VALUE 0.
           05  OFW-BLOCK-COUNT         PIC 9(06) VALUE 0.
           05  OFW-BLOCK-REMAINDER     PIC 9(02) VALUE 0.
           05  OFW-BATCH-COUNT         PIC 9(06) VALUE 0.
           05  OFW-ENTRY-COUNT         PIC 9(08) VALUE 0.
           05  OFW-HASH-SUM            PIC 9(12) VALUE 0.
           05  OFW-ENTRY-HASH          PIC 9(10) VALUE 0.
           05  OFW-CREDIT-TOTAL        PIC 9(10)V99 VALUE 0.
           05  OFW-TRACE-NUMBER.
               10  OFW-TRACE-DFI-ID    PIC X(08).
               10  OFW-TRACE-SEQ       PIC 9(07).

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  ORIG-MESSAGE                PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  ORIG-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(33)
                   VALUE 'ACH ORIGINATION REPORT'.
               10  FILLER              PIC X(10) VALUE 'FOR: '.
               10  OH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(10) VALUE '  BATCH: '.
               10  OH-BATCH-ID         PIC X(08).
               10  FILLER              PIC X(21) VALUE SPACES.

           05  ORIG-COL-HEADER.
               10  FILLER              PIC X(6)  VALUE 'ITEM'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'PAYEE'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'AMOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'REJECT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'TRACE NUMBER'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(25) VALUE SPACES.

           05  ORIG-DETAIL.
               10  OD-ITEM-SEQ         PIC 9(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  OD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  OD-PAYEE-ID         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  OD-AMOUNT           PIC X(15).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  OD-POST-REASON      PIC X(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  OD-TRACE-NUMBER     PIC X(15).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  OD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(25) VALUE SPACES.

           05  ORIG-TOTAL-LINE.
               10  OT-LABEL            PIC X(30).
               10  OT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM WRITE-FILE-HEADER
           PERFORM PROCESS-BATCH-ITEMS
           IF ORIG-BATCH-OPEN
              PERFORM CLOSE-ORIG-BATCH
           END-IF
           PERFORM WRITE-FILE-CONTROL
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  THE PAYMENTS ARE EFFECTIVE
      *  ON IT AND THE ITEMS ARE STAMPED WITH IT.
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
           MOVE BDC-BUSINESS-DATE TO NDW-BUSINESS-DATE
           MOVE NDW-BUS-YY TO NDW-EFF-YY
           MOVE NDW-BUS-MM TO NDW-EFF-MM
           MOVE NDW-BUS-DD TO NDW-EFF-DD
           CLOSE BUSDATE-FILE.

       INITIALIZATION.
           PERFORM READ-ORIG-PARM
           PERFORM READ-ACH-CONTROL
           PERFORM CHECK-BATCH-POSTED

           OPEN I-O SUSPENSE-FILE
           IF SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUSPENSE FILE: ' SUSP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACH-ITEM-FILE
           IF ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH ITEM FILE: ' ITEM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ORIGINATION-FILE
           IF ORGF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH ORIGINATION FILE: '
                  ORGF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ORIG-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH ORIGINATION REPORT: '
                  RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RUN-BUSINESS-DATE TO OH-BUSINESS-DATE
           MOVE BCW-BATCH-ID TO OH-BATCH-ID
           MOVE ORIG-HEADER TO ORIG-REPORT-RECORD
           WRITE ORIG-REPORT-RECORD
           MOVE SPACES TO ORIG-REPORT-RECORD
           WRITE ORIG-REPORT-RECORD
           MOVE ORIG-COL-HEADER TO ORIG-REPORT-RECORD
           WRITE ORIG-REPORT-RECORD.

       READ-ORIG-PARM.
           OPEN INPUT ORIG-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ORIGINATION PARM FILE: '
                  PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ORIG-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ORIGINATION PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF OPR-BATCH-ID = SPACES
              DISPLAY 'INVALID ORIGINATION PARM CARD: ' OPR-BATCH-ID
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE OPR-BATCH-ID TO BCW-BATCH-ID
           IF OPR-FILE-ID-MODIFIER = SPACE
              MOVE 'A' TO BCW-FILE-ID-MODIFIER
           ELSE
              MOVE OPR-FILE-ID-MODIFIER TO BCW-FILE-ID-MODIFIER
           END-IF
           IF OPR-ENTRY-DESC = SPACES
              MOVE 'PAYMENT' TO BCW-ENTRY-DESC
           ELSE
              MOVE OPR-ENTRY-DESC TO BCW-ENTRY-DESC
           END-IF
           CLOSE ORIG-PARM-FILE.

       READ-ACH-CONTROL.
           OPEN INPUT ACH-CONTROL-FILE
           IF ACHC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH CONTROL FILE: ' ACHC-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ACH-CONTROL-FILE
           IF ACHC-STATUS NOT = '00'
              DISPLAY 'ACH CONTROL CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ACC-OUR-ROUTING NOT NUMERIC
              OR ACC-OPERATOR-ROUTING NOT NUMERIC
              OR ACC-COMPANY-ID = SPACES
              DISPLAY 'INVALID ACH CONTROL CARD: ' ACC-OUR-ROUTING
                  ' ' ACC-OPERATOR-ROUTING ' ' ACC-COMPANY-ID
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE ACH-CONTROL-FILE.

      *****************************************************************
      *  CHECK-BATCH-POSTED - SCAN THE BATCHCTL TRAIL FOR THE BATCH.
      *  UNTIL TXNPOST HAS POSTED IT, NO PAYMENT CAN BE SENT.
      *****************************************************************
       CHECK-BATCH-POSTED.
           OPEN INPUT BATCH-CONTROL-FILE
           IF BCH-STATUS = '00'
              PERFORM READ-POSTED-BATCH
              PERFORM UNTIL BCH-STATUS NOT = '00'
                  IF PBR-BATCH-ID = BCW-BATCH-ID
                     SET BCW-BATCH-POSTED TO TRUE
                  END-IF
                  PERFORM READ-POSTED-BATCH
              END-PERFORM
              CLOSE BATCH-CONTROL-FILE
           END-IF

           IF BCW-BATCH-NOT-POSTED
              DISPLAY 'ACH BATCH NOT YET POSTED - RUN REFUSED: '
                  BCW-BATCH-ID
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-POSTED-BATCH.
           READ BATCH-CONTROL-FILE
           IF BCH-STATUS NOT = '00' AND BCH-STATUS NOT = '10'
              DISPLAY 'ERROR READING BATCH CONTROL FILE: ' BCH-STATUS
           END-IF.

       WRITE-FILE-HEADER.
           ACCEPT NDW-CLOCK-DATE FROM DATE
           ACCEPT NDW-CLOCK-TIME FROM TIME
           MOVE SPACES TO NACHA-RECORD
           SET NACH-FILE-HEADER TO TRUE
           MOVE '01' TO NFH-PRIORITY-CODE
           STRING ' ' ACC-OPERATOR-ROUTING DELIMITED BY SIZE
               INTO NFH-IMMEDIATE-DEST
           STRING ' ' ACC-OUR-ROUTING DELIMITED BY SIZE
               INTO NFH-IMMEDIATE-ORIGIN
           MOVE NDW-CLOCK-DATE TO NFH-CREATION-DATE
           MOVE NDW-CLOCK-HHMM TO NFH-CREATION-TIME
           MOVE BCW-FILE-ID-MODIFIER TO NFH-FILE-ID-MODIFIER
           MOVE '094' TO NFH-RECORD-SIZE
           MOVE '10' TO NFH-BLOCKING-FACTOR
           MOVE '1' TO NFH-FORMAT-CODE
           MOVE ACC-OPERATOR-NAME TO NFH-DEST-NAME
           MOVE ACC-OUR-NAME TO NFH-ORIGIN-NAME
           PERFORM WRITE-NACHA-RECORD.

      *****************************************************************
      *  PROCESS-BATCH-ITEMS - READ THE BATCH'S OUTBOUND ITEMS IN
      *  ITEM SEQUENCE BY KEY PREFIX.
      *****************************************************************
       PROCESS-BATCH-ITEMS.
           MOVE SPACES TO ACH-ITEM-RECORD
           SET ACHI-OUTBOUND TO TRUE
           MOVE BCW-BATCH-ID TO ACHI-BATCH-ID
           MOVE 0 TO ACHI-ITEM-SEQ
           START ACH-ITEM-FILE KEY IS NOT LESS THAN ACHI-KEY
               INVALID KEY
                   MOVE '23' TO ITEM-STATUS
           END-START
           IF ITEM-STATUS = '00'
              PERFORM READ-NEXT-ITEM
           END-IF

           IF ITEM-STATUS NOT = '00'
              DISPLAY 'NO OUTBOUND ACH ITEMS FOR BATCH - RUN REFUSED: '
                  BCW-BATCH-ID
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL ITEM-STATUS NOT = '00'
               ADD 1 TO ITEM-READ-COUNT
               PERFORM PROCESS-ONE-ITEM
               PERFORM READ-NEXT-ITEM
           END-PERFORM.

       READ-NEXT-ITEM.
           READ ACH-ITEM-FILE NEXT RECORD
           IF ITEM-STATUS = '00'
              IF NOT ACHI-OUTBOUND OR ACHI-BATCH-ID NOT = BCW-BATCH-ID
                 MOVE '10' TO ITEM-STATUS
              END-IF
           ELSE
              IF ITEM-STATUS NOT = '10'
                 DISPLAY 'ERROR READING ACH ITEM FILE: ' ITEM-STATUS
              END-IF
           END-IF.

       PROCESS-ONE-ITEM.
           EVALUATE TRUE
               WHEN ACHI-CARDED
                   PERFORM RESOLVE-CARDED-ITEM
               WHEN ACHI-ORIGINATED
                   MOVE ACHI-ENTRY-IMAGE TO NACHA-RECORD
                   PERFORM WRITE-ORIG-ENTRY
                   MOVE 'ORIGINATED AGAIN ON RERUN' TO ORIG-MESSAGE
                   PERFORM LOG-ORIG-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  RESOLVE-CARDED-ITEM - A DEBIT THAT POSTED LEAVES NO TRACE ON
      *  SUSPFILE; ANY SUSPENSE ITEM FOR THE CARD MEANS THE CUSTOMER
      *  WAS NOT DEBITED AND THE PAYEE IS NOT PAID.
      *****************************************************************
       RESOLVE-CARDED-ITEM.
           MOVE ACHI-BATCH-ID TO SUS-BATCH-ID
           MOVE ACHI-CARD-SEQ TO SUS-CARD-SEQ
           READ SUSPENSE-FILE
               INVALID KEY
                   SET SUSPENSE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET SUSPENSE-FOUND TO TRUE
           END-READ

           IF SUSPENSE-NOT-FOUND
              PERFORM ORIGINATE-ACH-ITEM
              MOVE 'ORIGINATED' TO ORIG-MESSAGE
           ELSE
              MOVE SUS-REASON-CODE TO ACHI-POST-REASON
              IF SUS-OPEN
                 SET SUS-CANCELLED TO TRUE
                 MOVE RUN-BUSINESS-DATE TO SUS-STATUS-DATE
                 REWRITE SUSPENSE-RECORD
                 IF SUSP-STATUS NOT = '00'
                    DISPLAY 'ERROR CANCELLING SUSPENSE ITEM ' SUS-KEY
                        ': ' SUSP-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE 'DECLINED - DEBIT NOT POSTED' TO ORIG-MESSAGE
              ELSE
                 ADD 1 TO FOLLOW-UP-COUNT
                 MOVE 'DECLINED - SUSPENSE ALREADY WORKED' TO
                     ORIG-MESSAGE
              END-IF
              SET ACHI-DECLINED TO TRUE
              MOVE RUN-BUSINESS-DATE TO ACHI-STATUS-DATE
              PERFORM REWRITE-ACH-ITEM
              ADD 1 TO DECLINED-COUNT
              ADD ACHI-AMOUNT TO DECLINED-AMOUNT-TOTAL
           END-IF
           PERFORM LOG-ORIG-RESULT.

       ORIGINATE-ACH-ITEM.
           MOVE ACC-OUR-DFI-ID TO OFW-TRACE-DFI-ID
           MOVE ACHI-ITEM-SEQ TO OFW-TRACE-SEQ
           MOVE ACHI-ENTRY-IMAGE TO NACHA-RECORD
           MOVE OFW-TRACE-NUMBER TO NED-TRACE-NUMBER
           MOVE NACHA-RECORD TO ACHI-ENTRY-IMAGE
           MOVE OFW-TRACE-NUMBER TO ACHI-SENT-TRACE
           SET ACHI-ORIGINATED TO TRUE
           MOVE RUN-BUSINESS-DATE TO ACHI-STATUS-DATE
           PERFORM REWRITE-ACH-ITEM
           PERFORM WRITE-ORIG-ENTRY.

      *****************************************************************
      *  WRITE-ORIG-ENTRY - THE ENTRY IN NACHA-RECORD GOES INTO THE
      *  ONE CREDIT BATCH, OPENED WITH THE FIRST ENTRY.
      *****************************************************************
       WRITE-ORIG-ENTRY.
           IF ORIG-BATCH-CLOSED
              PERFORM OPEN-ORIG-BATCH
              MOVE ACHI-ENTRY-IMAGE TO NACHA-RECORD
           END-IF
           ADD NED-RDFI-ID TO OFW-HASH-SUM
           ADD NED-AMOUNT TO OFW-CREDIT-TOTAL
           ADD 1 TO OFW-ENTRY-COUNT
           PERFORM WRITE-NACHA-RECORD
           ADD 1 TO ORIGINATED-COUNT
           ADD ACHI-AMOUNT TO ORIGINATED-AMOUNT-TOTAL.

       OPEN-ORIG-BATCH.
           SET ORIG-BATCH-OPEN TO TRUE
           ADD 1 TO OFW-BATCH-COUNT
           MOVE SPACES TO NACHA-RECORD
           SET NACH-BATCH-HEADER TO TRUE
           MOVE '220' TO NBH-SERVICE-CLASS
           MOVE ACC-OUR-NAME TO NBH-COMPANY-NAME
           MOVE ACC-COMPANY-ID TO NBH-COMPANY-ID
           MOVE 'PPD' TO NBH-SEC-CODE
           MOVE BCW-ENTRY-DESC TO NBH-ENTRY-DESC
           MOVE NDW-EFFECTIVE-DATE TO NBH-EFFECTIVE-DATE
           MOVE '1' TO NBH-ORIGINATOR-STATUS
           MOVE ACC-OUR-DFI-ID TO NBH-ODFI-ID
           MOVE OFW-BATCH-COUNT TO NBH-BATCH-NUMBER
           PERFORM WRITE-NACHA-RECORD.

       CLOSE-ORIG-BATCH.
           MOVE OFW-HASH-SUM TO OFW-ENTRY-HASH
           MOVE SPACES TO NACHA-RECORD
           SET NACH-BATCH-CONTROL TO TRUE
           MOVE '220' TO NBC-SERVICE-CLASS
           MOVE OFW-ENTRY-COUNT TO NBC-ENTRY-COUNT
           MOVE OFW-ENTRY-HASH TO NBC-ENTRY-HASH
           MOVE 0 TO NBC-TOTAL-DEBIT
           MOVE OFW-CREDIT-TOTAL TO NBC-TOTAL-CREDIT
           MOVE ACC-COMPANY-ID TO NBC-COMPANY-ID
           MOVE ACC-OUR-DFI-ID TO NBC-ODFI-ID
           MOVE OFW-BATCH-COUNT TO NBC-BATCH-NUMBER
           PERFORM WRITE-NACHA-RECORD
           SET ORIG-BATCH-CLOSED TO TRUE.

      *****************************************************************
      *  WRITE-FILE-CONTROL - THE FILE CONTROL, THEN RECORDS OF ALL
      *  NINES TO FILL OUT THE LAST BLOCK OF TEN.  WITH ONE BATCH THE
      *  FILE TOTALS ARE THE BATCH TOTALS.
      *****************************************************************
       WRITE-FILE-CONTROL.
           COMPUTE OFW-BLOCK-COUNT = (OFW-RECORD-COUNT + 10) / 10
           MOVE OFW-HASH-SUM TO OFW-ENTRY-HASH
           MOVE SPACES TO NACHA-RECORD
           SET NACH-FILE-CONTROL TO TRUE
           MOVE OFW-BATCH-COUNT TO NFC-BATCH-COUNT
           MOVE OFW-BLOCK-COUNT TO NFC-BLOCK-COUNT
           MOVE OFW-ENTRY-COUNT TO NFC-ENTRY-COUNT
           MOVE OFW-ENTRY-HASH TO NFC-ENTRY-HASH
           MOVE 0 TO NFC-TOTAL-DEBIT
           MOVE OFW-CREDIT-TOTAL TO NFC-TOTAL-CREDIT
           PERFORM WRITE-NACHA-RECORD

           DIVIDE OFW-RECORD-COUNT BY 10 GIVING OFW-BLOCK-COUNT
               REMAINDER OFW-BLOCK-REMAINDER
           PERFORM UNTIL OFW-BLOCK-REMAINDER = 0
               MOVE ALL '9' TO NACHA-RECORD
               PERFORM WRITE-NACHA-RECORD
               DIVIDE OFW-RECORD-COUNT BY 10 GIVING OFW-BLOCK-COUNT
                   REMAINDER OFW-BLOCK-REMAINDER
           END-PERFORM.

       WRITE-NACHA-RECORD.
           WRITE NACHA-RECORD
           IF ORGF-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACH ORIGINATION FILE: '
                  ORGF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO OFW-RECORD-COUNT.

       REWRITE-ACH-ITEM.
           REWRITE ACH-ITEM-RECORD
           IF ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING ACH ITEM ' ACHI-KEY ': '
                  ITEM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOG-ORIG-RESULT.
           MOVE ACHI-ITEM-SEQ TO OD-ITEM-SEQ
           MOVE ACHI-ACCOUNT TO OD-ACCT-ID
           MOVE ACHI-PAYEE-ID TO OD-PAYEE-ID
           MOVE ACHI-AMOUNT TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO OD-AMOUNT
           MOVE ACHI-POST-REASON TO OD-POST-REASON
           MOVE ACHI-SENT-TRACE TO OD-TRACE-NUMBER
           MOVE ORIG-MESSAGE TO OD-MESSAGE
           MOVE ORIG-DETAIL TO ORIG-REPORT-RECORD
           WRITE ORIG-REPORT-RECORD.

       TERMINATION.
           MOVE SPACES TO ORIG-REPORT-RECORD
           WRITE ORIG-REPORT-RECORD
           MOVE 'ITEMS READ:' TO OT-LABEL
           MOVE ITEM-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO OT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'PAYMENTS ORIGINATED:' TO OT-LABEL
           MOVE ORIGINATED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO OT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ORIGINATED NET AMOUNT:' TO OT-LABEL
           MOVE ORIGINATED-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO OT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'PAYMENTS DECLINED:' TO OT-LABEL
           MOVE DECLINED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO OT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DECLINED NET AMOUNT:' TO OT-LABEL
           MOVE DECLINED-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO OT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'FILE CREDIT TOTAL:' TO OT-LABEL
           MOVE OFW-CREDIT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO OT-VALUE
           PERFORM WRITE-TOTAL-LINE

           DISPLAY 'ACH PAYMENTS ORIGINATED: ' ORIGINATED-COUNT
           DISPLAY 'ACH PAYMENTS DECLINED: ' DECLINED-COUNT

           IF FOLLOW-UP-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE SUSPENSE-FILE
           CLOSE ACH-ITEM-FILE
           CLOSE ORIGINATION-FILE
           CLOSE ORIG-REPORT.

       WRITE-TOTAL-LINE.
           MOVE ORIG-TOTAL-LINE TO ORIG-REPORT-RECORD
           WRITE ORIG-REPORT-RECORD.
