       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  ACHRET - INBOUND ACH RETURNS
      *  RUN AFTER TXNPOST HAS POSTED AN ACHIN ACTIVITY BATCH.  EVERY
      *  INBOUND ITEM OF THE BATCH ON ACHITEM IS MATCHED TO WHAT
      *  TXNPOST DID WITH ITS CARD, BY THE BATCH ID AND CARD SEQUENCE
      *  SUSPFILE IS KEYED ON:
      *    - NO SUSPENSE ITEM - THE CARD POSTED;
      *    - AN OPEN SUSPENSE ITEM - THE ENTRY IS RETURNED TO ITS
      *      ORIGINATOR WITH THE ACH RETURN REASON FOR TXNPOST'S
      *      REJECT CODE, AND THE SUSPENSE ITEM IS CANCELLED SO IT
      *      CAN NEVER BE RESUBMITTED AS WELL:
      *          R01 NOT ON FILE         -> R03 NO ACCOUNT
      *          R02 ACCOUNT CLOSED      -> R02 ACCOUNT CLOSED
      *          R10 ACCOUNT DORMANT     -> R16 ACCOUNT FROZEN
      *          R12 INSUFFICIENT FUNDS  -> R01 INSUFFICIENT FUNDS
      *          ANY OTHER REJECT        -> R17 FILE RECORD EDIT
      *    - A REJECT FOR A FILE WRITE FAILURE (R08), OR A SUSPENSE
      *      ITEM DATA CONTROL HAS ALREADY CLEARED OR RESUBMITTED, IS
      *      OUR PROBLEM, NOT THE ORIGINATOR'S: THE ITEM IS LEFT IN
      *      SUSPENSE TO BE WORKED THERE AND THE RUN ENDS WITH
      *      RETURN CODE 4.
      *  ENTRIES ACHIN HELD BACK AT INTAKE (R03 ACCOUNT NOT ON FILE,
      *  R04 INVALID ACCOUNT NUMBER) ARE RETURNED IN THE SAME FILE.
      *
      *  THE RETURNS GO OUT ON ACHRTNFL AS A STANDARD NACHA FILE
      *  ADDRESSED TO THE ACH OPERATOR: ONE RETURN BATCH PER BATCH
      *  RECEIVED, EACH RETURN ENTRY CARRYING THE RETURN TRANSACTION
      *  CODE (21, 26, 31 OR 36) AND A TYPE 99 RETURN ADDENDA NAMING
      *  THE REASON AND THE ORIGINAL TRACE NUMBER, THEN THE FILE
      *  CONTROL AND BLOCK FILL TO A MULTIPLE OF TEN RECORDS.  AN
      *  ITEM ALREADY RETURNED BY AN EARLIER RUN FOR THE BATCH IS
      *  WRITTEN AGAIN UNDER ITS ORIGINAL TRACE NUMBER, SO A RERUN
      *  REBUILDS THE SAME FILE RATHER THAN LOSING RETURNS.  A BATCH
      *  NOT YET ON THE BATCHCTL POSTED TRAIL IS REFUSED WITH RETURN
      *  CODE 8 - NOTHING CAN BE DECIDED BEFORE IT HAS POSTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-CONTROL-FILE ASSIGN TO ACHCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACHC-STATUS.

           SELECT RETURN-PARM-FILE ASSIGN TO ACHRPRM
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

           SELECT RETURN-FILE ASSIGN TO ACHRTNFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RTNF-STATUS.

           SELECT RETURN-REPORT ASSIGN TO ACHRRPT
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
      *  RETURN-PARM-FILE - ONE REQUIRED CARD NAMING THE ACHIN
      *  ACTIVITY BATCH TO RETURN FROM, AND THE FILE ID MODIFIER
      *  THAT TELLS THE OPERATOR APART TWO FILES SENT THE SAME DAY
      *  (A IF LEFT BLANK).
      *****************************************************************
       FD  RETURN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-PARM-RECORD.
           05  RPR-BATCH-ID            PIC X(08).
           05  RPR-FILE-ID-MODIFIER    PIC X(01).
           05  FILLER                  PIC X(71).

       FD  BATCH-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BCHCOPY.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY SUSPCOPY.

       FD  ACH-ITEM-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY ACHICOPY.

       FD  RETURN-FILE
           RECORD CONTAINS 94 CHARACTERS.
       COPY NACHCOPY.

       FD  RETURN-REPORT.
       01  RETURN-REPORT-RECORD        PIC X(132).

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
           05  RTNF-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  ITEM-READ-COUNT         PIC 9(6) VALUE 0.
           05  POSTED-COUNT            PIC 9(6) VALUE 0.
           05  RETURNED-COUNT          PIC 9(6) VALUE 0.
           05  SUSPENSE-COUNT          PIC 9(6) VALUE 0.

       01  RETURN-TOTALS.
           05  POSTED-AMOUNT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  RETURNED-AMOUNT-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  SUSPENSE-AMOUNT-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  BATCH-CONTROL-WORK.
           05  BCW-BATCH-ID            PIC X(08) VALUE SPACES.
           05  BCW-FILE-ID-MODIFIER    PIC X(01) VALUE SPACES.
           05  BCW-POSTED-SW           PIC X(01) VALUE 'N'.
               88  BCW-BATCH-POSTED              VALUE 'Y'.
               88  BCW-BATCH-NOT-POSTED          VALUE 'N'.

       01  SWITCHES.
           05  SUSPENSE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  SUSPENSE-FOUND                VALUE 'Y'.
               88  SUSPENSE-NOT-FOUND            VALUE 'N'.
           05  RETURN-BATCH-SW         PIC X(01) VALUE 'N'.
               88  RETURN-BATCH-OPEN             VALUE 'Y'.
               88  RETURN-BATCH-CLOSED           VALUE 'N'.

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
      *  ROUTING-CHECK - THE CHECK DIGIT OF THE ORIGINATING BANK'S
      *  ROUTING NUMBER, WHICH A RETURN IS ADDRESSED TO BUT WHICH AN
      *  ENTRY CARRIES ONLY AS ITS EIGHT-DIGIT ODFI ID: THE DIGIT THAT
      *  BRINGS THE 3-7-1 WEIGHTED SUM UP TO A MULTIPLE OF TEN.
      *****************************************************************
       01  ROUTING-CHECK.
           05  RTE-DFI-ID              PIC X(08).
           05  RTE-DIGITS REDEFINES RTE-DFI-ID.
               10  RTE-DIGIT           PIC 9(01) OCCURS 8 TIMES.
           05  RTE-WEIGHTED-SUM        PIC 9(04) VALUE 0.
           05  RTE-QUOTIENT            PIC 9(04) VALUE 0.
           05  RTE-REMAINDER           PIC 9(01) VALUE 0.
           05  RTE-CHECK-DIGIT         PIC 9(01) VALUE 0.

      *****************************************************************
      *  RETURN-FILE-WORK - RUNNING CONTROLS FOR THE RETURN FILE AND
      *  THE RETURN BATCH BEING BUILT.  A NEW RETURN BATCH STARTS
      *  WHENEVER THE ITEMS MOVE ON TO A DIFFERENT BATCH RECEIVED.
      *****************************************************************
       01  RETURN-FILE-WORK.
           05  RFW-RECORD-COUNT        PIC 9(08) VALUE 0.
           05  RFW-BLOCK-COUNT         PIC 9(06) VALUE 0.
           05  RFW-BLOCK-REMAINDER     PIC 9(02) VALUE 0.
           05  RFW-BATCH-COUNT         PIC 9(06) VALUE 0.
           05  RFW-ENTRY-COUNT         PIC 9(08) VALUE 0.
           05  RFW-HASH-SUM            PIC 9(12) VALUE 0.
           05  RFW-DEBIT-TOTAL         PIC 9(10)V99 VALUE 0.
           05  RFW-CREDIT-TOTAL        PIC 9(10)V99 VALUE 0.
           05  RFW-RETURN-CODE         PIC X(03) VALUE SPACES.
           05  RFW-ORIGINAL-TRACE      PIC X(15) VALUE SPACES.
           05  RFW-ORIGINAL-RDFI       PIC X(08) VALUE SPACES.
           05  RFW-RETURN-TRACE.
               10  RFW-TRACE-DFI-ID    PIC X(08).
               10  RFW-TRACE-SEQ       PIC 9(07).

       01  RETURN-BATCH-WORK.
           05  RBW-ORIGINAL-BATCH.
               10  RBW-ODFI-ID         PIC X(08) VALUE SPACES.
               10  RBW-COMPANY-ID      PIC X(10) VALUE SPACES.
               10  RBW-BATCH-NUMBER    PIC 9(07) VALUE 0.
           05  RBW-ENTRY-COUNT         PIC 9(06) VALUE 0.
           05  RBW-HASH-SUM            PIC 9(12) VALUE 0.
           05  RBW-ENTRY-HASH          PIC 9(10) VALUE 0.
           05  RBW-DEBIT-TOTAL         PIC 9(10)V99 VALUE 0.
           05  RBW-CREDIT-TOTAL        PIC 9(10)V99 VALUE 0.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  RETURN-MESSAGE              PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  RETURN-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(33)
                   VALUE 'ACH INBOUND RETURNS REPORT'.
               10  FILLER              PIC X(10) VALUE 'FOR: '.
               10  RH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(10) VALUE '  BATCH: '.
               10  RH-BATCH-ID         PIC X(08).
               10  FILLER              PIC X(21) VALUE SPACES.

           05  RETURN-COL-HEADER.
               10  FILLER              PIC X(6)  VALUE 'ITEM'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'CARD'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'AMOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'REJECT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(3)  VALUE 'RTN'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'RETURN TRACE'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(22) VALUE SPACES.

           05  RETURN-DETAIL.
               10  RD-ITEM-SEQ         PIC 9(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-CARD-SEQ         PIC 9(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-AMOUNT           PIC X(15).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-POST-REASON      PIC X(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-RETURN-CODE      PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-RETURN-TRACE     PIC X(15).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(22) VALUE SPACES.

           05  RETURN-TOTAL-LINE.
               10  RT-LABEL            PIC X(30).
               10  RT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM WRITE-FILE-HEADER
           PERFORM PROCESS-BATCH-ITEMS
           IF RETURN-BATCH-OPEN
              PERFORM CLOSE-RETURN-BATCH
           END-IF
           PERFORM WRITE-FILE-CONTROL
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  THE RETURN BATCHES ARE
      *  EFFECTIVE ON IT AND THE ITEMS ARE STAMPED WITH IT.
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
           PERFORM READ-RETURN-PARM
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

           OPEN OUTPUT RETURN-FILE
           IF RTNF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH RETURN FILE: ' RTNF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RETURN-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH RETURN REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RUN-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE BCW-BATCH-ID TO RH-BATCH-ID
           MOVE RETURN-HEADER TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE RETURN-COL-HEADER TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

       READ-RETURN-PARM.
           OPEN INPUT RETURN-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RETURN PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ RETURN-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'RETURN PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPR-BATCH-ID = SPACES
              DISPLAY 'INVALID RETURN PARM CARD: ' RPR-BATCH-ID
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RPR-BATCH-ID TO BCW-BATCH-ID
           IF RPR-FILE-ID-MODIFIER = SPACE
              MOVE 'A' TO BCW-FILE-ID-MODIFIER
           ELSE
              MOVE RPR-FILE-ID-MODIFIER TO BCW-FILE-ID-MODIFIER
           END-IF
           CLOSE RETURN-PARM-FILE.

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
              DISPLAY 'INVALID ACH CONTROL CARD: ' ACC-OUR-ROUTING
                  ' ' ACC-OPERATOR-ROUTING
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE ACH-CONTROL-FILE.

      *****************************************************************
      *  CHECK-BATCH-POSTED - SCAN THE BATCHCTL TRAIL FOR THE BATCH.
      *  UNTIL TXNPOST HAS POSTED IT, A MISSING SUSPENSE ITEM PROVES
      *  NOTHING.
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

      *****************************************************************
      *  WRITE-FILE-HEADER - THE RETURN FILE GOES FROM US TO THE ACH
      *  OPERATOR NAMED ON ACHCTL.
      *****************************************************************
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
      *  PROCESS-BATCH-ITEMS - READ THE BATCH'S INBOUND ITEMS IN ITEM
      *  SEQUENCE, THE ORDER THEY ARRIVED IN, BY KEY PREFIX.
      *****************************************************************
       PROCESS-BATCH-ITEMS.
           MOVE SPACES TO ACH-ITEM-RECORD
           SET ACHI-INBOUND TO TRUE
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
              DISPLAY 'NO INBOUND ACH ITEMS FOR BATCH - RUN REFUSED: '
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
              IF NOT ACHI-INBOUND OR ACHI-BATCH-ID NOT = BCW-BATCH-ID
                 MOVE '10' TO ITEM-STATUS
              END-IF
           ELSE
              IF ITEM-STATUS NOT = '10'
                 DISPLAY 'ERROR READING ACH ITEM FILE: ' ITEM-STATUS
              END-IF
           END-IF.

      *****************************************************************
      *  PROCESS-ONE-ITEM - A CARDED ITEM STILL HAS TO BE RESOLVED
      *  AGAINST SUSPFILE, AND ONE LEFT IN SUSPENSE BY AN EARLIER RUN
      *  IS LOOKED AT AGAIN - RETURNED IF DATA CONTROL HAS REOPENED
      *  IT, OTHERWISE LISTED AND COUNTED AGAIN SO THE RUN STILL ENDS
      *  WITH RETURN CODE 4.  ONE HELD AT INTAKE IS RETURNED
      *  OUTRIGHT; ONE ALREADY RETURNED GOES BACK IN THE FILE AS IT
      *  WENT BEFORE.  PRENOTES, MANUAL ITEMS AND ITEMS ALREADY
      *  RESOLVED ARE PASSED OVER.
      *****************************************************************
       PROCESS-ONE-ITEM.
           EVALUATE TRUE
               WHEN ACHI-CARDED
               WHEN ACHI-IN-SUSPENSE
                   PERFORM RESOLVE-CARDED-ITEM
               WHEN ACHI-RETURN-PENDING
                   MOVE ACHI-RETURN-CODE TO RFW-RETURN-CODE
                   PERFORM RETURN-ACH-ITEM
                   MOVE 'RETURNED - REFUSED AT INTAKE' TO
                       RETURN-MESSAGE
                   PERFORM LOG-RETURN-RESULT
               WHEN ACHI-RETURNED
                   MOVE ACHI-RETURN-CODE TO RFW-RETURN-CODE
                   MOVE ACHI-SENT-TRACE TO RFW-RETURN-TRACE
                   PERFORM WRITE-RETURN-ENTRY
                   ADD 1 TO RETURNED-COUNT
                   ADD ACHI-AMOUNT TO RETURNED-AMOUNT-TOTAL
                   MOVE 'RETURN WRITTEN AGAIN ON RERUN' TO
                       RETURN-MESSAGE
                   PERFORM LOG-RETURN-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  RESOLVE-CARDED-ITEM - LOOK FOR THE CARD ON SUSPFILE.  ONLY AN
      *  OPEN ITEM REJECTED FOR A REASON THAT LIES WITH THE ENTRY OR
      *  THE ACCOUNT IS RETURNED; ITS SUSPENSE ITEM IS CANCELLED
      *  FIRST SO THE MONEY CAN NEVER BOTH GO BACK AND POST.
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

           EVALUATE TRUE
               WHEN SUSPENSE-NOT-FOUND
                   SET ACHI-POSTED TO TRUE
                   MOVE RUN-BUSINESS-DATE TO ACHI-STATUS-DATE
                   PERFORM REWRITE-ACH-ITEM
                   ADD 1 TO POSTED-COUNT
                   ADD ACHI-AMOUNT TO POSTED-AMOUNT-TOTAL
                   MOVE 'POSTED' TO RETURN-MESSAGE
                   PERFORM LOG-RETURN-RESULT
               WHEN SUS-REASON-CODE = 'R08'
               WHEN NOT SUS-OPEN
                   MOVE SUS-REASON-CODE TO ACHI-POST-REASON
                   SET ACHI-IN-SUSPENSE TO TRUE
                   MOVE RUN-BUSINESS-DATE TO ACHI-STATUS-DATE
                   PERFORM REWRITE-ACH-ITEM
                   ADD 1 TO SUSPENSE-COUNT
                   ADD ACHI-AMOUNT TO SUSPENSE-AMOUNT-TOTAL
                   MOVE 'LEFT IN SUSPENSE - NOT RETURNED' TO
                       RETURN-MESSAGE
                   PERFORM LOG-RETURN-RESULT
               WHEN OTHER
                   MOVE SUS-REASON-CODE TO ACHI-POST-REASON
                   PERFORM MAP-RETURN-REASON
                   PERFORM CANCEL-SUSPENSE-ITEM
                   PERFORM RETURN-ACH-ITEM
                   MOVE 'RETURNED - REJECTED BY POSTING' TO
                       RETURN-MESSAGE
                   PERFORM LOG-RETURN-RESULT
           END-EVALUATE.

      *****************************************************************
      *  MAP-RETURN-REASON - TXNPOST'S REJECT CODE TO THE ACH RETURN
      *  REASON THE ORIGINATOR IS TOLD.  A REJECT WITH NO ACH
      *  COUNTERPART GOES BACK AS R17, THE ENTRY FAILING OUR EDITS.
      *****************************************************************
       MAP-RETURN-REASON.
           EVALUATE SUS-REASON-CODE
               WHEN 'R01'
                   MOVE 'R03' TO RFW-RETURN-CODE
               WHEN 'R02'
                   MOVE 'R02' TO RFW-RETURN-CODE
               WHEN 'R10'
                   MOVE 'R16' TO RFW-RETURN-CODE
               WHEN 'R12'
                   MOVE 'R01' TO RFW-RETURN-CODE
               WHEN OTHER
                   MOVE 'R17' TO RFW-RETURN-CODE
           END-EVALUATE.

       CANCEL-SUSPENSE-ITEM.
           SET SUS-CANCELLED TO TRUE
           MOVE RUN-BUSINESS-DATE TO SUS-STATUS-DATE
           REWRITE SUSPENSE-RECORD
           IF SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR CANCELLING SUSPENSE ITEM ' SUS-KEY ': '
                  SUSP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *****************************************************************
      *  RETURN-ACH-ITEM - A FIRST RETURN: THE ENTRY GOES INTO THE
      *  FILE UNDER A NEW TRACE NUMBER (OUR DFI ID AND THE ITEM
      *  SEQUENCE) AND THE ITEM IS MARKED RETURNED WITH IT.
      *****************************************************************
       RETURN-ACH-ITEM.
           MOVE ACC-OUR-DFI-ID TO RFW-TRACE-DFI-ID
           MOVE ACHI-ITEM-SEQ TO RFW-TRACE-SEQ
           PERFORM WRITE-RETURN-ENTRY

           SET ACHI-RETURNED TO TRUE
           MOVE RFW-RETURN-CODE TO ACHI-RETURN-CODE
           MOVE RFW-RETURN-TRACE TO ACHI-SENT-TRACE
           MOVE RUN-BUSINESS-DATE TO ACHI-STATUS-DATE
           PERFORM REWRITE-ACH-ITEM
           ADD 1 TO RETURNED-COUNT
           ADD ACHI-AMOUNT TO RETURNED-AMOUNT-TOTAL.

      *****************************************************************
      *  WRITE-RETURN-ENTRY - THE RETURN ENTRY AND ITS TYPE 99
      *  ADDENDA.  THE ENTRY IS THE ONE RECEIVED WITH ITS TRANSACTION
      *  CODE TURNED TO THE MATCHING RETURN CODE, ADDRESSED BACK TO
      *  THE ORIGINATING BANK, AND CARRYING OUR TRACE NUMBER.
      *****************************************************************
       WRITE-RETURN-ENTRY.
           IF RETURN-BATCH-OPEN
              AND (ACHI-ODFI-ID NOT = RBW-ODFI-ID
                   OR ACHI-COMPANY-ID NOT = RBW-COMPANY-ID
                   OR ACHI-NACHA-BATCH-NO NOT = RBW-BATCH-NUMBER)
              PERFORM CLOSE-RETURN-BATCH
           END-IF
           IF RETURN-BATCH-CLOSED
              PERFORM OPEN-RETURN-BATCH
           END-IF

           MOVE ACHI-ENTRY-IMAGE TO NACHA-RECORD
           MOVE NED-TRACE-NUMBER TO RFW-ORIGINAL-TRACE
           MOVE NED-RDFI-ID TO RFW-ORIGINAL-RDFI
           IF NED-CREDIT-ENTRY
              MOVE '1' TO NED-ENTRY-KIND
              ADD NED-AMOUNT TO RBW-CREDIT-TOTAL
           ELSE
              MOVE '6' TO NED-ENTRY-KIND
              ADD NED-AMOUNT TO RBW-DEBIT-TOTAL
           END-IF
           MOVE ACHI-ODFI-ID TO RTE-DFI-ID
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE ACHI-ODFI-ID TO NED-RDFI-ID
           MOVE RTE-CHECK-DIGIT TO NED-CHECK-DIGIT
           MOVE '1' TO NED-ADDENDA-IND
           MOVE RFW-RETURN-TRACE TO NED-TRACE-NUMBER
           ADD NED-RDFI-ID TO RBW-HASH-SUM
           PERFORM WRITE-NACHA-RECORD

           MOVE SPACES TO NACHA-RECORD
           SET NACH-ADDENDA TO TRUE
           MOVE '99' TO NAD-ADDENDA-TYPE
           MOVE RFW-RETURN-CODE TO NAD-RETURN-REASON
           MOVE RFW-ORIGINAL-TRACE TO NAD-ORIGINAL-TRACE
           MOVE RFW-ORIGINAL-RDFI TO NAD-ORIGINAL-RDFI
           MOVE RFW-RETURN-TRACE TO NAD-TRACE-NUMBER
           PERFORM WRITE-NACHA-RECORD

           ADD 2 TO RBW-ENTRY-COUNT.

      *****************************************************************
      *  COMPUTE-CHECK-DIGIT - THE NINTH DIGIT OF THE ROUTING NUMBER
      *  WHOSE FIRST EIGHT ARE IN RTE-DFI-ID.
      *****************************************************************
       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO RTE-CHECK-DIGIT
           IF RTE-DFI-ID NUMERIC
              COMPUTE RTE-WEIGHTED-SUM =
                  3 * (RTE-DIGIT (1) + RTE-DIGIT (4) + RTE-DIGIT (7))
                + 7 * (RTE-DIGIT (2) + RTE-DIGIT (5) + RTE-DIGIT (8))
                + RTE-DIGIT (3) + RTE-DIGIT (6)
              DIVIDE RTE-WEIGHTED-SUM BY 10 GIVING RTE-QUOTIENT
                  REMAINDER RTE-REMAINDER
              IF RTE-REMAINDER NOT = 0
                 COMPUTE RTE-CHECK-DIGIT = 10 - RTE-REMAINDER
              END-IF
           END-IF.

      *****************************************************************
      *  OPEN-RETURN-BATCH - A RETURN BATCH CARRIES THE ORIGINAL
      *  BATCH'S COMPANY AND ENTRY DESCRIPTION SO THE ORIGINATOR CAN
      *  MATCH IT, BUT IS SENT BY US, MIXED DEBITS AND CREDITS.
      *****************************************************************
       OPEN-RETURN-BATCH.
           SET RETURN-BATCH-OPEN TO TRUE
           ADD 1 TO RFW-BATCH-COUNT
           MOVE ACHI-ODFI-ID TO RBW-ODFI-ID
           MOVE ACHI-COMPANY-ID TO RBW-COMPANY-ID
           MOVE ACHI-NACHA-BATCH-NO TO RBW-BATCH-NUMBER
           MOVE 0 TO RBW-ENTRY-COUNT
           MOVE 0 TO RBW-HASH-SUM
           MOVE 0 TO RBW-DEBIT-TOTAL
           MOVE 0 TO RBW-CREDIT-TOTAL

           MOVE SPACES TO NACHA-RECORD
           SET NACH-BATCH-HEADER TO TRUE
           MOVE '200' TO NBH-SERVICE-CLASS
           MOVE ACHI-COMPANY-NAME TO NBH-COMPANY-NAME
           MOVE ACHI-COMPANY-ID TO NBH-COMPANY-ID
           MOVE ACHI-SEC-CODE TO NBH-SEC-CODE
           MOVE ACHI-ENTRY-DESC TO NBH-ENTRY-DESC
           MOVE NDW-EFFECTIVE-DATE TO NBH-EFFECTIVE-DATE
           MOVE '1' TO NBH-ORIGINATOR-STATUS
           MOVE ACC-OUR-DFI-ID TO NBH-ODFI-ID
           MOVE RFW-BATCH-COUNT TO NBH-BATCH-NUMBER
           PERFORM WRITE-NACHA-RECORD.

       CLOSE-RETURN-BATCH.
           MOVE RBW-HASH-SUM TO RBW-ENTRY-HASH
           MOVE SPACES TO NACHA-RECORD
           SET NACH-BATCH-CONTROL TO TRUE
           MOVE '200' TO NBC-SERVICE-CLASS
           MOVE RBW-ENTRY-COUNT TO NBC-ENTRY-COUNT
           MOVE RBW-ENTRY-HASH TO NBC-ENTRY-HASH
           MOVE RBW-DEBIT-TOTAL TO NBC-TOTAL-DEBIT
           MOVE RBW-CREDIT-TOTAL TO NBC-TOTAL-CREDIT
           MOVE RBW-COMPANY-ID TO NBC-COMPANY-ID
           MOVE ACC-OUR-DFI-ID TO NBC-ODFI-ID
           MOVE RFW-BATCH-COUNT TO NBC-BATCH-NUMBER
           PERFORM WRITE-NACHA-RECORD

           ADD RBW-ENTRY-COUNT TO RFW-ENTRY-COUNT
           ADD RBW-ENTRY-HASH TO RFW-HASH-SUM
           ADD RBW-DEBIT-TOTAL TO RFW-DEBIT-TOTAL
           ADD RBW-CREDIT-TOTAL TO RFW-CREDIT-TOTAL
           SET RETURN-BATCH-CLOSED TO TRUE.

      *****************************************************************
      *  WRITE-FILE-CONTROL - THE FILE CONTROL, THEN RECORDS OF ALL
      *  NINES TO FILL OUT THE LAST BLOCK OF TEN.
      *****************************************************************
       WRITE-FILE-CONTROL.
           COMPUTE RFW-BLOCK-COUNT = (RFW-RECORD-COUNT + 10) / 10
           MOVE SPACES TO NACHA-RECORD
           SET NACH-FILE-CONTROL TO TRUE
           MOVE RFW-BATCH-COUNT TO NFC-BATCH-COUNT
           MOVE RFW-BLOCK-COUNT TO NFC-BLOCK-COUNT
           MOVE RFW-ENTRY-COUNT TO NFC-ENTRY-COUNT
           MOVE RFW-HASH-SUM TO NFC-ENTRY-HASH
           MOVE RFW-DEBIT-TOTAL TO NFC-TOTAL-DEBIT
           MOVE RFW-CREDIT-TOTAL TO NFC-TOTAL-CREDIT
           PERFORM WRITE-NACHA-RECORD

           DIVIDE RFW-RECORD-COUNT BY 10 GIVING RFW-BLOCK-COUNT
               REMAINDER RFW-BLOCK-REMAINDER
           PERFORM UNTIL RFW-BLOCK-REMAINDER = 0
               MOVE ALL '9' TO NACHA-RECORD
               PERFORM WRITE-NACHA-RECORD
               DIVIDE RFW-RECORD-COUNT BY 10 GIVING RFW-BLOCK-COUNT
                   REMAINDER RFW-BLOCK-REMAINDER
           END-PERFORM.

       WRITE-NACHA-RECORD.
           WRITE NACHA-RECORD
           IF RTNF-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACH RETURN FILE: ' RTNF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO RFW-RECORD-COUNT.

       REWRITE-ACH-ITEM.
           REWRITE ACH-ITEM-RECORD
           IF ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING ACH ITEM ' ACHI-KEY ': '
                  ITEM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOG-RETURN-RESULT.
           MOVE ACHI-ITEM-SEQ TO RD-ITEM-SEQ
           MOVE ACHI-CARD-SEQ TO RD-CARD-SEQ
           MOVE ACHI-ACCOUNT TO RD-ACCT-ID
           MOVE ACHI-AMOUNT TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO RD-AMOUNT
           MOVE ACHI-POST-REASON TO RD-POST-REASON
           IF ACHI-RETURNED
              MOVE ACHI-RETURN-CODE TO RD-RETURN-CODE
              MOVE ACHI-SENT-TRACE TO RD-RETURN-TRACE
           ELSE
              MOVE SPACES TO RD-RETURN-CODE
              MOVE SPACES TO RD-RETURN-TRACE
           END-IF
           MOVE RETURN-MESSAGE TO RD-MESSAGE
           MOVE RETURN-DETAIL TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

       TERMINATION.
           MOVE SPACES TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE 'ITEMS READ:' TO RT-LABEL
           MOVE ITEM-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ITEMS POSTED:' TO RT-LABEL
           MOVE POSTED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'POSTED NET AMOUNT:' TO RT-LABEL
           MOVE POSTED-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ITEMS RETURNED:' TO RT-LABEL
           MOVE RETURNED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'RETURNED NET AMOUNT:' TO RT-LABEL
           MOVE RETURNED-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ITEMS LEFT IN SUSPENSE:' TO RT-LABEL
           MOVE SUSPENSE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'SUSPENSE NET AMOUNT:' TO RT-LABEL
           MOVE SUSPENSE-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'RETURN FILE BATCHES:' TO RT-LABEL
           MOVE RFW-BATCH-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'RETURN FILE DEBIT TOTAL:' TO RT-LABEL
           MOVE RFW-DEBIT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'RETURN FILE CREDIT TOTAL:' TO RT-LABEL
           MOVE RFW-CREDIT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           PERFORM WRITE-TOTAL-LINE

           DISPLAY 'ACH ITEMS POSTED: ' POSTED-COUNT
           DISPLAY 'ACH ITEMS RETURNED: ' RETURNED-COUNT
           DISPLAY 'ACH ITEMS LEFT IN SUSPENSE: ' SUSPENSE-COUNT

           IF SUSPENSE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE SUSPENSE-FILE
           CLOSE ACH-ITEM-FILE
           CLOSE RETURN-FILE
           CLOSE RETURN-REPORT.

       WRITE-TOTAL-LINE.
           MOVE RETURN-TOTAL-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.
