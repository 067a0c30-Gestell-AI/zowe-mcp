       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNREVS.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  TXNREVS - TRANSACTION REVERSAL RUN
      *  READS THE REVCARDS DECK - ONE CARD PER POSTED TRANSACTION TO
      *  BE REVERSED, NAMING ITS TXN-ID AND A REASON CODE - LOOKS
      *  EACH ORIGINAL UP ON TRANSACTION-FILE BY KEY AND EMITS THE
      *  EXACT CONTRA ENTRY ON REVACTV: THE SAME ACCOUNT AND TXN TYPE
      *  FOR THE NEGATED AMOUNT, DATED THE BUSINESS DATE.  A TRANSFER
      *  IS ALWAYS REVERSED WHOLE, WHICHEVER SIDE THE CARD NAMES, BY
      *  ONE TRANSFER CARD THE OTHER WAY - BOTH CONTRA SIDES POST OR
      *  NEITHER DOES.
      *
      *  EVERY GENERATED CARD IS CODED AS A REVERSAL ('R' OR 'V' -
      *  SEE TXNCARD) AND CARRIES THE ORIGINAL'S TXN-ID AND THE
      *  REASON IN ITS DESCRIPTION.  THE OUTPUT IS A COMPLETE BATCH,
      *  HEADER AND TRAILER STAMPED FROM THE REVPARM CARD THE SAME
      *  WAY INTCALC STAMPS ITS FEED, SO THE REVERSALS POST THROUGH
      *  TXNPOST'S FULL EDIT PASS AND LAND ON DAYCTL FOR THE
      *  END-OF-DAY PROOF LIKE ANY OTHER BATCH.  TXNPOST PROVES EACH
      *  REVERSAL CARD AGAINST ITS ORIGINAL AGAIN AT POSTING TIME AND
      *  STAMPS THE ORIGINAL AND THE CONTRA ENTRY WITH EACH OTHER'S
      *  TXN-ID.
      *
      *  A CARD IS REFUSED - PRINTED ON THE REGISTER, NO CONTRA
      *  ENTRY - WHEN THE TXN-ID IS NOT ON TRANSACTION-FILE (AN
      *  ARCHIVED ENTRY CANNOT BE REVERSED HERE), WHEN THE ORIGINAL
      *  IS ITSELF A REVERSAL, WHEN IT HAS ALREADY BEEN REVERSED, OR
      *  WHEN THE SAME ENTRY (EITHER SIDE OF THE SAME TRANSFER) IS
      *  NAMED TWICE IN THE DECK.  IT IS ALSO REFUSED WHEN THE
      *  ORIGINAL IS ONE SIDE OF A TRANSFER POSTED BEFORE TRANSFER
      *  SIDES WERE STAMPED WITH EACH OTHER'S TXN-ID: THE REGISTER
      *  NAMES BOTH SIDES AND DATA CONTROL REVERSES THE PAIR BY HAND,
      *  SINCE NEITHER SIDE CAN SAFELY BE REVERSED ALONE.  THE REVRPT
      *  REVERSAL REGISTER SHOWS EVERY CARD READ, EACH CONTRA LINE
      *  GENERATED AND THE REASON TEXT, FOR AUDIT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO TXNDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXN-ID
               FILE STATUS IS TXN-STATUS.

           SELECT REVERSAL-CARD-FILE ASSIGN TO REVCARDS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.

           SELECT REV-PARM-FILE ASSIGN TO REVPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT REV-ACTIVITY-FILE ASSIGN TO REVACTV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACTV-STATUS.

           SELECT REV-REPORT ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY TXNCOPY.

       FD  REVERSAL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY REVCARD.

      *****************************************************************
      *  REV-PARM-FILE - ONE REQUIRED CARD NAMING THE BATCH ID AND
      *  THE BUSINESS DATE (YYYY-MM-DD) FOR THE BATCH HEADER AND THE
      *  CONTRA ENTRIES' TXN DATE, THE SAME SHAPE AS THE TXNBATCH
      *  BATCHPRM CARD.  THE JCL PICKS A BATCH ID UNIQUE PER RUN,
      *  E.G. REV PLUS THE DATE, SO TXNPOST'S DUPLICATE CHECK CAN
      *  BITE ON A RERUN.
      *****************************************************************
       FD  REV-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REV-PARM-RECORD.
           05  RPR-BATCH-ID            PIC X(08).
           05  RPR-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(62).

       FD  REV-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TXNCARD.

       FD  REV-REPORT.
       01  REV-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TXN-STATUS              PIC XX.
           05  CARD-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  ACTV-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.

       01  COUNTERS.
           05  CARD-READ-COUNT         PIC 9(6) VALUE 0.
           05  CARD-GEN-COUNT          PIC 9(6) VALUE 0.
           05  REFUSED-COUNT           PIC 9(6) VALUE 0.

       01  REV-TOTALS.
           05  REV-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  REV-CONTRA-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  ORIGINAL-WORK - THE ENTRY THE CARD NAMES AND, FOR A
      *  TRANSFER, BOTH ITS SIDES.  THE DEBIT SIDE IS THE ONE POSTED
      *  WITH THE NEGATIVE AMOUNT; IT IS THE ID THE CONTRA CARD'S TAG
      *  CARRIES AND THE ID THE IN-RUN DUPLICATE CHECK IS KEPT ON.
      *****************************************************************
       01  ORIGINAL-WORK.
           05  ORW-ORIGINAL-SW         PIC X(01) VALUE 'N'.
               88  ORW-ORIGINAL-FOUND            VALUE 'Y'.
               88  ORW-ORIGINAL-NOT-FOUND        VALUE 'N'.
           05  ORW-REFUSE-SW           PIC X(01) VALUE 'N'.
               88  ORW-REFUSED                   VALUE 'Y'.
               88  ORW-ACCEPTED                  VALUE 'N'.
           05  ORW-NAMED-ID            PIC X(12) VALUE SPACES.
           05  ORW-NAMED-ACCOUNT       PIC X(10) VALUE SPACES.
           05  ORW-NAMED-TYPE          PIC X(08) VALUE SPACES.
           05  ORW-NAMED-AMOUNT        PIC S9(9)V99 COMP-3 VALUE 0.
           05  ORW-NAMED-DATE          PIC X(10) VALUE SPACES.
           05  ORW-NAMED-DESCRIPTION   PIC X(30) VALUE SPACES.
           05  ORW-NAMED-PARTNER-ID    PIC X(12) VALUE SPACES.
           05  ORW-DEBIT-ID            PIC X(12) VALUE SPACES.
           05  ORW-DEBIT-ACCOUNT       PIC X(10) VALUE SPACES.
           05  ORW-DEBIT-AMOUNT        PIC S9(9)V99 COMP-3 VALUE 0.
           05  ORW-CREDIT-ID           PIC X(12) VALUE SPACES.
           05  ORW-CREDIT-ACCOUNT      PIC X(10) VALUE SPACES.
           05  ORW-CREDIT-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.
           05  ORW-CONTRA-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  REQUESTED-ID-TABLE - THE ENTRIES ALREADY REVERSED IN THIS
      *  RUN, KEPT BY DEBIT-SIDE ID SO A DECK NAMING BOTH SIDES OF ONE
      *  TRANSFER, OR THE SAME ENTRY TWICE, REVERSES IT ONLY ONCE.
      *  ACROSS RUNS THE STAMP TXNPOST LEAVES ON THE ORIGINAL DOES
      *  THE SAME JOB.  A DECK TOO BIG FOR THE TABLE STOPS THE RUN -
      *  A REVERSAL DECK IS NEVER THAT SIZE IN THE ORDINARY COURSE.
      *****************************************************************
       01  REQUESTED-ID-TABLE.
           05  RIT-ENTRY-COUNT         PIC 9(4) VALUE 0.
           05  RIT-ENTRY OCCURS 500 TIMES
                   INDEXED BY RIT-IDX.
               10  RIT-TXN-ID          PIC X(12).

      *****************************************************************
      *  LEGACY-PAIR-WORK - A TRANSFER POSTED BEFORE TRANSFER SIDES
      *  CARRIED TXN-TRANSFER-PARTNER-ID HAS SPACES THERE ON BOTH
      *  SIDES.  ITS DEBIT SIDE TOOK ONE TXN-ID AND ITS CREDIT SIDE
      *  THE NEXT, SO THE OTHER SIDE OF SUCH AN ENTRY IS THE
      *  ADJACENT TXN-ID - AFTER A DEBIT, BEFORE A CREDIT - ON
      *  ANOTHER ACCOUNT, WITH THE SAME TYPE, DATE AND DESCRIPTION
      *  AND EXACTLY THE OPPOSITE AMOUNT.
      *****************************************************************
       01  LEGACY-PAIR-WORK.
           05  LPW-SEQ-NUM             PIC 9(9) VALUE 0.
           05  LPW-PARTNER-ID.
               10  FILLER              PIC X(3) VALUE 'TXN'.
               10  LPW-SEQ-DISPLAY     PIC 9(9).
           05  LPW-PAIR-SW             PIC X(01) VALUE 'N'.
               88  LPW-PAIR-FOUND                VALUE 'Y'.
               88  LPW-PAIR-NOT-FOUND            VALUE 'N'.

       01  RIT-FLAGS.
           05  RIT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  RIT-FOUND                     VALUE 'Y'.
               88  RIT-NOT-FOUND                 VALUE 'N'.

       01  BATCH-CONTROL-WORK.
           05  BCW-BATCH-ID            PIC X(08) VALUE SPACES.
           05  BCW-BUSINESS-DATE       PIC X(10) VALUE SPACES.

      *****************************************************************
      *  PARM-DATE-WORK - THE BUSINESS DATE BROKEN OUT FOR THE SAME
      *  YYYY-MM-DD SHAPE CHECK THE REST OF THE SYSTEM RUNS.
      *****************************************************************
       01  PARM-DATE-WORK.
           05  PDW-DATE.
               10  PDW-YEAR            PIC X(04).
               10  PDW-DASH-1          PIC X(01).
               10  PDW-MONTH           PIC X(02).
               10  PDW-DASH-2          PIC X(01).
               10  PDW-DAY             PIC X(02).

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REV-MESSAGE                 PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  REV-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(29)
                   VALUE 'TRANSACTION REVERSAL REGISTER'.
               10  FILLER              PIC X(10) VALUE '  FOR: '.
               10  RH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(43) VALUE SPACES.

           05  REV-COL-HEADER.
               10  FILLER              PIC X(12) VALUE 'ORIG TXN ID'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'TXN TYPE'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'CONTRA AMOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'REASON'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'REASON TEXT'.
               10  FILLER              PIC X(2)  VALUE SPACES.

           05  REV-DETAIL.
               10  RD-TXN-ID           PIC X(12).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-TXN-TYPE         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-AMOUNT           PIC X(15).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-REASON-CODE      PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-MESSAGE          PIC X(35).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  RD-REASON-TEXT      PIC X(30).
               10  FILLER              PIC X(2)  VALUE SPACES.

           05  REV-TOTAL-LINE.
               10  RT-LABEL            PIC X(30).
               10  RT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-REVERSAL-CARDS
           PERFORM WRITE-BATCH-TRAILER
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT REVERSAL-CARD-FILE
           OPEN OUTPUT REV-ACTIVITY-FILE
           OPEN OUTPUT REV-REPORT

           IF TXN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' TXN-STATUS
              STOP RUN
           END-IF

           IF CARD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REVERSAL CARD FILE: ' CARD-STATUS
              STOP RUN
           END-IF

           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REV ACTIVITY FILE: ' ACTV-STATUS
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REVERSAL REGISTER: ' RPT-STATUS
              STOP RUN
           END-IF

           PERFORM READ-REV-PARM

           MOVE BCW-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE REV-HEADER TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE SPACES TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE REV-COL-HEADER TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD.

       READ-REV-PARM.
           OPEN INPUT REV-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REV PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ REV-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'REVERSAL PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RPR-BUSINESS-DATE TO PDW-DATE
           IF RPR-BATCH-ID = SPACES
              OR PDW-YEAR NOT NUMERIC
              OR PDW-DASH-1 NOT = '-'
              OR PDW-MONTH NOT NUMERIC
              OR PDW-MONTH < '01' OR PDW-MONTH > '12'
              OR PDW-DASH-2 NOT = '-'
              OR PDW-DAY NOT NUMERIC
              OR PDW-DAY < '01' OR PDW-DAY > '31'
              DISPLAY 'INVALID REVERSAL PARM CARD: ' RPR-BATCH-ID
                  ' ' RPR-BUSINESS-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RPR-BATCH-ID TO BCW-BATCH-ID
           MOVE RPR-BUSINESS-DATE TO BCW-BUSINESS-DATE
           CLOSE REV-PARM-FILE.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE BCW-BATCH-ID TO TAR-BATCH-ID
           MOVE BCW-BUSINESS-DATE TO TAR-BUSINESS-DATE
           SET TAR-HEADER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

       PROCESS-REVERSAL-CARDS.
           PERFORM READ-REVERSAL-CARD
           PERFORM UNTIL CARD-STATUS = '10'
               ADD 1 TO CARD-READ-COUNT
               PERFORM REVERSE-ONE-ENTRY
               PERFORM READ-REVERSAL-CARD
           END-PERFORM.

       READ-REVERSAL-CARD.
           READ REVERSAL-CARD-FILE
           IF CARD-STATUS NOT = '00' AND CARD-STATUS NOT = '10'
              DISPLAY 'ERROR READING REVERSAL CARD FILE: ' CARD-STATUS
           END-IF.

      *****************************************************************
      *  REVERSE-ONE-ENTRY - PROVE THE CARD AND ITS ORIGINAL, THEN
      *  EMIT THE CONTRA CARD.  EACH CHECK ONLY RUNS WHILE THE CARD
      *  IS STILL ACCEPTED, SO THE REGISTER SHOWS THE FIRST REASON
      *  THE CARD WAS REFUSED.
      *****************************************************************
       REVERSE-ONE-ENTRY.
           SET ORW-ACCEPTED TO TRUE
           MOVE RRC-TXN-ID TO ORW-NAMED-ID
           MOVE SPACES TO ORW-NAMED-ACCOUNT
           MOVE SPACES TO ORW-NAMED-TYPE
           MOVE 0 TO ORW-CONTRA-AMOUNT

           IF RRC-TXN-ID = SPACES
              MOVE 'NO TXN ID ON REVERSAL CARD' TO REV-MESSAGE
              PERFORM REFUSE-REVERSAL-CARD
           END-IF

           IF ORW-ACCEPTED AND RRC-REASON-CODE = SPACES
              MOVE 'NO REASON CODE ON REVERSAL CARD' TO REV-MESSAGE
              PERFORM REFUSE-REVERSAL-CARD
           END-IF

           IF ORW-ACCEPTED
              PERFORM READ-NAMED-ORIGINAL
           END-IF

           IF ORW-ACCEPTED AND ORW-NAMED-PARTNER-ID NOT = SPACES
              PERFORM READ-TRANSFER-PARTNER
           END-IF

           IF ORW-ACCEPTED AND ORW-NAMED-PARTNER-ID = SPACES
              PERFORM CHECK-LEGACY-TRANSFER
           END-IF

           IF ORW-ACCEPTED
              PERFORM CHECK-REQUESTED-TWICE
           END-IF

           IF ORW-ACCEPTED
              IF ORW-NAMED-PARTNER-ID = SPACES
                 PERFORM GENERATE-SINGLE-CONTRA
              ELSE
                 PERFORM GENERATE-TRANSFER-CONTRA
              END-IF
           END-IF.

      *****************************************************************
      *  READ-NAMED-ORIGINAL - THE ENTRY ON THE CARD MUST BE ON
      *  TRANSACTION-FILE, MUST NOT ITSELF BE A CONTRA ENTRY AND MUST
      *  NOT HAVE BEEN REVERSED ALREADY.
      *****************************************************************
       READ-NAMED-ORIGINAL.
           MOVE RRC-TXN-ID TO TXN-ID
           PERFORM READ-ORIGINAL
           PERFORM CHECK-ORIGINAL
           IF ORW-ACCEPTED
              MOVE FROM-ACCOUNT TO ORW-NAMED-ACCOUNT
              MOVE TXN-TYPE TO ORW-NAMED-TYPE
              MOVE TXN-AMOUNT TO ORW-NAMED-AMOUNT
              MOVE TXN-DATE TO ORW-NAMED-DATE
              MOVE TXN-DESCRIPTION TO ORW-NAMED-DESCRIPTION
              MOVE TXN-TRANSFER-PARTNER-ID TO ORW-NAMED-PARTNER-ID
              MOVE RRC-TXN-ID TO ORW-DEBIT-ID
           END-IF.

      *****************************************************************
      *  READ-TRANSFER-PARTNER - THE OTHER SIDE OF A TRANSFER MUST BE
      *  ON FILE AND UNREVERSED TOO, OR NEITHER SIDE IS REVERSED.
      *  WHICHEVER SIDE CARRIES THE NEGATIVE AMOUNT IS THE DEBIT.
      *****************************************************************
       READ-TRANSFER-PARTNER.
           MOVE ORW-NAMED-PARTNER-ID TO TXN-ID
           PERFORM READ-ORIGINAL
           IF ORW-ORIGINAL-NOT-FOUND
              MOVE 'TRANSFER PARTNER NOT ON FILE' TO REV-MESSAGE
              PERFORM REFUSE-REVERSAL-CARD
           ELSE
              PERFORM CHECK-ORIGINAL
           END-IF

           IF ORW-ACCEPTED
              IF ORW-NAMED-AMOUNT < 0
                 MOVE ORW-NAMED-ID TO ORW-DEBIT-ID
                 MOVE ORW-NAMED-ACCOUNT TO ORW-DEBIT-ACCOUNT
                 MOVE ORW-NAMED-AMOUNT TO ORW-DEBIT-AMOUNT
                 MOVE TXN-ID TO ORW-CREDIT-ID
                 MOVE FROM-ACCOUNT TO ORW-CREDIT-ACCOUNT
                 MOVE TXN-AMOUNT TO ORW-CREDIT-AMOUNT
              ELSE
                 MOVE TXN-ID TO ORW-DEBIT-ID
                 MOVE FROM-ACCOUNT TO ORW-DEBIT-ACCOUNT
                 MOVE TXN-AMOUNT TO ORW-DEBIT-AMOUNT
                 MOVE ORW-NAMED-ID TO ORW-CREDIT-ID
                 MOVE ORW-NAMED-ACCOUNT TO ORW-CREDIT-ACCOUNT
                 MOVE ORW-NAMED-AMOUNT TO ORW-CREDIT-AMOUNT
              END-IF
              IF ORW-CREDIT-AMOUNT NOT > 0
                 OR ORW-DEBIT-AMOUNT NOT = 0 - ORW-CREDIT-AMOUNT
                 MOVE 'TRANSFER SIDES DO NOT MATCH' TO REV-MESSAGE
                 PERFORM REFUSE-REVERSAL-CARD
              END-IF
           END-IF.

      *****************************************************************
      *  CHECK-LEGACY-TRANSFER - AN ENTRY WITH NO PARTNER ID MAY STILL
      *  BE ONE SIDE OF A TRANSFER POSTED BEFORE PARTNER IDS WERE
      *  KEPT.  REVERSING THAT SIDE ALONE WOULD LEAVE THE TRANSFER
      *  HALF UNDONE, SO WHEN THE ADJACENT ENTRY LOOKS LIKE ITS OTHER
      *  SIDE THE CARD IS REFUSED AND THE REGISTER NAMES BOTH SIDES
      *  FOR DATA CONTROL TO REVERSE BY HAND.
      *****************************************************************
       CHECK-LEGACY-TRANSFER.
           SET LPW-PAIR-NOT-FOUND TO TRUE
           IF ORW-NAMED-ID (1:3) = 'TXN'
              AND ORW-NAMED-ID (4:9) NUMERIC
              AND ORW-NAMED-ID (4:9) > '000000001'
              AND ORW-NAMED-AMOUNT NOT = 0
              MOVE ORW-NAMED-ID (4:9) TO LPW-SEQ-NUM
              IF ORW-NAMED-AMOUNT < 0
                 ADD 1 TO LPW-SEQ-NUM
              ELSE
                 SUBTRACT 1 FROM LPW-SEQ-NUM
              END-IF
              MOVE LPW-SEQ-NUM TO LPW-SEQ-DISPLAY
              MOVE LPW-PARTNER-ID TO TXN-ID
              PERFORM READ-ORIGINAL
              IF ORW-ORIGINAL-FOUND
                 AND FROM-ACCOUNT NOT = ORW-NAMED-ACCOUNT
                 AND TXN-TYPE = ORW-NAMED-TYPE
                 AND TXN-DATE = ORW-NAMED-DATE
                 AND TXN-DESCRIPTION = ORW-NAMED-DESCRIPTION
                 AND TXN-AMOUNT = 0 - ORW-NAMED-AMOUNT
                 AND TXN-TRANSFER-PARTNER-ID = SPACES
                 SET LPW-PAIR-FOUND TO TRUE
              END-IF
           END-IF

           IF LPW-PAIR-FOUND
              MOVE 'LEGACY TFR - REVERSE PAIR BY HAND' TO REV-MESSAGE
              PERFORM REFUSE-REVERSAL-CARD
              MOVE LPW-PARTNER-ID TO ORW-NAMED-ID
              MOVE FROM-ACCOUNT TO ORW-NAMED-ACCOUNT
              MOVE 'OTHER SIDE OF LEGACY TFR ABOVE' TO REV-MESSAGE
              PERFORM LOG-REV-RESULT
           END-IF.

       READ-ORIGINAL.
           READ TRANSACTION-FILE
               INVALID KEY
                   SET ORW-ORIGINAL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ORW-ORIGINAL-FOUND TO TRUE
           END-READ.

       CHECK-ORIGINAL.
           EVALUATE TRUE
               WHEN ORW-ORIGINAL-NOT-FOUND
                   MOVE 'TXN ID NOT ON TRANSACTION FILE' TO
                       REV-MESSAGE
                   PERFORM REFUSE-REVERSAL-CARD
               WHEN TXN-REVERSAL-OF-ID NOT = SPACES
                   MOVE 'ENTRY IS ITSELF A REVERSAL' TO REV-MESSAGE
                   PERFORM REFUSE-REVERSAL-CARD
               WHEN TXN-REVERSED-BY-ID NOT = SPACES
                   MOVE SPACES TO REV-MESSAGE
                   STRING 'ALREADY REVERSED BY ' DELIMITED BY SIZE
                          TXN-REVERSED-BY-ID     DELIMITED BY SIZE
                       INTO REV-MESSAGE
                   END-STRING
                   PERFORM REFUSE-REVERSAL-CARD
           END-EVALUATE.

      *****************************************************************
      *  CHECK-REQUESTED-TWICE - REFUSE AN ENTRY ALREADY REVERSED
      *  EARLIER IN THIS DECK, OTHERWISE REMEMBER IT.
      *****************************************************************
       CHECK-REQUESTED-TWICE.
           SET RIT-NOT-FOUND TO TRUE
           PERFORM VARYING RIT-IDX FROM 1 BY 1
                   UNTIL RIT-IDX > RIT-ENTRY-COUNT
                      OR RIT-FOUND
               IF RIT-TXN-ID (RIT-IDX) = ORW-DEBIT-ID
                  SET RIT-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF RIT-FOUND
              MOVE 'ALREADY REVERSED EARLIER IN DECK' TO REV-MESSAGE
              PERFORM REFUSE-REVERSAL-CARD
           ELSE
              IF RIT-ENTRY-COUNT < 500
                 ADD 1 TO RIT-ENTRY-COUNT
                 MOVE ORW-DEBIT-ID TO RIT-TXN-ID (RIT-ENTRY-COUNT)
              ELSE
                 DISPLAY 'REQUESTED-ID-TABLE FULL - RUN STOPPED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *****************************************************************
      *  GENERATE-SINGLE-CONTRA - THE SAME ACCOUNT AND TXN TYPE FOR
      *  THE NEGATED AMOUNT.
      *****************************************************************
       GENERATE-SINGLE-CONTRA.
           COMPUTE ORW-CONTRA-AMOUNT = 0 - ORW-NAMED-AMOUNT

           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE ORW-NAMED-ACCOUNT TO TAR-FROM-ACCOUNT
           MOVE ORW-NAMED-TYPE TO TAR-TXN-TYPE
           MOVE ORW-CONTRA-AMOUNT TO TAR-TXN-AMOUNT
           MOVE BCW-BUSINESS-DATE TO TAR-TXN-DATE
           MOVE 'REVERSAL ' TO TAR-REVERSAL-TAG
           MOVE ORW-NAMED-ID TO TAR-REVERSAL-OF-ID
           MOVE RRC-REASON-CODE TO TAR-REVERSAL-REASON
           SET TAR-REVERSAL-SINGLE TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD

           ADD 1 TO CARD-GEN-COUNT
           ADD ORW-CONTRA-AMOUNT TO REV-AMOUNT-TOTAL
           ADD ORW-CONTRA-AMOUNT TO REV-CONTRA-TOTAL
           MOVE 'REVERSAL CARD GENERATED' TO REV-MESSAGE
           PERFORM LOG-REV-RESULT.

      *****************************************************************
      *  GENERATE-TRANSFER-CONTRA - ONE TRANSFER CARD THE OTHER WAY:
      *  OUT OF THE ORIGINAL CREDIT ACCOUNT, BACK INTO THE ORIGINAL
      *  DEBIT ACCOUNT, FOR THE ORIGINAL AMOUNT.  THE TAG NAMES THE
      *  ORIGINAL DEBIT SIDE; TXNPOST FINDS THE CREDIT SIDE FROM ITS
      *  PARTNER ID.  THE REGISTER SHOWS BOTH CONTRA LINES.
      *****************************************************************
       GENERATE-TRANSFER-CONTRA.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE ORW-CREDIT-ACCOUNT TO TAR-FROM-ACCOUNT
           MOVE ORW-DEBIT-ACCOUNT TO TAR-TO-ACCOUNT
           MOVE ORW-NAMED-TYPE TO TAR-TXN-TYPE
           MOVE ORW-CREDIT-AMOUNT TO TAR-TXN-AMOUNT
           MOVE BCW-BUSINESS-DATE TO TAR-TXN-DATE
           MOVE 'REVERSAL ' TO TAR-REVERSAL-TAG
           MOVE ORW-DEBIT-ID TO TAR-REVERSAL-OF-ID
           MOVE RRC-REASON-CODE TO TAR-REVERSAL-REASON
           SET TAR-REVERSAL-TRANSFER TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD

           ADD 1 TO CARD-GEN-COUNT
           ADD ORW-CREDIT-AMOUNT TO REV-AMOUNT-TOTAL

           MOVE ORW-DEBIT-ID TO ORW-NAMED-ID
           MOVE ORW-DEBIT-ACCOUNT TO ORW-NAMED-ACCOUNT
           MOVE ORW-CREDIT-AMOUNT TO ORW-CONTRA-AMOUNT
           ADD ORW-CONTRA-AMOUNT TO REV-CONTRA-TOTAL
           MOVE 'TRANSFER REVERSAL - DEBIT SIDE' TO REV-MESSAGE
           PERFORM LOG-REV-RESULT

           MOVE ORW-CREDIT-ID TO ORW-NAMED-ID
           MOVE ORW-CREDIT-ACCOUNT TO ORW-NAMED-ACCOUNT
           COMPUTE ORW-CONTRA-AMOUNT = 0 - ORW-CREDIT-AMOUNT
           ADD ORW-CONTRA-AMOUNT TO REV-CONTRA-TOTAL
           MOVE 'TRANSFER REVERSAL - CREDIT SIDE' TO REV-MESSAGE
           PERFORM LOG-REV-RESULT.

       REFUSE-REVERSAL-CARD.
           SET ORW-REFUSED TO TRUE
           ADD 1 TO REFUSED-COUNT
           PERFORM LOG-REV-RESULT.

       LOG-REV-RESULT.
           MOVE ORW-NAMED-ID TO RD-TXN-ID
           MOVE ORW-NAMED-ACCOUNT TO RD-ACCT-ID
           MOVE ORW-NAMED-TYPE TO RD-TXN-TYPE
           IF ORW-REFUSED
              MOVE SPACES TO RD-AMOUNT
           ELSE
              MOVE ORW-CONTRA-AMOUNT TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO RD-AMOUNT
           END-IF
           MOVE RRC-REASON-CODE TO RD-REASON-CODE
           MOVE REV-MESSAGE TO RD-MESSAGE
           MOVE RRC-REASON-TEXT TO RD-REASON-TEXT
           MOVE REV-DETAIL TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE CARD-GEN-COUNT TO TAR-TRAILER-COUNT
           MOVE REV-AMOUNT-TOTAL TO TAR-TRAILER-AMOUNT
           SET TAR-TRAILER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

       WRITE-ACTIVITY-RECORD.
           WRITE TXN-ACTIVITY-RECORD
           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REV ACTIVITY FILE: ' ACTV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       TERMINATION.
           MOVE SPACES TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE 'REVERSAL CARDS READ:' TO RT-LABEL
           MOVE CARD-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           MOVE REV-TOTAL-LINE TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE 'CONTRA CARDS GENERATED:' TO RT-LABEL
           MOVE CARD-GEN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           MOVE REV-TOTAL-LINE TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE 'REVERSAL CARDS REFUSED:' TO RT-LABEL
           MOVE REFUSED-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           MOVE REV-TOTAL-LINE TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE 'NET CONTRA AMOUNT:' TO RT-LABEL
           MOVE REV-CONTRA-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           MOVE REV-TOTAL-LINE TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           MOVE 'BATCH TRAILER AMOUNT:' TO RT-LABEL
           MOVE REV-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           MOVE REV-TOTAL-LINE TO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD

           DISPLAY 'BATCH STAMPED: ' BCW-BATCH-ID
               ' FOR ' BCW-BUSINESS-DATE
           DISPLAY 'REVERSAL CARDS READ: ' CARD-READ-COUNT
           DISPLAY 'CONTRA CARDS GENERATED: ' CARD-GEN-COUNT
           DISPLAY 'REVERSAL CARDS REFUSED: ' REFUSED-COUNT

           CLOSE TRANSACTION-FILE
           CLOSE REVERSAL-CARD-FILE
           CLOSE REV-ACTIVITY-FILE
           CLOSE REV-REPORT.
