       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHIN.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  ACHIN - INBOUND ACH FILE INTAKE
      *  READS A STANDARD NACHA FILE RECEIVED FROM THE ACH OPERATOR
      *  (ACHINFL) AND CARDS ITS ENTRIES FOR TXNPOST.  THE WHOLE FILE
      *  IS PROVED BEFORE ANYTHING IS CARDED, THE WAY TXNPOST PROVES
      *  A TXNACTV BATCH: IT MUST OPEN WITH A FILE HEADER ADDRESSED TO
      *  OUR ROUTING NUMBER (ACHCTL), EVERY BATCH'S ENTRY AND ADDENDA
      *  COUNT, ENTRY HASH AND DEBIT AND CREDIT TOTALS MUST MATCH ITS
      *  BATCH CONTROL, AND THE FILE CONTROL MUST MATCH THE BATCHES
      *  AND THE BLOCK COUNT.  A FILE THAT FAILS ANY CHECK, OR WHOSE
      *  ACTIVITY BATCH ID IS ALREADY ON ACHITEM, IS REFUSED WITH
      *  RETURN CODE 8 BEFORE A SINGLE CARD IS WRITTEN.
      *
      *  EACH ENTRY DETAIL IS THEN MATCHED TO ITS RECEIVING ACCOUNT ON
      *  CUSTFILE BY THE DFI ACCOUNT NUMBER:
      *    - A LIVE CREDIT OR DEBIT TO AN ACCOUNT ON FILE IS CARDED
      *      ON ACHIACTV - CREDITS UNDER THE PARM CARD'S CREDIT TYPE,
      *      DEBITS AS A NEGATIVE AMOUNT UNDER ITS DEBIT TYPE - AND
      *      TXNPOST'S OWN EDITS DECIDE WHETHER IT POSTS;
      *    - A PRENOTE TO AN ACCOUNT ON FILE IS ONLY RECORDED;
      *    - AN ENTRY FOR AN ACCOUNT NOT ON FILE (R03) OR WITH AN
      *      ACCOUNT NUMBER THAT CANNOT BE OURS (R04) IS NOT CARDED
      *      BUT HELD FOR ACHRET TO RETURN;
      *    - AN ENTRY OF A KIND NOT HANDLED HERE (A RETURN, A ZERO-
      *      DOLLAR OR LOAN ENTRY) IS LISTED FOR MANUAL HANDLING AND
      *      THE RUN ENDS WITH RETURN CODE 4.
      *  EVERY ENTRY IS WRITTEN TO ACHITEM WITH ITS CARD SEQUENCE SO
      *  ACHRET CAN FIND WHAT TXNPOST DID WITH IT, AND ACHSETL CAN
      *  TIE THE DAY'S ACH TO DAYCTL.  THE CARDS GO OUT AS A COMPLETE
      *  BATCH - HEADER, DETAIL, TRAILER - THAT MUST BE POSTED ON ITS
      *  OWN SO THE CARD SEQUENCES LINE UP WITH SUSPFILE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-INPUT-FILE ASSIGN TO ACHINFL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACHF-STATUS.

           SELECT ACH-CONTROL-FILE ASSIGN TO ACHCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACHC-STATUS.

           SELECT ACH-PARM-FILE ASSIGN TO ACHIPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

      *****************************************************************
      *  ACH-ITEM-FILE - ONE RECORD PER ENTRY RECEIVED.  CREATED ON
      *  FIRST USE.
      *****************************************************************
           SELECT ACH-ITEM-FILE ASSIGN TO ACHITEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACHI-KEY
               FILE STATUS IS ITEM-STATUS.

           SELECT ACH-ACTIVITY-FILE ASSIGN TO ACHIACTV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACTV-STATUS.

           SELECT ACH-REPORT ASSIGN TO ACHIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-INPUT-FILE
           RECORD CONTAINS 94 CHARACTERS.
       COPY NACHCOPY.

       FD  ACH-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACHCCARD.

      *****************************************************************
      *  ACH-PARM-FILE - ONE REQUIRED CARD: THE ACTIVITY BATCH ID TO
      *  STAMP ON ACHIACTV AND THE TRANSACTION TYPES TO CARD ACH
      *  CREDITS AND DEBITS UNDER.
      *****************************************************************
       FD  ACH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACH-PARM-RECORD.
           05  AIP-BATCH-ID            PIC X(08).
           05  AIP-CREDIT-TYPE         PIC X(08).
           05  AIP-DEBIT-TYPE          PIC X(08).
           05  FILLER                  PIC X(56).

       FD  ACCOUNT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  ACH-ITEM-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY ACHICOPY.

       FD  ACH-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TXNCARD.

       FD  ACH-REPORT.
       01  ACH-REPORT-RECORD           PIC X(132).

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ACHF-STATUS             PIC XX.
           05  ACHC-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  ACCT-STATUS             PIC XX.
           05  ITEM-STATUS             PIC XX.
           05  ACTV-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  COUNTERS.
           05  ENTRY-COUNT             PIC 9(6) VALUE 0.
           05  CARD-GEN-COUNT          PIC 9(6) VALUE 0.
           05  PRENOTE-COUNT           PIC 9(6) VALUE 0.
           05  RETURN-PENDING-COUNT    PIC 9(6) VALUE 0.
           05  MANUAL-COUNT            PIC 9(6) VALUE 0.

       01  ACH-TOTALS.
           05  CREDIT-RECEIVED-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  DEBIT-RECEIVED-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  BATCH-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  RETURN-PENDING-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  ACCOUNT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  ACCOUNT-FOUND                     VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND                 VALUE 'N'.

       01  BATCH-CONTROL-WORK.
           05  BCW-BATCH-ID            PIC X(08) VALUE SPACES.
           05  BCW-CREDIT-TYPE         PIC X(08) VALUE SPACES.
           05  BCW-DEBIT-TYPE          PIC X(08) VALUE SPACES.

      *****************************************************************
      *  OUR-IMMEDIATE-DEST - THE FILE HEADER'S IMMEDIATE DESTINATION
      *  AS IT MUST READ FOR A FILE MEANT FOR US: A BLANK AND OUR
      *  NINE-DIGIT ROUTING NUMBER.
      *****************************************************************
       01  OUR-IMMEDIATE-DEST.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OID-ROUTING             PIC X(09) VALUE SPACES.

      *****************************************************************
      *  FILE-PROOF-WORK - THE PRE-INTAKE PASS OVER ACHINFL.  THE
      *  ENTRY HASH IS ACCUMULATED IN FULL AND CUT TO ITS LOW-ORDER
      *  TEN DIGITS BY THE MOVE INTO THE TEN-DIGIT FIELD, AS THE
      *  NACHA RULES DEFINE IT.  THE FILE CONTROL'S FIGURES ARE HELD
      *  BECAUSE THE BLOCK-FILL RECORDS BEHIND IT OVERLAY THE BUFFER.
      *****************************************************************
       01  FILE-PROOF-WORK.
           05  FPW-RECORD-COUNT        PIC 9(08) VALUE 0.
           05  FPW-BLOCKS-EXPECTED     PIC 9(06) VALUE 0.
           05  FPW-BATCH-COUNT         PIC 9(06) VALUE 0.
           05  FPW-ENTRY-COUNT         PIC 9(08) VALUE 0.
           05  FPW-HASH-SUM            PIC 9(12) VALUE 0.
           05  FPW-ENTRY-HASH          PIC 9(10) VALUE 0.
           05  FPW-DEBIT-TOTAL         PIC 9(12)V99 VALUE 0.
           05  FPW-CREDIT-TOTAL        PIC 9(12)V99 VALUE 0.
           05  FPW-FILE-CONTROL-SW     PIC X(01) VALUE 'N'.
               88  FPW-FILE-CONTROL-SEEN         VALUE 'Y'.
               88  FPW-FILE-CONTROL-NOT-SEEN     VALUE 'N'.
           05  FPW-IN-BATCH-SW         PIC X(01) VALUE 'N'.
               88  FPW-IN-BATCH                  VALUE 'Y'.
               88  FPW-NOT-IN-BATCH              VALUE 'N'.
           05  FPW-ENTRY-OPEN-SW       PIC X(01) VALUE 'N'.
               88  FPW-ENTRY-OPEN                VALUE 'Y'.
               88  FPW-ENTRY-NOT-OPEN            VALUE 'N'.

       01  FILE-CONTROL-HOLD.
           05  FCH-BATCH-COUNT         PIC 9(06) VALUE 0.
           05  FCH-BLOCK-COUNT         PIC 9(06) VALUE 0.
           05  FCH-ENTRY-COUNT         PIC 9(08) VALUE 0.
           05  FCH-ENTRY-HASH          PIC 9(10) VALUE 0.
           05  FCH-TOTAL-DEBIT         PIC 9(10)V99 VALUE 0.
           05  FCH-TOTAL-CREDIT        PIC 9(10)V99 VALUE 0.

       01  BATCH-PROOF-WORK.
           05  BPW-BATCH-NUMBER        PIC 9(07) VALUE 0.
           05  BPW-ENTRY-COUNT         PIC 9(08) VALUE 0.
           05  BPW-HASH-SUM            PIC 9(12) VALUE 0.
           05  BPW-ENTRY-HASH          PIC 9(10) VALUE 0.
           05  BPW-DEBIT-TOTAL         PIC 9(12)V99 VALUE 0.
           05  BPW-CREDIT-TOTAL        PIC 9(12)V99 VALUE 0.

      *****************************************************************
      *  CURRENT-BATCH-INFO - THE BATCH HEADER THE ENTRIES BEING
      *  CARDED BELONG TO, IN THE SAME SHAPE AS ACHI-BATCH-INFO SO
      *  ACHRET CAN ADDRESS EACH RETURN BACK TO ITS ORIGINATOR.
      *****************************************************************
       01  CURRENT-BATCH-INFO.
           05  CBI-COMPANY-NAME        PIC X(16) VALUE SPACES.
           05  CBI-COMPANY-ID          PIC X(10) VALUE SPACES.
           05  CBI-SEC-CODE            PIC X(03) VALUE SPACES.
           05  CBI-ENTRY-DESC          PIC X(10) VALUE SPACES.
           05  CBI-EFFECTIVE-DATE      PIC X(06) VALUE SPACES.
           05  CBI-ODFI-ID             PIC X(08) VALUE SPACES.
           05  CBI-BATCH-NUMBER        PIC 9(07) VALUE 0.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  ENTRY-MESSAGE               PIC X(35) VALUE SPACES.

       01  REPORT-LINES.
           05  INTAKE-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(33)
                   VALUE 'ACH INBOUND INTAKE REPORT'.
               10  FILLER              PIC X(10) VALUE 'FOR: '.
               10  IH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(10) VALUE '  BATCH: '.
               10  IH-BATCH-ID         PIC X(08).
               10  FILLER              PIC X(21) VALUE SPACES.

           05  INTAKE-COL-HEADER.
               10  FILLER              PIC X(6)  VALUE 'ITEM'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'TRACE NUMBER'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(2)  VALUE 'TC'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(17) VALUE 'DFI ACCOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(22) VALUE 'NAME'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'AMOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(3)  VALUE 'RTN'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'RESULT'.
               10  FILLER              PIC X(3)  VALUE SPACES.

           05  INTAKE-DETAIL.
               10  ID-ITEM-SEQ         PIC 9(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  ID-TRACE-NUMBER     PIC X(15).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  ID-TRAN-CODE        PIC X(2).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  ID-DFI-ACCOUNT      PIC X(17).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  ID-NAME             PIC X(22).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  ID-AMOUNT           PIC X(15).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  ID-RETURN-CODE      PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  ID-MESSAGE          PIC X(35).
               10  FILLER              PIC X(3)  VALUE SPACES.

           05  INTAKE-TOTAL-LINE.
               10  IT-LABEL            PIC X(30).
               10  IT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM PROVE-ACH-FILE
           PERFORM CHECK-BATCH-NOT-CARDED
           PERFORM OPEN-INTAKE-OUTPUT
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-ACH-RECORDS
           PERFORM WRITE-BATCH-TRAILER
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD.  THE CARDS ARE DATED WITH
      *  IT AND THE BATCH HEADER CARRIES IT, SO TXNPOST WILL ONLY
      *  POST THE BATCH UNDER THE SAME CONTROL DATE.
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
           PERFORM READ-ACH-PARM
           PERFORM READ-ACH-CONTROL

           OPEN INPUT ACCOUNT-FILE
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' ACCT-STATUS
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

           OPEN INPUT ACH-INPUT-FILE
           IF ACHF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH INPUT FILE: ' ACHF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-ACH-PARM.
           OPEN INPUT ACH-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ACH-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ACH PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF AIP-BATCH-ID = SPACES
              OR AIP-CREDIT-TYPE = SPACES
              OR AIP-DEBIT-TYPE = SPACES
              DISPLAY 'INVALID ACH PARM CARD: ' AIP-BATCH-ID
                  ' ' AIP-CREDIT-TYPE ' ' AIP-DEBIT-TYPE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE AIP-BATCH-ID TO BCW-BATCH-ID
           MOVE AIP-CREDIT-TYPE TO BCW-CREDIT-TYPE
           MOVE AIP-DEBIT-TYPE TO BCW-DEBIT-TYPE
           CLOSE ACH-PARM-FILE.

      *****************************************************************
      *  READ-ACH-CONTROL - THE BANK'S OWN ROUTING NUMBER IS WHAT AN
      *  INBOUND FILE MUST BE ADDRESSED TO; WITHOUT IT NO FILE CAN BE
      *  ACCEPTED.
      *****************************************************************
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
              DISPLAY 'INVALID ACH CONTROL CARD: ' ACC-OUR-ROUTING
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE ACC-OUR-ROUTING TO OID-ROUTING
           CLOSE ACH-CONTROL-FILE.

      *****************************************************************
      *  PROVE-ACH-FILE - THE PRE-INTAKE PASS OVER ACHINFL.  THE FILE
      *  HEADER MUST COME FIRST AND BE ADDRESSED TO US; BATCHES MUST
      *  NEST PROPERLY AND EACH MUST AGREE WITH ITS BATCH CONTROL;
      *  THE FILE CONTROL MUST BE PRESENT, AGREE WITH THE BATCHES AND
      *  BE FOLLOWED BY NOTHING BUT BLOCK-FILL RECORDS OF ALL NINES.
      *  ANY FAILURE REFUSES THE FILE; ON SUCCESS ACHINFL IS CLOSED
      *  AND REOPENED FOR THE INTAKE PASS.
      *****************************************************************
       PROVE-ACH-FILE.
           PERFORM READ-ACH-RECORD
           IF ACHF-STATUS = '10' OR NOT NACH-FILE-HEADER
              DISPLAY 'ACHINFL HAS NO FILE HEADER - FILE REFUSED'
              PERFORM REFUSE-ACH-FILE
           END-IF

           IF NFH-IMMEDIATE-DEST NOT = OUR-IMMEDIATE-DEST
              DISPLAY 'ACHINFL IS ADDRESSED TO ' NFH-IMMEDIATE-DEST
                  ' NOT TO ' OUR-IMMEDIATE-DEST
              PERFORM REFUSE-ACH-FILE
           END-IF

           IF NFH-RECORD-SIZE NOT = '094'
              DISPLAY 'ACHINFL RECORD SIZE IS NOT 094: '
                  NFH-RECORD-SIZE
              PERFORM REFUSE-ACH-FILE
           END-IF

           MOVE 1 TO FPW-RECORD-COUNT
           PERFORM READ-ACH-RECORD
           PERFORM UNTIL ACHF-STATUS = '10'
               PERFORM PROVE-ONE-RECORD
               PERFORM READ-ACH-RECORD
           END-PERFORM

           IF FPW-FILE-CONTROL-NOT-SEEN
              DISPLAY 'ACHINFL HAS NO FILE CONTROL - FILE TRUNCATED'
              PERFORM REFUSE-ACH-FILE
           END-IF

           MOVE FPW-HASH-SUM TO FPW-ENTRY-HASH
           COMPUTE FPW-BLOCKS-EXPECTED = (FPW-RECORD-COUNT + 9) / 10
           IF FCH-BATCH-COUNT NOT = FPW-BATCH-COUNT
              OR FCH-ENTRY-COUNT NOT = FPW-ENTRY-COUNT
              OR FCH-ENTRY-HASH NOT = FPW-ENTRY-HASH
              OR FCH-TOTAL-DEBIT NOT = FPW-DEBIT-TOTAL
              OR FCH-TOTAL-CREDIT NOT = FPW-CREDIT-TOTAL
              OR FCH-BLOCK-COUNT NOT = FPW-BLOCKS-EXPECTED
              DISPLAY 'ACHINFL DOES NOT MATCH ITS FILE CONTROL'
              DISPLAY '  BATCHES ON FILE: ' FPW-BATCH-COUNT
                  '  FILE CONTROL CLAIMS: ' FCH-BATCH-COUNT
              DISPLAY '  ENTRIES AND ADDENDA ON FILE: ' FPW-ENTRY-COUNT
                  '  FILE CONTROL CLAIMS: ' FCH-ENTRY-COUNT
              PERFORM REFUSE-ACH-FILE
           END-IF

           CLOSE ACH-INPUT-FILE
           OPEN INPUT ACH-INPUT-FILE
           IF ACHF-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING ACH INPUT FILE: ' ACHF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           SET FPW-FILE-CONTROL-NOT-SEEN TO TRUE.

       PROVE-ONE-RECORD.
           IF FPW-FILE-CONTROL-NOT-SEEN
              ADD 1 TO FPW-RECORD-COUNT
           END-IF

           EVALUATE TRUE
               WHEN FPW-FILE-CONTROL-SEEN
                   IF NACHA-RECORD NOT = ALL '9'
                      DISPLAY 'ACHINFL HAS RECORDS AFTER ITS FILE '
                          'CONTROL'
                      PERFORM REFUSE-ACH-FILE
                   END-IF
               WHEN NACH-BATCH-HEADER
                   PERFORM OPEN-PROOF-BATCH
               WHEN NACH-ENTRY-DETAIL
                   PERFORM PROVE-ENTRY-DETAIL
               WHEN NACH-ADDENDA
                   IF FPW-ENTRY-NOT-OPEN
                      DISPLAY 'ACHINFL ADDENDA WITHOUT AN ENTRY AT '
                          'RECORD ' FPW-RECORD-COUNT
                      PERFORM REFUSE-ACH-FILE
                   END-IF
                   ADD 1 TO BPW-ENTRY-COUNT
               WHEN NACH-BATCH-CONTROL
                   PERFORM CLOSE-PROOF-BATCH
               WHEN NACH-FILE-CONTROL
                   PERFORM PROVE-FILE-CONTROL
               WHEN OTHER
                   DISPLAY 'ACHINFL RECORD TYPE ' NACH-RECORD-TYPE
                       ' NOT RECOGNISED AT RECORD ' FPW-RECORD-COUNT
                   PERFORM REFUSE-ACH-FILE
           END-EVALUATE.

       OPEN-PROOF-BATCH.
           IF FPW-IN-BATCH
              DISPLAY 'ACHINFL BATCH HEADER INSIDE A BATCH AT RECORD '
                  FPW-RECORD-COUNT
              PERFORM REFUSE-ACH-FILE
           END-IF

           IF NBH-BATCH-NUMBER NOT NUMERIC OR NBH-ODFI-ID NOT NUMERIC
              DISPLAY 'ACHINFL BATCH HEADER GARBLED AT RECORD '
                  FPW-RECORD-COUNT
              PERFORM REFUSE-ACH-FILE
           END-IF

           SET FPW-IN-BATCH TO TRUE
           SET FPW-ENTRY-NOT-OPEN TO TRUE
           ADD 1 TO FPW-BATCH-COUNT
           MOVE NBH-BATCH-NUMBER TO BPW-BATCH-NUMBER
           MOVE 0 TO BPW-ENTRY-COUNT
           MOVE 0 TO BPW-HASH-SUM
           MOVE 0 TO BPW-DEBIT-TOTAL
           MOVE 0 TO BPW-CREDIT-TOTAL.

       PROVE-ENTRY-DETAIL.
           IF FPW-NOT-IN-BATCH
              DISPLAY 'ACHINFL ENTRY OUTSIDE A BATCH AT RECORD '
                  FPW-RECORD-COUNT
              PERFORM REFUSE-ACH-FILE
           END-IF

           IF NED-RDFI-ID NOT NUMERIC OR NED-AMOUNT NOT NUMERIC
              DISPLAY 'ACHINFL ENTRY GARBLED - TRACE '
                  NED-TRACE-NUMBER
              PERFORM REFUSE-ACH-FILE
           END-IF

           SET FPW-ENTRY-OPEN TO TRUE
           ADD 1 TO BPW-ENTRY-COUNT
           ADD NED-RDFI-ID TO BPW-HASH-SUM
           IF NED-DEBIT-ENTRY
              ADD NED-AMOUNT TO BPW-DEBIT-TOTAL
           END-IF
           IF NED-CREDIT-ENTRY
              ADD NED-AMOUNT TO BPW-CREDIT-TOTAL
           END-IF.

       CLOSE-PROOF-BATCH.
           IF FPW-NOT-IN-BATCH
              DISPLAY 'ACHINFL BATCH CONTROL WITHOUT A HEADER AT '
                  'RECORD ' FPW-RECORD-COUNT
              PERFORM REFUSE-ACH-FILE
           END-IF

           IF NBC-ENTRY-COUNT NOT NUMERIC
              OR NBC-ENTRY-HASH NOT NUMERIC
              OR NBC-TOTAL-DEBIT NOT NUMERIC
              OR NBC-TOTAL-CREDIT NOT NUMERIC
              OR NBC-BATCH-NUMBER NOT NUMERIC
              DISPLAY 'ACHINFL BATCH CONTROL GARBLED AT RECORD '
                  FPW-RECORD-COUNT
              PERFORM REFUSE-ACH-FILE
           END-IF

           MOVE BPW-HASH-SUM TO BPW-ENTRY-HASH
           IF NBC-ENTRY-COUNT NOT = BPW-ENTRY-COUNT
              OR NBC-ENTRY-HASH NOT = BPW-ENTRY-HASH
              OR NBC-TOTAL-DEBIT NOT = BPW-DEBIT-TOTAL
              OR NBC-TOTAL-CREDIT NOT = BPW-CREDIT-TOTAL
              OR NBC-BATCH-NUMBER NOT = BPW-BATCH-NUMBER
              DISPLAY 'ACHINFL BATCH ' BPW-BATCH-NUMBER
                  ' DOES NOT MATCH ITS BATCH CONTROL'
              DISPLAY '  ENTRIES AND ADDENDA ON FILE: ' BPW-ENTRY-COUNT
                  '  CONTROL CLAIMS: ' NBC-ENTRY-COUNT
              DISPLAY '  ENTRY HASH ON FILE: ' BPW-ENTRY-HASH
                  '  CONTROL CLAIMS: ' NBC-ENTRY-HASH
              PERFORM REFUSE-ACH-FILE
           END-IF

           ADD BPW-ENTRY-COUNT TO FPW-ENTRY-COUNT
           ADD BPW-ENTRY-HASH TO FPW-HASH-SUM
           ADD BPW-DEBIT-TOTAL TO FPW-DEBIT-TOTAL
           ADD BPW-CREDIT-TOTAL TO FPW-CREDIT-TOTAL
           SET FPW-NOT-IN-BATCH TO TRUE
           SET FPW-ENTRY-NOT-OPEN TO TRUE.

       PROVE-FILE-CONTROL.
           IF FPW-IN-BATCH
              DISPLAY 'ACHINFL FILE CONTROL INSIDE A BATCH AT RECORD '
                  FPW-RECORD-COUNT
              PERFORM REFUSE-ACH-FILE
           END-IF

           IF NFC-BATCH-COUNT NOT NUMERIC
              OR NFC-BLOCK-COUNT NOT NUMERIC
              OR NFC-ENTRY-COUNT NOT NUMERIC
              OR NFC-ENTRY-HASH NOT NUMERIC
              OR NFC-TOTAL-DEBIT NOT NUMERIC
              OR NFC-TOTAL-CREDIT NOT NUMERIC
              DISPLAY 'ACHINFL FILE CONTROL IS GARBLED'
              PERFORM REFUSE-ACH-FILE
           END-IF

           SET FPW-FILE-CONTROL-SEEN TO TRUE
           MOVE NFC-BATCH-COUNT TO FCH-BATCH-COUNT
           MOVE NFC-BLOCK-COUNT TO FCH-BLOCK-COUNT
           MOVE NFC-ENTRY-COUNT TO FCH-ENTRY-COUNT
           MOVE NFC-ENTRY-HASH TO FCH-ENTRY-HASH
           MOVE NFC-TOTAL-DEBIT TO FCH-TOTAL-DEBIT
           MOVE NFC-TOTAL-CREDIT TO FCH-TOTAL-CREDIT.

       REFUSE-ACH-FILE.
           DISPLAY 'NOTHING CARDED - FIX ACHINFL AND RERUN'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       READ-ACH-RECORD.
           READ ACH-INPUT-FILE
           IF ACHF-STATUS NOT = '00' AND ACHF-STATUS NOT = '10'
              DISPLAY 'ERROR READING ACH INPUT FILE: ' ACHF-STATUS
              PERFORM REFUSE-ACH-FILE
           END-IF.

      *****************************************************************
      *  CHECK-BATCH-NOT-CARDED - AN ACTIVITY BATCH ID ALREADY ON
      *  ACHITEM HAS BEEN CARDED BEFORE; CARDING IT AGAIN WOULD
      *  DOUBLE THE ITEMS ACHRET AND ACHSETL WORK FROM.
      *****************************************************************
       CHECK-BATCH-NOT-CARDED.
           MOVE SPACES TO ACH-ITEM-RECORD
           SET ACHI-INBOUND TO TRUE
           MOVE BCW-BATCH-ID TO ACHI-BATCH-ID
           MOVE 0 TO ACHI-ITEM-SEQ
           START ACH-ITEM-FILE KEY IS NOT LESS THAN ACHI-KEY
               INVALID KEY
                   MOVE '23' TO ITEM-STATUS
           END-START
           IF ITEM-STATUS = '00'
              READ ACH-ITEM-FILE NEXT RECORD
              IF ITEM-STATUS = '00'
                 AND ACHI-INBOUND
                 AND ACHI-BATCH-ID = BCW-BATCH-ID
                 DISPLAY 'ACH BATCH ALREADY CARDED - RUN REFUSED: '
                     BCW-BATCH-ID
                 PERFORM REFUSE-ACH-FILE
              END-IF
           END-IF.

       OPEN-INTAKE-OUTPUT.
           OPEN OUTPUT ACH-ACTIVITY-FILE
           OPEN OUTPUT ACH-REPORT

           IF ACTV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH ACTIVITY FILE: ' ACTV-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACH INTAKE REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RUN-BUSINESS-DATE TO IH-BUSINESS-DATE
           MOVE BCW-BATCH-ID TO IH-BATCH-ID
           MOVE INTAKE-HEADER TO ACH-REPORT-RECORD
           WRITE ACH-REPORT-RECORD
           MOVE SPACES TO ACH-REPORT-RECORD
           WRITE ACH-REPORT-RECORD
           MOVE INTAKE-COL-HEADER TO ACH-REPORT-RECORD
           WRITE ACH-REPORT-RECORD.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE BCW-BATCH-ID TO TAR-BATCH-ID
           MOVE RUN-BUSINESS-DATE TO TAR-BUSINESS-DATE
           SET TAR-HEADER-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD.

      *****************************************************************
      *  PROCESS-ACH-RECORDS - THE INTAKE PASS.  THE FILE IS ALREADY
      *  PROVED, SO ONLY BATCH HEADERS (FOR THE ORIGINATOR DETAILS)
      *  AND ENTRY DETAILS MATTER; THE PASS STOPS AT THE FILE
      *  CONTROL.
      *****************************************************************
       PROCESS-ACH-RECORDS.
           PERFORM READ-ACH-RECORD
           PERFORM UNTIL ACHF-STATUS = '10' OR FPW-FILE-CONTROL-SEEN
               EVALUATE TRUE
                   WHEN NACH-BATCH-HEADER
                       PERFORM HOLD-BATCH-HEADER
                   WHEN NACH-ENTRY-DETAIL
                       PERFORM PROCESS-ONE-ENTRY
                   WHEN NACH-FILE-CONTROL
                       SET FPW-FILE-CONTROL-SEEN TO TRUE
               END-EVALUATE
               IF FPW-FILE-CONTROL-NOT-SEEN
                  PERFORM READ-ACH-RECORD
               END-IF
           END-PERFORM.

       HOLD-BATCH-HEADER.
           MOVE NBH-COMPANY-NAME TO CBI-COMPANY-NAME
           MOVE NBH-COMPANY-ID TO CBI-COMPANY-ID
           MOVE NBH-SEC-CODE TO CBI-SEC-CODE
           MOVE NBH-ENTRY-DESC TO CBI-ENTRY-DESC
           MOVE NBH-EFFECTIVE-DATE TO CBI-EFFECTIVE-DATE
           MOVE NBH-ODFI-ID TO CBI-ODFI-ID
           MOVE NBH-BATCH-NUMBER TO CBI-BATCH-NUMBER.

      *****************************************************************
      *  PROCESS-ONE-ENTRY - RECORD ONE ENTRY DETAIL ON ACHITEM,
      *  CARDING IT FIRST IF IT IS TO POST.  THE ITEM AMOUNT CARRIES
      *  THE SIGN THE CARD WOULD: A DEBIT TO OUR CUSTOMER NEGATIVE.
      *****************************************************************
       PROCESS-ONE-ENTRY.
           ADD 1 TO ENTRY-COUNT
           MOVE SPACES TO ACH-ITEM-RECORD
           SET ACHI-INBOUND TO TRUE
           MOVE BCW-BATCH-ID TO ACHI-BATCH-ID
           MOVE ENTRY-COUNT TO ACHI-ITEM-SEQ
           MOVE RUN-BUSINESS-DATE TO ACHI-BUSINESS-DATE
           MOVE RUN-BUSINESS-DATE TO ACHI-STATUS-DATE
           MOVE 0 TO ACHI-CARD-SEQ
           MOVE NED-DFI-ACCOUNT-ID TO ACHI-ACCOUNT
           IF NED-DEBIT-ENTRY
              COMPUTE ACHI-AMOUNT = 0 - NED-AMOUNT
           ELSE
              MOVE NED-AMOUNT TO ACHI-AMOUNT
           END-IF
           MOVE CURRENT-BATCH-INFO TO ACHI-BATCH-INFO
           MOVE NACHA-RECORD TO ACHI-ENTRY-IMAGE

           IF NED-LIVE-ENTRY
              IF NED-DEBIT-ENTRY
                 ADD NED-AMOUNT TO DEBIT-RECEIVED-TOTAL
              ELSE
                 ADD NED-AMOUNT TO CREDIT-RECEIVED-TOTAL
              END-IF
           END-IF

           PERFORM CLASSIFY-ENTRY
           IF ACHI-CARDED
              PERFORM GENERATE-ENTRY-CARD
           END-IF
           PERFORM WRITE-ACH-ITEM
           PERFORM LOG-ENTRY-RESULT.

      *****************************************************************
      *  CLASSIFY-ENTRY - DECIDE WHAT BECOMES OF THE ENTRY.  ONLY
      *  CHECKING AND SAVINGS CREDITS, DEBITS AND PRENOTES ARE
      *  HANDLED; THE ACCOUNT NUMBER MUST FIT CUST-KEY WITH NOTHING
      *  LEFT OVER AND BE ON CUSTFILE.  WHETHER THE ACCOUNT CAN TAKE
      *  THE ENTRY (CLOSED, DORMANT, FUNDS) IS LEFT TO TXNPOST.
      *****************************************************************
       CLASSIFY-ENTRY.
           EVALUATE TRUE
               WHEN NOT NED-CHECKING-ACCOUNT
                    AND NOT NED-SAVINGS-ACCOUNT
               WHEN NOT NED-LIVE-ENTRY AND NOT NED-PRENOTE-ENTRY
                   SET ACHI-MANUAL TO TRUE
                   ADD 1 TO MANUAL-COUNT
                   MOVE 'ENTRY NOT HANDLED - REFER MANUALLY' TO
                       ENTRY-MESSAGE
               WHEN NED-DFI-ACCOUNT-ID = SPACES
               WHEN NED-DFI-ACCOUNT-EXCESS NOT = SPACES
                   SET ACHI-RETURN-PENDING TO TRUE
                   MOVE 'R04' TO ACHI-RETURN-CODE
                   MOVE 'INVALID ACCOUNT NUMBER - RETURN' TO
                       ENTRY-MESSAGE
                   PERFORM COUNT-RETURN-PENDING
               WHEN OTHER
                   PERFORM CHECK-ENTRY-ACCOUNT
                   IF ACCOUNT-NOT-FOUND
                      SET ACHI-RETURN-PENDING TO TRUE
                      MOVE 'R03' TO ACHI-RETURN-CODE
                      MOVE 'ACCOUNT NOT ON FILE - RETURN' TO
                          ENTRY-MESSAGE
                      PERFORM COUNT-RETURN-PENDING
                   ELSE
                      IF NED-PRENOTE-ENTRY
                         SET ACHI-PRENOTE TO TRUE
                         ADD 1 TO PRENOTE-COUNT
                         MOVE 'PRENOTE - ACCOUNT VERIFIED' TO
                             ENTRY-MESSAGE
                      ELSE
                         SET ACHI-CARDED TO TRUE
                         MOVE 'CARDED FOR POSTING' TO ENTRY-MESSAGE
                      END-IF
                   END-IF
           END-EVALUATE.

       CHECK-ENTRY-ACCOUNT.
           MOVE NED-DFI-ACCOUNT-ID TO CUST-KEY
           READ ACCOUNT-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.

       COUNT-RETURN-PENDING.
           ADD 1 TO RETURN-PENDING-COUNT
           ADD ACHI-AMOUNT TO RETURN-PENDING-TOTAL.

      *****************************************************************
      *  GENERATE-ENTRY-CARD - THE ACTIVITY CARD FOR A LIVE ENTRY,
      *  DESCRIBED WITH THE ORIGINATOR'S COMPANY NAME AND ENTRY
      *  DESCRIPTION AS THE CUSTOMER WILL SEE IT ON THE STATEMENT.
      *  ITS SEQUENCE IN THE BATCH IS KEPT ON THE ITEM.
      *****************************************************************
       GENERATE-ENTRY-CARD.
           ADD 1 TO CARD-GEN-COUNT
           MOVE CARD-GEN-COUNT TO ACHI-CARD-SEQ

           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE NED-DFI-ACCOUNT-ID TO TAR-FROM-ACCOUNT
           IF NED-DEBIT-ENTRY
              MOVE BCW-DEBIT-TYPE TO TAR-TXN-TYPE
           ELSE
              MOVE BCW-CREDIT-TYPE TO TAR-TXN-TYPE
           END-IF
           MOVE ACHI-AMOUNT TO TAR-TXN-AMOUNT
           MOVE RUN-BUSINESS-DATE TO TAR-TXN-DATE
           STRING CBI-COMPANY-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CBI-ENTRY-DESC DELIMITED BY SIZE
               INTO TAR-TXN-DESCRIPTION
           SET TAR-SINGLE-RECORD TO TRUE
           PERFORM WRITE-ACTIVITY-RECORD

           ADD ACHI-AMOUNT TO BATCH-AMOUNT-TOTAL.

       WRITE-ACH-ITEM.
           WRITE ACH-ITEM-RECORD
           IF ITEM-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACH ITEM ' ACHI-KEY ': '
                  ITEM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOG-ENTRY-RESULT.
           MOVE ACHI-ITEM-SEQ TO ID-ITEM-SEQ
           MOVE NED-TRACE-NUMBER TO ID-TRACE-NUMBER
           MOVE NED-TRANSACTION-CODE TO ID-TRAN-CODE
           MOVE NED-DFI-ACCOUNT TO ID-DFI-ACCOUNT
           MOVE NED-INDIVIDUAL-NAME TO ID-NAME
           MOVE ACHI-AMOUNT TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO ID-AMOUNT
           MOVE ACHI-RETURN-CODE TO ID-RETURN-CODE
           MOVE ENTRY-MESSAGE TO ID-MESSAGE
           MOVE INTAKE-DETAIL TO ACH-REPORT-RECORD
           WRITE ACH-REPORT-RECORD.

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
           MOVE SPACES TO ACH-REPORT-RECORD
           WRITE ACH-REPORT-RECORD
           MOVE 'BATCHES RECEIVED:' TO IT-LABEL
           MOVE FPW-BATCH-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ENTRIES RECEIVED:' TO IT-LABEL
           MOVE ENTRY-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CREDITS RECEIVED:' TO IT-LABEL
           MOVE CREDIT-RECEIVED-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DEBITS RECEIVED:' TO IT-LABEL
           MOVE DEBIT-RECEIVED-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ENTRIES CARDED:' TO IT-LABEL
           MOVE CARD-GEN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CARDED NET AMOUNT:' TO IT-LABEL
           MOVE BATCH-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'PRENOTES RECORDED:' TO IT-LABEL
           MOVE PRENOTE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'HELD FOR RETURN:' TO IT-LABEL
           MOVE RETURN-PENDING-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'HELD FOR RETURN NET AMOUNT:' TO IT-LABEL
           MOVE RETURN-PENDING-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'REFERRED FOR MANUAL HANDLING:' TO IT-LABEL
           MOVE MANUAL-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO IT-VALUE
           PERFORM WRITE-TOTAL-LINE

           DISPLAY 'BATCH STAMPED: ' BCW-BATCH-ID
               ' FOR ' RUN-BUSINESS-DATE
           DISPLAY 'ACH ENTRIES RECEIVED: ' ENTRY-COUNT
           DISPLAY 'ACH ENTRIES CARDED: ' CARD-GEN-COUNT
           DISPLAY 'ACH ENTRIES HELD FOR RETURN: '
               RETURN-PENDING-COUNT
           DISPLAY 'ACH ENTRIES FOR MANUAL HANDLING: ' MANUAL-COUNT

           IF MANUAL-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE ACH-INPUT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE ACH-ITEM-FILE
           CLOSE ACH-ACTIVITY-FILE
           CLOSE ACH-REPORT.

       WRITE-TOTAL-LINE.
           MOVE INTAKE-TOTAL-LINE TO ACH-REPORT-RECORD
           WRITE ACH-REPORT-RECORD.
