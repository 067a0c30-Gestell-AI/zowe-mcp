       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRSUB.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  SUSPRSUB - BUILD THE SUSPENSE RESUBMISSION DECK
      *  SWEEPS THE SUSPENSE FILE FOR ITEMS SUSPMNT HAS CLEARED
      *  (CORRECTED OR RELEASED) AND WRITES EACH ONE'S CURRENT CARD
      *  TO THE SUSPRAW RAW ACTIVITY DECK, THE SAME DETAIL-ONLY
      *  SHAPE A BRANCH TRANSMISSION ARRIVES IN.  THE DECK THEN GOES
      *  THROUGH TXNBATCH AND TXNPOST LIKE ANY OTHER FEED.
      *
      *  THE BATCHPRM CARD IS THE SAME ONE THE FOLLOWING TXNBATCH
      *  STEP READS.  EACH ITEM WRITTEN IS STAMPED WITH THAT BATCH
      *  ID AND ITS DETAIL POSITION IN THE DECK AND MARKED
      *  RESUBMITTED, SO WHEN TXNPOST MEETS THE CARD AT THAT
      *  POSITION IT CAN CLOSE THE ITEM AS POSTED OR REOPEN IT AS A
      *  REPEAT REJECT.  THE DECK MUST THEREFORE BE BATCHED ON ITS
      *  OWN, NOT MERGED WITH ANOTHER FEED, OR THE POSITIONS WILL NOT
      *  LINE UP.  A BATCH ID ALREADY USED FOR AN EARLIER
      *  RESUBMISSION IS REFUSED WITH RETURN-CODE 8.
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

           SELECT BATCH-PARM-FILE ASSIGN TO BATCHPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT RESUB-ACTIVITY-FILE ASSIGN TO SUSPRAW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RAW-STATUS.

           SELECT RESUB-REPORT ASSIGN TO SUSPRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY SUSPCOPY.

      *****************************************************************
      *  BATCH-PARM-FILE - THE TXNBATCH PARM CARD FOR THE
      *  RESUBMISSION BATCH: BATCH ID AND BUSINESS DATE (YYYY-MM-DD).
      *****************************************************************
       FD  BATCH-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-PARM-RECORD.
           05  BPR-BATCH-ID            PIC X(08).
           05  BPR-BUSINESS-DATE       PIC X(10).
           05  FILLER                  PIC X(62).

       FD  RESUB-ACTIVITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESUB-ACTIVITY-RECORD       PIC X(80).

       FD  RESUB-REPORT.
       01  RESUB-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SUSP-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  RAW-STATUS              PIC XX.
           05  RPT-STATUS              PIC XX.

       01  COUNTERS.
           05  ITEMS-READ-COUNT        PIC 9(6) VALUE 0.
           05  RESUB-COUNT             PIC 9(6) VALUE 0.

       01  RESUB-TOTALS.
           05  RESUB-NET-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05  RESUB-TRANSFER-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.

       01  PARM-DATE-WORK.
           05  PDW-DATE.
               10  PDW-YEAR            PIC X(04).
               10  PDW-DASH-1          PIC X(01).
               10  PDW-MONTH           PIC X(02).
               10  PDW-DASH-2          PIC X(01).
               10  PDW-DAY             PIC X(02).

      *****************************************************************
      *  THE ITEM'S CURRENT CARD IS LOOKED AT THROUGH THE STANDARD
      *  ACTIVITY CARD LAYOUT FOR THE REPORT LINE AND TOTALS.
      *****************************************************************
       COPY TXNCARD.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.
           05  DISP-SEQ                PIC 9(06).

       01  REPORT-LINES.
           05  RESUB-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(31)
                   VALUE 'SUSPENSE RESUBMISSION REGISTER'.
               10  FILLER              PIC X(61) VALUE SPACES.

           05  RESUB-BATCH-LINE.
               10  FILLER              PIC X(20)
                   VALUE 'RESUBMISSION BATCH: '.
               10  RB-BATCH-ID         PIC X(8).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  FILLER              PIC X(15)
                   VALUE 'BUSINESS DATE: '.
               10  RB-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(75) VALUE SPACES.

           05  RESUB-COL-HEADER.
               10  FILLER              PIC X(6)  VALUE 'NEWSEQ'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'BATCH'.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'SEQ'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'TYPE'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'AMOUNT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'FIRST REJ'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(5)  VALUE 'TIMES'.
               10  FILLER              PIC X(45) VALUE SPACES.

           05  RESUB-DETAIL.
               10  RD-NEW-SEQ          PIC X(6).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  RD-BATCH-ID         PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  RD-CARD-SEQ         PIC X(6).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  RD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  RD-TXN-TYPE         PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  RD-AMOUNT           PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  RD-FIRST-REJECT     PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  RD-REJECT-COUNT     PIC ZZ9.
               10  FILLER              PIC X(47) VALUE SPACES.

           05  RESUB-TOTAL-LINE.
               10  RT-LABEL            PIC X(30).
               10  RT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM CHECK-BATCH-NOT-USED
           PERFORM RESUBMIT-CLEARED-ITEMS
           PERFORM WRITE-RESUB-TOTALS
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT BATCH-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BATCH PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-BATCH-PARM
           CLOSE BATCH-PARM-FILE

           OPEN I-O SUSPENSE-FILE
           OPEN OUTPUT RESUB-ACTIVITY-FILE
           OPEN OUTPUT RESUB-REPORT

           IF SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUSPENSE FILE: ' SUSP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RAW-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RESUBMISSION DECK: ' RAW-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RESUBMISSION REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RESUB-HEADER TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD
           MOVE SPACES TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD
           MOVE BPR-BATCH-ID TO RB-BATCH-ID
           MOVE BPR-BUSINESS-DATE TO RB-BUSINESS-DATE
           MOVE RESUB-BATCH-LINE TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD
           MOVE SPACES TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD
           MOVE RESUB-COL-HEADER TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD.

       READ-BATCH-PARM.
           READ BATCH-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR READING BATCH PARM CARD: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE BPR-BUSINESS-DATE TO PDW-DATE
           IF BPR-BATCH-ID = SPACES
              OR PDW-YEAR NOT NUMERIC
              OR PDW-DASH-1 NOT = '-'
              OR PDW-MONTH NOT NUMERIC
              OR PDW-MONTH < '01' OR PDW-MONTH > '12'
              OR PDW-DASH-2 NOT = '-'
              OR PDW-DAY NOT NUMERIC
              OR PDW-DAY < '01' OR PDW-DAY > '31'
              DISPLAY 'INVALID BATCH PARM CARD: ' BPR-BATCH-ID
                  ' ' BPR-BUSINESS-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *****************************************************************
      *  CHECK-BATCH-NOT-USED - A RESUBMISSION KEY IS ONLY CLEARED
      *  WHEN TXNPOST REJECTS THE CARD AGAIN, SO ANY ITEM STILL
      *  CARRYING THIS BATCH ID MEANS THE ID HAS BEEN HANDED OUT
      *  BEFORE.  REUSING IT WOULD LET TWO DECKS CLAIM THE SAME
      *  POSITIONS.
      *****************************************************************
       CHECK-BATCH-NOT-USED.
           MOVE BPR-BATCH-ID TO SUS-RESUB-BATCH-ID
           MOVE 0 TO SUS-RESUB-SEQ
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-RESUB-KEY
               INVALID KEY
                   MOVE '10' TO SUSP-STATUS
           END-START

           IF SUSP-STATUS = '00'
              READ SUSPENSE-FILE NEXT RECORD
              IF SUSP-STATUS = '00'
                 AND SUS-RESUB-BATCH-ID = BPR-BATCH-ID
                 DISPLAY 'BATCH ID ALREADY USED FOR A RESUBMISSION: '
                     BPR-BATCH-ID ' - RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *****************************************************************
      *  RESUBMIT-CLEARED-ITEMS - WALK THE FILE IN PRIMARY KEY ORDER
      *  (ORIGINAL BATCH, THEN CARD SEQUENCE) SO THE DECK COMES OUT
      *  IN THE ORDER THE CARDS FIRST ARRIVED.
      *****************************************************************
       RESUBMIT-CLEARED-ITEMS.
           MOVE LOW-VALUES TO SUS-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   MOVE '10' TO SUSP-STATUS
           END-START

           IF SUSP-STATUS = '00'
              PERFORM READ-SUSPENSE-RECORD
              PERFORM UNTIL SUSP-STATUS = '10'
                  ADD 1 TO ITEMS-READ-COUNT
                  IF SUS-CLEARED
                     PERFORM RESUBMIT-ONE-ITEM
                  END-IF
                  PERFORM READ-SUSPENSE-RECORD
              END-PERFORM
           END-IF.

       READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE NEXT RECORD
           IF SUSP-STATUS NOT = '00' AND SUSP-STATUS NOT = '10'
              DISPLAY 'ERROR READING SUSPENSE FILE: ' SUSP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       RESUBMIT-ONE-ITEM.
           MOVE SUS-CURRENT-CARD TO TXN-ACTIVITY-RECORD
           MOVE SUS-CURRENT-CARD TO RESUB-ACTIVITY-RECORD
           WRITE RESUB-ACTIVITY-RECORD
           IF RAW-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RESUBMISSION DECK: ' RAW-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO RESUB-COUNT
           MOVE BPR-BATCH-ID TO SUS-RESUB-BATCH-ID
           MOVE RESUB-COUNT TO SUS-RESUB-SEQ
           SET SUS-RESUBMITTED TO TRUE
           MOVE BPR-BUSINESS-DATE TO SUS-STATUS-DATE
           REWRITE SUSPENSE-RECORD
           IF SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR UPDATING SUSPENSE ITEM: ' SUS-BATCH-ID
                  ' ' SUS-CARD-SEQ ' ' SUSP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF TAR-TXN-AMOUNT NUMERIC
              IF TAR-TRANSFER-RECORD
                 ADD TAR-TXN-AMOUNT TO RESUB-TRANSFER-TOTAL
              ELSE
                 ADD TAR-TXN-AMOUNT TO RESUB-NET-TOTAL
              END-IF
           END-IF

           PERFORM LOG-RESUB-ITEM.

       LOG-RESUB-ITEM.
           MOVE RESUB-COUNT TO DISP-SEQ
           MOVE DISP-SEQ TO RD-NEW-SEQ
           MOVE SUS-BATCH-ID TO RD-BATCH-ID
           MOVE SUS-CARD-SEQ TO DISP-SEQ
           MOVE DISP-SEQ TO RD-CARD-SEQ
           MOVE TAR-FROM-ACCOUNT TO RD-ACCT-ID
           MOVE TAR-TXN-TYPE TO RD-TXN-TYPE
           IF TAR-TXN-AMOUNT NUMERIC
              MOVE TAR-TXN-AMOUNT TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO RD-AMOUNT
           ELSE
              MOVE SPACES TO RD-AMOUNT
           END-IF
           MOVE SUS-FIRST-REJECT-DATE TO RD-FIRST-REJECT
           MOVE SUS-REJECT-COUNT TO RD-REJECT-COUNT
           MOVE RESUB-DETAIL TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD.

       WRITE-RESUB-TOTALS.
           MOVE SPACES TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD

           MOVE 'SUSPENSE ITEMS EXAMINED:' TO RT-LABEL
           MOVE ITEMS-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           MOVE RESUB-TOTAL-LINE TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD

           MOVE 'ITEMS RESUBMITTED:' TO RT-LABEL
           MOVE RESUB-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO RT-VALUE
           MOVE RESUB-TOTAL-LINE TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD

           MOVE 'NET AMOUNT RESUBMITTED:' TO RT-LABEL
           MOVE RESUB-NET-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           MOVE RESUB-TOTAL-LINE TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD

           MOVE 'TRANSFER AMOUNT RESUBMITTED:' TO RT-LABEL
           MOVE RESUB-TRANSFER-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO RT-VALUE
           MOVE RESUB-TOTAL-LINE TO RESUB-REPORT-RECORD
           WRITE RESUB-REPORT-RECORD.

       TERMINATION.
           DISPLAY 'SUSPENSE ITEMS EXAMINED: ' ITEMS-READ-COUNT
           DISPLAY 'ITEMS RESUBMITTED: ' RESUB-COUNT

           CLOSE SUSPENSE-FILE
           CLOSE RESUB-ACTIVITY-FILE
           CLOSE RESUB-REPORT.
