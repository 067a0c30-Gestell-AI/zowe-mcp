       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  SUSPAGE - AGED SUSPENSE REPORT
      *  LISTS EVERY SUSPENSE ITEM STILL OUTSTANDING - OPEN, CLEARED
      *  BUT NOT YET RESUBMITTED, OR RESUBMITTED AND NOT YET POSTED -
      *  WITH ITS AGE IN BUSINESS DAYS SINCE IT WAS FIRST REJECTED,
      *  THEN SUMMARISES THE ITEMS INTO AGEING BUCKETS:
      *      CURRENT    REJECTED TODAY
      *      1-2 DAYS   1 TO 2 BUSINESS DAYS
      *      3-6 DAYS   3 TO 6 BUSINESS DAYS
      *      7+ DAYS    7 OR MORE BUSINESS DAYS (ESCALATE)
      *  WITH A COUNT AND AMOUNT PER BUCKET AND IN TOTAL.  POSTED AND
      *  CANCELLED ITEMS ARE HISTORY AND ARE NOT LISTED.
      *
      *  THE SCHEDULE RUNS EVERY CALENDAR DAY - DAYROLL ADVANCES THE
      *  BUSINESS DATE ONE DAY AT A TIME - SO AN ITEM'S AGE IN
      *  BUSINESS DAYS IS THE DAY COUNT BETWEEN ITS FIRST-REJECT DATE
      *  AND THE BUSDATE CONTROL DATE.
      *
      *  AMOUNTS ARE SHOWN AS TXNPOST'S CONTROL TOTALS SHOW THEM: A
      *  SINGLE-SIDED CARD'S SIGNED AMOUNT COUNTS TOWARD THE NET, A
      *  TRANSFER'S AMOUNT IS CARRIED SEPARATELY SINCE IT NETS TO
      *  ZERO ACROSS THE TWO ACCOUNTS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUS-KEY
               ALTERNATE RECORD KEY IS SUS-RESUB-KEY WITH DUPLICATES
               FILE STATUS IS SUSP-STATUS.

           SELECT AGED-REPORT ASSIGN TO SUSPARPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BUSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY SUSPCOPY.

       FD  AGED-REPORT.
       01  AGED-REPORT-RECORD          PIC X(132).

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SUSP-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.

       01  RUN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

       01  COUNTERS.
           05  ITEMS-READ-COUNT        PIC 9(6) VALUE 0.
           05  BAD-DATE-COUNT          PIC 9(6) VALUE 0.

      *****************************************************************
      *  AGEING-BUCKETS - ONE ENTRY PER BUCKET IN REPORT ORDER, PLUS
      *  THE GRAND TOTALS ACROSS ALL FOUR.
      *****************************************************************
       01  AGEING-BUCKETS.
           05  AGE-BUCKET OCCURS 4 TIMES.
               10  AGB-ITEM-COUNT      PIC 9(6) VALUE 0.
               10  AGB-NET-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
               10  AGB-TRANSFER-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           05  AGB-IX                  PIC 9(1) VALUE 0.
           05  ALL-ITEM-COUNT          PIC 9(6) VALUE 0.
           05  ALL-NET-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
           05  ALL-TRANSFER-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.

       01  BUCKET-LABEL-VALUES.
           05  FILLER                  PIC X(12) VALUE 'CURRENT'.
           05  FILLER                  PIC X(12) VALUE '1-2 DAYS'.
           05  FILLER                  PIC X(12) VALUE '3-6 DAYS'.
           05  FILLER                  PIC X(12) VALUE '7+ DAYS'.
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           05  BUCKET-LABEL            PIC X(12) OCCURS 4 TIMES.

      *****************************************************************
      *  DAY-NUMBER-WORK - A YYYY-MM-DD DATE TURNED INTO A RUNNING
      *  DAY COUNT SO TWO DATES CAN BE SUBTRACTED WITHOUT DATE
      *  INTRINSICS.  THE YEAR IS TAKEN FROM MARCH, SO THE LEAP DAY
      *  FALLS AT THE END OF IT AND THE MONTH OFFSETS ARE A FIXED
      *  FORMULA; THE LEAP RULE IS THE SAME ONE DAYROLL APPLIES.
      *****************************************************************
       01  DAY-NUMBER-WORK.
           05  DNW-DATE.
               10  DNW-YEAR            PIC 9(04).
               10  DNW-DASH-1          PIC X(01).
               10  DNW-MONTH           PIC 9(02).
               10  DNW-DASH-2          PIC X(01).
               10  DNW-DAY             PIC 9(02).
           05  DNW-DATE-X REDEFINES DNW-DATE.
               10  DNW-YEAR-X          PIC X(04).
               10  FILLER              PIC X(01).
               10  DNW-MONTH-X         PIC X(02).
               10  FILLER              PIC X(01).
               10  DNW-DAY-X           PIC X(02).
           05  DNW-MARCH-YEAR          PIC 9(04) VALUE 0.
           05  DNW-MARCH-MONTH         PIC 9(02) VALUE 0.
           05  DNW-QUOT-4              PIC 9(04) VALUE 0.
           05  DNW-QUOT-100            PIC 9(04) VALUE 0.
           05  DNW-QUOT-400            PIC 9(04) VALUE 0.
           05  DNW-MONTH-DAYS          PIC 9(04) VALUE 0.
           05  DNW-DAY-NUMBER          PIC 9(07) VALUE 0.
           05  DNW-DATE-SW             PIC X(01) VALUE 'Y'.
               88  DNW-DATE-VALID                VALUE 'Y'.
               88  DNW-DATE-INVALID              VALUE 'N'.
           05  RUN-DAY-NUMBER          PIC 9(07) VALUE 0.
           05  ITEM-AGE-DAYS           PIC S9(07) VALUE 0.

      *****************************************************************
      *  THE ITEM'S CURRENT CARD IS LOOKED AT THROUGH THE STANDARD
      *  ACTIVITY CARD LAYOUT FOR THE ACCOUNT, TYPE AND AMOUNT.
      *****************************************************************
       COPY TXNCARD.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.
           05  DISP-SEQ                PIC 9(06).

       01  REPORT-LINES.
           05  AGED-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(21)
                   VALUE 'AGED SUSPENSE REPORT '.
               10  FILLER              PIC X(9)  VALUE 'AS OF    '.
               10  AH-BUSINESS-DATE    PIC X(10).
               10  FILLER              PIC X(52) VALUE SPACES.

           05  AGED-COL-HEADER.
               10  FILLER              PIC X(8)  VALUE 'BATCH'.
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  FILLER              PIC X(6)  VALUE 'SEQ'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(8)  VALUE 'TYPE'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(13) VALUE 'AMOUNT'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(3)  VALUE 'RSN'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'REASON'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'FIRST REJ'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(5)  VALUE '  AGE'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(3)  VALUE 'STS'.
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  FILLER              PIC X(12) VALUE 'BUCKET'.

           05  AGED-DETAIL.
               10  AD-BATCH-ID         PIC X(8).
               10  FILLER              PIC X(1)  VALUE SPACES.
               10  AD-CARD-SEQ         PIC X(6).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-TXN-TYPE         PIC X(8).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-AMOUNT           PIC X(13).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-REASON-CODE      PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-REASON-TEXT      PIC X(35).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-FIRST-REJECT     PIC X(10).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-AGE              PIC X(5).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-STATUS           PIC X(3).
               10  FILLER              PIC X(2)  VALUE SPACES.
               10  AD-BUCKET           PIC X(12).

           05  BUCKET-COL-HEADER.
               10  FILLER              PIC X(12) VALUE 'AGE BUCKET'.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE '  ITEMS'.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  FILLER              PIC X(18) VALUE
                   '        NET AMOUNT'.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  FILLER              PIC X(18) VALUE
                   '   TRANSFER AMOUNT'.
               10  FILLER              PIC X(65) VALUE SPACES.

           05  BUCKET-LINE.
               10  BL-LABEL            PIC X(12).
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  BL-COUNT            PIC ZZZ,ZZ9.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  BL-NET              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(4)  VALUE SPACES.
               10  BL-TRANSFER         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(65) VALUE SPACES.

           05  AGED-TOTAL-LINE.
               10  AT-LABEL            PIC X(30).
               10  AT-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INITIALIZATION
           PERFORM AGE-SUSPENSE-ITEMS
           PERFORM WRITE-BUCKET-SUMMARY
           PERFORM TERMINATION
           STOP RUN.

      *****************************************************************
      *  LOAD-BUSINESS-DATE - PICK UP THE SCHEDULE'S BUSINESS DATE
      *  FROM THE BUSDATE CONTROL RECORD; EVERY ITEM IS AGED AGAINST
      *  IT.  NO USABLE CONTROL DATE MEANS NOTHING CAN BE AGED, SO
      *  THE RUN IS REFUSED UP FRONT.
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
           CLOSE BUSDATE-FILE

           MOVE RUN-BUSINESS-DATE TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           IF DNW-DATE-INVALID
              DISPLAY 'INVALID BUSINESS DATE: ' RUN-BUSINESS-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE DNW-DAY-NUMBER TO RUN-DAY-NUMBER.

       INITIALIZATION.
           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT AGED-REPORT

           IF SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUSPENSE FILE: ' SUSP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AGED REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RUN-BUSINESS-DATE TO AH-BUSINESS-DATE
           MOVE AGED-HEADER TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD
           MOVE SPACES TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD
           MOVE AGED-COL-HEADER TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD.

       AGE-SUSPENSE-ITEMS.
           PERFORM READ-SUSPENSE-RECORD
           PERFORM UNTIL SUSP-STATUS = '10'
               ADD 1 TO ITEMS-READ-COUNT
               IF SUS-OUTSTANDING
                  PERFORM AGE-ONE-ITEM
               END-IF
               PERFORM READ-SUSPENSE-RECORD
           END-PERFORM.

       READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE NEXT RECORD
           IF SUSP-STATUS NOT = '00' AND SUSP-STATUS NOT = '10'
              DISPLAY 'ERROR READING SUSPENSE FILE: ' SUSP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *****************************************************************
      *  AGE-ONE-ITEM - DATE THE ITEM FROM ITS FIRST REJECT, NOT ITS
      *  LATEST ONE, SO A CARD THAT KEEPS BOUNCING BACK STILL AGES.
      *  A FIRST-REJECT DATE THAT WILL NOT CONVERT (OR LIES AHEAD OF
      *  THE BUSINESS DATE) CANNOT BE AGED; THE ITEM IS LISTED IN THE
      *  OLDEST BUCKET SO IT IS LOOKED AT RATHER THAN LOST.
      *****************************************************************
       AGE-ONE-ITEM.
           MOVE SUS-CURRENT-CARD TO TXN-ACTIVITY-RECORD
           MOVE SUS-FIRST-REJECT-DATE TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           IF DNW-DATE-VALID
              COMPUTE ITEM-AGE-DAYS = RUN-DAY-NUMBER - DNW-DAY-NUMBER
           END-IF

           EVALUATE TRUE
               WHEN DNW-DATE-INVALID OR ITEM-AGE-DAYS < 0
                   ADD 1 TO BAD-DATE-COUNT
                   MOVE 4 TO AGB-IX
                   MOVE '  ???' TO AD-AGE
               WHEN ITEM-AGE-DAYS = 0
                   MOVE 1 TO AGB-IX
               WHEN ITEM-AGE-DAYS < 3
                   MOVE 2 TO AGB-IX
               WHEN ITEM-AGE-DAYS < 7
                   MOVE 3 TO AGB-IX
               WHEN OTHER
                   MOVE 4 TO AGB-IX
           END-EVALUATE

           ADD 1 TO AGB-ITEM-COUNT (AGB-IX)
           ADD 1 TO ALL-ITEM-COUNT
           IF TAR-TXN-AMOUNT NUMERIC
              IF TAR-TRANSFER-RECORD
                 ADD TAR-TXN-AMOUNT TO AGB-TRANSFER-TOTAL (AGB-IX)
                 ADD TAR-TXN-AMOUNT TO ALL-TRANSFER-TOTAL
              ELSE
                 ADD TAR-TXN-AMOUNT TO AGB-NET-TOTAL (AGB-IX)
                 ADD TAR-TXN-AMOUNT TO ALL-NET-TOTAL
              END-IF
           END-IF

           PERFORM LOG-AGED-ITEM.

      *****************************************************************
      *  COMPUTE-DAY-NUMBER - DAYS FROM A FIXED ORIGIN TO DNW-DATE.
      *  JANUARY AND FEBRUARY ARE COUNTED AS MONTHS 11 AND 12 OF THE
      *  PRIOR YEAR, SO EACH YEAR'S LEAP DAY IS ITS LAST DAY AND THE
      *  DAYS BEFORE A MONTH ARE (153 * MONTH + 2) / 5.  WHOLE YEARS
      *  ADD 365 EACH PLUS ONE PER LEAP YEAR BY THE FOUR / HUNDRED /
      *  FOUR-HUNDRED RULE.  EACH DIVISION IS ITS OWN DIVIDE SO THE
      *  QUOTIENT IS TRUNCATED BEFORE IT IS USED.
      *****************************************************************
       COMPUTE-DAY-NUMBER.
           SET DNW-DATE-VALID TO TRUE
           MOVE 0 TO DNW-DAY-NUMBER
           IF DNW-YEAR-X NOT NUMERIC
              OR DNW-DASH-1 NOT = '-'
              OR DNW-MONTH-X NOT NUMERIC
              OR DNW-DASH-2 NOT = '-'
              OR DNW-DAY-X NOT NUMERIC
              SET DNW-DATE-INVALID TO TRUE
           ELSE
              IF DNW-YEAR < 1
                 OR DNW-MONTH < 01 OR DNW-MONTH > 12
                 OR DNW-DAY < 01 OR DNW-DAY > 31
                 SET DNW-DATE-INVALID TO TRUE
              END-IF
           END-IF

           IF DNW-DATE-VALID
              IF DNW-MONTH > 2
                 MOVE DNW-YEAR TO DNW-MARCH-YEAR
                 COMPUTE DNW-MARCH-MONTH = DNW-MONTH - 3
              ELSE
                 COMPUTE DNW-MARCH-YEAR = DNW-YEAR - 1
                 COMPUTE DNW-MARCH-MONTH = DNW-MONTH + 9
              END-IF

              DIVIDE DNW-MARCH-YEAR BY 4 GIVING DNW-QUOT-4
              DIVIDE DNW-MARCH-YEAR BY 100 GIVING DNW-QUOT-100
              DIVIDE DNW-MARCH-YEAR BY 400 GIVING DNW-QUOT-400
              COMPUTE DNW-MONTH-DAYS = 153 * DNW-MARCH-MONTH + 2
              DIVIDE DNW-MONTH-DAYS BY 5 GIVING DNW-MONTH-DAYS

              COMPUTE DNW-DAY-NUMBER =
                  DNW-MARCH-YEAR * 365
                  + DNW-QUOT-4 - DNW-QUOT-100 + DNW-QUOT-400
                  + DNW-MONTH-DAYS + DNW-DAY - 1
           END-IF.

       LOG-AGED-ITEM.
           MOVE SUS-BATCH-ID TO AD-BATCH-ID
           MOVE SUS-CARD-SEQ TO DISP-SEQ
           MOVE DISP-SEQ TO AD-CARD-SEQ
           MOVE TAR-FROM-ACCOUNT TO AD-ACCT-ID
           MOVE TAR-TXN-TYPE TO AD-TXN-TYPE
           IF TAR-TXN-AMOUNT NUMERIC
              MOVE TAR-TXN-AMOUNT TO DISP-AMOUNT
              MOVE DISP-AMOUNT TO AD-AMOUNT
           ELSE
              MOVE SPACES TO AD-AMOUNT
           END-IF
           MOVE SUS-REASON-CODE TO AD-REASON-CODE
           MOVE SUS-REASON-TEXT TO AD-REASON-TEXT
           MOVE SUS-FIRST-REJECT-DATE TO AD-FIRST-REJECT
           IF DNW-DATE-VALID AND ITEM-AGE-DAYS NOT < 0
              MOVE ITEM-AGE-DAYS TO DISP-COUNT
              MOVE DISP-COUNT (3:5) TO AD-AGE
           END-IF
           EVALUATE TRUE
               WHEN SUS-OPEN
                   MOVE 'OPN' TO AD-STATUS
               WHEN SUS-CLEARED
                   MOVE 'CLR' TO AD-STATUS
               WHEN SUS-RESUBMITTED
                   MOVE 'RSB' TO AD-STATUS
           END-EVALUATE
           MOVE BUCKET-LABEL (AGB-IX) TO AD-BUCKET
           MOVE AGED-DETAIL TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD.

       WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD
           MOVE BUCKET-COL-HEADER TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD

           PERFORM VARYING AGB-IX FROM 1 BY 1 UNTIL AGB-IX > 4
               MOVE BUCKET-LABEL (AGB-IX) TO BL-LABEL
               MOVE AGB-ITEM-COUNT (AGB-IX) TO BL-COUNT
               MOVE AGB-NET-TOTAL (AGB-IX) TO BL-NET
               MOVE AGB-TRANSFER-TOTAL (AGB-IX) TO BL-TRANSFER
               MOVE BUCKET-LINE TO AGED-REPORT-RECORD
               WRITE AGED-REPORT-RECORD
           END-PERFORM

           MOVE 'TOTAL' TO BL-LABEL
           MOVE ALL-ITEM-COUNT TO BL-COUNT
           MOVE ALL-NET-TOTAL TO BL-NET
           MOVE ALL-TRANSFER-TOTAL TO BL-TRANSFER
           MOVE BUCKET-LINE TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD

           MOVE SPACES TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD

           MOVE 'SUSPENSE ITEMS ON FILE:' TO AT-LABEL
           MOVE ITEMS-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO AT-VALUE
           MOVE AGED-TOTAL-LINE TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD

           MOVE 'ITEMS WITH UNUSABLE DATE:' TO AT-LABEL
           MOVE BAD-DATE-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO AT-VALUE
           MOVE AGED-TOTAL-LINE TO AGED-REPORT-RECORD
           WRITE AGED-REPORT-RECORD.

       TERMINATION.
           DISPLAY 'SUSPENSE ITEMS ON FILE: ' ITEMS-READ-COUNT
           DISPLAY 'SUSPENSE ITEMS OUTSTANDING: ' ALL-ITEM-COUNT
           DISPLAY 'ITEMS SEVEN DAYS OR OLDER: ' AGB-ITEM-COUNT (4)

           CLOSE SUSPENSE-FILE
           CLOSE AGED-REPORT.
