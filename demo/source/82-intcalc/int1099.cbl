       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT1099.
       AUTHOR. VSAM WORKFLOW SYSTEM.
       DATE-WRITTEN. TODAY.

      *****************************************************************
      *  INT1099 - YEAR-END INTEREST INCOME REPORTING (1099-INT)
      *  TOTALS EACH ACCOUNT'S INTEREST POSTINGS FOR THE TAX YEAR
      *  NAMED ON THE TAXPARM CARD AND PRODUCES THE YEAR'S 1099-INT
      *  OUTPUT FROM THEM: A PRINTED FORM PER ACCOUNT, ADDRESSED TO
      *  THE CUST-ADDRESS-BLOCK, ON TAXFORMS, AND THE ELECTRONIC
      *  FILING FILE (TAXFCOPY - PAYER, PAYEES AND CONTROL TRAILER)
      *  ON TAXEFILE.
      *
      *  THE INTEREST IS COLLECTED THE WAY STMTHIST COLLECTS A
      *  STATEMENT: ONE PASS OVER THE ARCHIN CONCATENATION OF EVERY
      *  TXNARCH ARCHIVE GENERATION THAT REACHES INTO THE TAX YEAR,
      *  THEN EACH ACCOUNT'S LIVE TRANSACTION-FILE ENTRIES THROUGH
      *  THE FROM-ACCOUNT PATH.  TXNARCH NEVER LEAVES AN ENTRY ON
      *  BOTH, SO NOTHING IS COUNTED TWICE.  ARCHIN IS IN TXN-ID
      *  ORDER, NOT ACCOUNT ORDER, SO ITS TOTALS ARE GATHERED PER
      *  ACCOUNT ON THE INTWORK WORK FILE (REBUILT EMPTY EACH RUN)
      *  AND PICKED UP BY KEY AS CUSTFILE IS WALKED.
      *
      *  EVERY POSTING OF THE INTEREST TXN TYPE DATED IN THE YEAR
      *  COUNTS, SO A REVERSED INTEREST CREDIT AND ITS CONTRA ENTRY
      *  NET TO NOTHING.  BACKUP WITHHOLDING DEBITS, WHEN TAXPARM
      *  NAMES THEIR TXN TYPE, ARE TOTALLED THE SAME WAY FOR BOX 4.
      *  AN ACCOUNT IS REPORTABLE WHEN ITS INTEREST REACHES THE
      *  TAXPARM REPORTING MINIMUM, OR WHEN ANYTHING WAS WITHHELD.
      *  EVERY ACCOUNT STATUS IS INCLUDED - INTEREST PAID BEFORE AN
      *  ACCOUNT WENT DORMANT OR CLOSED IS STILL REPORTABLE.
      *
      *  A REPORTABLE ACCOUNT WITH NO TAXPAYER ID OR NO MAILING
      *  ADDRESS IS NOT FILED OR PRINTED: IT GOES ON THE TAXEXCP
      *  EXCEPTION LIST, ALONG WITH ANY ARCHIVED INTEREST FOR AN
      *  ACCOUNT NO LONGER ON CUSTFILE, AND THE RUN ENDS WITH RETURN
      *  CODE 4 SO THE LIST IS WORKED (ACCTMNT TAX AND ADDRESS CARDS)
      *  AND THE YEAR RERUN BEFORE THE FILE IS SENT.  THE CONTROL
      *  TOTALS ON TAXEXCP SHOW FILED PLUS HELD BACK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-KEY
               FILE STATUS IS ACCT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO TXNDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-ID
               ALTERNATE RECORD KEY IS FROM-ACCOUNT WITH DUPLICATES
               FILE STATUS IS TXN-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.

      *****************************************************************
      *  INTEREST-WORK-FILE - ONE RECORD PER ACCOUNT WITH TAX-YEAR
      *  INTEREST OR WITHHOLDING ON THE ARCHIVE.  OPENED OUTPUT AND
      *  RE-OPENED I-O AT START-UP SO EVERY RUN STARTS FROM AN EMPTY
      *  FILE.
      *****************************************************************
           SELECT INTEREST-WORK-FILE ASSIGN TO INTWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IWK-ACCOUNT
               FILE STATUS IS IWK-STATUS.

           SELECT TAX-PARM-FILE ASSIGN TO TAXPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

           SELECT TAX-FORM-FILE ASSIGN TO TAXFORMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FORM-STATUS.

           SELECT TAX-FILING-FILE ASSIGN TO TAXEFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EFIL-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO TAXEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY CUSTCOPY.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY TXNCOPY.

      *****************************************************************
      *  ARCHIVE-FILE - TXNARCH OUTPUT, READ INTO TRANSACTION-RECORD
      *  THE SAME WAY STMTHIST READS IT.
      *****************************************************************
       FD  ARCHIVE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  ARCHIVE-RECORD              PIC X(200).

       FD  INTEREST-WORK-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  INTEREST-WORK-RECORD.
           05  IWK-ACCOUNT             PIC X(10).
           05  IWK-INTEREST            PIC S9(11)V99 COMP-3.
           05  IWK-WITHHELD            PIC S9(11)V99 COMP-3.
           05  IWK-MATCHED-SW          PIC X(01).
               88  IWK-MATCHED                   VALUE 'Y'.
               88  IWK-NOT-MATCHED               VALUE 'N'.
           05  FILLER                  PIC X(25).

      *****************************************************************
      *  TAX-PARM-FILE - ONE REQUIRED CARD:
      *      TAX YEAR (YYYY), REPORTING MINIMUM (9(5)V99, E.G.
      *      0001000 FOR $10.00), INTEREST TXN TYPE (BLANK MEANS
      *      INTEREST, THE TYPE INTCALC POSTS), BACKUP WITHHOLDING
      *      TXN TYPE (BLANK WHEN NONE IS COLLECTED), AND THE BANK'S
      *      PAYER TAXPAYER ID AND NAME FOR THE FORMS AND THE FILE.
      *****************************************************************
       FD  TAX-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-PARM-RECORD.
           05  TPR-TAX-YEAR            PIC X(04).
           05  TPR-REPORT-MINIMUM      PIC 9(05)V99.
           05  TPR-INTEREST-TYPE       PIC X(08).
           05  TPR-WITHHOLD-TYPE       PIC X(08).
           05  TPR-PAYER-TIN           PIC X(09).
           05  TPR-PAYER-NAME          PIC X(35).
           05  FILLER                  PIC X(09).

       FD  TAX-FORM-FILE.
       01  TAX-FORM-RECORD             PIC X(132).

       FD  TAX-FILING-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY TAXFCOPY.

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ACCT-STATUS             PIC XX.
           05  TXN-FILE-STATUS         PIC XX.
           05  ARCH-STATUS             PIC XX.
           05  IWK-STATUS              PIC XX.
           05  PARM-STATUS             PIC XX.
           05  FORM-STATUS             PIC XX.
           05  EFIL-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.

       01  COUNTERS.
           05  ARCHIVE-READ-COUNT      PIC 9(6) VALUE 0.
           05  ACCOUNT-READ-COUNT      PIC 9(6) VALUE 0.
           05  FORM-COUNT              PIC 9(6) VALUE 0.
           05  BELOW-MINIMUM-COUNT     PIC 9(6) VALUE 0.
           05  EXCEPTION-COUNT         PIC 9(6) VALUE 0.
           05  WORK-ERROR-COUNT        PIC 9(6) VALUE 0.

      *****************************************************************
      *  TAX-YEAR-CONTROL - THE TAXPARM CARD AS EDITED, AND THE
      *  FIRST AND LAST DATE KEYS OF THE TAX YEAR.
      *****************************************************************
       01  TAX-YEAR-CONTROL.
           05  TAX-YEAR                PIC X(04) VALUE SPACES.
           05  YEAR-START-DATE         PIC X(10) VALUE SPACES.
           05  YEAR-END-DATE           PIC X(10) VALUE SPACES.
           05  REPORT-MINIMUM          PIC S9(5)V99 COMP-3 VALUE 0.
           05  INTEREST-TXN-TYPE       PIC X(08) VALUE SPACES.
           05  WITHHOLD-TXN-TYPE       PIC X(08) VALUE SPACES.
           05  PAYER-TIN               PIC X(09) VALUE SPACES.
           05  PAYER-NAME              PIC X(35) VALUE SPACES.

      *****************************************************************
      *  POSTING-WORK - WHAT ONE TRANSACTION CONTRIBUTES, SET BY
      *  CLASSIFY-TAX-POSTING FOR WHICHEVER PASS READ IT.  WITHHELD
      *  AMOUNTS ARE DEBITS ON THE LEDGER AND ARE CARRIED POSITIVE.
      *****************************************************************
       01  POSTING-WORK.
           05  POSTING-SW              PIC X(01) VALUE 'N'.
               88  POSTING-REPORTABLE            VALUE 'Y'.
               88  POSTING-NOT-REPORTABLE        VALUE 'N'.
           05  POSTING-INTEREST        PIC S9(9)V99 COMP-3 VALUE 0.
           05  POSTING-WITHHELD        PIC S9(9)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  ACCOUNT-TAX-WORK - THE ACCOUNT BEING REPORTED: ARCHIVE PLUS
      *  LIVE TOTALS FOR THE YEAR AND THE EXCEPTION REASON, IF ANY.
      *****************************************************************
       01  ACCOUNT-TAX-WORK.
           05  ACCT-INTEREST           PIC S9(11)V99 COMP-3 VALUE 0.
           05  ACCT-WITHHELD           PIC S9(11)V99 COMP-3 VALUE 0.
           05  EXCEPTION-ACCOUNT       PIC X(10) VALUE SPACES.
           05  EXCEPTION-NAME          PIC X(35) VALUE SPACES.
           05  EXCEPTION-REASON        PIC X(35) VALUE SPACES.
           05  EXCEPTION-INTEREST      PIC S9(11)V99 COMP-3 VALUE 0.

       01  TAX-TOTALS.
           05  FILED-INTEREST-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
           05  FILED-WITHHELD-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
           05  EXCEPTION-INTEREST-TOTAL
                                       PIC S9(13)V99 COMP-3 VALUE 0.
           05  REPORTABLE-INTEREST-TOTAL
                                       PIC S9(13)V99 COMP-3 VALUE 0.

       01  COLLECT-SWITCHES.
           05  COLLECT-DONE-SW         PIC X(01) VALUE 'N'.
               88  COLLECT-DONE                  VALUE 'Y'.
               88  COLLECT-NOT-DONE              VALUE 'N'.
           05  WORK-SCAN-SW            PIC X(01) VALUE 'N'.
               88  WORK-SCAN-DONE                VALUE 'Y'.
               88  WORK-SCAN-NOT-DONE            VALUE 'N'.

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

      *****************************************************************
      *  FORM-LINES - ONE 1099-INT PER ACCOUNT, EACH ON ITS OWN PAGE.
      *  THE RECIPIENT'S TAXPAYER ID IS PRINTED MASKED TO ITS LAST
      *  FOUR DIGITS ON THE CUSTOMER COPY; THE FULL ID GOES ONLY TO
      *  THE FILING FILE.
      *****************************************************************
       01  FORM-LINES.
           05  FORM-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(31)
                   VALUE 'FORM 1099-INT  INTEREST INCOME'.
               10  FILLER              PIC X(10) VALUE 'TAX YEAR: '.
               10  FH-TAX-YEAR         PIC X(04).
               10  FILLER              PIC X(47) VALUE SPACES.

           05  FORM-PAYER-LINE.
               10  FILLER              PIC X(22)
                   VALUE 'PAYER:'.
               10  FP-PAYER-NAME       PIC X(35).
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(20)
                   VALUE 'PAYER TIN:'.
               10  FP-PAYER-TIN        PIC X(09).
               10  FILLER              PIC X(41) VALUE SPACES.

           05  FORM-RECIPIENT-LINE.
               10  FILLER              PIC X(22)
                   VALUE 'RECIPIENT:'.
               10  FR-CUST-NAME        PIC X(35).
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(20)
                   VALUE 'RECIPIENT TIN:'.
               10  FR-MASKED-TIN.
                   15  FILLER          PIC X(07) VALUE '***-**-'.
                   15  FR-TIN-LAST-4   PIC X(04).
               10  FILLER              PIC X(39) VALUE SPACES.

           05  FORM-ADDR-LINE-1.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  FA1-ADDR-STREET     PIC X(30).
               10  FILLER              PIC X(80) VALUE SPACES.

           05  FORM-ADDR-LINE-2.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  FA2-ADDR-CITY       PIC X(20).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  FA2-ADDR-STATE      PIC X(02).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  FA2-ADDR-ZIP        PIC X(10).
               10  FILLER              PIC X(76) VALUE SPACES.

           05  FORM-ACCOUNT-LINE.
               10  FILLER              PIC X(22)
                   VALUE 'ACCOUNT NUMBER:'.
               10  FC-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(100) VALUE SPACES.

           05  FORM-AMOUNT-LINE.
               10  FB-LABEL            PIC X(40).
               10  FB-AMOUNT           PIC X(18).
               10  FILLER              PIC X(74) VALUE SPACES.

           05  FORM-WITHHOLDING-LINE.
               10  FILLER              PIC X(40)
                   VALUE 'PAYEE IS SUBJECT TO BACKUP WITHHOLDING'.
               10  FILLER              PIC X(92) VALUE SPACES.

       01  REPORT-LINES.
           05  EXC-HEADER.
               10  FILLER              PIC X(40) VALUE SPACES.
               10  FILLER              PIC X(31)
                   VALUE '1099-INT EXCEPTIONS AND CONTROL'.
               10  FILLER              PIC X(10) VALUE 'TAX YEAR: '.
               10  EH-TAX-YEAR         PIC X(04).
               10  FILLER              PIC X(47) VALUE SPACES.

           05  EXC-COL-HEADER.
               10  FILLER              PIC X(10) VALUE 'ACCOUNT ID'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'NAME'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'INTEREST'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(35) VALUE 'REASON HELD'.
               10  FILLER              PIC X(28) VALUE SPACES.

           05  EXC-DETAIL.
               10  ED-ACCT-ID          PIC X(10).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  ED-CUST-NAME        PIC X(35).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  ED-AMOUNT           PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  ED-REASON           PIC X(35).
               10  FILLER              PIC X(28) VALUE SPACES.

           05  EXC-TOTAL-LINE.
               10  ET-LABEL            PIC X(30).
               10  ET-VALUE            PIC X(18).
               10  FILLER              PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZATION
           PERFORM WRITE-PAYER-RECORD
           PERFORM COLLECT-ARCHIVE-INTEREST
           PERFORM PROCESS-ACCOUNTS
           PERFORM REPORT-UNMATCHED-ARCHIVE
           PERFORM WRITE-FILING-TRAILER
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM TERMINATION
           STOP RUN.

       INITIALIZATION.
           PERFORM READ-TAX-PARM

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT ARCHIVE-FILE
           OPEN OUTPUT TAX-FORM-FILE
           OPEN OUTPUT TAX-FILING-FILE
           OPEN OUTPUT EXCEPTION-REPORT

           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' ACCT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF TXN-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' TXN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ARCH-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ARCHIVE FILE: ' ARCH-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF FORM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAX FORM FILE: ' FORM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF EFIL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAX FILING FILE: ' EFIL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION REPORT: ' RPT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT INTEREST-WORK-FILE
           CLOSE INTEREST-WORK-FILE
           OPEN I-O INTEREST-WORK-FILE
           IF IWK-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INTEREST WORK FILE: ' IWK-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE TAX-YEAR TO EH-TAX-YEAR
           MOVE EXC-HEADER TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE EXC-COL-HEADER TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

      *****************************************************************
      *  READ-TAX-PARM - THE YEAR, MINIMUM AND PAYER DETAILS ARE ALL
      *  REQUIRED; A FILE SENT WITH THE WRONG YEAR OR PAYER HAS TO BE
      *  CORRECTED WITH THE TAX AUTHORITY, SO NOTHING IS DEFAULTED
      *  EXCEPT THE INTEREST TXN TYPE.
      *****************************************************************
       READ-TAX-PARM.
           OPEN INPUT TAX-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAX PARM FILE: ' PARM-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           READ TAX-PARM-FILE
           IF PARM-STATUS NOT = '00'
              DISPLAY 'TAX PARM CARD MISSING - RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF TPR-TAX-YEAR NOT NUMERIC
              OR TPR-REPORT-MINIMUM NOT NUMERIC
              OR TPR-PAYER-TIN NOT NUMERIC
              OR TPR-PAYER-NAME = SPACES
              DISPLAY 'INVALID TAX PARM CARD: ' TAX-PARM-RECORD
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE TPR-TAX-YEAR TO TAX-YEAR
           MOVE TPR-REPORT-MINIMUM TO REPORT-MINIMUM
           MOVE TPR-WITHHOLD-TYPE TO WITHHOLD-TXN-TYPE
           MOVE TPR-PAYER-TIN TO PAYER-TIN
           MOVE TPR-PAYER-NAME TO PAYER-NAME
           IF TPR-INTEREST-TYPE = SPACES
              MOVE 'INTEREST' TO INTEREST-TXN-TYPE
           ELSE
              MOVE TPR-INTEREST-TYPE TO INTEREST-TXN-TYPE
           END-IF

           STRING TAX-YEAR DELIMITED BY SIZE
                  '-01-01' DELIMITED BY SIZE
               INTO YEAR-START-DATE
           END-STRING
           STRING TAX-YEAR DELIMITED BY SIZE
                  '-12-31' DELIMITED BY SIZE
               INTO YEAR-END-DATE
           END-STRING

           CLOSE TAX-PARM-FILE.

       WRITE-PAYER-RECORD.
           MOVE SPACES TO TAX-FILING-RECORD
           SET TXF-PAYER TO TRUE
           MOVE TAX-YEAR TO TXF-TAX-YEAR
           MOVE PAYER-TIN TO TXF-PAYER-TIN
           MOVE PAYER-NAME TO TXF-PAYER-NAME
           ACCEPT TXF-RUN-DATE FROM DATE YYYYMMDD
           PERFORM WRITE-FILING-RECORD.

      *****************************************************************
      *  COLLECT-ARCHIVE-INTEREST - ONE PASS OVER ARCHIN.  EACH
      *  TAX-YEAR INTEREST OR WITHHOLDING POSTING IS ADDED TO ITS
      *  ACCOUNT'S INTWORK RECORD, WHICH IS WRITTEN THE FIRST TIME
      *  THE ACCOUNT TURNS UP.
      *****************************************************************
       COLLECT-ARCHIVE-INTEREST.
           PERFORM READ-ARCHIVE-RECORD
           PERFORM UNTIL ARCH-STATUS NOT = '00'
               ADD 1 TO ARCHIVE-READ-COUNT
               PERFORM CLASSIFY-TAX-POSTING
               IF POSTING-REPORTABLE
                  PERFORM ADD-ARCHIVE-POSTING
               END-IF
               PERFORM READ-ARCHIVE-RECORD
           END-PERFORM.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE INTO TRANSACTION-RECORD
           IF ARCH-STATUS NOT = '00' AND ARCH-STATUS NOT = '10'
              DISPLAY 'ERROR READING ARCHIVE FILE: ' ARCH-STATUS
           END-IF.

       ADD-ARCHIVE-POSTING.
           MOVE FROM-ACCOUNT TO IWK-ACCOUNT
           READ INTEREST-WORK-FILE
               INVALID KEY
                   MOVE SPACES TO INTEREST-WORK-RECORD
                   MOVE FROM-ACCOUNT TO IWK-ACCOUNT
                   MOVE ZERO TO IWK-INTEREST
                   MOVE ZERO TO IWK-WITHHELD
                   SET IWK-NOT-MATCHED TO TRUE
                   ADD POSTING-INTEREST TO IWK-INTEREST
                   ADD POSTING-WITHHELD TO IWK-WITHHELD
                   WRITE INTEREST-WORK-RECORD
               NOT INVALID KEY
                   ADD POSTING-INTEREST TO IWK-INTEREST
                   ADD POSTING-WITHHELD TO IWK-WITHHELD
                   REWRITE INTEREST-WORK-RECORD
           END-READ

           IF IWK-STATUS NOT = '00'
              DISPLAY 'ERROR UPDATING INTEREST WORK FILE: ' IWK-STATUS
                  ' ACCOUNT ' FROM-ACCOUNT
              ADD 1 TO WORK-ERROR-COUNT
           END-IF.

      *****************************************************************
      *  CLASSIFY-TAX-POSTING - DOES THE TRANSACTION IN
      *  TRANSACTION-RECORD COUNT FOR THE TAX YEAR, AND AS WHAT.
      *****************************************************************
       CLASSIFY-TAX-POSTING.
           SET POSTING-NOT-REPORTABLE TO TRUE
           MOVE ZERO TO POSTING-INTEREST
           MOVE ZERO TO POSTING-WITHHELD

           IF TXN-DATE NOT < YEAR-START-DATE
              AND TXN-DATE NOT > YEAR-END-DATE
              EVALUATE TRUE
                  WHEN TXN-TYPE = INTEREST-TXN-TYPE
                      SET POSTING-REPORTABLE TO TRUE
                      MOVE TXN-AMOUNT TO POSTING-INTEREST
                  WHEN WITHHOLD-TXN-TYPE NOT = SPACES
                       AND TXN-TYPE = WITHHOLD-TXN-TYPE
                      SET POSTING-REPORTABLE TO TRUE
                      COMPUTE POSTING-WITHHELD = 0 - TXN-AMOUNT
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

      *****************************************************************
      *  PROCESS-ACCOUNTS - WALK CUSTFILE IN KEY ORDER.  EACH
      *  ACCOUNT'S ARCHIVED TOTALS ARE PICKED UP FROM INTWORK (AND
      *  MARKED MATCHED), ITS LIVE POSTINGS ADDED, AND THE RESULT
      *  FORMED, HELD BACK OR PASSED OVER AS BELOW THE MINIMUM.
      *****************************************************************
       PROCESS-ACCOUNTS.
           PERFORM READ-ACCOUNT-RECORD
           PERFORM UNTIL ACCT-STATUS NOT = '00'
               ADD 1 TO ACCOUNT-READ-COUNT
               MOVE ZERO TO ACCT-INTEREST
               MOVE ZERO TO ACCT-WITHHELD
               PERFORM PICK-UP-ARCHIVE-TOTALS
               PERFORM COLLECT-LIVE-INTEREST
               PERFORM REPORT-ACCOUNT-INTEREST
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE NEXT RECORD
           IF ACCT-STATUS NOT = '00' AND ACCT-STATUS NOT = '10'
              DISPLAY 'ERROR READING ACCOUNT FILE: ' ACCT-STATUS
           END-IF.

       PICK-UP-ARCHIVE-TOTALS.
           MOVE CUST-KEY TO IWK-ACCOUNT
           READ INTEREST-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD IWK-INTEREST TO ACCT-INTEREST
                   ADD IWK-WITHHELD TO ACCT-WITHHELD
                   SET IWK-MATCHED TO TRUE
                   REWRITE INTEREST-WORK-RECORD
                   IF IWK-STATUS NOT = '00'
                      DISPLAY 'ERROR UPDATING INTEREST WORK FILE: '
                          IWK-STATUS ' ACCOUNT ' CUST-KEY
                      ADD 1 TO WORK-ERROR-COUNT
                   END-IF
           END-READ.

      *****************************************************************
      *  COLLECT-LIVE-INTEREST - START THE FROM-ACCOUNT ALTERNATE
      *  PATH AT THE ACCOUNT AND READ FORWARD UNTIL THE KEY CHANGES,
      *  THE SAME COLLECTION STMTHIST RUNS.
      *****************************************************************
       COLLECT-LIVE-INTEREST.
           SET COLLECT-NOT-DONE TO TRUE
           MOVE CUST-KEY TO FROM-ACCOUNT
           START TRANSACTION-FILE KEY NOT LESS THAN FROM-ACCOUNT
               INVALID KEY
                   SET COLLECT-DONE TO TRUE
           END-START

           IF COLLECT-NOT-DONE
              PERFORM READ-LIVE-TRANSACTION
           END-IF
           PERFORM UNTIL COLLECT-DONE
               IF FROM-ACCOUNT = CUST-KEY
                  PERFORM CLASSIFY-TAX-POSTING
                  IF POSTING-REPORTABLE
                     ADD POSTING-INTEREST TO ACCT-INTEREST
                     ADD POSTING-WITHHELD TO ACCT-WITHHELD
                  END-IF
                  PERFORM READ-LIVE-TRANSACTION
               ELSE
                  SET COLLECT-DONE TO TRUE
               END-IF
           END-PERFORM.

       READ-LIVE-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
           EVALUATE TRUE
               WHEN TXN-FILE-STATUS = '00' OR TXN-FILE-STATUS = '02'
                   CONTINUE
               WHEN TXN-FILE-STATUS = '10'
                   SET COLLECT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING TRANSACTION FILE: '
                       TXN-FILE-STATUS
                   SET COLLECT-DONE TO TRUE
           END-EVALUATE.

      *****************************************************************
      *  REPORT-ACCOUNT-INTEREST - AN ACCOUNT WITH NOTHING WITHHELD
      *  AND INTEREST UNDER THE MINIMUM IS NOT REPORTABLE.  A
      *  REPORTABLE ONE IS FILED AND FORMED, UNLESS ITS TAXPAYER ID
      *  OR ADDRESS IS MISSING, IN WHICH CASE IT IS HELD BACK ON THE
      *  EXCEPTION LIST.  ONLY THE AMOUNT ACTUALLY FILED OR HELD BACK
      *  COUNTS AS REPORTABLE - AN ACCOUNT REPORTABLE ONLY FOR ITS
      *  WITHHOLDING, WITH NO POSITIVE INTEREST, ADDS NOTHING - SO
      *  REPORTABLE ALWAYS EQUALS FILED PLUS HELD BACK.
      *****************************************************************
       REPORT-ACCOUNT-INTEREST.
           IF ACCT-WITHHELD NOT > 0
              AND (ACCT-INTEREST NOT > 0
                   OR ACCT-INTEREST < REPORT-MINIMUM)
              IF ACCT-INTEREST NOT = 0
                 ADD 1 TO BELOW-MINIMUM-COUNT
              END-IF
           ELSE
              MOVE CUST-KEY TO EXCEPTION-ACCOUNT
              MOVE CUST-NAME TO EXCEPTION-NAME
              EVALUATE TRUE
                  WHEN (CUST-TAXPAYER-ID = SPACES
                        OR CUST-TAXPAYER-ID NOT NUMERIC)
                       AND CUST-ADDR-STREET = SPACES
                      MOVE 'NO TAXPAYER ID AND NO ADDRESS' TO
                          EXCEPTION-REASON
                      PERFORM WRITE-EXCEPTION-LINE
                  WHEN CUST-TAXPAYER-ID = SPACES
                       OR CUST-TAXPAYER-ID NOT NUMERIC
                      MOVE 'NO TAXPAYER ID ON FILE' TO
                          EXCEPTION-REASON
                      PERFORM WRITE-EXCEPTION-LINE
                  WHEN CUST-ADDR-STREET = SPACES
                      MOVE 'NO MAILING ADDRESS ON FILE' TO
                          EXCEPTION-REASON
                      PERFORM WRITE-EXCEPTION-LINE
                  WHEN OTHER
                      PERFORM WRITE-PAYEE-RECORD
                      PERFORM PRINT-TAX-FORM
              END-EVALUATE
           END-IF.

       WRITE-PAYEE-RECORD.
           MOVE SPACES TO TAX-FILING-RECORD
           SET TXF-PAYEE TO TRUE
           MOVE TAX-YEAR TO TXF-TAX-YEAR
           MOVE CUST-KEY TO TXF-ACCOUNT
           MOVE CUST-TAXPAYER-ID TO TXF-PAYEE-TIN
           MOVE CUST-NAME TO TXF-PAYEE-NAME
           MOVE CUST-ADDR-STREET TO TXF-ADDR-STREET
           MOVE CUST-ADDR-CITY TO TXF-ADDR-CITY
           MOVE CUST-ADDR-STATE TO TXF-ADDR-STATE
           MOVE CUST-ADDR-ZIP TO TXF-ADDR-ZIP
           IF ACCT-INTEREST > 0
              MOVE ACCT-INTEREST TO TXF-INTEREST-AMOUNT
           ELSE
              MOVE ZERO TO TXF-INTEREST-AMOUNT
           END-IF
           MOVE ACCT-WITHHELD TO TXF-WITHHELD-AMOUNT
           IF CUST-BACKUP-WITHHOLDING
              MOVE 'Y' TO TXF-WITHHOLDING-FLAG
           ELSE
              MOVE 'N' TO TXF-WITHHOLDING-FLAG
           END-IF
           PERFORM WRITE-FILING-RECORD

           ADD 1 TO FORM-COUNT
           ADD TXF-INTEREST-AMOUNT TO FILED-INTEREST-TOTAL
           ADD TXF-INTEREST-AMOUNT TO REPORTABLE-INTEREST-TOTAL
           ADD TXF-WITHHELD-AMOUNT TO FILED-WITHHELD-TOTAL.

      *****************************************************************
      *  PRINT-TAX-FORM - THE CUSTOMER'S COPY, ON A FRESH PAGE, WITH
      *  THE SAME ADDRESS BLOCK STMTGEN PRINTS SO IT GOES IN A WINDOW
      *  ENVELOPE.
      *****************************************************************
       PRINT-TAX-FORM.
           MOVE TAX-YEAR TO FH-TAX-YEAR
           MOVE FORM-HEADER TO TAX-FORM-RECORD
           WRITE TAX-FORM-RECORD AFTER ADVANCING PAGE
           PERFORM WRITE-BLANK-FORM-LINE

           MOVE PAYER-NAME TO FP-PAYER-NAME
           MOVE PAYER-TIN TO FP-PAYER-TIN
           MOVE FORM-PAYER-LINE TO TAX-FORM-RECORD
           PERFORM WRITE-FORM-LINE
           PERFORM WRITE-BLANK-FORM-LINE

           MOVE CUST-NAME TO FR-CUST-NAME
           MOVE CUST-TAXPAYER-ID (6:4) TO FR-TIN-LAST-4
           MOVE FORM-RECIPIENT-LINE TO TAX-FORM-RECORD
           PERFORM WRITE-FORM-LINE
           MOVE CUST-ADDR-STREET TO FA1-ADDR-STREET
           MOVE FORM-ADDR-LINE-1 TO TAX-FORM-RECORD
           PERFORM WRITE-FORM-LINE
           MOVE CUST-ADDR-CITY TO FA2-ADDR-CITY
           MOVE CUST-ADDR-STATE TO FA2-ADDR-STATE
           MOVE CUST-ADDR-ZIP TO FA2-ADDR-ZIP
           MOVE FORM-ADDR-LINE-2 TO TAX-FORM-RECORD
           PERFORM WRITE-FORM-LINE
           PERFORM WRITE-BLANK-FORM-LINE

           MOVE CUST-KEY TO FC-ACCT-ID
           MOVE FORM-ACCOUNT-LINE TO TAX-FORM-RECORD
           PERFORM WRITE-FORM-LINE
           PERFORM WRITE-BLANK-FORM-LINE

           MOVE 'BOX 1  INTEREST INCOME' TO FB-LABEL
           MOVE TXF-INTEREST-AMOUNT TO DISP-TOTAL
           MOVE DISP-TOTAL TO FB-AMOUNT
           MOVE FORM-AMOUNT-LINE TO TAX-FORM-RECORD
           PERFORM WRITE-FORM-LINE
           MOVE 'BOX 4  FEDERAL INCOME TAX WITHHELD' TO FB-LABEL
           MOVE TXF-WITHHELD-AMOUNT TO DISP-TOTAL
           MOVE DISP-TOTAL TO FB-AMOUNT
           MOVE FORM-AMOUNT-LINE TO TAX-FORM-RECORD
           PERFORM WRITE-FORM-LINE

           IF CUST-BACKUP-WITHHOLDING
              PERFORM WRITE-BLANK-FORM-LINE
              MOVE FORM-WITHHOLDING-LINE TO TAX-FORM-RECORD
              PERFORM WRITE-FORM-LINE
           END-IF.

       WRITE-FORM-LINE.
           WRITE TAX-FORM-RECORD AFTER ADVANCING 1 LINE.

       WRITE-BLANK-FORM-LINE.
           MOVE SPACES TO TAX-FORM-RECORD
           WRITE TAX-FORM-RECORD AFTER ADVANCING 1 LINE.

       WRITE-FILING-RECORD.
           WRITE TAX-FILING-RECORD
           IF EFIL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TAX FILING FILE: ' EFIL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *****************************************************************
      *  WRITE-EXCEPTION-LINE - THE INTEREST HELD BACK IS WHAT WOULD
      *  HAVE BEEN FILED IN BOX 1: THE ACCOUNT'S INTEREST, OR ZERO
      *  WHEN IT NETTED TO NOTHING OR LESS.
      *****************************************************************
       WRITE-EXCEPTION-LINE.
           IF ACCT-INTEREST > 0
              MOVE ACCT-INTEREST TO EXCEPTION-INTEREST
           ELSE
              MOVE ZERO TO EXCEPTION-INTEREST
           END-IF
           ADD 1 TO EXCEPTION-COUNT
           ADD EXCEPTION-INTEREST TO EXCEPTION-INTEREST-TOTAL
           ADD EXCEPTION-INTEREST TO REPORTABLE-INTEREST-TOTAL
           MOVE EXCEPTION-ACCOUNT TO ED-ACCT-ID
           MOVE EXCEPTION-NAME TO ED-CUST-NAME
           MOVE EXCEPTION-INTEREST TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO ED-AMOUNT
           MOVE EXCEPTION-REASON TO ED-REASON
           MOVE EXC-DETAIL TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

      *****************************************************************
      *  REPORT-UNMATCHED-ARCHIVE - ARCHIVED INTEREST FOR AN ACCOUNT
      *  CUSTFILE NO LONGER CARRIES CANNOT BE FORMED OR FILED, BUT IT
      *  WAS PAID AND MUST NOT SIMPLY DROP OUT; IT IS LISTED WITH THE
      *  OTHER EXCEPTIONS IF IT WOULD HAVE BEEN REPORTABLE.
      *****************************************************************
       REPORT-UNMATCHED-ARCHIVE.
           SET WORK-SCAN-NOT-DONE TO TRUE
           MOVE LOW-VALUES TO IWK-ACCOUNT
           START INTEREST-WORK-FILE KEY NOT LESS THAN IWK-ACCOUNT
               INVALID KEY
                   SET WORK-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL WORK-SCAN-DONE
               READ INTEREST-WORK-FILE NEXT RECORD
               IF IWK-STATUS NOT = '00'
                  SET WORK-SCAN-DONE TO TRUE
               ELSE
                  IF IWK-NOT-MATCHED
                     PERFORM REPORT-UNMATCHED-ACCOUNT
                  END-IF
               END-IF
           END-PERFORM.

       REPORT-UNMATCHED-ACCOUNT.
           MOVE IWK-INTEREST TO ACCT-INTEREST
           MOVE IWK-WITHHELD TO ACCT-WITHHELD
           IF ACCT-WITHHELD > 0
              OR (ACCT-INTEREST > 0
                  AND ACCT-INTEREST NOT < REPORT-MINIMUM)
              MOVE IWK-ACCOUNT TO EXCEPTION-ACCOUNT
              MOVE '** NOT ON ACCOUNT FILE **' TO EXCEPTION-NAME
              MOVE 'ACCOUNT NO LONGER ON CUSTFILE' TO
                  EXCEPTION-REASON
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-FILING-TRAILER.
           MOVE SPACES TO TAX-FILING-RECORD
           SET TXF-TRAILER TO TRUE
           MOVE TAX-YEAR TO TXF-TAX-YEAR
           MOVE FORM-COUNT TO TXF-PAYEE-COUNT
           MOVE FILED-INTEREST-TOTAL TO TXF-INTEREST-TOTAL
           MOVE FILED-WITHHELD-TOTAL TO TXF-WITHHELD-TOTAL
           PERFORM WRITE-FILING-RECORD.

      *****************************************************************
      *  WRITE-CONTROL-TOTALS - REPORTABLE INTEREST MUST EQUAL WHAT
      *  WAS FILED PLUS WHAT WAS HELD BACK.
      *****************************************************************
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE 'ARCHIVE RECORDS READ' TO ET-LABEL
           MOVE ARCHIVE-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'ACCOUNTS READ' TO ET-LABEL
           MOVE ACCOUNT-READ-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'BELOW REPORTING MINIMUM' TO ET-LABEL
           MOVE BELOW-MINIMUM-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'FORMS PRINTED AND FILED' TO ET-LABEL
           MOVE FORM-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'HELD BACK AS EXCEPTIONS' TO ET-LABEL
           MOVE EXCEPTION-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'REPORTABLE INTEREST' TO ET-LABEL
           MOVE REPORTABLE-INTEREST-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'INTEREST FILED (BOX 1)' TO ET-LABEL
           MOVE FILED-INTEREST-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'INTEREST HELD BACK' TO ET-LABEL
           MOVE EXCEPTION-INTEREST-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE

           MOVE 'WITHHELD FILED (BOX 4)' TO ET-LABEL
           MOVE FILED-WITHHELD-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO ET-VALUE
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE EXC-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       TERMINATION.
           DISPLAY '1099-INT RUN FOR TAX YEAR: ' TAX-YEAR
           DISPLAY 'ARCHIVE RECORDS READ: ' ARCHIVE-READ-COUNT
           DISPLAY 'ACCOUNTS READ: ' ACCOUNT-READ-COUNT
           DISPLAY 'FORMS PRINTED AND FILED: ' FORM-COUNT
           DISPLAY 'BELOW REPORTING MINIMUM: ' BELOW-MINIMUM-COUNT
           DISPLAY 'HELD BACK AS EXCEPTIONS: ' EXCEPTION-COUNT

           IF WORK-ERROR-COUNT > 0
              DISPLAY 'INTEREST WORK FILE ERRORS: ' WORK-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           ELSE
              IF EXCEPTION-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ARCHIVE-FILE
           CLOSE INTEREST-WORK-FILE
           CLOSE TAX-FORM-FILE
           CLOSE TAX-FILING-FILE
           CLOSE EXCEPTION-REPORT.
