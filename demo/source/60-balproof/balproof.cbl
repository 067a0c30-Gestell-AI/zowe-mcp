      *  LOG AND ENDS WITH RETURN-CODE 8 SO THE SCHEDULE STOPS BEFORE
      *  VIEW REPORTS WRONG NUMBERS.  TODAY'S BALANCE TOTAL IS THEN
      *  APPENDED TO DAYCTL AS THE NEXT RUN'S OPENING TOTAL.
      *
      *  THE REPORT ALSO CARRIES THE SUSPENSE BALANCE - THE REJECTED
      *  ACTIVITY STILL OUTSTANDING ON SUSPFILE, NOT YET POSTED OR
      *  CANCELLED - SO THE DAY'S PROOF SHOWS WHAT IS STILL WAITING
      *  TO REACH THE LEDGER.  IT IS REPORTED, NOT PROVED: A MISSING
      *  SUSPENSE FILE IS NOTED ON THE REPORT AND DOES NOT FAIL THE
      *  DAY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BALH-STATUS.

      *****************************************************************
      *  SUSPENSE-FILE - TXNPOST'S REJECTED-ACTIVITY SUSPENSE ITEMS,
      *  READ FRONT TO BACK FOR THE SUSPENSE BALANCE LINES.
      *****************************************************************
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUS-KEY
               ALTERNATE RECORD KEY IS SUS-RESUB-KEY WITH DUPLICATES
               FILE STATUS IS SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BALHCOPY.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY SUSPCOPY.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ACCT-STATUS             PIC XX.
           05  RPT-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.
           05  BALH-STATUS             PIC XX.
           05  SUSP-STATUS             PIC XX.

      *****************************************************************
      *  SCHEDULE-CONTROL - THE BUSDATE CONTROL DATE THIS RUN IS
               88  PPT-NOT-FOUND                 VALUE 'N'.
           05  PPT-BALANCE-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  SUSPENSE-BALANCE-TOTALS - THE OUTSTANDING SUSPENSE ITEMS,
      *  COUNTED AND SUMMED THE WAY TXNPOST'S CONTROL TOTALS ARE: THE
      *  NET OF SINGLE-SIDED CARDS, WITH TRANSFER AMOUNTS APART.
      *****************************************************************
       01  SUSPENSE-BALANCE-TOTALS.
           05  SBT-ITEM-COUNT          PIC 9(6) VALUE 0.
           05  SBT-NET-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
           05  SBT-TRANSFER-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.

       COPY TXNCARD.

       01  PROOF-WORK.
           05  CURRENT-BALANCE-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           05  EXPECTED-POSTED-NET     PIC S9(11)V99 COMP-3 VALUE 0.

       01  DISPLAY-FIELDS.
           05  DISP-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  DISP-COUNT              PIC ZZZ,ZZ9.

       01  REPORT-LINES.
           05  PROOF-HEADER.
           PERFORM SUM-ACCOUNT-BALANCES
           PERFORM PROVE-POSTING
           PERFORM PROVE-LEDGER
           PERFORM REPORT-SUSPENSE-BALANCE
           PERFORM SNAPSHOT-ACCOUNT-BALANCES
           PERFORM WRITE-PROOF-CONTROL
           PERFORM TERMINATION
              PERFORM WRITE-RESULT-LINE
           END-IF.

      *****************************************************************
      *  REPORT-SUSPENSE-BALANCE - COUNT AND SUM EVERY ITEM STILL
      *  OUTSTANDING ON SUSPFILE (OPEN, CLEARED OR RESUBMITTED).  THE
      *  AMOUNT IS THE ITEM'S CURRENT CARD, AS CORRECTED.
      *****************************************************************
       REPORT-SUSPENSE-BALANCE.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           OPEN INPUT SUSPENSE-FILE
           IF SUSP-STATUS NOT = '00'
              MOVE 'SUSPENSE BALANCE NOT AVAILABLE - NO SUSPENSE FILE'
                  TO PR-RESULT-TEXT
              PERFORM WRITE-RESULT-LINE
           ELSE
              PERFORM READ-SUSPENSE-RECORD
              PERFORM UNTIL SUSP-STATUS NOT = '00'
                  IF SUS-OUTSTANDING
                     PERFORM ADD-SUSPENSE-ITEM
                  END-IF
                  PERFORM READ-SUSPENSE-RECORD
              END-PERFORM
              CLOSE SUSPENSE-FILE

              MOVE 'SUSPENSE ITEMS OUTSTANDING' TO PA-LABEL
              MOVE SBT-ITEM-COUNT TO DISP-COUNT
              MOVE DISP-COUNT TO PA-AMOUNT
              PERFORM WRITE-AMOUNT-LINE
              MOVE 'SUSPENSE NET AMOUNT OUTSTANDING' TO PA-LABEL
              MOVE SBT-NET-TOTAL TO DISP-TOTAL
              MOVE DISP-TOTAL TO PA-AMOUNT
              PERFORM WRITE-AMOUNT-LINE
              MOVE 'SUSPENSE TRANSFER AMOUNT OUTSTANDING' TO PA-LABEL
              MOVE SBT-TRANSFER-TOTAL TO DISP-TOTAL
              MOVE DISP-TOTAL TO PA-AMOUNT
              PERFORM WRITE-AMOUNT-LINE
           END-IF.

       READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE NEXT RECORD
           IF SUSP-STATUS NOT = '00' AND SUSP-STATUS NOT = '10'
              DISPLAY 'ERROR READING SUSPENSE FILE: ' SUSP-STATUS
           END-IF.

       ADD-SUSPENSE-ITEM.
           ADD 1 TO SBT-ITEM-COUNT
           MOVE SUS-CURRENT-CARD TO TXN-ACTIVITY-RECORD
           IF TAR-TXN-AMOUNT NUMERIC
              IF TAR-TRANSFER-RECORD
                 ADD TAR-TXN-AMOUNT TO SBT-TRANSFER-TOTAL
              ELSE
                 ADD TAR-TXN-AMOUNT TO SBT-NET-TOTAL
              END-IF
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE PROOF-AMOUNT-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.
