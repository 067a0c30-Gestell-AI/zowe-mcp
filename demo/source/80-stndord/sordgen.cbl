      *  GENERATION REPORT SHOWS EVERY CARD PRODUCED AND EVERY ORDER
      *  SKIPPED, WITH COUNTS AND THE GENERATED AMOUNT TOTAL FOR THE
      *  BATCH CONTROLS.
      *
      *  AN ORDER THAT NAMES A PAYEE AT ANOTHER BANK IS PAID BY ACH:
      *  EACH DUE PERIOD BECOMES A PAYMENT INSTRUCTION ON SORDEXT
      *  INSTEAD OF A CARD ON SORDACTV, AND ACHPREP DEBITS THE
      *  ACCOUNT WHEN IT BUILDS THE OUTBOUND ACH BATCH.  THOSE
      *  INSTRUCTIONS ARE COUNTED AND TOTALLED APART FROM THE CARDS
      *  SO THE SORDACTV CONTROLS STILL TIE.  A PAYEE ORDER THAT IS
      *  NOT A DEBIT IS SKIPPED AND REPORTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SORD-KEY
               ALTERNATE RECORD KEY IS SORD-ACCOUNT WITH DUPLICATES
               FILE STATUS IS SORD-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO CUSTFILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACTV-STATUS.

           SELECT GEN-INSTRUCTION-FILE ASSIGN TO SORDEXT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXT-STATUS.

           SELECT GEN-REPORT ASSIGN TO SORDGRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 80 CHARACTERS.
       COPY TXNCARD.

       FD  GEN-INSTRUCTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EPICARD.

       FD  GEN-REPORT.
       01  GEN-REPORT-RECORD           PIC X(132).

           05  ACCT-STATUS             PIC XX.
           05  PARM-STATUS             PIC XX.
           05  ACTV-STATUS             PIC XX.
           05  EXT-STATUS              PIC XX.
           05  RPT-STATUS              PIC XX.

       01  COUNTERS.
           05  ORDER-READ-COUNT        PIC 9(6) VALUE 0.
           05  CARD-GEN-COUNT          PIC 9(6) VALUE 0.
           05  EXT-GEN-COUNT           PIC 9(6) VALUE 0.
           05  SKIP-COUNT              PIC 9(6) VALUE 0.

       01  GEN-TOTALS.
           05  GEN-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  EXT-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.

       01  GEN-BUSINESS-DATE           PIC X(10) VALUE SPACES.

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT GEN-PARM-FILE
           OPEN OUTPUT GEN-ACTIVITY-FILE
           OPEN OUTPUT GEN-INSTRUCTION-FILE
           OPEN OUTPUT GEN-REPORT

           IF SORD-FILE-STATUS NOT = '00'
              STOP RUN
           END-IF

           IF EXT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GEN INSTRUCTION FILE: '
                  EXT-STATUS
              STOP RUN
           END-IF

           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GEN REPORT: ' RPT-STATUS
              STOP RUN
      *****************************************************************
      *  PROCESS-ONE-ORDER - DECIDE WHAT THIS ORDER CONTRIBUTES TO
      *  THE RUN: NOTHING (CANCELLED OR NOT YET DUE), A SKIP LINE
      *  (ACCOUNT GONE OR CLOSED, A PAYEE ORDER THAT IS NOT A DEBIT,
      *  OR A MALFORMED NEXT-DUE DATE), OR ONE GENERATED CARD OR
      *  PAYMENT INSTRUCTION PER DUE PERIOD.
      *****************************************************************
       PROCESS-ONE-ORDER.
           IF SORD-CANCELLED
                       MOVE 'ACCOUNT CLOSED - SKIPPED' TO GEN-MESSAGE
                       PERFORM SKIP-ORDER
                    ELSE
                       IF SORD-PAYEE-ID NOT = SPACES
                          AND SORD-AMOUNT NOT < 0
                          MOVE 'PAYEE ORDER NOT A DEBIT - SKIPPED'
                              TO GEN-MESSAGE
                          PERFORM SKIP-ORDER
                       ELSE
                          PERFORM GENERATE-DUE-PERIODS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       GENERATE-ONE-CARD.
           IF SORD-PAYEE-ID NOT = SPACES
              PERFORM GENERATE-ONE-INSTRUCTION
           ELSE
              PERFORM GENERATE-ONE-ACTIVITY-CARD
           END-IF

           PERFORM ADVANCE-NEXT-DUE-DATE.

       GENERATE-ONE-ACTIVITY-CARD.
           MOVE SPACES TO TXN-ACTIVITY-RECORD
           MOVE SORD-ACCOUNT TO TAR-FROM-ACCOUNT
           MOVE SORD-TXN-TYPE TO TAR-TXN-TYPE
           ADD SORD-AMOUNT TO GEN-AMOUNT-TOTAL
           MOVE SORD-NEXT-DUE-DATE TO GD-DUE-DATE
           MOVE 'ACTIVITY CARD GENERATED' TO GEN-MESSAGE
           PERFORM LOG-GEN-RESULT.

      *****************************************************************
      *  GENERATE-ONE-INSTRUCTION - A PAYEE ORDER'S DUE PERIOD AS A
      *  PAYMENT INSTRUCTION.  THE INSTRUCTION CARRIES THE AMOUNT AS
      *  THE POSITIVE SUM TO SEND; ACHPREP PUTS THE SIGN BACK WHEN IT
      *  CARDS THE DEBIT.
      *****************************************************************
       GENERATE-ONE-INSTRUCTION.
           MOVE SPACES TO EXT-PAYMENT-INSTRUCTION
           MOVE SORD-ACCOUNT TO EPI-FROM-ACCOUNT
           MOVE SORD-PAYEE-ID TO EPI-PAYEE-ID
           COMPUTE EPI-AMOUNT = 0 - SORD-AMOUNT
           MOVE SORD-NEXT-DUE-DATE TO EPI-PAY-DATE
           MOVE SORD-DESCRIPTION TO EPI-DESCRIPTION
           MOVE SORD-KEY TO EPI-ORDER-ID
           WRITE EXT-PAYMENT-INSTRUCTION
           IF EXT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GEN INSTRUCTION FILE: '
                  EXT-STATUS
              STOP RUN
           END-IF

           ADD 1 TO EXT-GEN-COUNT
           ADD SORD-AMOUNT TO EXT-AMOUNT-TOTAL
           MOVE SORD-NEXT-DUE-DATE TO GD-DUE-DATE
           MOVE 'PAYMENT INSTRUCTION GENERATED' TO GEN-MESSAGE
           PERFORM LOG-GEN-RESULT.

       SKIP-ORDER.
           ADD 1 TO SKIP-COUNT
           MOVE DISP-COUNT TO GT-VALUE
           MOVE GEN-TOTAL-LINE TO GEN-REPORT-RECORD
           WRITE GEN-REPORT-RECORD
           MOVE 'PAYMENT INSTRUCTIONS:' TO GT-LABEL
           MOVE EXT-GEN-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO GT-VALUE
           MOVE GEN-TOTAL-LINE TO GEN-REPORT-RECORD
           WRITE GEN-REPORT-RECORD
           MOVE 'ORDERS SKIPPED:' TO GT-LABEL
           MOVE SKIP-COUNT TO DISP-COUNT
           MOVE DISP-COUNT TO GT-VALUE
           MOVE DISP-TOTAL TO GT-VALUE
           MOVE GEN-TOTAL-LINE TO GEN-REPORT-RECORD
           WRITE GEN-REPORT-RECORD
           MOVE 'INSTRUCTION AMOUNT TOTAL:' TO GT-LABEL
           MOVE EXT-AMOUNT-TOTAL TO DISP-TOTAL
           MOVE DISP-TOTAL TO GT-VALUE
           MOVE GEN-TOTAL-LINE TO GEN-REPORT-RECORD
           WRITE GEN-REPORT-RECORD

           DISPLAY 'STANDING ORDERS READ: ' ORDER-READ-COUNT
           DISPLAY 'ACTIVITY CARDS GENERATED: ' CARD-GEN-COUNT
           DISPLAY 'PAYMENT INSTRUCTIONS GENERATED: ' EXT-GEN-COUNT
           DISPLAY 'ORDERS SKIPPED: ' SKIP-COUNT

           CLOSE STANDING-ORDER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE GEN-PARM-FILE
           CLOSE GEN-ACTIVITY-FILE
           CLOSE GEN-INSTRUCTION-FILE
           CLOSE GEN-REPORT.
