      *  UNEXPIRED HOLDS ON HOLDFILE.  REJECTS CARRY A REASON CODE ON
      *  THE TXNPRPT REPORT SO DATA ENTRY CAN FIX AND RESUBMIT.
      *
      *  EVERY REJECTED CARD IS ALSO WRITTEN TO THE SUSPFILE SUSPENSE
      *  FILE WITH ITS BATCH ID, REASON CODE AND REJECT DATE, SO IT
      *  STAYS OUTSTANDING UNTIL IT IS CORRECTED AND POSTS OR IS
      *  CANCELLED THROUGH SUSPMNT.  A CARD FROM A SUSPRSUB
      *  RESUBMISSION BATCH IS MATCHED BACK TO ITS SUSPENSE ITEM: IF
      *  IT POSTS THE ITEM IS CLOSED, IF IT REJECTS AGAIN THE SAME
      *  ITEM IS REOPENED RATHER THAN A NEW ONE STARTED.
      *
      *  THE TXNACTV FILE ITSELF IS PROVED BEFORE A SINGLE RECORD
      *  POSTS: IT MUST OPEN WITH A BATCH HEADER AND END WITH A
      *  TRAILER WHOSE DETAIL COUNT AND AMOUNT TOTAL MATCH THE FILE
      *  OR A TRANSMISSION CUT OFF MID-FILE IS REFUSED UP FRONT WITH
      *  RETURN-CODE 8, NOT BACKED OUT BY HAND AFTERWARD.  THE BATCH
      *  IS RECORDED ON BATCHCTL ONCE THE RUN COMPLETES.
      *
      *  A CARD CODED AS A REVERSAL (THE CONTRA ENTRIES TXNREVS
      *  GENERATES) MUST ALSO MATCH THE ORIGINAL IT NAMES - SAME
      *  ACCOUNT, EXACTLY OPPOSITE AMOUNT, BOTH SIDES FOR A TRANSFER
      *  - AND THAT ORIGINAL MUST NOT ALREADY BE REVERSED.  ONCE THE
      *  CONTRA ENTRY HAS POSTED, THE PAIR IS STAMPED WITH EACH
      *  OTHER'S TXN-ID, SO A SECOND REVERSAL OF THE SAME ENTRY IS
      *  REJECTED HOWEVER IT IS KEYED.  A SINGLE-SIDED REVERSAL OF
      *  ONE SIDE OF A TRANSFER POSTED BEFORE TRANSFER SIDES CARRIED
      *  EACH OTHER'S TXN-ID IS REJECTED FOR DATA CONTROL TO REVERSE
      *  THE PAIR BY HAND.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS TYPE-STATUS.

      *****************************************************************
      *  HOLD-FILE - THE FUNDS HOLDS HOLDMNT MAINTAINS, READ BY KEY
      *  SO THE EDIT PASS CAN REJECT A DEBIT THAT EXCEEDS THE
      *  AVAILABLE BALANCE (LEDGER BALANCE MINUS OPEN, UNEXPIRED
      *  HOLDS).  HOLD-KEY BEGINS WITH THE ACCOUNT, SO A START ON THE
      *  ACCOUNT FOLLOWED BY READ NEXT BRINGS BACK JUST THAT
      *  ACCOUNT'S HOLDS, HOWEVER MANY THERE ARE ON FILE.
      *****************************************************************
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS-CODE.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BCH-STATUS.

      *****************************************************************
      *  SUSPENSE-FILE - THE REJECTED-ACTIVITY SUSPENSE ITEMS.  KEYED
      *  ON THE ORIGINAL BATCH ID AND CARD SEQUENCE; THE ALTERNATE
      *  KEY IS THE RESUBMISSION BATCH AND SEQUENCE SUSPRSUB STAMPS,
      *  WHICH IS HOW A RESUBMITTED CARD FINDS ITS ITEM AGAIN.
      *****************************************************************
           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               ALTERNATE RECORD KEY IS SUS-RESUB-KEY WITH DUPLICATES
               FILE STATUS IS SUSP-STATUS.

      *****************************************************************
      *  DAILY-CONTROL-FILE - ONE RUN-TOTALS RECORD IS APPENDED PER
      *  RUN SO BALPROOF CAN PROVE THE DAY END TO END.  OPENED EXTEND
           RECORD CONTAINS 80 CHARACTERS.
       COPY BCHCOPY.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY SUSPCOPY.

       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BDCOPY.
           05  BCH-STATUS              PIC XX.
           05  BUSD-STATUS             PIC XX.
           05  HOLD-STATUS-CODE        PIC XX.
           05  SUSP-STATUS             PIC XX.

      *****************************************************************
      *  SCHEDULE-CONTROL - THE BUSDATE CONTROL DATE THIS RUN IS
      *  APPROVED-TYPE-TABLE - LOADED FROM THE TXNTYPES CARD FILE AT
      *  START-UP.  ONLY TXN TYPES ON THIS LIST MAY POST, AND EACH
      *  ENTRY CARRIES THE LARGEST SINGLE AMOUNT ALLOWED FOR ITS TYPE.
      *  MORE TYPES THAN THE TABLE HOLDS STOPS THE RUN.
      *****************************************************************
       01  APPROVED-TYPE-TABLE.
           05  ATT-ENTRY-COUNT         PIC 9(3) VALUE 0.
      *    R12  DEBIT EXCEEDS AVAILABLE BALANCE (HOLD IDENTIFIED;
      *         NOT RAISED FOR TXN TYPES FLAGGED OVERDRAFT-OK ON
      *         THEIR TXNTYPES CARD, E.G. THE FEESCHED FEE TYPES)
      *    R13  REVERSAL DOES NOT MATCH AN UNREVERSED ORIGINAL
      *    R14  REVERSAL NAMES ONE SIDE OF A LEGACY TRANSFER (POSTED
      *         WITHOUT PARTNER IDS) - REVERSE THE PAIR BY HAND
      *****************************************************************
       01  EDIT-CONTROL.
           05  EDIT-RESULT-SW          PIC X(01) VALUE 'Y'.
           05  EDIT-AVAIL-BALANCE      PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      *  OHT-FLAGS - ONE ACCOUNT'S TOTAL OF OPEN, UNEXPIRED HOLDS,
      *  READ FROM HOLDFILE BY KEY, WITH THE FIRST OPEN HOLD ID KEPT
      *  SO A REJECT CAN NAME THE HOLD TYING THE FUNDS UP.
      *****************************************************************
       01  OHT-FLAGS.
           05  HOLD-FILE-SW            PIC X(01) VALUE 'N'.
               88  HOLD-FILE-OPEN                VALUE 'Y'.
           05  OHT-FOUND-SW            PIC X(01) VALUE 'N'.
               88  OHT-FOUND                     VALUE 'Y'.
               88  OHT-NOT-FOUND                 VALUE 'N'.
           05  OHT-CURRENT-HELD        PIC S9(9)V99 COMP-3 VALUE 0.
           05  OHT-CURRENT-HOLD-ID    PIC X(06) VALUE SPACES.

      *****************************************************************
      *  REVERSAL-WORK - THE ORIGINAL ENTRIES A REVERSAL CARD NAMES.
      *  FOR A TRANSFER THE CARD NAMES THE ORIGINAL DEBIT SIDE AND
      *  ITS PARTNER IS THE ORIGINAL CREDIT SIDE.  THE STAMP FIELDS
      *  CARRY ONE ORIGINAL/CONTRA PAIR INTO STAMP-REVERSED-ORIGINAL.
      *  THE LEGACY FIELDS HOLD A SINGLE-SIDED ORIGINAL WHILE ITS
      *  NEIGHBOUR IS CHECKED FOR BEING THE OTHER SIDE OF AN OLD
      *  TRANSFER: ITS DEBIT SIDE TOOK ONE TXN-ID AND ITS CREDIT SIDE
      *  THE NEXT, WITH THE SAME TYPE, DATE AND DESCRIPTION.
      *****************************************************************
       01  REVERSAL-WORK.
           05  RVW-ORIG-DEBIT-ID       PIC X(12) VALUE SPACES.
           05  RVW-ORIG-CREDIT-ID      PIC X(12) VALUE SPACES.
           05  RVW-STAMP-ORIGINAL-ID   PIC X(12) VALUE SPACES.
           05  RVW-STAMP-CONTRA-ID     PIC X(12) VALUE SPACES.
           05  RVW-ORIGINAL-SW         PIC X(01) VALUE 'N'.
               88  RVW-ORIGINAL-FOUND            VALUE 'Y'.
               88  RVW-ORIGINAL-NOT-FOUND        VALUE 'N'.
           05  RVW-LEGACY-TYPE         PIC X(08) VALUE SPACES.
           05  RVW-LEGACY-DATE         PIC X(10) VALUE SPACES.
           05  RVW-LEGACY-DESCRIPTION  PIC X(30) VALUE SPACES.
           05  RVW-LEGACY-SEQ-NUM      PIC 9(9) VALUE 0.
           05  RVW-LEGACY-PARTNER-ID.
               10  FILLER              PIC X(3) VALUE 'TXN'.
               10  RVW-LEGACY-SEQ-DISPLAY PIC 9(9).

      *****************************************************************
      *  DATE-EDIT-WORK - TAR-TXN-DATE BROKEN OUT FOR VALIDATION, AND
      *  THE RUN DATE FORMATTED YYYY-MM-DD FOR THE FUTURE-DATE CHECK.
           05  TIW-NEW-ID.
               10  FILLER              PIC X(3) VALUE 'TXN'.
               10  TIW-SEQ-DISPLAY     PIC 9(9).
           05  TIW-NEXT-ID.
               10  FILLER              PIC X(3) VALUE 'TXN'.
               10  TIW-NEXT-SEQ-DISPLAY PIC 9(9).

       01  DISPLAY-FIELDS.
           05  DISP-AMOUNT             PIC Z,ZZZ,Z99.99-.
           05  TFR-CREDIT-TXN-ID       PIC X(12) VALUE SPACES.
           05  TFR-DEBIT-AMOUNT        PIC S9(9)V99 VALUE 0.

      *****************************************************************
      *  SUSPENSE-WORK - THE CARD'S DETAIL SEQUENCE IN THIS BATCH (THE
      *  SUSPENSE KEY ALONGSIDE THE BATCH ID) AND WHETHER IT CAME
      *  BACK FROM SUSPENSE AS A RESUBMISSION.
      *****************************************************************
       01  SUSPENSE-WORK.
           05  SPW-CARD-SEQ            PIC 9(06) VALUE 0.
           05  SPW-POSTED-TXN-ID       PIC X(12) VALUE SPACES.
           05  SPW-ITEM-SW             PIC X(01) VALUE 'N'.
               88  SPW-RESUBMITTED-ITEM          VALUE 'Y'.
               88  SPW-NO-ITEM                   VALUE 'N'.
           05  SPW-NEW-ITEM-COUNT      PIC 9(06) VALUE 0.
           05  SPW-REOPEN-COUNT        PIC 9(06) VALUE 0.
           05  SPW-CLEARED-COUNT       PIC 9(06) VALUE 0.

       01  POST-MESSAGE                PIC X(35) VALUE SPACES.
       01  LOG-TXN-ID                  PIC X(12) VALUE SPACES.
       01  LOG-ACCT-ID                 PIC X(10) VALUE SPACES.
              STOP RUN
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF SUSP-STATUS NOT = '00'
              OPEN OUTPUT SUSPENSE-FILE
              IF SUSP-STATUS = '00'
                 CLOSE SUSPENSE-FILE
                 OPEN I-O SUSPENSE-FILE
              END-IF
           END-IF
           IF SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUSPENSE FILE: ' SUSP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM SET-RUN-DATE
           PERFORM LOAD-APPROVED-TYPES
           PERFORM OPEN-HOLD-FILE

           MOVE POST-HEADER TO POST-REPORT-RECORD
           WRITE POST-REPORT-RECORD
                  MOVE TTC-OVERDRAFT-OK TO
                      ATT-OVERDRAFT-OK (ATT-ENTRY-COUNT)
               ELSE
                  DISPLAY 'APPROVED-TYPE-TABLE FULL - RUN STOPPED: '
                      TTC-TXN-TYPE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               PERFORM READ-TYPE-CARD
           END-PERFORM
           END-IF.

      *****************************************************************
      *  OPEN-HOLD-FILE - OPEN HOLDFILE FOR KEYED READS FOR THE RUN.
      *  A MISSING HOLDFILE MEANS NO HOLDS HAVE EVER BEEN PLACED AND
      *  IS NOT AN ERROR - EVERY ACCOUNT THEN HAS NOTHING HELD.
      *****************************************************************
       OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-CODE = '00'
              SET HOLD-FILE-OPEN TO TRUE
           ELSE
              IF HOLD-STATUS-CODE NOT = '35'
                 DISPLAY 'ERROR OPENING HOLD FILE: ' HOLD-STATUS-CODE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *****************************************************************
      *  FIND-OPEN-HOLDS - TOTAL THE SEARCH KEY'S OPEN HOLDS.  ONLY
      *  HOLDS STILL OPEN AND NOT EXPIRED AS OF THE BUSDATE CONTROL
      *  DATE COUNT - THE SAME DATE EVERY OTHER AVAILABLE-BALANCE
      *  JUDGE IN THE SCHEDULE USES, SO THE PROGRAMS CANNOT DISAGREE
      *  ON EXPIRY-BOUNDARY DAYS WHEN THE CONTROL DATE LAGS THE
      *  CALENDAR.  THE FIRST SUCH HOLD IN KEY ORDER IS THE ONE A
      *  REJECT NAMES.
      *****************************************************************
       FIND-OPEN-HOLDS.
           SET OHT-NOT-FOUND TO TRUE
           MOVE 0 TO OHT-CURRENT-HELD
           MOVE SPACES TO OHT-CURRENT-HOLD-ID
           IF HOLD-FILE-OPEN
              MOVE OHT-SEARCH-KEY TO HOLD-ACCOUNT
              MOVE LOW-VALUES TO HOLD-ID
              START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
                  INVALID KEY
                      MOVE '23' TO HOLD-STATUS-CODE
              END-START
              IF HOLD-STATUS-CODE = '00'
                 PERFORM READ-HOLD-RECORD
              END-IF
              PERFORM UNTIL HOLD-STATUS-CODE NOT = '00'
                      OR HOLD-ACCOUNT NOT = OHT-SEARCH-KEY
                  IF HOLD-OPEN
                     AND HOLD-EXPIRY-DATE >= RUN-BUSINESS-DATE
                     IF OHT-NOT-FOUND
                        SET OHT-FOUND TO TRUE
                        MOVE HOLD-ID TO OHT-CURRENT-HOLD-ID
                     END-IF
                     ADD HOLD-AMOUNT TO OHT-CURRENT-HELD
                  END-IF
                  PERFORM READ-HOLD-RECORD
              END-PERFORM
           END-IF.

       READ-HOLD-RECORD.
              DISPLAY 'ERROR READING HOLD FILE: ' HOLD-STATUS-CODE
           END-IF.

      *****************************************************************
      *  LOAD-TXN-SEQUENCE - PICK UP THE HIGHEST TXN-ID SEQUENCE
      *  NUMBER EVER ASSIGNED FROM THE TXNSEQ CONTROL RECORD, SO
      *****************************************************************
       PROCESS-ONE-ACTIVITY-RECORD.
           ADD 1 TO ACTV-READ-COUNT
           MOVE ACTV-READ-COUNT TO SPW-CARD-SEQ
           PERFORM FIND-RESUBMITTED-ITEM
           IF NOT TAR-TRANSFER-RECORD AND TAR-TXN-AMOUNT NUMERIC
              ADD TAR-TXN-AMOUNT TO INPUT-NET-TOTAL
           END-IF
              PERFORM EDIT-AVAILABLE-FUNDS
           END-IF

           IF EDIT-PASSED AND TAR-REVERSAL-ENTRY
              PERFORM EDIT-REVERSAL-ORIGINAL
           END-IF

           IF EDIT-PASSED AND TAR-TRANSFER-RECORD
              MOVE TAR-FROM-ACCOUNT TO CUST-KEY
              PERFORM READ-ACCOUNT-RECORD
              END-IF
           END-IF.

      *****************************************************************
      *  EDIT-REVERSAL-ORIGINAL - A REVERSAL CARD MUST BE THE EXACT
      *  CONTRA OF AN ORIGINAL STILL ON TRANSACTION-FILE THAT IS NOT
      *  ITSELF A REVERSAL AND HAS NOT ALREADY BEEN REVERSED.  A
      *  SINGLE-SIDED ORIGINAL MUST BE ON THE CARD'S ACCOUNT FOR THE
      *  NEGATED AMOUNT.  A TRANSFER IS REVERSED BY A TRANSFER THE
      *  OTHER WAY: THE CARD NAMES THE ORIGINAL DEBIT SIDE, WHICH
      *  MUST BE ON TAR-TO-ACCOUNT, AND ITS PARTNER CREDIT SIDE MUST
      *  BE ON TAR-FROM-ACCOUNT - BOTH SIDES ARE PROVED BEFORE
      *  EITHER CONTRA SIDE POSTS.  A SINGLE-SIDED ORIGINAL THAT IS
      *  REALLY ONE SIDE OF A LEGACY TRANSFER IS REJECTED R14.
      *****************************************************************
       EDIT-REVERSAL-ORIGINAL.
           MOVE TAR-REVERSAL-OF-ID TO RVW-ORIG-DEBIT-ID
           MOVE SPACES TO RVW-ORIG-CREDIT-ID
           MOVE TAR-REVERSAL-OF-ID TO TXN-ID
           PERFORM READ-REVERSAL-ORIGINAL
           PERFORM CHECK-REVERSAL-ORIGINAL

           IF EDIT-PASSED
              IF TAR-TRANSFER-RECORD
                 IF TXN-TRANSFER-PARTNER-ID = SPACES
                    OR FROM-ACCOUNT NOT = TAR-TO-ACCOUNT
                    OR TXN-AMOUNT NOT = 0 - TAR-TXN-AMOUNT
                    PERFORM REJECT-REVERSAL-MISMATCH
                 ELSE
                    MOVE TXN-TRANSFER-PARTNER-ID TO RVW-ORIG-CREDIT-ID
                    MOVE RVW-ORIG-CREDIT-ID TO TXN-ID
                    PERFORM READ-REVERSAL-ORIGINAL
                    PERFORM CHECK-REVERSAL-ORIGINAL
                    IF EDIT-PASSED
                       AND (FROM-ACCOUNT NOT = TAR-FROM-ACCOUNT
                            OR TXN-AMOUNT NOT = TAR-TXN-AMOUNT)
                       PERFORM REJECT-REVERSAL-MISMATCH
                    END-IF
                 END-IF
              ELSE
                 IF TXN-TRANSFER-PARTNER-ID NOT = SPACES
                    OR FROM-ACCOUNT NOT = TAR-FROM-ACCOUNT
                    OR TXN-AMOUNT NOT = 0 - TAR-TXN-AMOUNT
                    PERFORM REJECT-REVERSAL-MISMATCH
                 ELSE
                    PERFORM CHECK-LEGACY-TRANSFER
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  CHECK-LEGACY-TRANSFER - THE ORIGINAL IS IN TRANSACTION-RECORD
      *  AND MATCHES THE CARD.  LOOK AT THE TXN-ID AFTER IT (A DEBIT)
      *  OR BEFORE IT (A CREDIT): AN ENTRY THERE ON ANOTHER ACCOUNT
      *  FOR THE OPPOSITE AMOUNT, SAME TYPE, DATE AND DESCRIPTION AND
      *  NO PARTNER ID IS THE OTHER SIDE OF AN OLD TRANSFER, WHICH
      *  CANNOT BE HALF REVERSED.
      *****************************************************************
       CHECK-LEGACY-TRANSFER.
           MOVE TXN-TYPE TO RVW-LEGACY-TYPE
           MOVE TXN-DATE TO RVW-LEGACY-DATE
           MOVE TXN-DESCRIPTION TO RVW-LEGACY-DESCRIPTION
           IF RVW-ORIG-DEBIT-ID (1:3) = 'TXN'
              AND RVW-ORIG-DEBIT-ID (4:9) NUMERIC
              AND RVW-ORIG-DEBIT-ID (4:9) > '000000001'
              AND TAR-TXN-AMOUNT NOT = 0
              MOVE RVW-ORIG-DEBIT-ID (4:9) TO RVW-LEGACY-SEQ-NUM
              IF TAR-TXN-AMOUNT > 0
                 ADD 1 TO RVW-LEGACY-SEQ-NUM
              ELSE
                 SUBTRACT 1 FROM RVW-LEGACY-SEQ-NUM
              END-IF
              MOVE RVW-LEGACY-SEQ-NUM TO RVW-LEGACY-SEQ-DISPLAY
              MOVE RVW-LEGACY-PARTNER-ID TO TXN-ID
              PERFORM READ-REVERSAL-ORIGINAL
              IF RVW-ORIGINAL-FOUND
                 AND FROM-ACCOUNT NOT = TAR-FROM-ACCOUNT
                 AND TXN-TYPE = RVW-LEGACY-TYPE
                 AND TXN-DATE = RVW-LEGACY-DATE
                 AND TXN-DESCRIPTION = RVW-LEGACY-DESCRIPTION
                 AND TXN-AMOUNT = TAR-TXN-AMOUNT
                 AND TXN-TRANSFER-PARTNER-ID = SPACES
                 MOVE 'R14' TO EDIT-REASON-CODE
                 MOVE 'LEGACY TFR - REVERSE PAIR BY HAND' TO
                     POST-MESSAGE
                 SET EDIT-FAILED TO TRUE
              END-IF
           END-IF.

       READ-REVERSAL-ORIGINAL.
           READ TRANSACTION-FILE
               INVALID KEY
                   SET RVW-ORIGINAL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET RVW-ORIGINAL-FOUND TO TRUE
           END-READ.

       CHECK-REVERSAL-ORIGINAL.
           EVALUATE TRUE
               WHEN RVW-ORIGINAL-NOT-FOUND
                   MOVE 'R13' TO EDIT-REASON-CODE
                   MOVE 'REVERSAL ORIGINAL NOT ON FILE' TO POST-MESSAGE
                   SET EDIT-FAILED TO TRUE
               WHEN TXN-REVERSED-BY-ID NOT = SPACES
                   MOVE 'R13' TO EDIT-REASON-CODE
                   MOVE SPACES TO POST-MESSAGE
                   STRING 'ALREADY REVERSED BY ' DELIMITED BY SIZE
                          TXN-REVERSED-BY-ID     DELIMITED BY SIZE
                       INTO POST-MESSAGE
                   END-STRING
                   SET EDIT-FAILED TO TRUE
               WHEN TXN-REVERSAL-OF-ID NOT = SPACES
                   MOVE 'R13' TO EDIT-REASON-CODE
                   MOVE 'ORIGINAL IS ITSELF A REVERSAL' TO POST-MESSAGE
                   SET EDIT-FAILED TO TRUE
           END-EVALUATE.

       REJECT-REVERSAL-MISMATCH.
           MOVE 'R13' TO EDIT-REASON-CODE
           MOVE 'REVERSAL DOES NOT MATCH ORIGINAL' TO POST-MESSAGE
           SET EDIT-FAILED TO TRUE.

      *****************************************************************
      *  POST-TRANSFER-DEBIT-SIDE - WRITE THE DEBIT TRANSACTION
      *  (NEGATED AMOUNT AGAINST TAR-FROM-ACCOUNT).  THE CREDIT SIDE
      *  ONLY POSTS ONCE THE DEBIT RECORD IS SAFELY ON FILE.  THE
      *  CREDIT SIDE ALWAYS TAKES THE NEXT TXN-ID, SO EACH SIDE CAN
      *  BE STAMPED WITH ITS PARTNER'S ID AS IT IS WRITTEN.
      *****************************************************************
       POST-TRANSFER-DEBIT-SIDE.
           COMPUTE TFR-DEBIT-AMOUNT = 0 - TAR-TXN-AMOUNT
           ADD 1 TO TIW-SEQ-NUM
           MOVE TIW-SEQ-NUM TO TIW-SEQ-DISPLAY
           COMPUTE TIW-NEXT-SEQ-DISPLAY = TIW-SEQ-NUM + 1
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE TIW-NEW-ID TO TXN-ID
           MOVE TIW-NEW-ID TO TFR-DEBIT-TXN-ID
           MOVE TIW-NEXT-ID TO TFR-CREDIT-TXN-ID
           MOVE TFR-CREDIT-TXN-ID TO TXN-TRANSFER-PARTNER-ID
           IF TAR-REVERSAL-ENTRY
              MOVE RVW-ORIG-CREDIT-ID TO TXN-REVERSAL-OF-ID
              MOVE TAR-REVERSAL-REASON TO TXN-REVERSAL-REASON
           END-IF
           MOVE TAR-FROM-ACCOUNT TO FROM-ACCOUNT
           MOVE TAR-TXN-TYPE TO TXN-TYPE
           MOVE TFR-DEBIT-AMOUNT TO TXN-AMOUNT
       POST-TRANSFER-CREDIT-SIDE.
           ADD 1 TO TIW-SEQ-NUM
           MOVE TIW-SEQ-NUM TO TIW-SEQ-DISPLAY
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE TIW-NEW-ID TO TXN-ID
           MOVE TFR-DEBIT-TXN-ID TO TXN-TRANSFER-PARTNER-ID
           IF TAR-REVERSAL-ENTRY
              MOVE RVW-ORIG-DEBIT-ID TO TXN-REVERSAL-OF-ID
              MOVE TAR-REVERSAL-REASON TO TXN-REVERSAL-REASON
           END-IF
           MOVE TAR-TO-ACCOUNT TO FROM-ACCOUNT
           MOVE TAR-TXN-TYPE TO TXN-TYPE
           MOVE TAR-TXN-AMOUNT TO TXN-AMOUNT
              ADD TAR-TXN-AMOUNT TO NET-POSTED-TOTAL
              MOVE 'TRANSFER CREDIT POSTED' TO POST-MESSAGE
              PERFORM LOG-POST-RESULT
              MOVE TFR-DEBIT-TXN-ID TO SPW-POSTED-TXN-ID
              PERFORM CLOSE-RESUBMITTED-ITEM
              IF TAR-REVERSAL-ENTRY
                 MOVE RVW-ORIG-CREDIT-ID TO RVW-STAMP-ORIGINAL-ID
                 MOVE TFR-DEBIT-TXN-ID TO RVW-STAMP-CONTRA-ID
                 PERFORM STAMP-REVERSED-ORIGINAL
                 MOVE RVW-ORIG-DEBIT-ID TO RVW-STAMP-ORIGINAL-ID
                 MOVE TFR-CREDIT-TXN-ID TO RVW-STAMP-CONTRA-ID
                 PERFORM STAMP-REVERSED-ORIGINAL
              END-IF
           END-IF.

      *****************************************************************
      *  STAMP-REVERSED-ORIGINAL - THE CONTRA ENTRY HAS POSTED; MARK
      *  THE ORIGINAL WITH ITS ID AND THE REVERSAL REASON SO THE
      *  PAIR IS TRACEABLE BOTH WAYS AND THE ORIGINAL CAN NEVER BE
      *  REVERSED AGAIN.  A FAILURE HERE IS SHOUTED TO THE JOB LOG -
      *  THE CONTRA ENTRY STILL NAMES ITS ORIGINAL, BUT OPS MUST
      *  STAMP THE ORIGINAL BY HAND BEFORE ANOTHER REVERSAL RUN.
      *****************************************************************
       STAMP-REVERSED-ORIGINAL.
           MOVE RVW-STAMP-ORIGINAL-ID TO TXN-ID
           PERFORM READ-REVERSAL-ORIGINAL
           IF RVW-ORIGINAL-NOT-FOUND
              DISPLAY 'REVERSED ORIGINAL NOT ON FILE TO STAMP: '
                  RVW-STAMP-ORIGINAL-ID
           ELSE
              MOVE RVW-STAMP-CONTRA-ID TO TXN-REVERSED-BY-ID
              MOVE TAR-REVERSAL-REASON TO TXN-REVERSAL-REASON
              REWRITE TRANSACTION-RECORD
              IF TXN-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR STAMPING REVERSED ORIGINAL: '
                     RVW-STAMP-ORIGINAL-ID ' ' TXN-FILE-STATUS
              END-IF
           END-IF.

      *****************************************************************
       POST-TRANSACTION.
           ADD 1 TO TIW-SEQ-NUM
           MOVE TIW-SEQ-NUM TO TIW-SEQ-DISPLAY
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE TIW-NEW-ID TO TXN-ID
           IF TAR-REVERSAL-ENTRY
              MOVE RVW-ORIG-DEBIT-ID TO TXN-REVERSAL-OF-ID
              MOVE TAR-REVERSAL-REASON TO TXN-REVERSAL-REASON
           END-IF
           MOVE TAR-FROM-ACCOUNT TO FROM-ACCOUNT
           MOVE TAR-TXN-TYPE TO TXN-TYPE
           MOVE TAR-TXN-AMOUNT TO TXN-AMOUNT
                 ADD TAR-TXN-AMOUNT TO NET-POSTED-TOTAL
                 MOVE 'TRANSACTION POSTED' TO POST-MESSAGE
                 PERFORM LOG-POST-RESULT
                 MOVE LOG-TXN-ID TO SPW-POSTED-TXN-ID
                 PERFORM CLOSE-RESUBMITTED-ITEM
                 IF TAR-REVERSAL-ENTRY
                    MOVE RVW-ORIG-DEBIT-ID TO RVW-STAMP-ORIGINAL-ID
                    MOVE LOG-TXN-ID TO RVW-STAMP-CONTRA-ID
                    PERFORM STAMP-REVERSED-ORIGINAL
                 END-IF
              ELSE
                 DELETE TRANSACTION-FILE RECORD
                     INVALID KEY
              MOVE ZERO TO LOG-AMOUNT
           END-IF
           MOVE EDIT-REASON-CODE TO LOG-REASON-CODE
           PERFORM LOG-POST-RESULT
           PERFORM WRITE-SUSPENSE-ITEM.

      *****************************************************************
      *  FIND-RESUBMITTED-ITEM - LOOK THE CARD UP ON THE SUSPENSE
      *  FILE BY THIS BATCH ID AND ITS DETAIL SEQUENCE, THE
      *  ALTERNATE KEY SUSPRSUB STAMPED WHEN IT WROTE THE
      *  RESUBMISSION DECK.  THE ITEM ONLY COUNTS AS THIS CARD IF IT
      *  IS STILL AWAITING RESUBMISSION AND CARRIES THE SAME CARD -
      *  A DECK THAT WAS RE-SORTED OR MIXED WITH OTHER ACTIVITY
      *  BEFORE BATCHING FALLS BACK TO ORDINARY NEW-ITEM HANDLING
      *  RATHER THAN CLOSING THE WRONG ITEM.
      *****************************************************************
       FIND-RESUBMITTED-ITEM.
           SET SPW-NO-ITEM TO TRUE
           MOVE BCW-BATCH-ID TO SUS-RESUB-BATCH-ID
           MOVE SPW-CARD-SEQ TO SUS-RESUB-SEQ
           READ SUSPENSE-FILE KEY IS SUS-RESUB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUS-RESUBMITTED
                      AND SUS-CURRENT-CARD = TXN-ACTIVITY-RECORD
                      SET SPW-RESUBMITTED-ITEM TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *  WRITE-SUSPENSE-ITEM - PUT THE REJECTED CARD INTO SUSPENSE.
      *  A RESUBMITTED CARD REOPENS ITS OWN ITEM, KEEPING THE FIRST
      *  REJECT DATE SO THE AGEING STAYS HONEST; ANY OTHER CARD
      *  STARTS A NEW ITEM UNDER THIS BATCH ID AND SEQUENCE.  A
      *  FAILURE HERE IS SHOUTED TO THE JOB LOG - THE REJECT IS
      *  STILL ON TXNPRPT, BUT OPS MUST KEY IT INTO SUSPENSE BY HAND.
      *****************************************************************
       WRITE-SUSPENSE-ITEM.
           IF SPW-RESUBMITTED-ITEM
              PERFORM REOPEN-SUSPENSE-ITEM
           ELSE
              MOVE SPACES TO SUSPENSE-RECORD
              MOVE BCW-BATCH-ID TO SUS-BATCH-ID
              MOVE SPW-CARD-SEQ TO SUS-CARD-SEQ
              SET SUS-OPEN TO TRUE
              MOVE EDIT-REASON-CODE TO SUS-REASON-CODE
              MOVE POST-MESSAGE TO SUS-REASON-TEXT
              MOVE RUN-BUSINESS-DATE TO SUS-FIRST-REJECT-DATE
              MOVE RUN-BUSINESS-DATE TO SUS-LAST-REJECT-DATE
              MOVE 1 TO SUS-REJECT-COUNT
              MOVE RUN-BUSINESS-DATE TO SUS-STATUS-DATE
              MOVE TXN-ACTIVITY-RECORD TO SUS-ORIGINAL-CARD
              MOVE TXN-ACTIVITY-RECORD TO SUS-CURRENT-CARD
              WRITE SUSPENSE-RECORD
              IF SUSP-STATUS = '00'
                 ADD 1 TO SPW-NEW-ITEM-COUNT
              ELSE
                 DISPLAY 'ERROR WRITING SUSPENSE ITEM: ' BCW-BATCH-ID
                     ' ' SPW-CARD-SEQ ' ' SUSP-STATUS
              END-IF
           END-IF.

       REOPEN-SUSPENSE-ITEM.
           SET SUS-OPEN TO TRUE
           MOVE EDIT-REASON-CODE TO SUS-REASON-CODE
           MOVE POST-MESSAGE TO SUS-REASON-TEXT
           MOVE RUN-BUSINESS-DATE TO SUS-LAST-REJECT-DATE
           IF SUS-REJECT-COUNT < 999
              ADD 1 TO SUS-REJECT-COUNT
           END-IF
           MOVE RUN-BUSINESS-DATE TO SUS-STATUS-DATE
           MOVE SPACES TO SUS-RESUB-KEY
           REWRITE SUSPENSE-RECORD
           IF SUSP-STATUS = '00'
              ADD 1 TO SPW-REOPEN-COUNT
           ELSE
              DISPLAY 'ERROR REOPENING SUSPENSE ITEM: ' SUS-BATCH-ID
                  ' ' SUS-CARD-SEQ ' ' SUSP-STATUS
           END-IF.

      *****************************************************************
      *  CLOSE-RESUBMITTED-ITEM - A RESUBMITTED CARD HAS POSTED; MARK
      *  ITS SUSPENSE ITEM POSTED WITH THE TXN-ID IT POSTED UNDER.
      *****************************************************************
       CLOSE-RESUBMITTED-ITEM.
           IF SPW-RESUBMITTED-ITEM
              SET SUS-POSTED TO TRUE
              MOVE SPW-POSTED-TXN-ID TO SUS-POSTED-TXN-ID
              MOVE RUN-BUSINESS-DATE TO SUS-STATUS-DATE
              REWRITE SUSPENSE-RECORD
              IF SUSP-STATUS = '00'
                 ADD 1 TO SPW-CLEARED-COUNT
              ELSE
                 DISPLAY 'ERROR CLOSING SUSPENSE ITEM: ' SUS-BATCH-ID
                     ' ' SUS-CARD-SEQ ' ' SUSP-STATUS
              END-IF
           END-IF.

       LOG-POST-RESULT.
           MOVE LOG-TXN-ID TO PD-TXN-ID
       TERMINATION.
           DISPLAY 'TRANSACTIONS POSTED: ' POST-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' REJECT-COUNT
           DISPLAY 'SUSPENSE ITEMS OPENED: ' SPW-NEW-ITEM-COUNT
           DISPLAY 'SUSPENSE ITEMS REOPENED: ' SPW-REOPEN-COUNT
           DISPLAY 'SUSPENSE ITEMS CLEARED: ' SPW-CLEARED-COUNT

           PERFORM SAVE-TXN-SEQUENCE
           PERFORM RECORD-POSTED-BATCH
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACTIVITY-FILE
           CLOSE POST-REPORT
           CLOSE SUSPENSE-FILE
           IF HOLD-FILE-OPEN
              CLOSE HOLD-FILE
           END-IF.

      *****************************************************************
      *  SAVE-TXN-SEQUENCE - WRITE THE NEW HIGH SEQUENCE NUMBER BACK
              MOVE NET-POSTED-TOTAL TO DCR-NET-AMOUNT
              MOVE REJECT-NET-TOTAL TO DCR-REJECT-AMOUNT
              MOVE RUN-BUSINESS-DATE TO DCR-BUSINESS-DATE
              MOVE BCW-BATCH-ID TO DCR-BATCH-ID
              WRITE DAILY-CONTROL-RECORD
              IF DAYC-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING DAILY CONTROL FILE: '
