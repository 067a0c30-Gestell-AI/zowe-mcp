           05  TXN-DISPLAY-MAX         PIC 9(02) VALUE 5.

       01  TXN-LINE-WORK               PIC X(79).
       01  TXN-DESC-WORK               PIC X(30).

      *****************************************************************
      *  AVAILABLE-BALANCE-WORK - THE OPEN, UNEXPIRED HOLDS SUMMED

      *****************************************************************
      *  SHOW-TRANSACTION-LINE - FORMAT ONE BROWSED TRANSACTION INTO
      *  THE NEXT AVAILABLE TXNLn LINE ON THE MAP.  A REVERSED
      *  ENTRY, OR THE CONTRA ENTRY THAT REVERSED ONE, SHOWS THE
      *  OTHER ENTRY'S TXN-ID IN PLACE OF ITS DESCRIPTION.
      *****************************************************************
       SHOW-TRANSACTION-LINE.
           ADD 1 TO TXN-DISPLAY-COUNT
           MOVE TXN-AMOUNT TO DISP-AMOUNT
           MOVE TXN-DESCRIPTION TO TXN-DESC-WORK
           IF TXN-REVERSAL-OF-ID NOT = SPACES
              MOVE SPACES TO TXN-DESC-WORK
              STRING 'REVERSAL OF ' DELIMITED BY SIZE
                     TXN-REVERSAL-OF-ID DELIMITED BY SIZE
                  INTO TXN-DESC-WORK
              END-STRING
           END-IF
           IF TXN-REVERSED-BY-ID NOT = SPACES
              MOVE SPACES TO TXN-DESC-WORK
              STRING 'REVERSED BY ' DELIMITED BY SIZE
                     TXN-REVERSED-BY-ID DELIMITED BY SIZE
                  INTO TXN-DESC-WORK
              END-STRING
           END-IF
           STRING TXN-TYPE      DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  TXN-DATE      DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  DISP-AMOUNT   DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  TXN-DESC-WORK DELIMITED BY SIZE
               INTO TXN-LINE-WORK
           END-STRING

