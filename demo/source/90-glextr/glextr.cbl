      *****************************************************************
      *  GL-MAP-TABLE - THE GLMAP DECK LOADED AT START-UP.  THE DECK
      *  IS REQUIRED: AN EXTRACT WITH NO MAPPINGS COULD ONLY FAIL
      *  EVERY TRANSACTION, SO A MISSING OR EMPTY DECK STOPS THE RUN,
      *  AS DOES A DECK WITH MORE CARDS THAN THE TABLE HOLDS.
      *****************************************************************
       01  GL-MAP-TABLE.
           05  GMT-ENTRY-COUNT         PIC 9(3) VALUE 0.
      *****************************************************************
      *  UNMAPPED-TYPE-TABLE - EVERY DISTINCT TXN-TYPE MET IN THE
      *  RANGE WITH NO GLMAP CARD, LISTED ON THE PROOF PAGE SO
      *  FINANCE CAN ADD THE MISSING CARDS AND RERUN.  MORE TYPES
      *  THAN THE TABLE HOLDS STOPS THE RUN.
      *****************************************************************
       01  UNMAPPED-TYPE-TABLE.
           05  UTT-ENTRY-COUNT         PIC 9(3) VALUE 0.
                  MOVE GMC-CREDIT-GL TO
                      GMT-CREDIT-GL (GMT-ENTRY-COUNT)
               ELSE
                  DISPLAY 'GL-MAP-TABLE FULL - RUN STOPPED: '
                      GMC-TXN-TYPE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               PERFORM READ-GL-MAP-CARD
           END-PERFORM
                  SET UTT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF UTT-NOT-FOUND
              IF UTT-ENTRY-COUNT NOT < 50
                 DISPLAY 'UNMAPPED-TYPE-TABLE FULL - RUN STOPPED: '
                     TXN-TYPE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO UTT-ENTRY-COUNT
              MOVE TXN-TYPE TO UTT-TXN-TYPE (UTT-ENTRY-COUNT)
           END-IF.
           MOVE TXN-DATE TO GLP-TXN-DATE
           MOVE TXN-ID TO GLP-TXN-ID
           MOVE TXN-TYPE TO GLP-TXN-TYPE
           PERFORM SET-REVERSAL-XREF
           WRITE GL-POSTING-RECORD
           IF POST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL POSTING FILE: ' POST-STATUS
           MOVE TXN-DATE TO GLP-TXN-DATE
           MOVE TXN-ID TO GLP-TXN-ID
           MOVE TXN-TYPE TO GLP-TXN-TYPE
           PERFORM SET-REVERSAL-XREF
           WRITE GL-POSTING-RECORD
           IF POST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GL POSTING FILE: ' POST-STATUS

           ADD 1 TO TXN-EXTRACT-COUNT.

      *****************************************************************
      *  SET-REVERSAL-XREF - A CONTRA ENTRY POSTED BY A REVERSAL RUN
      *  IS FLAGGED 'R' WITH THE ORIGINAL'S TXN-ID; THE ORIGINAL IT
      *  REVERSED IS FLAGGED 'O' WITH THE CONTRA ENTRY'S TXN-ID, SO
      *  THE LEDGER CAN PAIR THEM OFF.
      *****************************************************************
       SET-REVERSAL-XREF.
           IF TXN-REVERSAL-OF-ID NOT = SPACES
              SET GLP-REVERSAL-ENTRY TO TRUE
              MOVE TXN-REVERSAL-OF-ID TO GLP-REVERSAL-XREF-ID
           ELSE
              IF TXN-REVERSED-BY-ID NOT = SPACES
                 SET GLP-REVERSED-ORIGINAL TO TRUE
                 MOVE TXN-REVERSED-BY-ID TO GLP-REVERSAL-XREF-ID
              END-IF
           END-IF.

      *****************************************************************
      *  ADD-TO-GL-TOTALS - ROLL THE POSTING RECORD JUST BUILT INTO
      *  ITS GL ACCOUNT'S PROOF TOTALS, MAKING THE TABLE ENTRY ON
