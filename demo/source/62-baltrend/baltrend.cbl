      *  SNAPSHOT ORDER ON BALHIST IS NOT ASSUMED - THE LATEST AND
      *  SECOND-LATEST DATES ARE TRACKED EXPLICITLY.  THE MATCHED
      *  ENTRY'S POSITION IS KEPT IN BTT-HIT-IDX, SINCE THE SCANNING
      *  INDEX ITSELF RUNS PAST THE END OF THE TABLE.  MORE ACCOUNTS
      *  THAN THE TABLE HOLDS STOPS THE RUN RATHER THAN LEAVE SOME
      *  OUT OF THE RANKING.
      *****************************************************************
       01  TREND-TABLE.
           05  BTT-ENTRY-COUNT         PIC 9(5) VALUE 0.
                 MOVE 0 TO BTT-PRIOR-BALANCE (BTT-HIT-IDX)
                 PERFORM APPLY-SNAPSHOT-TO-ENTRY
              ELSE
                 DISPLAY 'TREND-TABLE FULL - RUN STOPPED: '
                     BHR-ACCOUNT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

