      *  ONES BACK TO THE ORIGINATING TELLER.  ENTER WITH A BLANK
      *  PENDING ID SIMPLY REFRESHES THE LIST.
      *
      *  EVERY DECISION IS ALSO WRITTEN TO THE MAINTJNL MAINTENANCE
      *  JOURNAL (JRNLCOPY) WITH THE SUPERVISOR'S OPERATOR ID, THE
      *  TERMINAL, AND THE PENDING RECORD BEFORE AND AFTER, SO THE
      *  JRNLINQ REPORT SHOWS ONLINE DECISIONS ALONGSIDE THE BATCH
      *  MAINTENANCE.  THE JOURNAL ENTRY IS WRITTEN ONLY ONCE THE
      *  REWRITE HAS SUCCEEDED; IF THE JOURNAL WRITE ITSELF FAILS THE
      *  DECISION STANDS AND THE SUPERVISOR IS TOLD SO, TO REPORT IT.
      *
      *  EVERY CICS COMMAND BELOW CHECKS ITS OWN RESP RATHER THAN
      *  RELYING ON HANDLE CONDITION, FOR THE SAME STRUCTURED
      *  CONTROL-FLOW REASONS ACCTINQ DOES.
       WORKING-STORAGE SECTION.
       COPY APPRCOPY.
       COPY APPRMAP.
       COPY JRNLCOPY.
       COPY DFHAID.
       COPY DFHBMSCA.


       01  PND-LINE-WORK               PIC X(79).

      *****************************************************************
      *  JOURNAL-WORK - THE PENDING RECORD AS READ FOR UPDATE, BEFORE
      *  THE DECISION IS STAMPED ON IT, THE JOURNAL DATE (THE
      *  CALENDAR DATE, AS TXNENTR USES FOR AN ENTRY DATE - THE
      *  BATCH BUSDATE FILE IS NOT OPEN TO CICS) AND THE RBA CICS
      *  RETURNS FOR THE NEW MAINTJNL RECORD.
      *****************************************************************
       01  JOURNAL-WORK.
           05  JRW-BEFORE-IMAGE        PIC X(300) VALUE SPACES.
           05  JRW-JOURNAL-RBA         PIC S9(08) COMP VALUE 0.
           05  JRW-JOURNAL-DATE.
               10  JRW-JOURNAL-YEAR    PIC X(04).
               10  FILLER              PIC X(01) VALUE '-'.
               10  JRW-JOURNAL-MONTH   PIC X(02).
               10  FILLER              PIC X(01) VALUE '-'.
               10  JRW-JOURNAL-DAY     PIC X(02).
           05  JRW-RAW-DATE.
               10  JRW-RAW-YEAR        PIC X(04).
               10  JRW-RAW-MONTH       PIC X(02).
               10  JRW-RAW-DAY         PIC X(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-LAST-PENDING-ID      PIC X(12).
                 MOVE 'ENTRY ALREADY DECIDED' TO MSGO
                 EXEC CICS UNLOCK DATASET('PENDAPPR') END-EXEC
              ELSE
                 MOVE PENDING-APPROVAL-RECORD TO JRW-BEFORE-IMAGE
                 IF ACTIONI = 'A'
                    SET PAR-APPROVED TO TRUE
                 ELSE
              MOVE SPACES TO PENDIDO
              MOVE SPACES TO ACTIONO
              MOVE SPACES TO REASONO
              PERFORM WRITE-JOURNAL-ENTRY
           ELSE
              MOVE 'APPROVAL FILE REWRITE FAILED' TO MSGO
           END-IF.

      *****************************************************************
      *  WRITE-JOURNAL-ENTRY - ONE MAINTJNL RECORD FOR THE DECISION
      *  JUST REWRITTEN.  MAINTJNL IS AN ESDS, SO THE WRITE GOES TO
      *  THE END OF THE TRAIL BY RBA.  A FAILED WRITE REPLACES THE
      *  RESULT MESSAGE: THE DECISION IS ALREADY ON PENDAPPR, BUT THE
      *  SUPERVISOR MUST KNOW IT IS MISSING FROM THE JOURNAL.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD
           ACCEPT JRW-RAW-DATE FROM DATE YYYYMMDD
           MOVE JRW-RAW-YEAR TO JRW-JOURNAL-YEAR
           MOVE JRW-RAW-MONTH TO JRW-JOURNAL-MONTH
           MOVE JRW-RAW-DAY TO JRW-JOURNAL-DAY
           MOVE JRW-JOURNAL-DATE TO JRN-BUSINESS-DATE
           MOVE JRW-RAW-DATE TO JRN-RUN-DATE
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE 'TXNAPPR' TO JRN-PROGRAM-ID
           MOVE OPERIDI TO JRN-OPERATOR-ID
           MOVE EIBTRMID TO JRN-TERMINAL-ID
           SET JRN-APPROVAL-RECORD TO TRUE
           MOVE PAR-FROM-ACCOUNT TO JRN-ACCOUNT
           MOVE PAR-PENDING-ID TO JRN-KEY
           IF PAR-APPROVED
              MOVE 'APR' TO JRN-ACTION
           ELSE
              MOVE 'REJ' TO JRN-ACTION
           END-IF
           MOVE JRW-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE PENDING-APPROVAL-RECORD TO JRN-AFTER-IMAGE

           EXEC CICS WRITE DATASET('MAINTJNL')
                FROM(JOURNAL-RECORD)
                RIDFLD(JRW-JOURNAL-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'DECISION SAVED - JOURNAL WRITE FAILED, REPORT IT'
                  TO MSGO
           END-IF.

      *****************************************************************
      *  LIST-PENDING-ENTRIES - STARTBR/READNEXT PENDAPPR FROM THE
      *  TOP FOR UP TO PND-DISPLAY-MAX RECORDS STILL PENDING.
