      *****************************************************************
      *  JRNLCOPY - MAINTENANCE JOURNAL RECORD LAYOUT
      *  SHARED BY:  ACCTMNT, HOLDMNT, SORDMNT, PRODMNT, ODPLMNT,
      *              SUSPMNT, PAYEMNT, TXNAPPR, JRNLINQ, CLOSEOUT,
      *              CLOSEFIN
      *  ONE RECORD ON THE MAINTJNL TRAIL PER CHANGE A MAINTENANCE
      *  CARD OR AN ONLINE APPROVAL DECISION MAKES TO A MASTER FILE,
      *  AND PER CHANGE THE CLOSEOUT RUNS MAKE ON THEIR OWN.
      *  THE TRAIL IS APPEND-ONLY, LIKE DAYCTL: THE BATCH PROGRAMS
      *  EXTEND IT AND TXNAPPR WRITES TO THE END OF IT THROUGH CICS.
      *  A CARD THAT IS REJECTED CHANGES NOTHING AND IS NOT
      *  JOURNALED - THE PROGRAM'S CONTROL REPORT SHOWS IT.
      *
      *  JRN-OPERATOR-ID COMES OFF THE MAINTENANCE CARD IN A BATCH
      *  RUN (COLUMNS 81-88 OF EVERY DECK) AND FROM THE SUPERVISOR'S
      *  KEYED OPERATOR ID ONLINE, WHERE JRN-TERMINAL-ID ALSO NAMES
      *  THE TERMINAL; IT IS BLANK FOR A BATCH ENTRY.  A CHANGE NO
      *  CARD ASKED FOR - CLOSEOUT CANCELLING AN ORDER, SAY - CARRIES
      *  THE PROGRAM NAME AS ITS OPERATOR ID.  JRN-ACCOUNT IS
      *  THE CUSTOMER ACCOUNT THE CHANGE TOUCHES, SO AN AUDITOR CAN
      *  PULL EVERYTHING DONE TO ONE ACCOUNT WHATEVER FILE IT WAS
      *  DONE ON; IT IS BLANK FOR A PRODUCT OR A PAYEE.  JRN-KEY IS
      *  THE RECORD KEY ON ITS OWN FILE, NAMED BY JRN-RECORD-TYPE.
      *
      *  THE BEFORE IMAGE IS THE RECORD AS READ, BEFORE THE CHANGE
      *  (SPACES FOR AN ADD), AND THE AFTER IMAGE THE RECORD AS
      *  WRITTEN BACK.  BOTH ARE THE FULL FILE RECORD, LEFT-JUSTIFIED
      *  AND PADDED WITH SPACES; THE LONGEST IS THE 300-BYTE SUSPENSE
      *  RECORD.
      *****************************************************************
       01  JOURNAL-RECORD.
           05  JRN-BUSINESS-DATE        PIC X(10).
           05  JRN-RUN-DATE             PIC X(08).
           05  JRN-RUN-TIME             PIC X(08).
           05  JRN-PROGRAM-ID           PIC X(08).
           05  JRN-OPERATOR-ID          PIC X(08).
           05  JRN-TERMINAL-ID          PIC X(04).
           05  JRN-RECORD-TYPE          PIC X(08).
               88  JRN-ACCOUNT-RECORD   VALUE 'ACCOUNT'.
               88  JRN-HOLD-RECORD      VALUE 'HOLD'.
               88  JRN-ORDER-RECORD     VALUE 'SORDER'.
               88  JRN-PRODUCT-RECORD   VALUE 'PRODUCT'.
               88  JRN-ODLINK-RECORD    VALUE 'ODLINK'.
               88  JRN-SUSPENSE-RECORD  VALUE 'SUSPENSE'.
               88  JRN-PAYEE-RECORD     VALUE 'PAYEE'.
               88  JRN-APPROVAL-RECORD  VALUE 'APPROVAL'.
           05  JRN-ACCOUNT              PIC X(10).
           05  JRN-KEY                  PIC X(20).
           05  JRN-ACTION               PIC X(03).
           05  JRN-BEFORE-IMAGE         PIC X(300).
           05  JRN-AFTER-IMAGE          PIC X(300).
           05  FILLER                   PIC X(13).
