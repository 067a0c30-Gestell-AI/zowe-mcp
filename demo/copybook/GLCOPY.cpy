      *  TWO RECORDS PER EXTRACTED TRANSACTION - ONE DEBIT, ONE
      *  CREDIT, ALWAYS FOR THE SAME AMOUNT - SO THE GLPOST FILE IS
      *  BALANCED BY CONSTRUCTION.  THE SOURCE TXN-ID IS CARRIED SO
      *  A LEDGER ENTRY CAN BE TRACED BACK TO TRANSACTION-FILE.  A
      *  REVERSAL PAIR IS TRACEABLE TOO: GLP-REVERSAL-FLAG MARKS THE
      *  CONTRA ENTRY ('R') OR THE REVERSED ORIGINAL ('O') AND
      *  GLP-REVERSAL-XREF-ID NAMES THE OTHER ENTRY OF THE PAIR.
      *****************************************************************
       01  GL-POSTING-RECORD.
           05  GLP-GL-ACCOUNT           PIC X(08).
           05  GLP-TXN-DATE             PIC X(10).
           05  GLP-TXN-ID               PIC X(12).
           05  GLP-TXN-TYPE             PIC X(08).
           05  GLP-REVERSAL-FLAG        PIC X(01).
               88  GLP-NOT-REVERSAL     VALUE ' '.
               88  GLP-REVERSAL-ENTRY   VALUE 'R'.
               88  GLP-REVERSED-ORIGINAL VALUE 'O'.
           05  GLP-REVERSAL-XREF-ID     PIC X(12).
           05  FILLER                   PIC X(17).
