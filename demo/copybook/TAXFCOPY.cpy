      *****************************************************************
      *  TAXFCOPY - 1099-INT ELECTRONIC FILING RECORD LAYOUT
      *  USED BY:  INT1099
      *  FIXED-FORMAT HAND-OFF TO THE TAX FILING SERVICE FOR ONE TAX
      *  YEAR: A PAYER RECORD ('A') NAMING THE BANK AS PAYER, ONE
      *  PAYEE RECORD ('B') PER ACCOUNT WITH REPORTABLE INTEREST, AND
      *  A CONTROL TRAILER ('C') CARRYING THE PAYEE COUNT AND THE
      *  INTEREST (BOX 1) AND WITHHELD (BOX 4) TOTALS OF THE PAYEE
      *  RECORDS.  ACCOUNTS HELD BACK ON THE EXCEPTION LIST ARE NOT
      *  FILED AND ARE NOT IN THE TRAILER.  AMOUNTS ARE UNSIGNED.
      *****************************************************************
       01  TAX-FILING-RECORD.
           05  TXF-RECORD-TYPE          PIC X(01).
               88  TXF-PAYER            VALUE 'A'.
               88  TXF-PAYEE            VALUE 'B'.
               88  TXF-TRAILER          VALUE 'C'.
           05  TXF-TAX-YEAR             PIC X(04).
           05  TXF-PAYEE-AREA.
               10  TXF-ACCOUNT          PIC X(10).
               10  TXF-PAYEE-TIN        PIC X(09).
               10  TXF-PAYEE-NAME       PIC X(35).
               10  TXF-ADDR-STREET      PIC X(30).
               10  TXF-ADDR-CITY        PIC X(20).
               10  TXF-ADDR-STATE       PIC X(02).
               10  TXF-ADDR-ZIP         PIC X(10).
               10  TXF-INTEREST-AMOUNT  PIC 9(11)V99.
               10  TXF-WITHHELD-AMOUNT  PIC 9(11)V99.
               10  TXF-WITHHOLDING-FLAG PIC X(01).
               10  FILLER               PIC X(52).
           05  TXF-PAYER-AREA REDEFINES TXF-PAYEE-AREA.
               10  TXF-PAYER-TIN        PIC X(09).
               10  TXF-PAYER-NAME       PIC X(35).
               10  TXF-RUN-DATE         PIC X(08).
               10  FILLER               PIC X(143).
           05  TXF-TRAILER-AREA REDEFINES TXF-PAYEE-AREA.
               10  TXF-PAYEE-COUNT      PIC 9(07).
               10  TXF-INTEREST-TOTAL   PIC 9(13)V99.
               10  TXF-WITHHELD-TOTAL   PIC 9(13)V99.
               10  FILLER               PIC X(158).
