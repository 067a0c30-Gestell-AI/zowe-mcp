      *****************************************************************
      *  CASHCARD - CASH TRANSACTION TYPE CARD LAYOUT
      *  USED BY:  CASHMON
      *  ONE CARD PER TXN TYPE THAT MOVES CURRENCY ACROSS THE
      *  COUNTER (CASH DEPOSIT, CASH WITHDRAWAL AND THE LIKE).  ONLY
      *  ACTIVITY OF A TYPE ON THIS DECK COUNTS TOWARD THE DAILY
      *  CURRENCY AGGREGATE AND THE JUST-UNDER-THRESHOLD PATTERN
      *  TEST; CHEQUES, TRANSFERS, INTEREST AND FEES ARE LEFT OFF.
      *  COMPLIANCE MAINTAINS THE CASHTYPE DECK DIRECTLY.
      *****************************************************************
       01  CASH-TYPE-CARD.
           05  CTC-TXN-TYPE             PIC X(08).
           05  FILLER                   PIC X(72).
