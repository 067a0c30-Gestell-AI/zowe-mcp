      *****************************************************************
      *  HOLDCOPY - FUNDS HOLD RECORD LAYOUT
      *  SHARED BY:  HOLDMNT, TXNPOST, VIEW, FEEASSES, ACCTINQ,
      *              ODSWEEP, ACCTMNT, CLOSEOUT, CLOSEFIN
      *  ONE RECORD PER HOLD ON HOLDFILE, KEYED ON ACCOUNT PLUS HOLD
      *  ID SO AN ACCOUNT CAN CARRY SEVERAL HOLDS AT ONCE.  A HOLD
      *  EARMARKS PART OF THE LEDGER BALANCE: THE ACCOUNT'S AVAILABLE
