      *****************************************************************
      *  RATECARD - INTEREST RATE TIER CARD LAYOUT
      *  USED BY:  INTCALC, CLOSEOUT
      *  ONE CARD PER BALANCE TIER.  RTC-TIER-LIMIT IS THE HIGHEST
      *  BALANCE THE TIER COVERS AND RTC-ANNUAL-RATE THE ANNUAL RATE
      *  IN PERCENT PAID ON A BALANCE FALLING IN THE TIER (INTCALC
