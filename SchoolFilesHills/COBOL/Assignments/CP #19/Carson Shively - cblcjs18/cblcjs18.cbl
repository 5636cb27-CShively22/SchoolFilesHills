      * CANCELLED SALE DOESN'T LINGER HERE: CBLCJS04'S 4560-SETTLE-
      * ORIGINAL-SALE MARKS THE ORIGINAL RECORD SETTLED THE MOMENT ITS
      * RETURN IS KEYED, SO IT DROPS OFF THIS REPORT INSTEAD OF AGING
      * INTO THE 90+ BUCKET AS A DEBT NOBODY OWES. A TRADE-IN
      * ALLOWANCE IS PAYMENT IN BOAT RATHER THAN CASH, AND CBLCJS04
      * COUNTS IT IN M-AMT-RECEIVED THE SAME AS THE DEPOSIT, SO ONLY
      * WHAT IS OWED AFTER THE TRADE AGES HERE.
      ******************************************************************

       ENVIRONMENT DIVISION.
