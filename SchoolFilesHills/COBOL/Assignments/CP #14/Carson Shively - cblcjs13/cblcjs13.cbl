      * (SEE 9900-GET-PARM); A BLANK PARM STATEMENTS THE CURRENT
      * MONTH. A PAGE PRINTS FOR EVERY SALESPERSON WITH ANY LEDGER
      * ACTIVITY ON FILE, EVEN IF THIS PERIOD ITSELF WAS QUIET, SO A
      * CARRIED BALANCE IS NEVER OUT OF SIGHT. CBLDRV1.BAT RUNS IT FOR
      * THE BUSINESS MONTH ON THE MONTH-END DATE OF CBLCJS31'S
      * PROCESSING CALENDAR, AFTER THAT DAY'S EARNED ROWS ARE POSTED
      * -- CBLCJS03 DATES THEM WITH THE BUSINESS DATE, NOT THE DATE
      * THE CHAIN RUNS, SO THEY FALL IN THE MONTH BEING STATEMENTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
