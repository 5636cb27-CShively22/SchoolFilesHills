      * ACCUMULATES AS A NEGATIVE, AND SINCE THE RETURN RECORD KEEPS
      * THE ORIGINAL SALE'S PURCHASE DATE, THE RATE LOOKED UP FOR IT
      * IS EXACTLY THE RATE THE SALE PAID OUT AT.
      * PARM IS THE BUSINESS DATE AS YYYYMMDD (CBLDRV1.BAT PASSES
      * %CBLBDATE%); THE LEDGER ROWS THIS RUN POSTS ARE DATED WITH
      * IT. A BLANK PARM DATES THEM TODAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  C-CUR-COUNT         PIC 99          VALUE   ZEROES.
           05  C-LEDG-IDX          PIC 99          VALUE   ZEROES.
           05  C-LEDG-FOUND-IDX    PIC 99          VALUE   ZEROES.
           05  C-POST-DATE         PIC 9(8)        VALUE   ZEROES.
           05  C-PARM-LINE         PIC X(80).
           05  C-COMM-DELTA        PIC S9(9)V99    VALUE   ZEROES.
      *            ACCUMULATORS
           05  C-PG-CTR            PIC 99          VALUE   ZEROES.
      *    NOTHING POSTS WHEN NOTHING CHANGED, SO A QUIET DAY LEAVES
      *    THE LEDGER ALONE.
       9750-POST-LEDGER.
           PERFORM 9900-GET-PARM.

           OPEN EXTEND LEDGER-FILE.
           IF C-LEDG-STATUS IS NOT = "00"
      *    WITH NO TRACE. SAME TREATMENT CBLCJS12 GIVES A FAILED
      *    PAYMENT WRITE TO THIS SAME FILE.
       9758-WRITE-LEDGER-TXN.
           MOVE C-POST-DATE  TO LT-DATE.
           MOVE "EARNED"     TO LT-TYPE.
           MOVE C-COMM-DELTA TO LT-AMOUNT.
           MOVE "CBLCJS03"   TO LT-SOURCE.
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        PARM IS THE BUSINESS DATE BEING CLOSED, YYYYMMDD, THE
      *    SAME POSTING DATE CBLCJS20 TAKES -- EARNED ROWS ARE DATED
      *    WITH IT SO THEY LAND ON THE DAY THEIR SALES WERE KEYED EVEN
      *    THOUGH THE CHAIN RUNS AFTER MIDNIGHT. A BLANK OR NON-NUMERIC
      *    PARM DATES THEM TODAY.
       9900-GET-PARM.
           ACCEPT C-PARM-LINE FROM COMMAND-LINE.

           IF C-PARM-LINE(1:8) IS NUMERIC
               MOVE C-PARM-LINE(1:8) TO C-POST-DATE
           ELSE
               MOVE I-YEAR  TO C-POST-DATE(1:4)
               MOVE I-MONTH TO C-POST-DATE(5:2)
               MOVE I-DAY   TO C-POST-DATE(7:2)
           END-IF.

      *        REWRITES CBLCPRV1.DAT FROM THIS RUN'S CUMULATIVE TABLE
      *    SO TOMORROW'S RUN POSTS ONLY WHAT'S NEW FROM TONIGHT ON. A
      *    SALESPERSON WHOSE SALES ALL DISAPPEARED SIMPLY DROPS OUT --
