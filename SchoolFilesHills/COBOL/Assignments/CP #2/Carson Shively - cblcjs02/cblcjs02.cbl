      *    -- THE PRICE VARIANCE CHECK ONLY NEEDS THE LIST PRICE.
           05  BM-QTY-LOC1         PIC 9(5).
           05  BM-QTY-LOC2         PIC 9(5).
      *        WHAT THE DEALERSHIP PAYS THE MANUFACTURER FOR ONE BOAT
      *    OF THIS TYPE, MAINTAINED THROUGH CBLCJS16. A RECORD WRITTEN
      *    BEFORE THE FIELD EXISTED READS IT BACK AS SPACES, TAKEN AS
      *    ZERO (NOT YET ENTERED).
           05  BM-DEALER-COST      PIC 9(6)V99.

      *        SEE THE SELECT ABOVE. ONE RECORD, REWRITTEN FROM
      *    SCRATCH EVERY RUN.
