      *
      *          EVERY RECYCLED RECORD CARRIES A RECYCLE GENERATION
      *          COUNTER IN ITS LAST 3 BYTES (COLS 98-100 - FILLER TO
      *          NCITMAIN, WHICH NEVER LOOKS PAST COL 96). A
      *          TRANSACTION THAT HAS ALREADY BOUNCED 3 TIMES IS NOT
      *          RECYCLED AGAIN - IT GOES TO THE ESCALATION DATASET
      *          (NCESCL) AND ITS OWN REPORT SECTION INSTEAD OF
