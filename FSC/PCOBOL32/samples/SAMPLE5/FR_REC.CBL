*>  FR_REC.CBL
*>  FORMS REQUEST BLOCK, PASSED ON EVERY CALL TO FORMSER BY THE
*>  PROGRAMS THAT PRINT ON PRE-NUMBERED STOCK (PRINTPRC, CREDPRN) AND
*>  BY THE DRIVERS THAT START AND RESTART THEM (PRINTBAT, HELDPRN).
*>  FIXED AT 95 BYTES.
*>  "C" = CHECK THE STOCK ON HAND AGAINST FR-REQUIRED-COUNT FORMS,
*>  "O" = OPEN A PRINT RUN ON THE STOCK, "N" = ISSUE THE NEXT SERIAL
*>  TO THE OPEN RUN, "E" = END THE OPEN RUN AND LOG ITS SERIALS,
*>  "1" = ISSUE AND LOG ONE FORM ON ITS OWN (A REPRINT), "R" = A CUT-
*>  OFF RUN IS BEING RESTARTED FROM ITS LAST CHECKPOINT: LOG WHAT IT
*>  PRINTED, SPOILED AND VOIDED.
    05  FR-FUNCTION             PIC X(01).
    05  FR-FORM-TYPE            PIC X(04).
    05  FR-PRINTER-ID           PIC X(08).
    05  FR-PROGRAM-ID           PIC X(08).
    05  FR-WORK-FILE-NAME       PIC X(16).
    05  FR-USAGE-KIND           PIC X(01).
    05  FR-REQUIRED-COUNT       PIC 9(07).
*>  ON "E", THE PAGES THE RUN PRINTED BY ITS OWN COUNT.
    05  FR-PAGE-COUNT           PIC 9(07).
*>  RETURNED BY "N" AND "1": THE SERIAL ISSUED (ZERO WHEN THE STOCK
*>  IS EXHAUSTED). PASSED TO "R": THE SERIAL OF THE FORM THAT WAS IN
*>  THE PRINTER AT THE LAST CHECKPOINT (ZERO IF NONE WAS).
    05  FR-SERIAL               PIC 9(09).
    05  FR-ON-HAND              PIC 9(09).
    05  FR-REORDER-POINT        PIC 9(09).
*>  RETURNED BY "R".
    05  FR-SPOILED-COUNT        PIC 9(07).
    05  FR-VOIDED-COUNT         PIC 9(07).
*>  00 = DONE. 04 = ON "C", ENOUGH STOCK BUT THE RUN WILL TAKE IT
*>  BELOW THE REORDER POINT. 08 = ON "C", NOT ENOUGH STOCK ON HAND;
*>  ON "N"/"1", STOCK EXHAUSTED, NOTHING ISSUED; ON "E"/"R", NO OPEN
*>  RUN FOR THE DATASET. 12 = NO INVENTORY RECORD FOR THE FORM TYPE
*>  AND PRINTER. 16 = THE INVENTORY OR USAGE LOG IS UNAVAILABLE.
    05  FR-RESULT               PIC 9(02).
