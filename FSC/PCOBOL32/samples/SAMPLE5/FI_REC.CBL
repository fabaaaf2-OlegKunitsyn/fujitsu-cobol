*>  FI_REC.CBL
*>  FORMS INVENTORY RECORD LAYOUT. THE FORMINV FILE IS A PERMANENT
*>  DATASET LIKE CUSTMST AND BRANCHMST, KEYED BY FORM TYPE AND THE
*>  PRINTER (THE LOGICAL DEVICE NAME) THE STOCK IS LOADED ON, ONE
*>  RECORD PER PRE-NUMBERED FORM STOCK IN USE: "STM1"/"STM2" ON
*>  "PRINTER" FOR THE STATEMENT FORMS PRINTPRC PRINTS IN PRINT MODE
*>  1 OR 2, "CRMO" ON "CREDMEMO" FOR CREDPRN'S CREDIT MEMOS. FORMMNT
*>  MAINTAINS IT AND RECEIVES NEW SERIAL RANGES INTO IT; FORMSER
*>  ISSUES THE SERIALS AS THE PRINT PROGRAMS TURN EACH FORM; FORMRPT
*>  RECONCILES WHAT WAS ISSUED. FIXED AT 250 BYTES.
    05  FI-FORM-KEY.
        10  FI-FORM-TYPE        PIC X(04).
        10  FI-PRINTER-ID       PIC X(08).
    05  FI-DESCRIPTION          PIC X(30).
*>  THE SERIAL THE NEXT FORM IN THE PRINTER CARRIES (ZERO UNTIL THE
*>  FIRST RANGE IS RECEIVED), THE FORMS RECEIVED AND NOT YET ISSUED,
*>  AND THE ON-HAND FIGURE AT WHICH THE STOCK IS TO BE REORDERED.
    05  FI-NEXT-SERIAL          PIC 9(09).
    05  FI-ON-HAND              PIC 9(09).
    05  FI-REORDER-POINT        PIC 9(09).
*>  THE SERIAL RANGES RECEIVED, OLDEST FIRST. ISSUE RUNS THROUGH EACH
*>  RANGE IN TURN AND STEPS OVER TO THE NEXT ONE WHEN IT RUNS OUT; A
*>  RANGE FULLY ISSUED MAKES ROOM FOR THE NEXT RECEIPT.
    05  FI-RANGE-COUNT          PIC 9(01).
    05  FI-RANGE-ENTRY OCCURS 4 TIMES.
        10  FI-RANGE-FIRST      PIC 9(09).
        10  FI-RANGE-LAST       PIC 9(09).
        10  FI-RANGE-RECEIVED   PIC 9(08).
*>  THE PRINT RUN CURRENTLY DRAWING ON THIS STOCK, IF ANY: THE DATASET
*>  IT IS PRINTING, THE PROGRAM, THE USAGE KIND IT WILL BE LOGGED
*>  UNDER, AND THE SERIALS ISSUED TO IT SO FAR IN THE CURRENT RANGE.
*>  A RUN THAT IS CUT OFF LEAVES THIS FILLED IN, WHICH IS HOW ITS
*>  RESTART FINDS THE FORMS IT SPOILED. THE LOGGED COUNT IS THE
*>  FORMS ALREADY WRITTEN TO THE USAGE LOG FOR EARLIER RANGES.
    05  FI-OPEN-WORK-FILE       PIC X(16).
    05  FI-OPEN-PROGRAM         PIC X(08).
    05  FI-OPEN-KIND            PIC X(01).
    05  FI-OPEN-FIRST-SERIAL    PIC 9(09).
    05  FI-OPEN-LAST-SERIAL     PIC 9(09).
    05  FI-OPEN-ISSUED-COUNT    PIC 9(07).
    05  FI-OPEN-LOGGED-COUNT    PIC 9(07).
    05  FILLER                  PIC X(19).
