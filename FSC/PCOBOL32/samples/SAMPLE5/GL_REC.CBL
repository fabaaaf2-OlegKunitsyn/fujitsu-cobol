*>  GL_REC.CBL
*>  GENERAL-LEDGER INTERFACE RECORD LAYOUT, WRITTEN BY GLINTF AND
*>  PICKED UP BY THE LEDGER SYSTEM'S NIGHTLY LOAD. ONE "D" ENTRY PER
*>  BRANCH, ACCOUNT TYPE, CURRENCY AND ENTRY KIND -- CUSTOMER-FORM
*>  AMOUNTS AND .CRX CREDITS NEVER SHARE AN ENTRY -- THEN ONE "T"
*>  CONTROL TRAILER THE LOAD CHECKS BEFORE IT POSTS ANYTHING. EVERY
*>  ENTRY POSTS UNDER THE BATCHDTE BUSINESS DATE AND CARRIES ITS USD
*>  EQUIVALENT AT THE RATEMST RATE IN EFFECT ON THAT DATE (ONE FOR
*>  THE DOMESTIC "USD"). FIXED AT 70 BYTES.
    05  GL-REC-TYPE             PIC X(01).
    05  GL-ENTRY-BODY.
        10  GL-POSTING-DATE      PIC 9(08).
        10  GL-BRANCH-NO         PIC X(04).
        10  GL-ACCOUNT-TYPE      PIC X(02).
        10  GL-CURRENCY-CODE     PIC X(03).
*>      "F" = CUSTOMER-FORM AMOUNTS, "C" = CREDITS FROM THE .CRX FILES.
        10  GL-ENTRY-KIND        PIC X(01).
        10  GL-ITEM-COUNT        PIC 9(07).
        10  GL-AMOUNT            PIC S9(11)V99.
        10  GL-RATE              PIC 9(03)V9(06).
        10  GL-USD-AMOUNT        PIC S9(13)V99.
        10  FILLER               PIC X(07).
    05  GL-TRAILER-BODY REDEFINES GL-ENTRY-BODY.
        10  GL-TRAILER-LITERAL   PIC X(06).
        10  GL-TRAILER-DATE      PIC 9(08).
        10  GL-TRAILER-ENTRY-COUNT PIC 9(07).
        10  GL-TRAILER-ITEM-COUNT  PIC 9(09).
        10  GL-TRAILER-USD-TOTAL   PIC S9(13)V99.
        10  FILLER               PIC X(24).
