*>  NT_REC.CBL
*>  NIGHT CONTROL-TOTAL RECORD LAYOUT. PRINTCON (CONSTOT) AND CREDPRN
*>  (CREDTOT) EACH REPLACE THEIR OWN SMALL TOTALS DATASET AT THE END
*>  OF EVERY RUN, AND GLINTF READS BOTH BACK TO PROVE THE GENERAL
*>  LEDGER INTERFACE AGREES WITH THE TWO PAGES HEAD OFFICE SIGNS OFF.
*>  ONE "H" HEADER RECORD (SO EVEN A NIGHT WITH NOTHING IN IT IS
*>  DATED), THEN ONE "D" RECORD PER CURRENCY SEEN. NT-BALANCED-SW ON
*>  THE HEADER IS THE WRITING PROGRAM'S OWN VERDICT ON ITS NIGHT.
*>  "H" = HEADER, "D" = ONE CURRENCY'S TOTAL.
    05  NT-REC-TYPE         PIC X(01).
    05  FILLER              PIC X(01).
    05  NT-SOURCE-PROGRAM   PIC X(08).
    05  FILLER              PIC X(01).
*>  THE BATCHDTE BUSINESS DATE THE TOTALS WERE TAKEN UNDER.
    05  NT-BUSINESS-DATE    PIC 9(08).
    05  FILLER              PIC X(01).
    05  NT-CURRENCY-CODE    PIC X(03).
    05  FILLER              PIC X(01).
    05  NT-RECORD-COUNT     PIC 9(09).
    05  FILLER              PIC X(01).
    05  NT-AMOUNT           PIC S9(11)V99.
    05  FILLER              PIC X(01).
*>  ON THE HEADER: "Y" = THE RUN BALANCED, "N" = IT DID NOT.
    05  NT-BALANCED-SW      PIC X(01).
    05  FILLER              PIC X(04).
