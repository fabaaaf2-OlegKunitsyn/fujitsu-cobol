*>  FU_REC.CBL
*>  FORMS USAGE RECORD LAYOUT, THE APPEND-ONLY FORMUSE REGISTER OF
*>  EVERY SERIAL RANGE RECEIVED INTO OR ISSUED OUT OF THE FORMS
*>  INVENTORY (FI_REC.CBL). FORMSER WRITES THE ISSUES AS THE PRINT
*>  PROGRAMS REPORT THEM, FORMMNT WRITES THE RECEIPTS, AND FORMRPT
*>  READS THE REGISTER BACK TO RECONCILE EACH DAY'S SERIALS AGAINST
*>  THE PAGES PRINTED AND TO FIND ANY GAP IN THE SEQUENCE. STAMPS ARE
*>  THE SAME DATE-PLUS-TIME FORM THE RUN-LOG STAMPS USE.
*>  FIXED AT 120 BYTES.
    05  FU-BUSINESS-DATE        PIC 9(08).
    05  FILLER                  PIC X(01).
    05  FU-USAGE-STAMP          PIC X(16).
    05  FILLER                  PIC X(01).
    05  FU-FORM-TYPE            PIC X(04).
    05  FILLER                  PIC X(01).
    05  FU-PRINTER-ID           PIC X(08).
    05  FILLER                  PIC X(01).
*>  "P" = PRINTED BY A PRINT RUN, "R" = A PRNTMENU REPRINT, "C" = A
*>  CREDPRN CREDIT MEMO, "S" = SPOILED BY A RUN THAT WAS CUT OFF AND
*>  RESTARTED, "V" = VOIDED (THE FORM IN THE PRINTER WHEN THE RUN WAS
*>  CUT OFF), "I" = ISSUED TO A CUT-OFF RUN THAT WAS NEVER RESTARTED,
*>  "G" = A RANGE RECEIVED INTO STOCK.
    05  FU-USAGE-KIND           PIC X(01).
    05  FILLER                  PIC X(01).
    05  FU-FIRST-SERIAL         PIC 9(09).
    05  FILLER                  PIC X(01).
    05  FU-LAST-SERIAL          PIC 9(09).
    05  FILLER                  PIC X(01).
*>  THE SERIALS ISSUED IN THE RANGE, AND THE PAGES THE PRINT PROGRAM
*>  COUNTED FOR THEM -- THE TWO THE DAILY RECONCILIATION COMPARES.
    05  FU-SERIAL-COUNT         PIC 9(07).
    05  FILLER                  PIC X(01).
    05  FU-PAGE-COUNT           PIC 9(07).
    05  FILLER                  PIC X(01).
    05  FU-PROGRAM-ID           PIC X(08).
    05  FILLER                  PIC X(01).
    05  FU-WORK-FILE-NAME       PIC X(16).
    05  FILLER                  PIC X(01).
*>  THE SIGNED-ON OPERATOR, FOR A RECEIPT KEYED ON FORMMNT.
    05  FU-OPERATOR-ID          PIC X(08).
    05  FILLER                  PIC X(08).
