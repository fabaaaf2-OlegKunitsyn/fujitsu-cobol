*>  MS_REC.CBL
*>  STATEMENT-MESSAGE MASTER RECORD LAYOUT, KEYED BY MESSAGE ID. THE
*>  MSGMST FILE IS A PERMANENT DATASET LIKE CUSTMST, RATEMST AND
*>  BRANCHMST: MSGMNT MAINTAINS IT, AND THE FORM PROGRAMS (PRINTPRC,
*>  PRINTPST) PRINT EACH MESSAGE IN EFFECT ON THE BATCHDTE BUSINESS
*>  DATE UNDER THE ADDRESS BLOCK OF EVERY FORM IT TARGETS -- THE RATE
*>  CHANGE, BRANCH MOVE OR HOLIDAY NOTICE THAT USED TO GO OUT AS A
*>  HAND-STUFFED INSERT. THE EFFECTIVE DATES ARE INCLUSIVE.
*>  FIXED AT 250 BYTES.
    05  MS-MESSAGE-ID           PIC X(06).
    05  MS-EFFECTIVE-FROM       PIC 9(08).
    05  MS-EFFECTIVE-TO         PIC 9(08).
*>  WHO GETS IT: "A" = EVERY FORM, "B" = THE BRANCHES LISTED,
*>  "T" = ONE S-ACCOUNT-TYPE, "C" = ONE CURRENCY (BLANK-CURRENCY
*>  VERSION-1 DETAILS COUNT AS "USD"). ONLY THE FIELD THE TARGET
*>  TYPE NAMES IS FILLED; THE OTHERS ARE LEFT BLANK.
    05  MS-TARGET-TYPE          PIC X(01).
    05  MS-TARGET-BRANCH        PIC X(04) OCCURS 5 TIMES.
    05  MS-TARGET-ACCT-TYPE     PIC X(02).
    05  MS-TARGET-CURRENCY      PIC X(03).
*>  UP TO THREE PRINTED LINES; A BLANK LINE IS NOT PRINTED. 58 BYTES
*>  SO A LINE FITS THE 60-BYTE FORM UNDER THE ADDRESS BLOCK'S
*>  TWO-SPACE INDENT.
    05  MS-TEXT-LINE            PIC X(58) OCCURS 3 TIMES.
    05  FILLER                  PIC X(28).
