*>  CA_REC.CBL
*>  CUSTOMER-MASTER CHANGE-AUDIT RECORD LAYOUT, SHARED BY THE FD IN
*>  CUSTMNT (WHICH APPENDS ONE RECORD PER MAINTENANCE ACTION), RETMAIL
*>  (ONE PER RETURNED STATEMENT LOGGED), EBOUNCE (ONE PER BOUNCED
*>  E-MAIL ACTED ON) AND BY AUDITRPT, WHICH READS THE CSTAUDIT FILE
*>  BACK FOR THE AUDIT TEAM. EVERY CHANGE TO MAILING DATA CARRIES
*>  WHO MADE IT, WHEN, WHAT KIND OF CHANGE IT WAS, AND THE FULL
*>  BEFORE AND AFTER RECORD IMAGES IN THE CUST_REC.CBL LAYOUT -- AN
*>  ADD HAS A BLANK BEFORE IMAGE, A DELETE A BLANK AFTER IMAGE. THE
*>  STAMP IS THE SAME DATE-PLUS-TIME FORM THE RUN-LOG STAMPS USE
*>  (YYYYMMDD THEN HHMMSSHH). ENTRIES WRITTEN WHILE THE MASTER WAS 130
*>  BYTES WERE CONVERTED TO THESE 200-BYTE IMAGES BY CUSTCNV.
    05  CA-OPERATOR-ID      PIC X(08).
    05  FILLER              PIC X(01).
    05  CA-CHANGE-STAMP     PIC X(16).
    05  FILLER              PIC X(01).
*>  "A" = ADD, "C" = CHANGE, "D" = DELETE, "R" = RETURNED MAIL
*>  (ADDRESS MARKED UNDELIVERABLE), "B" = E-MAIL BOUNCED (DELIVERY
*>  PUT BACK TO PAPER BY EBOUNCE, WHICH SIGNS ITS RECORDS "EBOUNCE").
*>  A CHANGE THAT RELEASES A BAD-ADDRESS HOLD IS AN ORDINARY "C" --
*>  THE IMAGES SHOW THE RELEASE.
    05  CA-ACTION-CODE      PIC X(01).
    05  FILLER              PIC X(01).
    05  CA-ACCOUNT-NO       PIC X(10).
    05  FILLER              PIC X(01).
    05  CA-BEFORE-IMAGE     PIC X(200).
    05  FILLER              PIC X(01).
    05  CA-AFTER-IMAGE      PIC X(200).
