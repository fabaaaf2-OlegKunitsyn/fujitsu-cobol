*>  ED_REC.CBL
*>  E-DELIVERY INDEX RECORD LAYOUT. PRINTPRC WRITES ONE "I" RECORD
*>  PER STATEMENT DOCUMENT IT PUTS ON THE E-DELIVERY EXTRACT (DERIVED
*>  .EDX, ALONGSIDE THE .EDL DOCUMENT FILE), THEN ONE "T" CONTROL
*>  TRAILER. THE E-MAIL GATEWAY READS THE INDEX TO KNOW WHO GETS
*>  WHICH DOCUMENT AND CHECKS THE TRAILER BEFORE IT SENDS ANYTHING.
*>  A DOCUMENT IS ONE ACCOUNT'S DETAILS IN ONE CURRENCY, IN WORK-FILE
*>  ORDER; ED-DOCUMENT-NO TIES THE INDEX ENTRY TO ITS .EDL LINES.
*>  FIXED AT 100 BYTES.
    05  ED-REC-TYPE             PIC X(01).
    05  ED-INDEX-BODY.
        10  ED-DOCUMENT-NO       PIC 9(07).
        10  ED-ACCOUNT-NO        PIC X(10).
        10  ED-EMAIL-ADDRESS     PIC X(40).
        10  ED-AMOUNT            PIC S9(11)V99.
        10  ED-CURRENCY-CODE     PIC X(03).
*>      THE BATCHDTE BUSINESS DATE THE STATEMENT WENT OUT UNDER.
        10  ED-BUSINESS-DATE     PIC 9(08).
        10  ED-DETAIL-COUNT      PIC 9(05).
        10  FILLER               PIC X(13).
    05  ED-TRAILER-BODY REDEFINES ED-INDEX-BODY.
        10  ED-TRAILER-LITERAL   PIC X(06).
        10  ED-TRAILER-DATE      PIC 9(08).
        10  ED-TRAILER-DOC-COUNT PIC 9(07).
        10  ED-TRAILER-DETAIL-COUNT PIC 9(07).
        10  FILLER               PIC X(71).
