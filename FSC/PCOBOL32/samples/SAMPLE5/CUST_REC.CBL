*>  FILE ONLY CARRIES A 20-BYTE CUSTOMER NAME, SO A FORM PRINTED FROM
*>  IT ALONE CANNOT BE MAILED; PRINTPRC READS THIS MASTER RANDOMLY FOR
*>  EACH DETAIL RECORD AND MERGES THE FULL NAME AND MAILING ADDRESS
*>  INTO THE PRINTED OUTPUT. FIXED AT 200 BYTES.
    05  CM-ACCOUNT-NO       PIC X(10).
    05  CM-FULL-NAME        PIC X(30).
    05  CM-ADDRESS-LINE-1   PIC X(30).
    05  CM-ADDRESS-LINE-2   PIC X(30).
    05  CM-CITY             PIC X(20).
    05  CM-POSTCODE         PIC X(10).
*>  RETURNED-MAIL EXTENSION: THE MASTER GREW FROM 130 TO 200 BYTES
*>  SO A STATEMENT THAT COMES BACK "ADDRESSEE UNKNOWN" CAN BE MARKED
*>  AGAINST THE ADDRESS IT WAS MAILED TO. RETMAIL SETS THE STATUS,
*>  THE DATE THE MAILROOM LOGGED THE RETURN (YYYYMMDD) AND THE
*>  REASON; CUSTMNT CLEARS ALL THREE WHEN IT RECORDS A NEW ADDRESS.
*>  THE 130-BYTE MASTER IS CONVERTED ONCE BY CUSTCNV, WHICH WRITES
*>  THESE BYTES BLANK ON EVERY EXISTING RECORD, SO CM-RETURN-DATE IS
*>  PIC X AND ANYTHING BUT "U" IN THE STATUS MEANS THE ADDRESS IS GOOD
*>  TO MAIL.
*>  "U" = UNDELIVERABLE - HOLD, BLANK = DELIVERABLE.
    05  CM-MAIL-STATUS      PIC X(01).
    05  CM-RETURN-DATE      PIC X(08).
    05  CM-RETURN-REASON    PIC X(20).
*>  E-STATEMENT EXTENSION, IN THE LAST OF THE SPARE BYTES: HOW THE
*>  CUSTOMER WANTS THE STATEMENT AND WHERE TO E-MAIL IT. CUSTMNT
*>  MAINTAINS BOTH; EBOUNCE PUTS THE PREFERENCE BACK TO PAPER WHEN THE
*>  E-MAIL GATEWAY REPORTS THE ADDRESS BOUNCED. BLANK (EVERY RECORD
*>  CUSTCNV CONVERTED) OR NO E-MAIL ADDRESS MEANS PAPER.
*>  "P" = PAPER, "E" = E-MAIL ONLY, "B" = BOTH PAPER AND E-MAIL.
    05  CM-DELIVERY-PREF    PIC X(01).
    05  CM-EMAIL-ADDRESS    PIC X(40).
