*>  EB_REC.CBL
*>  E-MAIL BOUNCE-BACK RECORD LAYOUT: THE FILE THE E-MAIL GATEWAY
*>  DROPS AFTER IT HAS SENT A NIGHT'S E-STATEMENTS, ONE RECORD PER
*>  MESSAGE THE RECEIVING SERVER REFUSED. EBOUNCE READS IT BACK THE
*>  NEXT NIGHT. THE ADDRESS IS THE ONE THE GATEWAY SENT TO, SO A
*>  BOUNCE CAN BE TOLD APART FROM AN ADDRESS CUSTMNT HAS SINCE
*>  CORRECTED. FIXED AT 100 BYTES.
    05  EB-ACCOUNT-NO           PIC X(10).
    05  FILLER                  PIC X(01).
    05  EB-EMAIL-ADDRESS        PIC X(40).
    05  FILLER                  PIC X(01).
*>  THE DATE THE GATEWAY LOGGED THE BOUNCE (YYYYMMDD) AND ITS REASON.
    05  EB-BOUNCE-DATE          PIC X(08).
    05  FILLER                  PIC X(01).
    05  EB-BOUNCE-REASON        PIC X(20).
    05  FILLER                  PIC X(19).
