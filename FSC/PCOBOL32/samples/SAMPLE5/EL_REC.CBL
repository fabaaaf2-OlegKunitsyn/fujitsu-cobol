*>  EL_REC.CBL
*>  E-DELIVERY DOCUMENT LINE LAYOUT (DERIVED .EDL). EACH STATEMENT
*>  DOCUMENT IS AN "H" HEADER LINE (ACCOUNT, BUSINESS DATE, CURRENCY,
*>  CUSTOMER NAME), ITS "L" STATEMENT LINES -- THE STATEMENT MESSAGES,
*>  THEN EVERY DETAIL EXACTLY AS IT WOULD PRINT ON THE FORM -- AND AN
*>  "E" END LINE WITH THE DETAIL COUNT AND THE DOCUMENT TOTAL. THE
*>  E-MAIL ADDRESS IS ON THE .EDX INDEX ENTRY. EVERY LINE CARRIES ITS
*>  DOCUMENT NUMBER, THE SAME NUMBER THE .EDX INDEX ENTRY CARRIES.
*>  FIXED AT 80 BYTES.
*>  "H" = DOCUMENT HEADER, "L" = STATEMENT LINE, "E" = DOCUMENT END.
    05  EL-REC-TYPE             PIC X(01).
    05  EL-DOCUMENT-NO          PIC 9(07).
    05  EL-LINE-TEXT            PIC X(72).
