*>  BR_REC.CBL
*>  BRANCH MASTER RECORD LAYOUT, KEYED BY BRANCH NUMBER (THE SAME
*>  4-BYTE CODE AS S-BRANCH-NO). THE BRANCHMST FILE IS A PERMANENT
*>  DATASET LIKE CUSTMST AND RATEMST: BRCHMNT MAINTAINS IT, AND THE
*>  REPORT PROGRAMS (PRINTPRC, PRINTCON) READ IT SO EVERY CONTROL
*>  BREAK CARRIES THE BRANCH NAME INSTEAD OF A BARE NUMBER, AND SO
*>  PRINTCON CAN ROLL THE BRANCHES UP INTO THEIR REGIONS. A CLOSED
*>  BRANCH STAYS ON THE MASTER -- ITS NAME IS STILL WANTED ON A LATE
*>  EXTRACT -- BUT ANY WORK RECORD STILL CARRYING IT IS REPORTED.
*>  FIXED AT 100 BYTES.
    05  BR-BRANCH-NO            PIC X(04).
    05  BR-BRANCH-NAME          PIC X(30).
    05  BR-REGION               PIC X(10).
*>  "O" = OPEN, "C" = CLOSED.
    05  BR-STATUS               PIC X(01).
    05  BR-CONTACT-NAME         PIC X(30).
    05  BR-CONTACT-PHONE        PIC X(15).
    05  FILLER                  PIC X(10).
