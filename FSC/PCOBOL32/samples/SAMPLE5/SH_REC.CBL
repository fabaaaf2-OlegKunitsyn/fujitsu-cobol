*>  SH_REC.CBL
*>  STATEMENT-HISTORY RECORD LAYOUT, SHARED BY THE FD IN EVERY PROGRAM
*>  THAT ISSUES A CUSTOMER FORM (PRINTPRC FOR THE STATEMENT AND ITS
*>  LOOKUP-MODE REPRINTS AND ITS E-STATEMENTS, CREDPRN FOR THE CREDIT
*>  MEMO) AND BY STMTINQ, WHICH READS THE STMTHIST FILE BACK. ONE
*>  RECORD PER FORM ISSUED.
*>  STMTHIST IS A PERMANENT DATASET LIKE CUSTMST, KEYED BY ACCOUNT
*>  NUMBER THEN BUSINESS DATE, SO AN ACCOUNT'S WHOLE HISTORY READS
*>  BACK IN DATE ORDER FROM ONE START. THE ISSUE STAMP (THE SAME
*>  DATE-PLUS-TIME FORM THE RUN-LOG STAMPS USE) AND A SEQUENCE BYTE
*>  PAIR KEEP TWO FORMS FOR THE SAME ACCOUNT IN THE SAME HUNDREDTH OF
*>  A SECOND FROM COLLIDING. SH-BUSINESS-DATE IS THE BATCHDTE DATE
*>  THE FORM WENT OUT UNDER, NOT THE WALL CLOCK.
    05  SH-HISTORY-KEY.
        10  SH-ACCOUNT-NO       PIC X(10).
        10  SH-BUSINESS-DATE    PIC 9(08).
        10  SH-ISSUE-STAMP      PIC X(16).
        10  SH-ISSUE-SEQ        PIC 9(02).
    05  FILLER              PIC X(01).
    05  SH-BRANCH-NO        PIC X(04).
    05  FILLER              PIC X(01).
*>  THE DATASET THE FORM WAS PRINTED FROM: THE WORK FILE (OR ITS .CLN
*>  CLEAN COPY) FOR A STATEMENT, THE .CRX BASE NAME FOR A CREDIT MEMO.
    05  SH-SOURCE-FILE-NAME PIC X(16).
    05  FILLER              PIC X(01).
    05  SH-AMOUNT           PIC S9(9)V99.
    05  FILLER              PIC X(01).
    05  SH-CURRENCY-CODE    PIC X(03).
    05  FILLER              PIC X(01).
*>  "O" = ORIGINAL STATEMENT, "R" = REPRINT, "C" = CREDIT MEMO,
*>  "E" = E-STATEMENT (SENT BY E-MAIL; SH-PAGE-NUMBER IS ZERO),
*>  "X" = AN "O" OR "E" A RUN ISSUED AFTER ITS LAST CHECKPOINT BEFORE
*>  IT WAS CUT OFF -- THE RESTART ISSUED THE FORM AGAIN UNDER ITS OWN
*>  ENTRY, AND FORMSER LOGGED THE FIRST PAPER COPY AS SPOILED.
    05  SH-FORM-KIND        PIC X(01).
    05  FILLER              PIC X(01).
    05  SH-PAGE-NUMBER      PIC 9(05).
*>  THE FORM'S RECORD NUMBER IN THE SOURCE DATASET (THE COUNT A
*>  CHECKPOINT CARRIES), SO A RESTART CAN FIND THE ENTRIES ITS CUT-
*>  OFF RUN MADE PAST THE RESUME POINT. BLANK ON AN ENTRY WRITTEN
*>  BEFORE IT WAS CARRIED; ZERO ON A LOOKUP-MODE REPRINT.
    05  SH-SOURCE-RECORD-NO PIC 9(07).
    05  FILLER              PIC X(01).
