IDENTIFICATION DIVISION.
 PROGRAM-ID. GLINTF.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  GENERAL-LEDGER INTERFACE STEP. FINANCE USED TO KEY THE NIGHT'S
*>  POSTINGS INTO THE LEDGER FROM THE PRINTCON AND CREDPRN PAGES. THIS
*>  PROGRAM WALKS THE SAME CTLFILE LIST, SUMMARIZES EVERY WORK FILE'S
*>  CUSTOMER-FORM AMOUNTS AND EVERY .CRX FILE'S CREDITS (AS SEPARATE
*>  ENTRIES) BY BRANCH, ACCOUNT TYPE AND CURRENCY, PRICES EACH ENTRY
*>  IN USD AT THE RATEMST RATE IN EFFECT ON THE BATCHDTE POSTING
*>  DATE, AND WRITES THE GL_REC.CBL INTERFACE FILE WITH A CONTROL
*>  TRAILER. BEFORE ANYTHING IS RELEASED THE NIGHT IS RECONCILED PER
*>  CURRENCY: FORMS PLUS CREDITS MUST EQUAL PRINTCON'S CONSOLIDATED
*>  TOTAL, AND CREDITS MUST EQUAL CREDPRN'S, BOTH FOR TONIGHT'S
*>  BUSINESS DATE (THE CONSTOT AND CREDTOT CONTROL TOTALS, NT_REC.CBL).
*>  A BALANCED NIGHT IS WRITTEN TO GLFEED FOR THE LEDGER TO LOAD; AN
*>  UNBALANCED ONE IS WRITTEN TO GLHOLD INSTEAD, WHERE THE LOAD NEVER
*>  LOOKS, AND THE GLRPT PAGE LISTS EVERY DISCREPANCY THAT HELD IT.
*>  EACH WORK FILE IS READ AS PRINTCON READS IT: ITS .CLN CLEAN COPY
*>  WHEN SRECEDIT LEFT ONE, THE RAW EXTRACT OTHERWISE, WITH THE SAME
*>  BAD-AMOUNT RULE, SO THE TWO SIDES COUNT THE SAME RECORDS. REJECTS
*>  AND HELD ITEMS ARE NOT IN THE .CLN, SO THEY NEVER POST; A HELD
*>  ITEM POSTS ON THE NIGHT IT IS RELEASED, WHEN HELDPRN HAS ADDED ITS
*>  RELEASE FILE (WHICH HAS NO .CLN) TO THE LIST.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT CONTROL-FILE
        ASSIGN       TO  CTLFILE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CONTROL-FILE-STATUS.
    SELECT WORK-FILE
        ASSIGN       TO  GL-INPUT-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  WORK-FILE-STATUS.
    SELECT CREDIT-FILE
        ASSIGN       TO  GL-CRX-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CREDIT-FILE-STATUS.
    SELECT SORT-FILE
        ASSIGN       TO  SORTWORK.
*>  THE INTERFACE ITSELF: GLFEED ON A BALANCED NIGHT, GLHOLD ON A
*>  HELD ONE -- CHOSEN ONLY AFTER THE RECONCILIATION HAS RUN.
    SELECT GL-FILE
        ASSIGN       TO  GL-FILE-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  GL-FILE-STATUS.
    SELECT GL-REPORT
        ASSIGN       TO  GLRPT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  GL-REPORT-STATUS.
*>  THE TWO PAGES THE LEDGER MUST AGREE WITH, AS CONTROL TOTALS.
    SELECT CONS-TOTALS-FILE
        ASSIGN       TO  CONSTOT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CONS-TOTALS-STATUS.
    SELECT CRED-TOTALS-FILE
        ASSIGN       TO  CREDTOT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CRED-TOTALS-STATUS.
    SELECT RATE-MASTER
        ASSIGN       TO  RATEMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  SEQUENTIAL
        RECORD KEY   IS  XR-RATE-KEY OF RATE-MASTER-RECORD
        FILE STATUS  IS  RATE-MASTER-STATUS.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  CONTROL-FILE.
 01  CONTROL-RECORD          PIC X(12).
 FD  WORK-FILE.
 01  WORK-RECORD.
     COPY "S_REC.CBL".
 FD  CREDIT-FILE.
 01  CREDIT-RECORD.
     COPY "S_REC.CBL".
*>  ONE SORT RECORD PER POSTABLE ITEM, KEYED THE WAY THE LEDGER
*>  ENTRIES ARE SUMMARIZED.
 SD  SORT-FILE.
 01  SORT-RECORD.
     05  GS-ENTRY-KEY.
         10  GS-BRANCH-NO        PIC X(04).
         10  GS-ACCOUNT-TYPE     PIC X(02).
         10  GS-CURRENCY-CODE    PIC X(03).
         10  GS-ENTRY-KIND       PIC X(01).
     05  GS-AMOUNT               PIC S9(9)V99.
 FD  GL-FILE.
 01  GL-RECORD.
     COPY "GL_REC.CBL".
 FD  GL-REPORT.
 01  GL-REPORT-RECORD        PIC X(80).
 FD  CONS-TOTALS-FILE.
 01  CONS-TOTALS-RECORD.
     COPY "NT_REC.CBL".
 FD  CRED-TOTALS-FILE.
 01  CRED-TOTALS-RECORD.
     COPY "NT_REC.CBL".
 FD  RATE-MASTER.
 01  RATE-MASTER-RECORD.
     COPY "XR_REC.CBL".
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  GL1-RECORD.
     COPY "S_REC.CBL".
*>
 01  CONTROL-FILE-STATUS     PIC X(02).
 01  WORK-FILE-STATUS        PIC X(02).
 01  CREDIT-FILE-STATUS      PIC X(02).
 01  GL-FILE-STATUS          PIC X(02).
 01  GL-REPORT-STATUS        PIC X(02).
 01  CONS-TOTALS-STATUS      PIC X(02).
 01  CRED-TOTALS-STATUS      PIC X(02).
 01  RATE-MASTER-STATUS      PIC X(02).
 01  BUSINESS-DATE-STATUS    PIC X(02).
*>
 01  GL-WORK-FILE-NAME       PIC X(12).
*>  THE DATASET ACTUALLY READ FOR THE LISTED WORK FILE: ITS .CLN, OR
*>  THE WORK FILE ITSELF WHEN THERE IS NO .CLN.
 01  GL-INPUT-NAME           PIC X(16).
*>  THE BASE DATASET WHOSE .CRX HOLDS THE CREDITS: THE WORK FILE, OR
*>  ITS .CLN CLEAN COPY -- THE SAME FALLBACK CREDPRN APPLIES.
 01  GL-BASE-NAME            PIC X(16).
 01  GL-CRX-NAME             PIC X(20).
 01  GL-FILE-NAME            PIC X(08).
*>
 01  FILES-READ-COUNT        PIC 9(05) VALUE ZERO.
 01  FILES-MISSING-COUNT     PIC 9(05) VALUE ZERO.
 01  FILES-NO-TRAILER-COUNT  PIC 9(05) VALUE ZERO.
 01  FILES-NO-CRX-COUNT      PIC 9(05) VALUE ZERO.
 01  RECORDS-BAD-AMOUNT      PIC 9(09) VALUE ZERO.
 01  DISCREPANCY-COUNT       PIC 9(05) VALUE ZERO.
*>
*>  THE SUMMARIZED LEDGER ENTRIES, BUILT IN KEY ORDER FROM THE SORTED
*>  STREAM AND HELD UNTIL THE RECONCILIATION DECIDES WHERE THEY GO.
 01  GL-ENTRY-COUNT          PIC 9(03) VALUE ZERO.
 01  GL-ENTRY-MAX            PIC 9(03) VALUE 500.
 01  GL-ENTRY-INDEX          PIC 9(03) VALUE ZERO.
 01  GL-ENTRY-TABLE.
     05  GL-ENTRY OCCURS 500 TIMES.
         10  GE-ENTRY-KEY.
             15  GE-BRANCH-NO        PIC X(04).
             15  GE-ACCOUNT-TYPE     PIC X(02).
             15  GE-CURRENCY-CODE    PIC X(03).
             15  GE-ENTRY-KIND       PIC X(01).
         10  GE-ITEM-COUNT       PIC 9(07).
         10  GE-AMOUNT           PIC S9(11)V99.
         10  GE-RATE             PIC 9(03)V9(06).
         10  GE-USD-AMOUNT       PIC S9(13)V99.
 01  GL-ITEM-TOTAL           PIC 9(09) VALUE ZERO.
 01  GL-USD-TOTAL            PIC S9(13)V99 VALUE ZERO.
*>
*>  ONE RECONCILIATION ENTRY PER CURRENCY: WHAT THE LEDGER SIDE
*>  COUNTED (FORMS AND CREDITS), WHAT PRINTCON AND CREDPRN SAID, AND
*>  WHETHER THE CURRENCY HAD A USABLE RATE ON THE POSTING DATE.
*>  VERSION-1 RECORDS (BLANK CURRENCY) FOLD INTO THE DOMESTIC "USD".
 01  RECON-ENTRY-COUNT       PIC 9(02) VALUE ZERO.
 01  RECON-ENTRY-MAX         PIC 9(02) VALUE 20.
 01  RECON-INDEX             PIC 9(02) VALUE ZERO.
 01  RECON-FOUND-IX          PIC 9(02) VALUE ZERO.
 01  RECON-TABLE.
     05  RECON-ENTRY OCCURS 20 TIMES.
         10  RN-CURRENCY-CODE    PIC X(03).
         10  RN-FORM-COUNT       PIC 9(09).
         10  RN-FORM-AMOUNT      PIC S9(11)V99.
         10  RN-CREDIT-COUNT     PIC 9(09).
         10  RN-CREDIT-AMOUNT    PIC S9(11)V99.
         10  RN-CONS-COUNT       PIC 9(09).
         10  RN-CONS-AMOUNT      PIC S9(11)V99.
         10  RN-CRED-COUNT       PIC 9(09).
         10  RN-CRED-AMOUNT      PIC S9(11)V99.
         10  RN-RATE-MISSING-SW  PIC X(01).
 01  RECORD-CURRENCY         PIC X(03).
 01  GL-SIDE-COUNT           PIC 9(09).
 01  GL-SIDE-AMOUNT          PIC S9(11)V99.
*>
*>  THE CONTROL-TOTAL FILES' OWN HEADERS: SEEN AT ALL, AND FOR WHICH
*>  DATE.
 01  CONS-HEADER-SW          PIC X(01) VALUE "N".
 01  CRED-HEADER-SW          PIC X(01) VALUE "N".
*>
*>  THE EXCHANGE-RATE TABLE, LOADED ONCE FROM RATEMST; THE RATE FOR AN
*>  ENTRY IS THE LATEST EFFECTIVE DATE NOT AFTER THE POSTING DATE.
 01  RATE-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
 01  RATE-ENTRY-MAX          PIC 9(03) VALUE 200.
 01  RATE-INDEX              PIC 9(03) VALUE ZERO.
 01  RATE-TABLE.
     05  RATE-ENTRY OCCURS 200 TIMES.
         10  RT-CURRENCY-CODE    PIC X(03).
         10  RT-EFFECTIVE-DATE   PIC 9(08).
         10  RT-RATE             PIC 9(03)V9(06).
 01  RECORD-RATE             PIC 9(03)V9(06).
 01  RATE-FOUND-SW           PIC X(01).
 01  BEST-EFFECTIVE-DATE     PIC 9(08).
*>
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
*>
 01  AMOUNT-EDIT             PIC -9(11).99.
 01  OTHER-AMOUNT-EDIT       PIC -9(11).99.
 01  USD-AMOUNT-EDIT         PIC -9(13).99.
 01  ENTRY-KIND-TEXT         PIC X(06).
 01  REPORT-LINE             PIC X(80).
 01  ERROR-MESSAGE           PIC X(80).
*>
PROCEDURE DIVISION.
 MAIN-CONTROL SECTION.
 MAIN-START.
*>  (1) OPEN THE BATCH LIST AND THE REPORT, DATE THE NIGHT, LOAD THE
*>      RATES, THEN LET THE SORT GATHER AND SUMMARIZE THE ENTRIES.
     OPEN INPUT CONTROL-FILE.
     IF CONTROL-FILE-STATUS NOT = "00"
         DISPLAY "GLINTF - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT GL-REPORT.
     IF GL-REPORT-STATUS NOT = "00"
         DISPLAY "GLINTF - CANNOT OPEN REPORT, STATUS "
                 GL-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE
         GOBACK
     END-IF
     PERFORM GET-BUSINESS-DATE.
     MOVE SPACES TO REPORT-LINE.
     STRING "GLINTF GL INTERFACE   POSTING DATE: " DELIMITED BY SIZE
            BUSINESS-DATE                          DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     PERFORM LOAD-RATE-MASTER THRU LOAD-RATE-EXIT.
     SORT SORT-FILE
         ON ASCENDING KEY GS-BRANCH-NO
                          GS-ACCOUNT-TYPE
                          GS-CURRENCY-CODE
                          GS-ENTRY-KIND
         INPUT PROCEDURE  IS GL-INPUT
         OUTPUT PROCEDURE IS GL-SUMMARY.
     CLOSE CONTROL-FILE.
*>  (3) PRICE AND LIST THE ENTRIES, THEN RECONCILE THE NIGHT.
     MOVE SPACES TO REPORT-LINE.
     STRING "BRCH TY CCY KIND     ITEMS          AMOUNT"
                                                   DELIMITED BY SIZE
            "     USD EQUIVALENT"                  DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     PERFORM PRICE-AND-LIST-ENTRY
         VARYING GL-ENTRY-INDEX FROM 1 BY 1
         UNTIL GL-ENTRY-INDEX > GL-ENTRY-COUNT.
     MOVE SPACES TO REPORT-LINE.
     MOVE GL-USD-TOTAL TO USD-AMOUNT-EDIT.
     STRING "ENTRIES: "      DELIMITED BY SIZE
            GL-ENTRY-COUNT   DELIMITED BY SIZE
            "  ITEMS: "      DELIMITED BY SIZE
            GL-ITEM-TOTAL    DELIMITED BY SIZE
            "  USD TOTAL: "  DELIMITED BY SIZE
            USD-AMOUNT-EDIT  DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     MOVE "RECONCILIATION" TO REPORT-LINE.
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     PERFORM LOAD-CONS-TOTALS THRU LOAD-CONS-EXIT.
     PERFORM LOAD-CRED-TOTALS THRU LOAD-CRED-EXIT.
     PERFORM RECONCILE-CURRENCY
         VARYING RECON-INDEX FROM 1 BY 1
         UNTIL RECON-INDEX > RECON-ENTRY-COUNT.
*>  ANYTHING THE INPUT SIDE COULD NOT ACCOUNT FOR HOLDS THE NIGHT TOO.
     IF FILES-MISSING-COUNT > ZERO
      OR FILES-NO-TRAILER-COUNT > ZERO
      OR FILES-NO-CRX-COUNT > ZERO
      OR RECORDS-BAD-AMOUNT > ZERO
         ADD 1 TO DISCREPANCY-COUNT
         MOVE SPACES TO REPORT-LINE
         STRING "** INPUT INCOMPLETE - MISSING: " DELIMITED BY SIZE
                FILES-MISSING-COUNT               DELIMITED BY SIZE
                "  NO TRAILER: "                  DELIMITED BY SIZE
                FILES-NO-TRAILER-COUNT            DELIMITED BY SIZE
                "  NO CRX: "                      DELIMITED BY SIZE
                FILES-NO-CRX-COUNT                DELIMITED BY SIZE
                "  BAD: "                         DELIMITED BY SIZE
                RECORDS-BAD-AMOUNT                DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
     END-IF
*>  (4) RELEASE OR HOLD: THE SAME ENTRIES EITHER WAY, SO A HELD NIGHT
*>      CAN BE INSPECTED, CORRECTED AT SOURCE AND RERUN.
     IF DISCREPANCY-COUNT = ZERO
         MOVE "GLFEED" TO GL-FILE-NAME
     ELSE
         MOVE "GLHOLD" TO GL-FILE-NAME
     END-IF
     PERFORM WRITE-GL-FILE THRU WRITE-GL-EXIT.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     IF DISCREPANCY-COUNT = ZERO
         MOVE "GL INTERFACE BALANCED - RELEASED TO GLFEED"
           TO REPORT-LINE
     ELSE
         STRING "*** NIGHT HELD - " DELIMITED BY SIZE
                DISCREPANCY-COUNT   DELIMITED BY SIZE
                " DISCREPANCIES, INTERFACE ON GLHOLD ***"
                                    DELIMITED BY SIZE
           INTO REPORT-LINE
         MOVE 16 TO RETURN-CODE
     END-IF
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     CLOSE GL-REPORT.
     GOBACK.
*>
 GL-INPUT SECTION.
*>  (2A) FEED THE SORT: EVERY NON-NEGATIVE DETAIL FROM EACH WORK FILE
*>       AS A CUSTOMER-FORM ITEM, THEN EVERY DETAIL FROM THAT WORK
*>       FILE'S .CRX AS A CREDIT ITEM. THE NEGATIVE RECORDS IN THE WORK
*>       FILE ARE EXACTLY WHAT PRINTPRC DIVERTED TO THE .CRX, SO THEY
*>       ARE TAKEN FROM THERE AND NEVER COUNTED TWICE.
 GL-CTL-LOOP.
     READ CONTROL-FILE INTO GL-WORK-FILE-NAME
          AT END GO TO GL-INPUT-EXIT.
     IF CONTROL-FILE-STATUS NOT = "00"
         DISPLAY "GLINTF - CTLFILE READ ERROR, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         ADD 1 TO DISCREPANCY-COUNT
         GO TO GL-INPUT-EXIT
     END-IF
     IF GL-WORK-FILE-NAME = SPACES
         GO TO GL-CTL-LOOP
     END-IF
     MOVE SPACES TO GL-INPUT-NAME.
     STRING GL-WORK-FILE-NAME DELIMITED BY SPACE
            ".CLN"            DELIMITED BY SIZE
       INTO GL-INPUT-NAME.
     OPEN INPUT WORK-FILE.
     IF WORK-FILE-STATUS = "35"
         MOVE GL-WORK-FILE-NAME TO GL-INPUT-NAME
         OPEN INPUT WORK-FILE
     END-IF
     IF WORK-FILE-STATUS NOT = "00"
         ADD 1 TO FILES-MISSING-COUNT
         MOVE SPACES TO REPORT-LINE
         STRING "** FILE MISSING: "  DELIMITED BY SIZE
                GL-WORK-FILE-NAME    DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
         GO TO GL-CTL-LOOP
     END-IF
     ADD 1 TO FILES-READ-COUNT.
 GL-FORM-LOOP.
     READ WORK-FILE INTO GL1-RECORD
         AT END
             ADD 1 TO FILES-NO-TRAILER-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING "** NO TRAILER: "   DELIMITED BY SIZE
                    GL-WORK-FILE-NAME   DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE GL-REPORT-RECORD FROM REPORT-LINE
             CLOSE WORK-FILE
             GO TO GL-CREDIT-OPEN
     END-READ
     IF WORK-FILE-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "GLINTF - WORK FILE READ ERROR, STATUS "
                WORK-FILE-STATUS DELIMITED BY SIZE
                " ON: " DELIMITED BY SIZE
                GL-WORK-FILE-NAME DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
         ADD 1 TO DISCREPANCY-COUNT
         CLOSE WORK-FILE
         GO TO GL-CREDIT-OPEN
     END-IF
     IF S-REC-TYPE OF GL1-RECORD = "T"
         CLOSE WORK-FILE
         GO TO GL-CREDIT-OPEN
     END-IF
     IF S-AMOUNT OF GL1-RECORD NOT NUMERIC
         ADD 1 TO RECORDS-BAD-AMOUNT
         MOVE SPACES TO REPORT-LINE
         STRING "** BAD AMOUNT: "            DELIMITED BY SIZE
                GL-WORK-FILE-NAME            DELIMITED BY SIZE
                " ACCT "                     DELIMITED BY SIZE
                S-ACCOUNT-NO OF GL1-RECORD   DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
         GO TO GL-FORM-LOOP
     END-IF
     IF S-AMOUNT OF GL1-RECORD < ZERO
         GO TO GL-FORM-LOOP
     END-IF
     MOVE "F" TO GS-ENTRY-KIND.
     PERFORM BUILD-SORT-RECORD.
     ADD 1 TO RN-FORM-COUNT (RECON-FOUND-IX).
     ADD S-AMOUNT OF GL1-RECORD TO RN-FORM-AMOUNT (RECON-FOUND-IX).
     RELEASE SORT-RECORD.
     GO TO GL-FORM-LOOP.
 GL-CREDIT-OPEN.
     MOVE GL-WORK-FILE-NAME TO GL-BASE-NAME.
     PERFORM OPEN-CREDIT-FILE.
     IF CREDIT-FILE-STATUS = "35"
         MOVE SPACES TO GL-BASE-NAME
         STRING GL-WORK-FILE-NAME DELIMITED BY SPACE
                ".CLN"            DELIMITED BY SIZE
           INTO GL-BASE-NAME
         PERFORM OPEN-CREDIT-FILE
     END-IF
     IF CREDIT-FILE-STATUS = "35"
         ADD 1 TO FILES-NO-CRX-COUNT
         MOVE SPACES TO REPORT-LINE
         STRING "** NO CREDIT FILE: " DELIMITED BY SIZE
                GL-WORK-FILE-NAME     DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
         GO TO GL-CTL-LOOP
     END-IF
     IF CREDIT-FILE-STATUS NOT = "00"
         DISPLAY "GLINTF - CREDIT FILE OPEN ERROR, STATUS "
                 CREDIT-FILE-STATUS " ON: " GL-CRX-NAME
         MOVE 16 TO RETURN-CODE
         ADD 1 TO DISCREPANCY-COUNT
         GO TO GL-CTL-LOOP
     END-IF.
 GL-CREDIT-LOOP.
     READ CREDIT-FILE INTO GL1-RECORD
         AT END
             CLOSE CREDIT-FILE
             GO TO GL-CTL-LOOP
     END-READ
     IF CREDIT-FILE-STATUS NOT = "00"
         DISPLAY "GLINTF - CREDIT FILE READ ERROR, STATUS "
                 CREDIT-FILE-STATUS " ON: " GL-CRX-NAME
         MOVE 16 TO RETURN-CODE
         ADD 1 TO DISCREPANCY-COUNT
         CLOSE CREDIT-FILE
         GO TO GL-CTL-LOOP
     END-IF
     IF S-REC-TYPE OF GL1-RECORD = "T"
         CLOSE CREDIT-FILE
         GO TO GL-CTL-LOOP
     END-IF
     IF S-AMOUNT OF GL1-RECORD NOT NUMERIC
         ADD 1 TO RECORDS-BAD-AMOUNT
         MOVE SPACES TO REPORT-LINE
         STRING "** BAD AMOUNT: "            DELIMITED BY SIZE
                GL-CRX-NAME                  DELIMITED BY SIZE
                " ACCT "                     DELIMITED BY SIZE
                S-ACCOUNT-NO OF GL1-RECORD   DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
         GO TO GL-CREDIT-LOOP
     END-IF
     MOVE "C" TO GS-ENTRY-KIND.
     PERFORM BUILD-SORT-RECORD.
     ADD 1 TO RN-CREDIT-COUNT (RECON-FOUND-IX).
     ADD S-AMOUNT OF GL1-RECORD TO RN-CREDIT-AMOUNT (RECON-FOUND-IX).
     RELEASE SORT-RECORD.
     GO TO GL-CREDIT-LOOP.
 GL-INPUT-EXIT.
     EXIT.
*>
 GL-SUMMARY SECTION.
*>  (2B) TAKE THE SORTED ITEMS BACK AND FOLD EACH RUN OF EQUAL KEYS
*>       INTO ONE LEDGER ENTRY.
 GL-RETURN-LOOP.
     RETURN SORT-FILE
         AT END GO TO GL-SUMMARY-EXIT.
     IF GL-ENTRY-COUNT = ZERO
         PERFORM START-GL-ENTRY
     ELSE
         IF GS-ENTRY-KEY NOT = GE-ENTRY-KEY (GL-ENTRY-COUNT)
             PERFORM START-GL-ENTRY
         END-IF
     END-IF
     ADD 1 TO GE-ITEM-COUNT (GL-ENTRY-COUNT).
     ADD GS-AMOUNT TO GE-AMOUNT (GL-ENTRY-COUNT).
     GO TO GL-RETURN-LOOP.
 GL-SUMMARY-EXIT.
     EXIT.
*>
 GL-SUPPORT SECTION.
 START-GL-ENTRY.
*>  A FULL TABLE FOLDS THE REST OF THE NIGHT INTO THE LAST ENTRY AND
*>  HOLDS THE NIGHT -- A LEDGER FEED WITH MISFILED MONEY MUST NOT GO.
     IF GL-ENTRY-COUNT < GL-ENTRY-MAX
         ADD 1 TO GL-ENTRY-COUNT
         MOVE GS-ENTRY-KEY TO GE-ENTRY-KEY (GL-ENTRY-COUNT)
         MOVE ZERO TO GE-ITEM-COUNT (GL-ENTRY-COUNT)
         MOVE ZERO TO GE-AMOUNT (GL-ENTRY-COUNT)
         MOVE ZERO TO GE-RATE (GL-ENTRY-COUNT)
         MOVE ZERO TO GE-USD-AMOUNT (GL-ENTRY-COUNT)
     ELSE
         DISPLAY "GLINTF - ENTRY TABLE FULL, FOLDING "
                 GS-ENTRY-KEY
         MOVE 16 TO RETURN-CODE
         ADD 1 TO DISCREPANCY-COUNT
     END-IF.
*>
 BUILD-SORT-RECORD.
*>  THE CALLER HAS SET THE ENTRY KIND. A VERSION-1 RECORD'S BLANK
*>  CURRENCY IS DOMESTIC DOLLARS, THE SAME READING THE REPORTS APPLY.
     IF S-CURRENCY-CODE OF GL1-RECORD = SPACES OR LOW-VALUES
         MOVE "USD" TO RECORD-CURRENCY
     ELSE
         MOVE S-CURRENCY-CODE OF GL1-RECORD TO RECORD-CURRENCY
     END-IF
     MOVE S-BRANCH-NO OF GL1-RECORD    TO GS-BRANCH-NO.
     MOVE S-ACCOUNT-TYPE OF GL1-RECORD TO GS-ACCOUNT-TYPE.
     MOVE RECORD-CURRENCY              TO GS-CURRENCY-CODE.
     MOVE S-AMOUNT OF GL1-RECORD       TO GS-AMOUNT.
     PERFORM FIND-OR-ADD-RECON-ENTRY.
*>
 FIND-OR-ADD-RECON-ENTRY.
     MOVE ZERO TO RECON-FOUND-IX.
     PERFORM FIND-RECON-ENTRY
         VARYING RECON-INDEX FROM 1 BY 1
         UNTIL RECON-INDEX > RECON-ENTRY-COUNT
            OR RECON-FOUND-IX > ZERO.
     IF RECON-FOUND-IX = ZERO
         IF RECON-ENTRY-COUNT < RECON-ENTRY-MAX
             ADD 1 TO RECON-ENTRY-COUNT
             MOVE RECON-ENTRY-COUNT TO RECON-FOUND-IX
             MOVE RECORD-CURRENCY TO RN-CURRENCY-CODE (RECON-FOUND-IX)
             MOVE ZERO TO RN-FORM-COUNT (RECON-FOUND-IX)
             MOVE ZERO TO RN-FORM-AMOUNT (RECON-FOUND-IX)
             MOVE ZERO TO RN-CREDIT-COUNT (RECON-FOUND-IX)
             MOVE ZERO TO RN-CREDIT-AMOUNT (RECON-FOUND-IX)
             MOVE ZERO TO RN-CONS-COUNT (RECON-FOUND-IX)
             MOVE ZERO TO RN-CONS-AMOUNT (RECON-FOUND-IX)
             MOVE ZERO TO RN-CRED-COUNT (RECON-FOUND-IX)
             MOVE ZERO TO RN-CRED-AMOUNT (RECON-FOUND-IX)
             MOVE "N"  TO RN-RATE-MISSING-SW (RECON-FOUND-IX)
         ELSE
             DISPLAY "GLINTF - CURRENCY TABLE FULL, FOLDING "
                     RECORD-CURRENCY
             MOVE 16 TO RETURN-CODE
             ADD 1 TO DISCREPANCY-COUNT
             MOVE RECON-ENTRY-MAX TO RECON-FOUND-IX
         END-IF
     END-IF.
*>
 FIND-RECON-ENTRY.
     IF RN-CURRENCY-CODE (RECON-INDEX) = RECORD-CURRENCY
         MOVE RECON-INDEX TO RECON-FOUND-IX
     END-IF.
*>
 OPEN-CREDIT-FILE.
     MOVE SPACES TO GL-CRX-NAME.
     STRING GL-BASE-NAME DELIMITED BY SPACE
            ".CRX"       DELIMITED BY SIZE
       INTO GL-CRX-NAME.
     OPEN INPUT CREDIT-FILE.
*>
 PRICE-AND-LIST-ENTRY.
*>  THE USD EQUIVALENT AT THE RATE IN EFFECT ON THE POSTING DATE. AN
*>  ENTRY WITH NO USABLE RATE CANNOT POST; ITS CURRENCY IS FLAGGED
*>  AND THE RECONCILIATION HOLDS THE NIGHT.
     MOVE GE-CURRENCY-CODE (GL-ENTRY-INDEX) TO RECORD-CURRENCY.
     IF RECORD-CURRENCY = "USD"
         MOVE 1 TO RECORD-RATE
         MOVE "Y" TO RATE-FOUND-SW
     ELSE
         PERFORM FIND-RATE-FOR-ENTRY
     END-IF
     IF RATE-FOUND-SW = "Y"
         MOVE RECORD-RATE TO GE-RATE (GL-ENTRY-INDEX)
         COMPUTE GE-USD-AMOUNT (GL-ENTRY-INDEX) ROUNDED =
             GE-AMOUNT (GL-ENTRY-INDEX) * RECORD-RATE
         ADD GE-USD-AMOUNT (GL-ENTRY-INDEX) TO GL-USD-TOTAL
     ELSE
         PERFORM FIND-OR-ADD-RECON-ENTRY
         MOVE "Y" TO RN-RATE-MISSING-SW (RECON-FOUND-IX)
     END-IF
     ADD GE-ITEM-COUNT (GL-ENTRY-INDEX) TO GL-ITEM-TOTAL.
     IF GE-ENTRY-KIND (GL-ENTRY-INDEX) = "C"
         MOVE "CREDIT" TO ENTRY-KIND-TEXT
     ELSE
         MOVE "FORMS " TO ENTRY-KIND-TEXT
     END-IF
     MOVE GE-AMOUNT (GL-ENTRY-INDEX) TO AMOUNT-EDIT.
     MOVE SPACES TO REPORT-LINE.
     IF RATE-FOUND-SW = "Y"
         MOVE GE-USD-AMOUNT (GL-ENTRY-INDEX) TO USD-AMOUNT-EDIT
         STRING GE-BRANCH-NO (GL-ENTRY-INDEX)     DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                GE-ACCOUNT-TYPE (GL-ENTRY-INDEX)  DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                RECORD-CURRENCY                   DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                ENTRY-KIND-TEXT                   DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                GE-ITEM-COUNT (GL-ENTRY-INDEX)    DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                AMOUNT-EDIT                       DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                USD-AMOUNT-EDIT                   DELIMITED BY SIZE
           INTO REPORT-LINE
     ELSE
         STRING GE-BRANCH-NO (GL-ENTRY-INDEX)     DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                GE-ACCOUNT-TYPE (GL-ENTRY-INDEX)  DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                RECORD-CURRENCY                   DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                ENTRY-KIND-TEXT                   DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                GE-ITEM-COUNT (GL-ENTRY-INDEX)    DELIMITED BY SIZE
                " "                               DELIMITED BY SIZE
                AMOUNT-EDIT                       DELIMITED BY SIZE
                " ** NO USABLE RATE **"           DELIMITED BY SIZE
           INTO REPORT-LINE
     END-IF
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
*>
 FIND-RATE-FOR-ENTRY.
*>  THE RATE IN EFFECT ON THE POSTING DATE: THE TABLE ENTRY FOR THIS
*>  CURRENCY WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.
     MOVE "N"  TO RATE-FOUND-SW.
     MOVE ZERO TO BEST-EFFECTIVE-DATE.
     PERFORM CHECK-RATE-ENTRY
         VARYING RATE-INDEX FROM 1 BY 1
         UNTIL RATE-INDEX > RATE-ENTRY-COUNT.
*>
 CHECK-RATE-ENTRY.
     IF RT-CURRENCY-CODE (RATE-INDEX) = RECORD-CURRENCY
      AND RT-EFFECTIVE-DATE (RATE-INDEX) NOT > BUSINESS-DATE
      AND RT-EFFECTIVE-DATE (RATE-INDEX) NOT < BEST-EFFECTIVE-DATE
         MOVE RT-EFFECTIVE-DATE (RATE-INDEX) TO BEST-EFFECTIVE-DATE
         MOVE RT-RATE (RATE-INDEX) TO RECORD-RATE
         MOVE "Y" TO RATE-FOUND-SW
     END-IF.
*>
 LOAD-CONS-TOTALS.
*>  PRINTCON'S CONTROL TOTALS. NO FILE, NO HEADER, THE WRONG BUSINESS
*>  DATE, OR A PRINTCON NIGHT THAT DID NOT BALANCE ITSELF ARE EACH A
*>  DISCREPANCY -- THE LEDGER CANNOT AGREE WITH A PAGE NOBODY CAN
*>  SIGN.
     OPEN INPUT CONS-TOTALS-FILE.
     IF CONS-TOTALS-STATUS NOT = "00"
         ADD 1 TO DISCREPANCY-COUNT
         MOVE SPACES TO REPORT-LINE
         STRING "** NO PRINTCON CONTROL TOTALS (CONSTOT), STATUS "
                                   DELIMITED BY SIZE
                CONS-TOTALS-STATUS DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
         GO TO LOAD-CONS-EXIT
     END-IF.
 LOAD-CONS-LOOP.
     READ CONS-TOTALS-FILE
         AT END
             CLOSE CONS-TOTALS-FILE
             IF CONS-HEADER-SW = "N"
                 ADD 1 TO DISCREPANCY-COUNT
                 MOVE "** PRINTCON CONTROL TOTALS HAVE NO HEADER"
                   TO REPORT-LINE
                 WRITE GL-REPORT-RECORD FROM REPORT-LINE
             END-IF
             GO TO LOAD-CONS-EXIT
     END-READ
     IF NT-REC-TYPE OF CONS-TOTALS-RECORD = "H"
         MOVE "Y" TO CONS-HEADER-SW
         IF NT-BUSINESS-DATE OF CONS-TOTALS-RECORD NOT = BUSINESS-DATE
             ADD 1 TO DISCREPANCY-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING "** PRINTCON TOTALS ARE FOR "     DELIMITED BY SIZE
                    NT-BUSINESS-DATE OF CONS-TOTALS-RECORD
                                                      DELIMITED BY SIZE
                    ", NOT THE POSTING DATE"          DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE GL-REPORT-RECORD FROM REPORT-LINE
         END-IF
         IF NT-BALANCED-SW OF CONS-TOTALS-RECORD NOT = "Y"
             ADD 1 TO DISCREPANCY-COUNT
             MOVE "** PRINTCON REPORTED ITS OWN NIGHT OUT OF BALANCE"
               TO REPORT-LINE
             WRITE GL-REPORT-RECORD FROM REPORT-LINE
         END-IF
         GO TO LOAD-CONS-LOOP
     END-IF
     MOVE NT-CURRENCY-CODE OF CONS-TOTALS-RECORD TO RECORD-CURRENCY.
     PERFORM FIND-OR-ADD-RECON-ENTRY.
     ADD NT-RECORD-COUNT OF CONS-TOTALS-RECORD
       TO RN-CONS-COUNT (RECON-FOUND-IX).
     ADD NT-AMOUNT OF CONS-TOTALS-RECORD
       TO RN-CONS-AMOUNT (RECON-FOUND-IX).
     GO TO LOAD-CONS-LOOP.
 LOAD-CONS-EXIT.
     EXIT.
*>
 LOAD-CRED-TOTALS.
*>  CREDPRN'S CONTROL TOTALS, UNDER THE SAME RULES.
     OPEN INPUT CRED-TOTALS-FILE.
     IF CRED-TOTALS-STATUS NOT = "00"
         ADD 1 TO DISCREPANCY-COUNT
         MOVE SPACES TO REPORT-LINE
         STRING "** NO CREDPRN CONTROL TOTALS (CREDTOT), STATUS "
                                   DELIMITED BY SIZE
                CRED-TOTALS-STATUS DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
         GO TO LOAD-CRED-EXIT
     END-IF.
 LOAD-CRED-LOOP.
     READ CRED-TOTALS-FILE
         AT END
             CLOSE CRED-TOTALS-FILE
             IF CRED-HEADER-SW = "N"
                 ADD 1 TO DISCREPANCY-COUNT
                 MOVE "** CREDPRN CONTROL TOTALS HAVE NO HEADER"
                   TO REPORT-LINE
                 WRITE GL-REPORT-RECORD FROM REPORT-LINE
             END-IF
             GO TO LOAD-CRED-EXIT
     END-READ
     IF NT-REC-TYPE OF CRED-TOTALS-RECORD = "H"
         MOVE "Y" TO CRED-HEADER-SW
         IF NT-BUSINESS-DATE OF CRED-TOTALS-RECORD NOT = BUSINESS-DATE
             ADD 1 TO DISCREPANCY-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING "** CREDPRN TOTALS ARE FOR "      DELIMITED BY SIZE
                    NT-BUSINESS-DATE OF CRED-TOTALS-RECORD
                                                      DELIMITED BY SIZE
                    ", NOT THE POSTING DATE"          DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE GL-REPORT-RECORD FROM REPORT-LINE
         END-IF
         IF NT-BALANCED-SW OF CRED-TOTALS-RECORD NOT = "Y"
             ADD 1 TO DISCREPANCY-COUNT
             MOVE "** CREDPRN REPORTED ITS OWN RUN OUT OF BALANCE"
               TO REPORT-LINE
             WRITE GL-REPORT-RECORD FROM REPORT-LINE
         END-IF
         GO TO LOAD-CRED-LOOP
     END-IF
     MOVE NT-CURRENCY-CODE OF CRED-TOTALS-RECORD TO RECORD-CURRENCY.
     PERFORM FIND-OR-ADD-RECON-ENTRY.
     ADD NT-RECORD-COUNT OF CRED-TOTALS-RECORD
       TO RN-CRED-COUNT (RECON-FOUND-IX).
     ADD NT-AMOUNT OF CRED-TOTALS-RECORD
       TO RN-CRED-AMOUNT (RECON-FOUND-IX).
     GO TO LOAD-CRED-LOOP.
 LOAD-CRED-EXIT.
     EXIT.
*>
 RECONCILE-CURRENCY.
*>  TWO LINES PER CURRENCY: THE LEDGER'S FORMS PLUS CREDITS AGAINST
*>  PRINTCON, THEN THE LEDGER'S CREDITS AGAINST CREDPRN. AMOUNT AND
*>  ITEM COUNT MUST BOTH AGREE; A CURRENCY WITH NO USABLE RATE IS A
*>  DISCREPANCY OF ITS OWN.
     COMPUTE GL-SIDE-COUNT =
         RN-FORM-COUNT (RECON-INDEX) + RN-CREDIT-COUNT (RECON-INDEX).
     COMPUTE GL-SIDE-AMOUNT =
         RN-FORM-AMOUNT (RECON-INDEX) + RN-CREDIT-AMOUNT (RECON-INDEX).
     MOVE GL-SIDE-AMOUNT TO AMOUNT-EDIT.
     MOVE RN-CONS-AMOUNT (RECON-INDEX) TO OTHER-AMOUNT-EDIT.
     MOVE SPACES TO REPORT-LINE.
     STRING RN-CURRENCY-CODE (RECON-INDEX) DELIMITED BY SIZE
            " GL ALL "                     DELIMITED BY SIZE
            AMOUNT-EDIT                    DELIMITED BY SIZE
            "  PRINTCON "                  DELIMITED BY SIZE
            OTHER-AMOUNT-EDIT              DELIMITED BY SIZE
       INTO REPORT-LINE.
     IF GL-SIDE-AMOUNT NOT = RN-CONS-AMOUNT (RECON-INDEX)
      OR GL-SIDE-COUNT NOT = RN-CONS-COUNT (RECON-INDEX)
         ADD 1 TO DISCREPANCY-COUNT
         MOVE "**" TO REPORT-LINE (79:2)
     END-IF
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     IF GL-SIDE-COUNT NOT = RN-CONS-COUNT (RECON-INDEX)
         MOVE SPACES TO REPORT-LINE
         STRING "    ** ITEMS: GL "             DELIMITED BY SIZE
                GL-SIDE-COUNT                   DELIMITED BY SIZE
                "  PRINTCON "                   DELIMITED BY SIZE
                RN-CONS-COUNT (RECON-INDEX)     DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
     END-IF
     MOVE RN-CREDIT-AMOUNT (RECON-INDEX) TO AMOUNT-EDIT.
     MOVE RN-CRED-AMOUNT (RECON-INDEX) TO OTHER-AMOUNT-EDIT.
     MOVE SPACES TO REPORT-LINE.
     STRING RN-CURRENCY-CODE (RECON-INDEX) DELIMITED BY SIZE
            " GL CR  "                     DELIMITED BY SIZE
            AMOUNT-EDIT                    DELIMITED BY SIZE
            "  CREDPRN  "                  DELIMITED BY SIZE
            OTHER-AMOUNT-EDIT              DELIMITED BY SIZE
       INTO REPORT-LINE.
     IF RN-CREDIT-AMOUNT (RECON-INDEX) NOT =
        RN-CRED-AMOUNT (RECON-INDEX)
      OR RN-CREDIT-COUNT (RECON-INDEX) NOT = RN-CRED-COUNT (RECON-INDEX)
         ADD 1 TO DISCREPANCY-COUNT
         MOVE "**" TO REPORT-LINE (79:2)
     END-IF
     WRITE GL-REPORT-RECORD FROM REPORT-LINE.
     IF RN-CREDIT-COUNT (RECON-INDEX) NOT = RN-CRED-COUNT (RECON-INDEX)
         MOVE SPACES TO REPORT-LINE
         STRING "    ** ITEMS: GL "             DELIMITED BY SIZE
                RN-CREDIT-COUNT (RECON-INDEX)   DELIMITED BY SIZE
                "  CREDPRN  "                   DELIMITED BY SIZE
                RN-CRED-COUNT (RECON-INDEX)     DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
     END-IF
     IF RN-RATE-MISSING-SW (RECON-INDEX) = "Y"
         ADD 1 TO DISCREPANCY-COUNT
         MOVE SPACES TO REPORT-LINE
         STRING "    ** NO USABLE RATE FOR "    DELIMITED BY SIZE
                RN-CURRENCY-CODE (RECON-INDEX)  DELIMITED BY SIZE
                " ON "                          DELIMITED BY SIZE
                BUSINESS-DATE                   DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE GL-REPORT-RECORD FROM REPORT-LINE
     END-IF.
*>
 WRITE-GL-FILE.
*>  EVERY ENTRY, THEN THE CONTROL TRAILER: ENTRY COUNT, ITEM COUNT AND
*>  THE USD HASH THE LEDGER LOAD CHECKS BEFORE IT POSTS.
     OPEN OUTPUT GL-FILE.
     IF GL-FILE-STATUS NOT = "00"
         DISPLAY "GLINTF - CANNOT OPEN " GL-FILE-NAME ", STATUS "
                 GL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         ADD 1 TO DISCREPANCY-COUNT
         GO TO WRITE-GL-EXIT
     END-IF
     PERFORM WRITE-GL-ENTRY
         VARYING GL-ENTRY-INDEX FROM 1 BY 1
         UNTIL GL-ENTRY-INDEX > GL-ENTRY-COUNT.
     MOVE SPACES TO GL-RECORD.
     MOVE "T"              TO GL-REC-TYPE.
     MOVE "GLTRLR"         TO GL-TRAILER-LITERAL.
     MOVE BUSINESS-DATE    TO GL-TRAILER-DATE.
     MOVE GL-ENTRY-COUNT   TO GL-TRAILER-ENTRY-COUNT.
     MOVE GL-ITEM-TOTAL    TO GL-TRAILER-ITEM-COUNT.
     MOVE GL-USD-TOTAL     TO GL-TRAILER-USD-TOTAL.
     WRITE GL-RECORD.
     IF GL-FILE-STATUS NOT = "00"
         DISPLAY "GLINTF - " GL-FILE-NAME " WRITE FAILED, STATUS "
                 GL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         ADD 1 TO DISCREPANCY-COUNT
     END-IF
     CLOSE GL-FILE.
 WRITE-GL-EXIT.
     EXIT.
*>
 WRITE-GL-ENTRY.
     MOVE SPACES TO GL-RECORD.
     MOVE "D" TO GL-REC-TYPE.
     MOVE BUSINESS-DATE TO GL-POSTING-DATE.
     MOVE GE-BRANCH-NO (GL-ENTRY-INDEX)     TO GL-BRANCH-NO.
     MOVE GE-ACCOUNT-TYPE (GL-ENTRY-INDEX)  TO GL-ACCOUNT-TYPE.
     MOVE GE-CURRENCY-CODE (GL-ENTRY-INDEX) TO GL-CURRENCY-CODE.
     MOVE GE-ENTRY-KIND (GL-ENTRY-INDEX)    TO GL-ENTRY-KIND.
     MOVE GE-ITEM-COUNT (GL-ENTRY-INDEX)    TO GL-ITEM-COUNT.
     MOVE GE-AMOUNT (GL-ENTRY-INDEX)        TO GL-AMOUNT.
     MOVE GE-RATE (GL-ENTRY-INDEX)          TO GL-RATE.
     MOVE GE-USD-AMOUNT (GL-ENTRY-INDEX)    TO GL-USD-AMOUNT.
     WRITE GL-RECORD.
     IF GL-FILE-STATUS NOT = "00"
         DISPLAY "GLINTF - " GL-FILE-NAME " WRITE FAILED, STATUS "
                 GL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
     END-IF.
*>
 LOAD-RATE-MASTER.
*>  THE WHOLE RATE MASTER INTO THE WORKING TABLE, THE SAME LOAD THE
*>  REPORT PROGRAMS DO. NO MASTER IS NOT FATAL HERE, BUT EVERY
*>  FOREIGN ENTRY THEN LACKS A RATE AND THE NIGHT WILL HOLD.
     MOVE ZERO TO RATE-ENTRY-COUNT.
     OPEN INPUT RATE-MASTER.
     IF RATE-MASTER-STATUS = "35"
         DISPLAY "GLINTF - NO RATE MASTER, FOREIGN ENTRIES UNPRICED"
         GO TO LOAD-RATE-EXIT
     END-IF
     IF RATE-MASTER-STATUS NOT = "00"
         DISPLAY "GLINTF - CANNOT OPEN RATE MASTER, STATUS "
                 RATE-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO LOAD-RATE-EXIT
     END-IF.
 LOAD-RATE-LOOP.
     READ RATE-MASTER
         AT END
             CLOSE RATE-MASTER
             GO TO LOAD-RATE-EXIT
     END-READ
     IF RATE-ENTRY-COUNT < RATE-ENTRY-MAX
         ADD 1 TO RATE-ENTRY-COUNT
         MOVE XR-CURRENCY-CODE OF RATE-MASTER-RECORD
           TO RT-CURRENCY-CODE (RATE-ENTRY-COUNT)
         MOVE XR-EFFECTIVE-DATE OF RATE-MASTER-RECORD
           TO RT-EFFECTIVE-DATE (RATE-ENTRY-COUNT)
         MOVE XR-RATE OF RATE-MASTER-RECORD
           TO RT-RATE (RATE-ENTRY-COUNT)
     ELSE
         DISPLAY "GLINTF - RATE TABLE FULL, REMAINING RATES "
                 "UNLOADED"
         MOVE 16 TO RETURN-CODE
         CLOSE RATE-MASTER
         GO TO LOAD-RATE-EXIT
     END-IF
     GO TO LOAD-RATE-LOOP.
 LOAD-RATE-EXIT.
     EXIT.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN; IT IS
*>  THE LEDGER POSTING DATE. A MISSING CONTROL DATASET FALLS BACK TO
*>  THE MACHINE DATE, SURFACED ON THE CONSOLE -- AND THE CONTROL
*>  TOTALS' OWN DATES WILL THEN SAY WHETHER THE GUESS WAS RIGHT.
     MOVE ZERO TO BUSINESS-DATE.
     OPEN INPUT BUSINESS-DATE-FILE.
     IF BUSINESS-DATE-STATUS = "00"
         READ BUSINESS-DATE-FILE
             AT END
                 CONTINUE
             NOT AT END
                 IF BD-BUSINESS-DATE OF BUSINESS-DATE-RECORD NUMERIC
                     MOVE BD-BUSINESS-DATE OF BUSINESS-DATE-RECORD
                       TO BUSINESS-DATE
                 END-IF
         END-READ
         CLOSE BUSINESS-DATE-FILE
     END-IF
     IF BUSINESS-DATE = ZERO
         DISPLAY "GLINTF - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
END PROGRAM GLINTF.
