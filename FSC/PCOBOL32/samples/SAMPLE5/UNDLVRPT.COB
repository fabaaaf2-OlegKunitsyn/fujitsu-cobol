IDENTIFICATION DIVISION.
 PROGRAM-ID. UNDLVRPT.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  WEEKLY OUTSTANDING-UNDELIVERABLES REPORT. RETMAIL MARKS AN
*>  ACCOUNT'S MASTER UNDELIVERABLE WHEN ITS STATEMENT COMES BACK, AND
*>  FROM THEN ON THE PRINT RUNS HOLD ITS FORMS ON A "HOLD - BAD
*>  ADDRESS" LIST INSTEAD OF MAILING THEM -- BUT A HELD ACCOUNT ONLY
*>  COMES OFF HOLD WHEN SOMEONE AT THE BRANCH CHASES THE CUSTOMER FOR
*>  A NEW ADDRESS AND CUSTMNT RECORDS IT. THIS PROGRAM READS THE
*>  WHOLE CUSTMST MASTER, PICKS OUT EVERY ACCOUNT STILL MARKED, AND
*>  LISTS THEM BY BRANCH -- WITH THE RETURN DATE, THE REASON AND HOW
*>  MANY DAYS THE ACCOUNT HAS BEEN HELD -- SO EACH BRANCH GETS ITS
*>  OWN CHASE LIST ONCE A WEEK. THE MASTER CARRIES NO BRANCH, SO AN
*>  ACCOUNT IS REPORTED UNDER THE BRANCH ON ITS MOST RECENT STMTHIST
*>  FORM; AN ACCOUNT WITH NO HISTORY FALLS UNDER "UNASSIGNED".
*>  IT IS A GOBACK STEP LIKE THE OTHER REPORTS, SO IT RUNS ON ITS OWN
*>  OR AS A STEP OF THE WEEKLY JOBDEF UNDER NIGHTRUN.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
*>  SEQUENTIAL ACCESS: EVERY ACCOUNT ON THE MASTER IS LOOKED AT ONCE,
*>  IN KEY ORDER.
    SELECT CUSTOMER-MASTER
        ASSIGN       TO  CUSTMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  SEQUENTIAL
        RECORD KEY   IS  CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD
        FILE STATUS  IS  CUSTOMER-MASTER-STATUS.
*>  DYNAMIC ACCESS: ONE START ON THE ACCOUNT, THEN READ NEXT TO THE
*>  END OF THE ACCOUNT'S HISTORY -- THE LAST FORM READ IS THE LATEST.
    SELECT HISTORY-FILE
        ASSIGN       TO  STMTHIST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  DYNAMIC
        RECORD KEY   IS  SH-HISTORY-KEY OF HISTORY-RECORD
        FILE STATUS  IS  HISTORY-FILE-STATUS.
    SELECT BRANCH-MASTER
        ASSIGN       TO  BRANCHMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  BR-BRANCH-NO OF BRANCH-MASTER-RECORD
        FILE STATUS  IS  BRANCH-MASTER-STATUS.
    SELECT SORT-FILE
        ASSIGN       TO  SORTWORK.
    SELECT UNDL-REPORT
        ASSIGN       TO  UNDLRPT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  UNDL-REPORT-STATUS.
*>  THE BATCH BUSINESS-DATE CONTROL DATASET, SET BY BATDATE. THE
*>  REPORT DATES ITSELF, AND AGES THE HELD ACCOUNTS, FROM IT.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  CUSTOMER-MASTER.
 01  CUSTOMER-MASTER-RECORD.
     COPY "CUST_REC.CBL".
 FD  HISTORY-FILE.
 01  HISTORY-RECORD.
     COPY "SH_REC.CBL".
 FD  BRANCH-MASTER.
 01  BRANCH-MASTER-RECORD.
     COPY "BR_REC.CBL".
*>  ONE SORT RECORD PER HELD ACCOUNT: THE BRANCH IT IS REPORTED
*>  UNDER, THEN WHAT THE BRANCH NEEDS TO CHASE IT.
 SD  SORT-FILE.
 01  SORT-RECORD.
     05  SORT-BRANCH-NO      PIC X(04).
     05  SORT-ACCOUNT-NO     PIC X(10).
     05  SORT-FULL-NAME      PIC X(30).
     05  SORT-RETURN-DATE    PIC X(08).
     05  SORT-RETURN-REASON  PIC X(20).
 FD  UNDL-REPORT.
 01  UNDL-REPORT-RECORD      PIC X(100).
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  UNDL1-RECORD.
     05  UNDL1-BRANCH-NO     PIC X(04).
     05  UNDL1-ACCOUNT-NO    PIC X(10).
     05  UNDL1-FULL-NAME     PIC X(30).
     05  UNDL1-RETURN-DATE   PIC X(08).
     05  UNDL1-RETURN-REASON PIC X(20).
*>
 01  CUSTOMER-MASTER-STATUS  PIC X(02).
 01  HISTORY-FILE-STATUS     PIC X(02).
 01  BRANCH-MASTER-STATUS    PIC X(02).
 01  UNDL-REPORT-STATUS      PIC X(02).
*>
 01  HISTORY-OPEN-SW         PIC X(01) VALUE "N".
 01  BRANCH-MASTER-OPEN-SW   PIC X(01) VALUE "N".
 01  LATEST-BRANCH-NO        PIC X(04).
*>
 01  MASTER-RECORDS-READ     PIC 9(09) VALUE ZERO.
 01  ACCOUNTS-HELD           PIC 9(07) VALUE ZERO.
 01  ACCOUNTS-UNASSIGNED     PIC 9(07) VALUE ZERO.
 01  BRANCHES-LISTED         PIC 9(05) VALUE ZERO.
*>
*>  THE BRANCH CONTROL BREAK.
 01  FIRST-RECORD-SW         PIC X(01) VALUE "Y".
 01  PREVIOUS-BRANCH-NO      PIC X(04).
 01  PREVIOUS-BRANCH-NAME    PIC X(30).
 01  BRANCH-HELD-COUNT       PIC 9(07) VALUE ZERO.
 01  BRANCH-OVER-30-COUNT    PIC 9(07) VALUE ZERO.
 01  TOTAL-OVER-30-COUNT     PIC 9(07) VALUE ZERO.
*>
*>  DAYS HELD: BUSINESS DATE LESS THE RETURN DATE, IN THE SAME
*>  DAY-NUMBER ARITHMETIC PRINTHKP AGES ITS RUN LOGS WITH. A RETURN
*>  DATE THAT IS NOT A DATE (A HAND-PATCHED MASTER) SHOWS NO AGE.
 01  RETURN-DATE-9           PIC 9(08).
 01  TODAY-INTEGER           PIC 9(07).
 01  DAYS-HELD               PIC S9(07).
 01  DAYS-HELD-EDIT          PIC ZZZZ9.
 01  DAYS-HELD-TEXT          PIC X(05).
*>
 01  BUSINESS-DATE-STATUS    PIC X(02).
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
 01  BUSINESS-DATE-SPLIT REDEFINES BUSINESS-DATE.
     05  BUS-DATE-CC         PIC X(02).
     05  BUS-DATE-YY         PIC X(02).
     05  BUS-DATE-MM         PIC X(02).
     05  BUS-DATE-DD         PIC X(02).
 01  RUN-DATE-DISPLAY        PIC X(08).
 01  REPORT-LINE             PIC X(100).
*>
PROCEDURE DIVISION.
 MAIN-CONTROL SECTION.
 MAIN-START.
*>  (1) OPEN THE MASTER AND THE REPORT, PRINT THE HEADING, THEN LET
*>      THE SORT DRIVE THE RUN. NO MASTER MEANS NOTHING TO REPORT ON,
*>      SO IT IS FATAL; NO HISTORY OR NO BRANCH MASTER ONLY COSTS THE
*>      BRANCH ASSIGNMENT OR THE BRANCH NAMES.
     OPEN INPUT CUSTOMER-MASTER.
     IF CUSTOMER-MASTER-STATUS NOT = "00"
         DISPLAY "UNDLVRPT - CANNOT OPEN CUSTOMER MASTER, STATUS "
                 CUSTOMER-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT UNDL-REPORT.
     IF UNDL-REPORT-STATUS NOT = "00"
         DISPLAY "UNDLVRPT - CANNOT OPEN REPORT, STATUS "
                 UNDL-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CUSTOMER-MASTER
         GOBACK
     END-IF
     PERFORM OPEN-HISTORY-FILE.
     PERFORM OPEN-BRANCH-MASTER.
     PERFORM GET-BUSINESS-DATE.
     COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (BUSINESS-DATE).
     STRING BUS-DATE-MM DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-DD  DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-YY  DELIMITED BY SIZE
       INTO RUN-DATE-DISPLAY.
     MOVE SPACES TO REPORT-LINE.
     STRING "UNDLVRPT - OUTSTANDING UNDELIVERABLES BY BRANCH   DATE: "
            DELIMITED BY SIZE
            RUN-DATE-DISPLAY DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
     SORT SORT-FILE
         ON ASCENDING KEY SORT-BRANCH-NO  OF SORT-RECORD
                          SORT-ACCOUNT-NO OF SORT-RECORD
         INPUT PROCEDURE  IS SELECT-INPUT
         OUTPUT PROCEDURE IS REPORT-OUTPUT.
*>  (3) THE RUN TOTALS, THEN CLOSE DOWN. ANY ACCOUNT STILL HELD IS
*>      A WARNING FOR THE SCHEDULER -- THOSE CUSTOMERS ARE GETTING NO
*>      STATEMENTS.
     MOVE ALL "=" TO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "MASTER RECORDS READ: " DELIMITED BY SIZE
            MASTER-RECORDS-READ     DELIMITED BY SIZE
            "  BRANCHES: "          DELIMITED BY SIZE
            BRANCHES-LISTED         DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "ACCOUNTS HELD: "       DELIMITED BY SIZE
            ACCOUNTS-HELD           DELIMITED BY SIZE
            "  OVER 30 DAYS: "      DELIMITED BY SIZE
            TOTAL-OVER-30-COUNT     DELIMITED BY SIZE
            "  UNASSIGNED: "        DELIMITED BY SIZE
            ACCOUNTS-UNASSIGNED     DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
     IF ACCOUNTS-HELD = ZERO
         MOVE "*** NO ACCOUNTS ARE HELD FOR A BAD ADDRESS ***"
           TO REPORT-LINE
         WRITE UNDL-REPORT-RECORD FROM REPORT-LINE
     ELSE
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF
     IF HISTORY-OPEN-SW = "Y"
         CLOSE HISTORY-FILE
     END-IF
     IF BRANCH-MASTER-OPEN-SW = "Y"
         CLOSE BRANCH-MASTER
     END-IF
     CLOSE CUSTOMER-MASTER UNDL-REPORT.
     GOBACK.
*>
 SELECT-INPUT SECTION.
*>  (2A) PASS THE WHOLE MASTER; EVERY ACCOUNT MARKED UNDELIVERABLE
*>       GOES INTO THE SORT UNDER ITS LATEST STATEMENT BRANCH.
 SELECT-MASTER-LOOP.
     READ CUSTOMER-MASTER NEXT RECORD
          AT END GO TO SELECT-INPUT-EXIT.
     IF CUSTOMER-MASTER-STATUS NOT = "00"
         DISPLAY "UNDLVRPT - CUSTOMER MASTER READ ERROR, STATUS "
                 CUSTOMER-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO SELECT-INPUT-EXIT
     END-IF
     ADD 1 TO MASTER-RECORDS-READ.
     IF CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD NOT = "U"
         GO TO SELECT-MASTER-LOOP
     END-IF
     PERFORM FIND-LATEST-BRANCH THRU FIND-LATEST-BRANCH-EXIT.
     IF LATEST-BRANCH-NO = SPACES
         ADD 1 TO ACCOUNTS-UNASSIGNED
     END-IF
     MOVE LATEST-BRANCH-NO TO UNDL1-BRANCH-NO.
     MOVE CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD TO UNDL1-ACCOUNT-NO.
     MOVE CM-FULL-NAME OF CUSTOMER-MASTER-RECORD TO UNDL1-FULL-NAME.
     MOVE CM-RETURN-DATE OF CUSTOMER-MASTER-RECORD
       TO UNDL1-RETURN-DATE.
     MOVE CM-RETURN-REASON OF CUSTOMER-MASTER-RECORD
       TO UNDL1-RETURN-REASON.
     ADD 1 TO ACCOUNTS-HELD.
     RELEASE SORT-RECORD FROM UNDL1-RECORD.
     GO TO SELECT-MASTER-LOOP.
 SELECT-INPUT-EXIT.
     EXIT.
*>
 REPORT-OUTPUT SECTION.
*>  (2B) TAKE THE HELD ACCOUNTS BACK IN BRANCH ORDER: A HEADING WITH
*>       THE BRANCH NAME OPENS EACH BRANCH AND A COUNT CLOSES IT.
 REPORT-RETURN-LOOP.
     RETURN SORT-FILE INTO UNDL1-RECORD
         AT END GO TO REPORT-WRAP-UP.
     IF FIRST-RECORD-SW = "Y"
         MOVE UNDL1-BRANCH-NO TO PREVIOUS-BRANCH-NO
         MOVE "N" TO FIRST-RECORD-SW
         PERFORM PRINT-BRANCH-HEADING THRU PRINT-BRANCH-HEADING-EXIT
     ELSE
         IF UNDL1-BRANCH-NO NOT = PREVIOUS-BRANCH-NO
             PERFORM PRINT-BRANCH-TOTAL
             MOVE UNDL1-BRANCH-NO TO PREVIOUS-BRANCH-NO
             PERFORM PRINT-BRANCH-HEADING
                 THRU PRINT-BRANCH-HEADING-EXIT
         END-IF
     END-IF
     PERFORM PRINT-HELD-ACCOUNT.
     ADD 1 TO BRANCH-HELD-COUNT.
     GO TO REPORT-RETURN-LOOP.
 REPORT-WRAP-UP.
     IF ACCOUNTS-HELD > ZERO
         PERFORM PRINT-BRANCH-TOTAL
     END-IF.
 REPORT-OUTPUT-EXIT.
     EXIT.
*>
 REPORT-DETAIL SECTION.
 FIND-LATEST-BRANCH.
*>  THE BRANCH ON THE ACCOUNT'S LAST FORM: START AT THE ACCOUNT'S
*>  FIRST HISTORY RECORD AND READ FORWARD UNTIL THE KEY LEAVES THE
*>  ACCOUNT, KEEPING THE BRANCH OFF EACH ONE. NO HISTORY AT ALL
*>  LEAVES IT BLANK, WHICH SORTS AND PRINTS AS UNASSIGNED.
     MOVE SPACES TO LATEST-BRANCH-NO.
     IF HISTORY-OPEN-SW NOT = "Y"
         GO TO FIND-LATEST-BRANCH-EXIT
     END-IF
     MOVE LOW-VALUES TO SH-HISTORY-KEY OF HISTORY-RECORD.
     MOVE CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD
       TO SH-ACCOUNT-NO OF HISTORY-RECORD.
     START HISTORY-FILE
         KEY IS NOT LESS THAN SH-HISTORY-KEY OF HISTORY-RECORD
         INVALID KEY
             GO TO FIND-LATEST-BRANCH-EXIT
     END-START.
 FIND-LATEST-BRANCH-LOOP.
     READ HISTORY-FILE NEXT RECORD
          AT END GO TO FIND-LATEST-BRANCH-EXIT.
     IF HISTORY-FILE-STATUS NOT = "00"
         DISPLAY "UNDLVRPT - STMTHIST READ ERROR, STATUS "
                 HISTORY-FILE-STATUS
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         GO TO FIND-LATEST-BRANCH-EXIT
     END-IF
     IF SH-ACCOUNT-NO OF HISTORY-RECORD NOT =
        CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD
         GO TO FIND-LATEST-BRANCH-EXIT
     END-IF
     MOVE SH-BRANCH-NO OF HISTORY-RECORD TO LATEST-BRANCH-NO.
     GO TO FIND-LATEST-BRANCH-LOOP.
 FIND-LATEST-BRANCH-EXIT.
     EXIT.
*>
 PRINT-BRANCH-HEADING.
     ADD 1 TO BRANCHES-LISTED.
     MOVE ZERO TO BRANCH-HELD-COUNT.
     MOVE ZERO TO BRANCH-OVER-30-COUNT.
     MOVE SPACES TO PREVIOUS-BRANCH-NAME.
     MOVE SPACES TO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
     IF PREVIOUS-BRANCH-NO = SPACES
         MOVE "BRANCH: UNASSIGNED (NO STATEMENT HISTORY)"
           TO REPORT-LINE
         WRITE UNDL-REPORT-RECORD FROM REPORT-LINE
         GO TO PRINT-BRANCH-HEADING-COLUMNS
     END-IF
     IF BRANCH-MASTER-OPEN-SW = "Y"
         MOVE PREVIOUS-BRANCH-NO TO BR-BRANCH-NO OF BRANCH-MASTER-RECORD
         READ BRANCH-MASTER
             INVALID KEY
                 MOVE "** NOT ON BRANCH MASTER **"
                   TO PREVIOUS-BRANCH-NAME
             NOT INVALID KEY
                 MOVE BR-BRANCH-NAME OF BRANCH-MASTER-RECORD
                   TO PREVIOUS-BRANCH-NAME
         END-READ
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "BRANCH: "           DELIMITED BY SIZE
            PREVIOUS-BRANCH-NO   DELIMITED BY SIZE
            "  "                 DELIMITED BY SIZE
            PREVIOUS-BRANCH-NAME DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
 PRINT-BRANCH-HEADING-COLUMNS.
     MOVE SPACES TO REPORT-LINE.
     STRING "  ACCOUNT    CUSTOMER NAME                  "
            DELIMITED BY SIZE
            "RETURNED  DAYS  REASON"
            DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
 PRINT-BRANCH-HEADING-EXIT.
     EXIT.
*>
 PRINT-HELD-ACCOUNT.
*>  ONE LINE PER HELD ACCOUNT. AN ACCOUNT HELD OVER 30 DAYS IS
*>  FLAGGED -- IT HAS MISSED A WHOLE STATEMENT CYCLE.
     MOVE SPACES TO DAYS-HELD-TEXT.
     MOVE ZERO TO DAYS-HELD.
     IF UNDL1-RETURN-DATE NUMERIC
         MOVE UNDL1-RETURN-DATE TO RETURN-DATE-9
         COMPUTE DAYS-HELD = TODAY-INTEGER -
                 FUNCTION INTEGER-OF-DATE (RETURN-DATE-9)
         IF DAYS-HELD < ZERO
             MOVE ZERO TO DAYS-HELD
         END-IF
         MOVE DAYS-HELD TO DAYS-HELD-EDIT
         MOVE DAYS-HELD-EDIT TO DAYS-HELD-TEXT
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "  "                DELIMITED BY SIZE
            UNDL1-ACCOUNT-NO    DELIMITED BY SIZE
            " "                 DELIMITED BY SIZE
            UNDL1-FULL-NAME     DELIMITED BY SIZE
            " "                 DELIMITED BY SIZE
            UNDL1-RETURN-DATE   DELIMITED BY SIZE
            " "                 DELIMITED BY SIZE
            DAYS-HELD-TEXT      DELIMITED BY SIZE
            "  "                DELIMITED BY SIZE
            UNDL1-RETURN-REASON DELIMITED BY SIZE
       INTO REPORT-LINE.
     IF DAYS-HELD > 30
         MOVE "*" TO REPORT-LINE (1:1)
         ADD 1 TO BRANCH-OVER-30-COUNT
         ADD 1 TO TOTAL-OVER-30-COUNT
     END-IF
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-BRANCH-TOTAL.
     MOVE SPACES TO REPORT-LINE.
     STRING "  HELD FOR THIS BRANCH: " DELIMITED BY SIZE
            BRANCH-HELD-COUNT          DELIMITED BY SIZE
            "  OVER 30 DAYS (*): "     DELIMITED BY SIZE
            BRANCH-OVER-30-COUNT       DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE UNDL-REPORT-RECORD FROM REPORT-LINE.
*>
 OPEN-HISTORY-FILE.
*>  NO STATEMENT HISTORY YET JUST MEANS EVERY HELD ACCOUNT LISTS AS
*>  UNASSIGNED.
     MOVE "N" TO HISTORY-OPEN-SW.
     OPEN INPUT HISTORY-FILE.
     IF HISTORY-FILE-STATUS = "00"
         MOVE "Y" TO HISTORY-OPEN-SW
     ELSE
         DISPLAY "UNDLVRPT - NO STMTHIST (STATUS "
                 HISTORY-FILE-STATUS
                 "), HELD ACCOUNTS LISTED UNASSIGNED"
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.
*>
 OPEN-BRANCH-MASTER.
*>  NO BRANCH MASTER JUST MEANS BARE BRANCH NUMBERS ON THE HEADINGS.
     MOVE "N" TO BRANCH-MASTER-OPEN-SW.
     OPEN INPUT BRANCH-MASTER.
     IF BRANCH-MASTER-STATUS = "00"
         MOVE "Y" TO BRANCH-MASTER-OPEN-SW
     ELSE
         DISPLAY "UNDLVRPT - NO BRANCH MASTER (STATUS "
                 BRANCH-MASTER-STATUS "), BRANCH NAMES NOT PRINTED"
     END-IF.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT. A MISSING OR
*>  UNREADABLE CONTROL DATASET FALLS BACK TO THE MACHINE DATE.
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
         DISPLAY "UNDLVRPT - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
END PROGRAM UNDLVRPT.
