IDENTIFICATION DIVISION.
 PROGRAM-ID. STMTINQ.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  STATEMENT-HISTORY INQUIRY OVER THE STMTHIST DATASET. WHEN A
*>  CUSTOMER RINGS TO SAY A STATEMENT NEVER ARRIVED, THE ONLY ANSWER
*>  USED TO BE THE NIGHT'S SPOOL -- LONG SINCE PURGED BY PRINTHKP --
*>  OR THE OPERATOR'S MEMORY OF A REPRINT. PRINTPRC AND CREDPRN NOW
*>  RECORD EVERY FORM THEY ISSUE (SH_REC.CBL LAYOUT): ORIGINAL
*>  STATEMENTS, LOOKUP-MODE REPRINTS FROM PRNTMENU AND EXCRECYC,
*>  CREDIT MEMOS, AND E-STATEMENTS SENT THROUGH THE E-MAIL GATEWAY --
*>  AND KEEP THE ENTRY FOR A FORM A CUT-OFF RUN ISSUED AND ITS RESTART
*>  ISSUED AGAIN, RE-KINDED SO IT NO LONGER COUNTS AS SENT.
*>  THIS PROGRAM LISTS THE FORMS SENT TO ONE ACCOUNT OVER A BUSINESS-
*>  DATE RANGE, OLDEST FIRST, WITH THE DATASET EACH CAME FROM, ITS
*>  AMOUNT AND PAGE, AND CLOSES WITH A COUNT OF EACH
*>  FORM KIND -- SO THE ANSWER COMES OFF THE STQRPT REPORT IN ONE
*>  KEYED PASS.
*>  THE SELECTION COMES FROM THE STQPARM FILE, TOKEN FORM LIKE THE
*>  OTHER PARM FILES ("ACCOUNT NUMBER", "DATEFROM YYYYMMDD",
*>  "DATETO YYYYMMDD"). THE ACCOUNT IS REQUIRED; NO DATES MEANS THE
*>  ACCOUNT'S WHOLE HISTORY.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
*>  DYNAMIC ACCESS: ONE START ON THE ACCOUNT AND FIRST DATE WANTED,
*>  THEN READ NEXT UNTIL THE ACCOUNT OR THE DATE RANGE RUNS OUT --
*>  THE REST OF THE DATASET IS NEVER TOUCHED.
    SELECT HISTORY-FILE
        ASSIGN       TO  STMTHIST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  DYNAMIC
        RECORD KEY   IS  SH-HISTORY-KEY OF HISTORY-RECORD
        FILE STATUS  IS  HISTORY-FILE-STATUS.
    SELECT PARM-FILE
        ASSIGN       TO  STQPARM
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  PARM-FILE-STATUS.
    SELECT INQ-REPORT
        ASSIGN       TO  STQRPT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  INQ-REPORT-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  HISTORY-FILE.
 01  HISTORY-RECORD.
     COPY "SH_REC.CBL".
 FD  PARM-FILE.
 01  PARM-RECORD             PIC X(30).
 FD  INQ-REPORT.
 01  INQ-REPORT-RECORD       PIC X(100).
*>
 WORKING-STORAGE SECTION.
 01  HISTORY-FILE-STATUS     PIC X(02).
 01  PARM-FILE-STATUS        PIC X(02).
 01  INQ-REPORT-STATUS       PIC X(02).
*>
*>  THE LOADED SELECTION. ZERO DATES MEAN NO WINDOW. A PARM RECORD
*>  THAT WON'T PARSE, OR A PARM FILE WITH NO ACCOUNT, ABANDONS THE
*>  INQUIRY BEFORE ANYTHING PRINTS.
 01  PARM-ERROR-SW           PIC X(01) VALUE "N".
 01  PARM-KEYWORD            PIC X(10).
 01  PARM-VALUE              PIC X(20).
 01  SEL-ACCOUNT-NO          PIC X(10) VALUE SPACES.
 01  SEL-DATE-FROM           PIC 9(08) VALUE ZERO.
 01  SEL-DATE-TO             PIC 9(08) VALUE ZERO.
 01  PARM-DATE-X             PIC X(08).
 01  PARM-DATE-9 REDEFINES PARM-DATE-X PIC 9(08).
*>
*>  COUNTS BY FORM KIND FOR THE CLOSING SUMMARY.
 01  FORMS-LISTED-COUNT      PIC 9(07) VALUE ZERO.
 01  ORIGINAL-COUNT          PIC 9(07) VALUE ZERO.
 01  REPRINT-COUNT           PIC 9(07) VALUE ZERO.
 01  CREDIT-MEMO-COUNT       PIC 9(07) VALUE ZERO.
 01  E-STATEMENT-COUNT       PIC 9(07) VALUE ZERO.
 01  RESTART-SPOILED-COUNT   PIC 9(07) VALUE ZERO.
*>
 01  FORM-KIND-TEXT          PIC X(11).
 01  HISTORY-AMOUNT-EDIT     PIC -9(9).99.
 01  PAGE-NO-EDIT            PIC ZZZZ9.
 01  REPORT-LINE             PIC X(100).
*>
PROCEDURE DIVISION.
*>  (1) PICK UP THE SELECTION, OPEN THE HISTORY AND THE REPORT.
     PERFORM LOAD-SELECTION-PARM THRU LOAD-SELECTION-EXIT.
     IF SEL-ACCOUNT-NO = SPACES AND PARM-ERROR-SW = "N"
         DISPLAY "STMTINQ - NO ACCOUNT IN STQPARM"
         MOVE "Y" TO PARM-ERROR-SW
     END-IF
     IF PARM-ERROR-SW = "Y"
         DISPLAY "STMTINQ - STQPARM INVALID, INQUIRY ABANDONED"
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN INPUT HISTORY-FILE.
     IF HISTORY-FILE-STATUS = "35"
         DISPLAY "STMTINQ - NO STMTHIST DATASET TO REPORT ON"
         MOVE 4 TO RETURN-CODE
         STOP RUN
     END-IF
     IF HISTORY-FILE-STATUS NOT = "00"
         DISPLAY "STMTINQ - CANNOT OPEN STMTHIST, STATUS "
                 HISTORY-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN OUTPUT INQ-REPORT.
     IF INQ-REPORT-STATUS NOT = "00"
         DISPLAY "STMTINQ - CANNOT OPEN REPORT, STATUS "
                 INQ-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE HISTORY-FILE
         STOP RUN
     END-IF
     MOVE "STMTINQ - FORMS SENT, FROM THE STMTHIST DATASET"
       TO REPORT-LINE.
     WRITE INQ-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "SELECTED ACCOUNT: " DELIMITED BY SIZE
            SEL-ACCOUNT-NO       DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE INQ-REPORT-RECORD FROM REPORT-LINE.
     IF SEL-DATE-FROM > ZERO OR SEL-DATE-TO > ZERO
         MOVE SPACES TO REPORT-LINE
         STRING "SELECTED DATES: " DELIMITED BY SIZE
                SEL-DATE-FROM      DELIMITED BY SIZE
                " - "              DELIMITED BY SIZE
                SEL-DATE-TO        DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE INQ-REPORT-RECORD FROM REPORT-LINE
     END-IF
     MOVE ALL "-" TO REPORT-LINE.
     WRITE INQ-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "BUS DATE  FORM         PAGE BRCH "  DELIMITED BY SIZE
            "DATASET                 AMOUNT "    DELIMITED BY SIZE
            "CCY  ISSUED"                        DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE INQ-REPORT-RECORD FROM REPORT-LINE.
*>  POSITION ON THE ACCOUNT'S FIRST RECORD AT OR AFTER THE FROM DATE.
*>  NOTHING THERE AT ALL IS AN EMPTY LISTING, NOT AN ERROR.
     MOVE LOW-VALUES     TO SH-HISTORY-KEY OF HISTORY-RECORD.
     MOVE SEL-ACCOUNT-NO TO SH-ACCOUNT-NO OF HISTORY-RECORD.
     MOVE SEL-DATE-FROM  TO SH-BUSINESS-DATE OF HISTORY-RECORD.
     START HISTORY-FILE
         KEY IS NOT LESS THAN SH-HISTORY-KEY OF HISTORY-RECORD
         INVALID KEY
             GO TO INQ-TERM-PROC
     END-START.
*>
 INQ-READ-LOOP.
*>  (2) ONE REPORT LINE PER FORM, UNTIL THE KEY LEAVES THE ACCOUNT
*>      OR PASSES THE TO DATE.
     READ HISTORY-FILE NEXT RECORD
          AT END GO TO INQ-TERM-PROC.
     IF HISTORY-FILE-STATUS NOT = "00"
         DISPLAY "STMTINQ - STMTHIST READ ERROR, STATUS "
                 HISTORY-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO INQ-TERM-PROC
     END-IF
     IF SH-ACCOUNT-NO OF HISTORY-RECORD NOT = SEL-ACCOUNT-NO
         GO TO INQ-TERM-PROC
     END-IF
     IF SEL-DATE-TO > ZERO AND
        SH-BUSINESS-DATE OF HISTORY-RECORD > SEL-DATE-TO
         GO TO INQ-TERM-PROC
     END-IF
     ADD 1 TO FORMS-LISTED-COUNT.
     EVALUATE SH-FORM-KIND OF HISTORY-RECORD
         WHEN "O"
             MOVE "ORIGINAL"    TO FORM-KIND-TEXT
             ADD 1 TO ORIGINAL-COUNT
         WHEN "R"
             MOVE "REPRINT"     TO FORM-KIND-TEXT
             ADD 1 TO REPRINT-COUNT
         WHEN "C"
             MOVE "CREDIT MEMO" TO FORM-KIND-TEXT
             ADD 1 TO CREDIT-MEMO-COUNT
         WHEN "E"
             MOVE "E-STATEMENT" TO FORM-KIND-TEXT
             ADD 1 TO E-STATEMENT-COUNT
         WHEN "X"
             MOVE "REISSUED"    TO FORM-KIND-TEXT
             ADD 1 TO RESTART-SPOILED-COUNT
         WHEN OTHER
             MOVE "UNKNOWN"     TO FORM-KIND-TEXT
     END-EVALUATE
     MOVE SH-AMOUNT OF HISTORY-RECORD TO HISTORY-AMOUNT-EDIT.
     MOVE SH-PAGE-NUMBER OF HISTORY-RECORD TO PAGE-NO-EDIT.
     MOVE SPACES TO REPORT-LINE.
     STRING SH-BUSINESS-DATE OF HISTORY-RECORD    DELIMITED BY SIZE
            "  "                                  DELIMITED BY SIZE
            FORM-KIND-TEXT                        DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            PAGE-NO-EDIT                          DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            SH-BRANCH-NO OF HISTORY-RECORD        DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            SH-SOURCE-FILE-NAME OF HISTORY-RECORD DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            HISTORY-AMOUNT-EDIT                   DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            SH-CURRENCY-CODE OF HISTORY-RECORD    DELIMITED BY SIZE
            "  "                                  DELIMITED BY SIZE
            SH-ISSUE-STAMP OF HISTORY-RECORD      DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE INQ-REPORT-RECORD FROM REPORT-LINE.
     GO TO INQ-READ-LOOP.
*>
 LOAD-SELECTION-PARM.
*>  THE SELECTION, TOKEN FORM LIKE RLQPARM. UNLIKE THE ARCHIVE
*>  INQUIRY THERE IS NO WHOLE-FILE DEFAULT: NO PARM FILE MEANS NO
*>  ACCOUNT, AND THE CALLER IS TOLD SO.
     OPEN INPUT PARM-FILE.
     IF PARM-FILE-STATUS NOT = "00"
         GO TO LOAD-SELECTION-EXIT
     END-IF.
 LOAD-PARM-LOOP.
     READ PARM-FILE
         AT END
             CLOSE PARM-FILE
             GO TO LOAD-SELECTION-EXIT
     END-READ
     IF PARM-RECORD = SPACES
         GO TO LOAD-PARM-LOOP
     END-IF
     MOVE SPACES TO PARM-KEYWORD.
     MOVE SPACES TO PARM-VALUE.
     UNSTRING PARM-RECORD DELIMITED BY ALL " "
         INTO PARM-KEYWORD PARM-VALUE.
     EVALUATE PARM-KEYWORD
         WHEN "ACCOUNT"
             MOVE PARM-VALUE (1:10) TO SEL-ACCOUNT-NO
         WHEN "DATEFROM"
             MOVE PARM-VALUE (1:8) TO PARM-DATE-X
             IF PARM-DATE-X NUMERIC
                 MOVE PARM-DATE-9 TO SEL-DATE-FROM
             ELSE
                 DISPLAY "STMTINQ - BAD DATEFROM VALUE: " PARM-VALUE
                 MOVE "Y" TO PARM-ERROR-SW
             END-IF
         WHEN "DATETO"
             MOVE PARM-VALUE (1:8) TO PARM-DATE-X
             IF PARM-DATE-X NUMERIC
                 MOVE PARM-DATE-9 TO SEL-DATE-TO
             ELSE
                 DISPLAY "STMTINQ - BAD DATETO VALUE: " PARM-VALUE
                 MOVE "Y" TO PARM-ERROR-SW
             END-IF
         WHEN OTHER
             DISPLAY "STMTINQ - UNKNOWN PARM KEYWORD: " PARM-KEYWORD
             MOVE "Y" TO PARM-ERROR-SW
     END-EVALUATE
     GO TO LOAD-PARM-LOOP.
 LOAD-SELECTION-EXIT.
     EXIT.
*>
 INQ-TERM-PROC.
*>  (3) THE COUNTS BY FORM KIND, THEN CLOSE DOWN.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE INQ-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "FORMS LISTED: "     DELIMITED BY SIZE
            FORMS-LISTED-COUNT   DELIMITED BY SIZE
            "  ORIGINALS: "      DELIMITED BY SIZE
            ORIGINAL-COUNT       DELIMITED BY SIZE
            "  REPRINTS: "       DELIMITED BY SIZE
            REPRINT-COUNT        DELIMITED BY SIZE
            "  CREDIT MEMOS: "   DELIMITED BY SIZE
            CREDIT-MEMO-COUNT    DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE INQ-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "E-STATEMENTS: "     DELIMITED BY SIZE
            E-STATEMENT-COUNT    DELIMITED BY SIZE
            "  REISSUED ON RESTART: " DELIMITED BY SIZE
            RESTART-SPOILED-COUNT DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE INQ-REPORT-RECORD FROM REPORT-LINE.
     CLOSE HISTORY-FILE INQ-REPORT.
     STOP RUN.
END PROGRAM STMTINQ.
