*>  STILL BALANCES); EVERY REJECT GOES TO A DERIVED .ERR REPORT WITH
*>  THE REASON. EDIT-RESULT-CODE TELLS THE CALLER (PRINTBAT) WHETHER
*>  THE FILE WAS CLEAN (00), DIRTY (04), OR UNREADABLE (16).
*>  A DETAIL THAT PASSES EVERY EDIT CAN STILL BE AN EXTRACT ERROR --
*>  A SEVEN-FIGURE AMOUNT ON A SAVINGS STATEMENT -- SO EACH ONE IS
*>  ALSO HELD AGAINST THE AMTCEIL AMOUNT CEILINGS (PER ACCOUNT TYPE
*>  AND CURRENCY). A DETAIL OVER ITS CEILING IS KEPT OUT OF THE .CLN
*>  COPY AND WRITTEN TO THE HELDITM HELD-ITEMS FILE INSTEAD, WHERE IT
*>  WAITS FOR A SUPERVISOR'S DECISION ON THE HELDREL SCREEN; THE
*>  REBUILT TRAILER LEAVES IT OUT OF THE COUNT, AND A HOLD MAKES THE
*>  FILE PRINT FROM ITS CLEAN COPY (04) THE SAME AS A REJECT DOES.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
        ASSIGN       TO  SUSPENSE-FILE-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  SUSPENSE-FILE-STATUS.
*>  THE AMOUNT CEILINGS, TOKEN FORM LIKE THE OTHER PARM FILES: ONE
*>  RECORD PER CEILING, "ACCTTYPE CURRENCY AMOUNT", WHERE "*" IN
*>  EITHER OF THE FIRST TWO MATCHES ANY VALUE AND THE AMOUNT MAY
*>  CARRY A DECIMAL POINT, E.G. "SV USD 250000.00" OR "* * 1000000".
*>  NO AMTCEIL FILE MEANS NO CEILINGS AND NOTHING IS HELD.
    SELECT CEILING-FILE
        ASSIGN       TO  AMTCEIL
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CEILING-FILE-STATUS.
    SELECT HELD-ITEM-FILE
        ASSIGN       TO  HELDITM
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  HI-HOLD-KEY OF HELD-ITEM-RECORD
        FILE STATUS  IS  HELD-ITEM-STATUS.
*>  THE BATCH BUSINESS-DATE CONTROL DATASET, SET BY BATDATE. A HELD
*>  ITEM IS FILED UNDER THE BUSINESS DAY IT WAS HELD ON.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
     COPY "S_REC.CBL".
     05  FILLER              PIC X(01).
     05  SUS-REJECT-REASON   PIC X(30).
 FD  CEILING-FILE.
 01  CEILING-RECORD          PIC X(30).
 FD  HELD-ITEM-FILE.
 01  HELD-ITEM-RECORD.
     COPY "HI_REC.CBL".
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  EDIT1-RECORD.
 01  HIGHEST-BRANCH-NO       PIC X(04).
 01  TRAILER-SEEN-SW         PIC X(01) VALUE "N".
 01  REPORT-LINE             PIC X(100).
*>
 01  CEILING-FILE-STATUS     PIC X(02).
 01  HELD-ITEM-STATUS        PIC X(02).
 01  BUSINESS-DATE-STATUS    PIC X(02).
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
 01  HELD-FILE-OPEN-SW       PIC X(01) VALUE "N".
 01  RECORDS-HELD            PIC 9(07) VALUE ZERO.
*>
*>  THE CEILINGS AS LOADED FROM AMTCEIL. THE MOST SPECIFIC MATCH FOR
*>  A DETAIL WINS -- TYPE AND CURRENCY BOTH NAMED, THEN TYPE ONLY,
*>  THEN CURRENCY ONLY, THEN THE "* *" DEFAULT -- SO ONE GENEROUS
*>  CEILING FOR A COMMERCIAL ACCOUNT TYPE CAN SIT UNDER A TIGHT
*>  DEFAULT FOR EVERYTHING ELSE.
 01  CEILING-ENTRY-COUNT     PIC 9(03) VALUE ZERO.
 01  CEILING-ENTRY-MAX       PIC 9(03) VALUE 50.
 01  CEILING-INDEX           PIC 9(03) VALUE ZERO.
 01  CEILING-TABLE.
     05  CEILING-ENTRY OCCURS 50 TIMES.
         10  CL-ACCOUNT-TYPE     PIC X(02).
         10  CL-CURRENCY-CODE    PIC X(03).
         10  CL-CEILING-AMOUNT   PIC 9(09)V99.
 01  CEIL-ACCOUNT-TYPE       PIC X(02).
 01  CEIL-CURRENCY-CODE      PIC X(03).
 01  CEIL-VALUE              PIC X(15).
 01  CEIL-AMOUNT-WHOLE       PIC X(09) JUSTIFIED RIGHT.
 01  CEIL-AMOUNT-WHOLE-9 REDEFINES CEIL-AMOUNT-WHOLE PIC 9(09).
 01  CEIL-AMOUNT-FRAC        PIC X(02).
 01  CEIL-AMOUNT-FRAC-9 REDEFINES CEIL-AMOUNT-FRAC PIC 9(02).
*>
*>  THE CEILING THAT APPLIES TO THE DETAIL IN HAND, AND HOW CLOSELY
*>  IT MATCHED (3 = TYPE AND CURRENCY, 0 = THE DEFAULT).
 01  RECORD-CURRENCY         PIC X(03).
 01  RECORD-AMOUNT-ABS       PIC 9(09)V99.
 01  MATCH-CEILING-SW        PIC X(01).
 01  MATCH-CEILING-AMOUNT    PIC 9(09)V99.
 01  MATCH-CEILING-SCORE     PIC 9(01).
 01  ENTRY-CEILING-SCORE     PIC 9(01).
 01  HOLD-RECORD-SW          PIC X(01).
 01  CEILING-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
*>
 LINKAGE SECTION.
*>  SIZED LIKE PRINTPRC'S OWN WORK-FILE-NAME: CALLERS MAY HAND OVER A
*>  DERIVED DATASET NAME (UP TO 16 BYTES), NOT JUST A RAW 12-BYTE
*>  EXTRACT NAME.
 01  WORK-FILE-NAME      PIC X(16).
*>  00 = FILE CLEAN, 04 = ONE OR MORE RECORDS REJECTED OR HELD (CLEAN
*>  COPY WRITTEN FOR REVIEW, ORIGINAL NOT FIT TO PRINT), 16 = FILE
*>  COULD NOT BE READ AT ALL.
 01  EDIT-RESULT-CODE    PIC 9(02).
*>
PROCEDURE DIVISION USING WORK-FILE-NAME, EDIT-RESULT-CODE.
     MOVE ZERO   TO RECORDS-READ.
     MOVE ZERO   TO RECORDS-ACCEPTED.
     MOVE ZERO   TO RECORDS-REJECTED.
     MOVE ZERO   TO RECORDS-HELD.
     MOVE "N"    TO HELD-FILE-OPEN-SW.
     MOVE LOW-VALUES TO HIGHEST-BRANCH-NO.
     MOVE "N"    TO TRAILER-SEEN-SW.
     MOVE ZERO   TO EDIT-RESULT-CODE.
         CLOSE WORK-FILE CLEAN-FILE ERROR-RPT
         GOBACK
     END-IF
*>  (1A) LOAD THE AMOUNT CEILINGS. WITH ANY IN FORCE THE HELD-ITEMS
*>      FILE MUST OPEN TOO: A FILE WHOSE OVER-CEILING ITEMS CANNOT BE
*>      HELD CANNOT BE VETTED, AND IS NOT PRINTED.
     PERFORM LOAD-AMOUNT-CEILINGS THRU LOAD-CEILING-EXIT.
     IF CEILING-ENTRY-COUNT > ZERO
         PERFORM GET-BUSINESS-DATE
         OPEN I-O HELD-ITEM-FILE
         IF HELD-ITEM-STATUS = "35"
             OPEN OUTPUT HELD-ITEM-FILE
             CLOSE HELD-ITEM-FILE
             OPEN I-O HELD-ITEM-FILE
         END-IF
         IF HELD-ITEM-STATUS NOT = "00"
             MOVE SPACES TO ERROR-MESSAGE
             STRING "SRECEDIT - CANNOT OPEN HELD ITEMS, STATUS "
                    HELD-ITEM-STATUS DELIMITED BY SIZE
                    " FOR: " DELIMITED BY SIZE
                    WORK-FILE-NAME DELIMITED BY SIZE
               INTO ERROR-MESSAGE
             DISPLAY ERROR-MESSAGE
             MOVE 16 TO EDIT-RESULT-CODE
             MOVE 16 TO RETURN-CODE
             CLOSE WORK-FILE CLEAN-FILE ERROR-RPT SUSPENSE-FILE
             GOBACK
         END-IF
         MOVE "Y" TO HELD-FILE-OPEN-SW
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "SRECEDIT EDIT REPORT FOR: " DELIMITED BY SIZE
            WORK-FILE-NAME DELIMITED BY SIZE
         IF S-BRANCH-NO OF EDIT1-RECORD > HIGHEST-BRANCH-NO
             MOVE S-BRANCH-NO OF EDIT1-RECORD TO HIGHEST-BRANCH-NO
         END-IF
*>      A GOOD DETAIL OVER ITS CEILING GOES TO THE HELD-ITEMS FILE
*>      INSTEAD OF THE CLEAN COPY.
         PERFORM CHECK-AMOUNT-CEILING
         IF HOLD-RECORD-SW = "Y"
             PERFORM HOLD-OVER-CEILING THRU HOLD-OVER-CEILING-EXIT
             IF EDIT-RESULT-CODE = 16
                 GO TO EDIT-TERM-PROC
             END-IF
             GO TO EDIT-LOOP
         END-IF
         ADD 1 TO RECORDS-ACCEPTED
         WRITE CLEAN-RECORD FROM EDIT1-RECORD
         IF CLEAN-FILE-STATUS NOT = "00"
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
     END-IF.
*>
 CHECK-AMOUNT-CEILING.
*>  FIND THE CEILING FOR THE DETAIL IN EDIT1-RECORD AND HOLD IT IF
*>  THE AMOUNT IS OVER. A CREDIT IS AS SUSPECT AS A DEBIT OF THE SAME
*>  SIZE, SO THE SIZE IS TAKEN WITHOUT ITS SIGN. A BLANK CURRENCY IS
*>  A VERSION-1 DETAIL AND COUNTS AS USD. A DETAIL NO CEILING MATCHES
*>  IS NEVER HELD.
     MOVE "N" TO HOLD-RECORD-SW.
     IF CEILING-ENTRY-COUNT > ZERO
         MOVE S-CURRENCY-CODE OF EDIT1-RECORD TO RECORD-CURRENCY
         IF RECORD-CURRENCY = SPACES
             MOVE "USD" TO RECORD-CURRENCY
         END-IF
         IF S-AMOUNT OF EDIT1-RECORD < ZERO
             COMPUTE RECORD-AMOUNT-ABS = 0 - S-AMOUNT OF EDIT1-RECORD
         ELSE
             MOVE S-AMOUNT OF EDIT1-RECORD TO RECORD-AMOUNT-ABS
         END-IF
         MOVE "N"  TO MATCH-CEILING-SW
         MOVE ZERO TO MATCH-CEILING-SCORE
         MOVE ZERO TO MATCH-CEILING-AMOUNT
         PERFORM MATCH-ONE-CEILING
             VARYING CEILING-INDEX FROM 1 BY 1
             UNTIL CEILING-INDEX > CEILING-ENTRY-COUNT
         IF MATCH-CEILING-SW = "Y"
            AND RECORD-AMOUNT-ABS > MATCH-CEILING-AMOUNT
             MOVE "Y" TO HOLD-RECORD-SW
         END-IF
     END-IF.
*>
 MATCH-ONE-CEILING.
     IF (CL-ACCOUNT-TYPE (CEILING-INDEX) = "*"
         OR CL-ACCOUNT-TYPE (CEILING-INDEX) =
            S-ACCOUNT-TYPE OF EDIT1-RECORD)
      AND (CL-CURRENCY-CODE (CEILING-INDEX) = "*"
         OR CL-CURRENCY-CODE (CEILING-INDEX) = RECORD-CURRENCY)
         MOVE ZERO TO ENTRY-CEILING-SCORE
         IF CL-ACCOUNT-TYPE (CEILING-INDEX) NOT = "*"
             ADD 2 TO ENTRY-CEILING-SCORE
         END-IF
         IF CL-CURRENCY-CODE (CEILING-INDEX) NOT = "*"
             ADD 1 TO ENTRY-CEILING-SCORE
         END-IF
         IF MATCH-CEILING-SW = "N"
          OR ENTRY-CEILING-SCORE > MATCH-CEILING-SCORE
             MOVE "Y" TO MATCH-CEILING-SW
             MOVE ENTRY-CEILING-SCORE TO MATCH-CEILING-SCORE
             MOVE CL-CEILING-AMOUNT (CEILING-INDEX)
               TO MATCH-CEILING-AMOUNT
         END-IF
     END-IF.
*>
 HOLD-OVER-CEILING.
*>  FILE THE DETAIL ON HELDITM AS WAITING, UNDER TONIGHT'S BUSINESS
*>  DATE, THIS WORK FILE AND ITS DETAIL POSITION, AND SAY SO ON THE
*>  .ERR REPORT. A DUPLICATE KEY IS AN EDIT RERUN OF THE SAME NIGHT
*>  FINDING THE ITEM ALREADY HELD (AND PERHAPS ALREADY DECIDED); IT
*>  STAYS OUT OF THE CLEAN COPY AND THE HELD-ITEMS FILE IS LEFT AS IT
*>  IS. ANY OTHER WRITE FAILURE MEANS THE ITEM CAN NEITHER PRINT NOR
*>  BE HELD, SO THE FILE IS UNREADABLE AS FAR AS THE CALLER GOES.
     MOVE SPACES TO HELD-ITEM-RECORD.
     MOVE BUSINESS-DATE  TO HI-HOLD-DATE OF HELD-ITEM-RECORD.
     MOVE WORK-FILE-NAME TO HI-WORK-FILE-NAME OF HELD-ITEM-RECORD.
     MOVE RECORDS-READ   TO HI-RECORD-NO OF HELD-ITEM-RECORD.
     MOVE "W"            TO HI-ITEM-STATUS OF HELD-ITEM-RECORD.
     MOVE MATCH-CEILING-AMOUNT
       TO HI-CEILING-AMOUNT OF HELD-ITEM-RECORD.
     MOVE EDIT1-RECORD   TO HI-RECORD-IMAGE OF HELD-ITEM-RECORD.
     MOVE ZERO           TO HI-RELEASE-DATE OF HELD-ITEM-RECORD.
     WRITE HELD-ITEM-RECORD
         INVALID KEY
             CONTINUE
     END-WRITE
     IF HELD-ITEM-STATUS NOT = "00" AND HELD-ITEM-STATUS NOT = "22"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "SRECEDIT - HELD ITEM WRITE FAILED, STATUS "
                HELD-ITEM-STATUS DELIMITED BY SIZE
                " FOR: " DELIMITED BY SIZE
                WORK-FILE-NAME DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO EDIT-RESULT-CODE
         MOVE 16 TO RETURN-CODE
         GO TO HOLD-OVER-CEILING-EXIT
     END-IF
     ADD 1 TO RECORDS-HELD.
     MOVE MATCH-CEILING-AMOUNT TO CEILING-EDIT.
     MOVE SPACES TO REPORT-LINE.
     STRING "REC "                            DELIMITED BY SIZE
            RECORDS-READ                      DELIMITED BY SIZE
            " BRANCH "                        DELIMITED BY SIZE
            S-BRANCH-NO OF EDIT1-RECORD       DELIMITED BY SIZE
            " ACCOUNT "                       DELIMITED BY SIZE
            S-ACCOUNT-NO OF EDIT1-RECORD      DELIMITED BY SIZE
            " HELD: OVER CEILING "            DELIMITED BY SIZE
            CEILING-EDIT                      DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            RECORD-CURRENCY                   DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE ERROR-RPT-RECORD FROM REPORT-LINE.
     IF HELD-ITEM-STATUS = "22"
         MOVE "    (ALREADY ON HELDITM FROM AN EARLIER EDIT TONIGHT)"
           TO REPORT-LINE
         WRITE ERROR-RPT-RECORD FROM REPORT-LINE
     END-IF.
 HOLD-OVER-CEILING-EXIT.
     EXIT.
*>
 EDIT-TERM-PROC.
*>  (3) REBUILD THE TRAILER ON THE CLEAN FILE, SUMMARIZE THE EDIT, AND
            RECORDS-ACCEPTED     DELIMITED BY SIZE
            "  REJECTED: "       DELIMITED BY SIZE
            RECORDS-REJECTED     DELIMITED BY SIZE
            "  HELD: "           DELIMITED BY SIZE
            RECORDS-HELD         DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE ERROR-RPT-RECORD FROM REPORT-LINE.
     IF EDIT-RESULT-CODE = ZERO
      AND (RECORDS-REJECTED > ZERO OR RECORDS-HELD > ZERO)
         MOVE 04 TO EDIT-RESULT-CODE
     END-IF
     IF RECORDS-HELD > ZERO
         DISPLAY "SRECEDIT - " RECORDS-HELD
                 " ITEM(S) OVER CEILING HELD FROM: " WORK-FILE-NAME
     END-IF
     IF HELD-FILE-OPEN-SW = "Y"
         CLOSE HELD-ITEM-FILE
     END-IF
     CLOSE WORK-FILE CLEAN-FILE ERROR-RPT SUSPENSE-FILE.
     GOBACK.
*>
 LOAD-AMOUNT-CEILINGS.
*>  READ AMTCEIL INTO THE CEILING TABLE. A RECORD THAT IS NOT THREE
*>  GOOD TOKENS IS SKIPPED WITH A CONSOLE MESSAGE RATHER THAN GUESSED
*>  AT; THE CEILINGS THAT DID LOAD STILL APPLY.
     MOVE ZERO TO CEILING-ENTRY-COUNT.
     OPEN INPUT CEILING-FILE.
     IF CEILING-FILE-STATUS = "35"
         GO TO LOAD-CEILING-EXIT
     END-IF
     IF CEILING-FILE-STATUS NOT = "00"
         DISPLAY "SRECEDIT - AMTCEIL OPEN ERROR, STATUS "
                 CEILING-FILE-STATUS " - NO CEILINGS APPLIED"
         GO TO LOAD-CEILING-EXIT
     END-IF.
 LOAD-CEILING-LOOP.
     READ CEILING-FILE
         AT END
             CLOSE CEILING-FILE
             GO TO LOAD-CEILING-EXIT
     END-READ
     IF CEILING-RECORD = SPACES
         GO TO LOAD-CEILING-LOOP
     END-IF
     IF CEILING-ENTRY-COUNT >= CEILING-ENTRY-MAX
         DISPLAY "SRECEDIT - TOO MANY AMTCEIL RECORDS, IGNORED: "
                 CEILING-RECORD
         GO TO LOAD-CEILING-LOOP
     END-IF
     MOVE SPACES TO CEIL-ACCOUNT-TYPE.
     MOVE SPACES TO CEIL-CURRENCY-CODE.
     MOVE SPACES TO CEIL-VALUE.
     UNSTRING CEILING-RECORD DELIMITED BY ALL " "
         INTO CEIL-ACCOUNT-TYPE CEIL-CURRENCY-CODE CEIL-VALUE.
     MOVE SPACES TO CEIL-AMOUNT-WHOLE.
     MOVE "00"   TO CEIL-AMOUNT-FRAC.
     UNSTRING CEIL-VALUE DELIMITED BY "." OR ALL " "
         INTO CEIL-AMOUNT-WHOLE CEIL-AMOUNT-FRAC.
     INSPECT CEIL-AMOUNT-WHOLE REPLACING LEADING " " BY "0".
     INSPECT CEIL-AMOUNT-FRAC  REPLACING ALL " " BY "0".
     IF CEIL-ACCOUNT-TYPE = SPACES OR CEIL-CURRENCY-CODE = SPACES
      OR CEIL-VALUE = SPACES
      OR CEIL-AMOUNT-WHOLE-9 NOT NUMERIC
      OR CEIL-AMOUNT-FRAC-9 NOT NUMERIC
         DISPLAY "SRECEDIT - BAD AMTCEIL RECORD, IGNORED: "
                 CEILING-RECORD
         GO TO LOAD-CEILING-LOOP
     END-IF
     ADD 1 TO CEILING-ENTRY-COUNT.
     MOVE CEIL-ACCOUNT-TYPE  TO CL-ACCOUNT-TYPE (CEILING-ENTRY-COUNT).
     MOVE CEIL-CURRENCY-CODE TO CL-CURRENCY-CODE (CEILING-ENTRY-COUNT).
     COMPUTE CL-CEILING-AMOUNT (CEILING-ENTRY-COUNT) =
         CEIL-AMOUNT-WHOLE-9 + CEIL-AMOUNT-FRAC-9 / 100.
     GO TO LOAD-CEILING-LOOP.
 LOAD-CEILING-EXIT.
     EXIT.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN. A
*>  MISSING CONTROL DATASET FALLS BACK TO THE MACHINE DATE, SURFACED
*>  ON THE CONSOLE.
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
         DISPLAY "SRECEDIT - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
END PROGRAM SRECEDIT.
