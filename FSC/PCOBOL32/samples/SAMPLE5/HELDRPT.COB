IDENTIFICATION DIVISION.
 PROGRAM-ID. HELDRPT.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  HELD-ITEMS REPORT. EVERY OVER-CEILING DETAIL SRECEDIT TOOK OUT OF
*>  THE PRINT STREAM SITS ON HELDITM UNTIL A SUPERVISOR DECIDES IT ON
*>  THE HELDREL SCREEN AND, IF APPROVED, A HELDPRN RELEASE RUN PRINTS
*>  IT. A STATEMENT WAITING ON A DECISION IS A STATEMENT THE CUSTOMER
*>  HAS NOT HAD, SO THIS PAGE LISTS EVERY ITEM NOT YET FINISHED WITH
*>  -- WAITING, APPROVED BUT NOT YET RELEASED, OR IN A RELEASE RUN --
*>  OLDEST FIRST, WITH HOW MANY BUSINESS DAYS IT HAS BEEN HELD, AND
*>  FLAGS EVERY ITEM STILL WAITING FOR A DECISION MORE THAN ONE
*>  BUSINESS DAY AFTER IT WAS HELD. BUSINESS DAYS ARE MONDAY TO
*>  FRIDAY, COUNTED FROM THE DAY AFTER THE HOLD TO THE BATCHDTE
*>  BUSINESS DATE. IT IS A GOBACK STEP LIKE THE OTHER REPORTS, RUN
*>  AFTER HELDPRN UNDER NIGHTRUN OR ON ITS OWN.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
*>  SEQUENTIAL ACCESS: KEY ORDER IS HOLD-DATE ORDER, OLDEST FIRST.
    SELECT HELD-ITEM-FILE
        ASSIGN       TO  HELDITM
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  SEQUENTIAL
        RECORD KEY   IS  HI-HOLD-KEY OF HELD-ITEM-RECORD
        FILE STATUS  IS  HELD-ITEM-STATUS.
    SELECT HELD-REPORT
        ASSIGN       TO  HELDRPT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  HELD-REPORT-STATUS.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  HELD-ITEM-FILE.
 01  HELD-ITEM-RECORD.
     COPY "HI_REC.CBL".
 FD  HELD-REPORT.
 01  HELD-REPORT-RECORD      PIC X(100).
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
*>  THE HELD DETAIL, UNPACKED FROM THE HELD-ITEM RECORD'S IMAGE.
 01  HELD1-RECORD.
     COPY "S_REC.CBL".
*>
 01  HELD-ITEM-STATUS        PIC X(02).
 01  HELD-REPORT-STATUS      PIC X(02).
*>
 01  ITEMS-READ              PIC 9(07) VALUE ZERO.
 01  ITEMS-HELD-TONIGHT      PIC 9(07) VALUE ZERO.
 01  ITEMS-WAITING           PIC 9(07) VALUE ZERO.
 01  ITEMS-OVERDUE           PIC 9(07) VALUE ZERO.
 01  ITEMS-APPROVED          PIC 9(07) VALUE ZERO.
 01  ITEMS-IN-RELEASE        PIC 9(07) VALUE ZERO.
 01  ITEMS-PRINTED-TONIGHT   PIC 9(07) VALUE ZERO.
*>
*>  BUSINESS DAYS HELD: EVERY WEEKDAY AFTER THE HOLD DATE UP TO AND
*>  INCLUDING THE BUSINESS DATE, IN THE SAME DAY-NUMBER ARITHMETIC
*>  PRINTHKP AGES ITS RUN LOGS WITH. DAY NUMBER 1 (1 JANUARY 1601)
*>  WAS A MONDAY, SO A DAY NUMBER LESS ONE, DIVIDED BY SEVEN, LEAVES
*>  0 TO 4 FOR MONDAY TO FRIDAY AND 5 OR 6 FOR THE WEEKEND.
 01  TODAY-INTEGER           PIC 9(07).
 01  HOLD-INTEGER            PIC 9(07).
 01  FIRST-DAY-INTEGER       PIC 9(07).
 01  DAY-INTEGER             PIC 9(07).
 01  DAY-OFFSET              PIC 9(07).
 01  DAY-WEEKS               PIC 9(07).
 01  WEEKDAY-NUMBER          PIC 9(01).
 01  BUSINESS-DAYS-HELD      PIC 9(05) VALUE ZERO.
 01  DAYS-HELD-EDIT          PIC ZZZZ9.
*>
 01  ITEM-STATUS-TEXT        PIC X(10).
 01  ITEM-FLAG-TEXT          PIC X(15).
 01  ITEM-AMOUNT-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
 01  ITEM-CURRENCY-CODE      PIC X(03).
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
*>  (1) OPEN THE REPORT AND THE HELD-ITEMS FILE AND PRINT THE
*>      HEADING. NO HELD-ITEMS FILE MEANS NOTHING HAS EVER BEEN HELD,
*>      WHICH IS REPORTED, NOT TREATED AS AN ERROR.
     OPEN OUTPUT HELD-REPORT.
     IF HELD-REPORT-STATUS NOT = "00"
         DISPLAY "HELDRPT - CANNOT OPEN REPORT, STATUS "
                 HELD-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM GET-BUSINESS-DATE.
     COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE (BUSINESS-DATE).
     STRING BUS-DATE-MM DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-DD  DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-YY  DELIMITED BY SIZE
       INTO RUN-DATE-DISPLAY.
     MOVE SPACES TO REPORT-LINE.
     STRING "HELDRPT - HELD ITEMS OUTSTANDING   DATE: "
            DELIMITED BY SIZE
            RUN-DATE-DISPLAY DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE HELD-REPORT-RECORD FROM REPORT-LINE.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE HELD-REPORT-RECORD FROM REPORT-LINE.
     OPEN INPUT HELD-ITEM-FILE.
     IF HELD-ITEM-STATUS = "35"
         MOVE "*** NO ITEMS HAVE EVER BEEN HELD ***" TO REPORT-LINE
         WRITE HELD-REPORT-RECORD FROM REPORT-LINE
         CLOSE HELD-REPORT
         GOBACK
     END-IF
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDRPT - CANNOT OPEN HELD ITEMS, STATUS "
                 HELD-ITEM-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE HELD-REPORT
         GOBACK
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "HELD ON  WORK FILE        REC#    BRCH ACCOUNT   "
                                                   DELIMITED BY SIZE
            "         AMOUNT CCY STATUS     DAYS"  DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE HELD-REPORT-RECORD FROM REPORT-LINE.
*>
 REPORT-LOOP.
*>  (2) ONE LINE PER ITEM NOT YET FINISHED WITH. REJECTED ITEMS AND
*>      ITEMS PRINTED BY AN EARLIER RELEASE ARE DONE AND NOT LISTED.
     READ HELD-ITEM-FILE NEXT RECORD
          AT END GO TO REPORT-TERM-PROC.
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDRPT - HELD ITEMS READ ERROR, STATUS "
                 HELD-ITEM-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO REPORT-TERM-PROC
     END-IF
     ADD 1 TO ITEMS-READ.
     IF HI-HOLD-DATE OF HELD-ITEM-RECORD = BUSINESS-DATE
         ADD 1 TO ITEMS-HELD-TONIGHT
     END-IF
     MOVE SPACES TO ITEM-FLAG-TEXT.
     EVALUATE HI-ITEM-STATUS OF HELD-ITEM-RECORD
         WHEN "W"
             MOVE "WAITING" TO ITEM-STATUS-TEXT
             ADD 1 TO ITEMS-WAITING
         WHEN "A"
             MOVE "APPROVED" TO ITEM-STATUS-TEXT
             ADD 1 TO ITEMS-APPROVED
         WHEN "R"
             MOVE "IN RELEASE" TO ITEM-STATUS-TEXT
             ADD 1 TO ITEMS-IN-RELEASE
         WHEN "P"
             IF HI-RELEASE-DATE OF HELD-ITEM-RECORD = BUSINESS-DATE
                 ADD 1 TO ITEMS-PRINTED-TONIGHT
             END-IF
             GO TO REPORT-LOOP
         WHEN OTHER
             GO TO REPORT-LOOP
     END-EVALUATE
     PERFORM COUNT-BUSINESS-DAYS THRU COUNT-BUSINESS-DAYS-EXIT.
     IF HI-ITEM-STATUS OF HELD-ITEM-RECORD = "W"
      AND BUSINESS-DAYS-HELD > 1
         MOVE "*** OVERDUE ***" TO ITEM-FLAG-TEXT
         ADD 1 TO ITEMS-OVERDUE
     END-IF
     PERFORM WRITE-ITEM-LINE.
     GO TO REPORT-LOOP.
*>
 REPORT-TERM-PROC.
*>  (3) THE TOTALS, THEN CLOSE DOWN. AN OVERDUE ITEM IS A WARNING FOR
*>      THE SCHEDULER -- A CUSTOMER'S STATEMENT IS STUCK ON A DECISION
*>      NOBODY HAS MADE.
     MOVE ALL "=" TO REPORT-LINE.
     WRITE HELD-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "ITEMS ON FILE: "       DELIMITED BY SIZE
            ITEMS-READ              DELIMITED BY SIZE
            "  HELD TONIGHT: "      DELIMITED BY SIZE
            ITEMS-HELD-TONIGHT      DELIMITED BY SIZE
            "  PRINTED TONIGHT: "   DELIMITED BY SIZE
            ITEMS-PRINTED-TONIGHT   DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE HELD-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "WAITING: "             DELIMITED BY SIZE
            ITEMS-WAITING           DELIMITED BY SIZE
            "  OVERDUE: "           DELIMITED BY SIZE
            ITEMS-OVERDUE           DELIMITED BY SIZE
            "  APPROVED: "          DELIMITED BY SIZE
            ITEMS-APPROVED          DELIMITED BY SIZE
            "  IN RELEASE: "        DELIMITED BY SIZE
            ITEMS-IN-RELEASE        DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE HELD-REPORT-RECORD FROM REPORT-LINE.
     IF ITEMS-OVERDUE > ZERO
         MOVE "*** ITEMS WAITING MORE THAN ONE BUSINESS DAY - SEE "
           TO REPORT-LINE
         MOVE "HELDREL ***" TO REPORT-LINE (52:11)
         WRITE HELD-REPORT-RECORD FROM REPORT-LINE
         DISPLAY "HELDRPT - " ITEMS-OVERDUE
                 " HELD ITEM(S) OVERDUE FOR A DECISION"
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF
     CLOSE HELD-ITEM-FILE HELD-REPORT.
     GOBACK.
*>
 COUNT-BUSINESS-DAYS.
*>  WEEKDAYS FROM THE DAY AFTER THE HOLD THROUGH THE BUSINESS DATE. A
*>  HOLD DATE THAT IS NOT A DATE (A HAND-PATCHED RECORD) COUNTS ZERO.
     MOVE ZERO TO BUSINESS-DAYS-HELD.
     IF HI-HOLD-DATE OF HELD-ITEM-RECORD NOT NUMERIC
      OR HI-HOLD-DATE OF HELD-ITEM-RECORD = ZERO
         GO TO COUNT-BUSINESS-DAYS-EXIT
     END-IF
     COMPUTE HOLD-INTEGER =
         FUNCTION INTEGER-OF-DATE (HI-HOLD-DATE OF HELD-ITEM-RECORD).
     IF HOLD-INTEGER = ZERO OR HOLD-INTEGER NOT < TODAY-INTEGER
         GO TO COUNT-BUSINESS-DAYS-EXIT
     END-IF
     COMPUTE FIRST-DAY-INTEGER = HOLD-INTEGER + 1.
     PERFORM COUNT-ONE-DAY
         VARYING DAY-INTEGER FROM FIRST-DAY-INTEGER BY 1
         UNTIL DAY-INTEGER > TODAY-INTEGER.
 COUNT-BUSINESS-DAYS-EXIT.
     EXIT.
*>
 COUNT-ONE-DAY.
     COMPUTE DAY-OFFSET = DAY-INTEGER - 1.
     DIVIDE 7 INTO DAY-OFFSET
         GIVING DAY-WEEKS REMAINDER WEEKDAY-NUMBER.
     IF WEEKDAY-NUMBER < 5
         ADD 1 TO BUSINESS-DAYS-HELD
     END-IF.
*>
 WRITE-ITEM-LINE.
     MOVE HI-RECORD-IMAGE OF HELD-ITEM-RECORD TO HELD1-RECORD.
     MOVE S-AMOUNT OF HELD1-RECORD TO ITEM-AMOUNT-EDIT.
     MOVE S-CURRENCY-CODE OF HELD1-RECORD TO ITEM-CURRENCY-CODE.
     IF ITEM-CURRENCY-CODE = SPACES
         MOVE "USD" TO ITEM-CURRENCY-CODE
     END-IF
     MOVE BUSINESS-DAYS-HELD TO DAYS-HELD-EDIT.
     MOVE SPACES TO REPORT-LINE.
     STRING HI-HOLD-DATE OF HELD-ITEM-RECORD      DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            HI-WORK-FILE-NAME OF HELD-ITEM-RECORD DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            HI-RECORD-NO OF HELD-ITEM-RECORD      DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            S-BRANCH-NO OF HELD1-RECORD           DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            S-ACCOUNT-NO OF HELD1-RECORD          DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            ITEM-AMOUNT-EDIT                      DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            ITEM-CURRENCY-CODE                    DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            ITEM-STATUS-TEXT                      DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            DAYS-HELD-EDIT                        DELIMITED BY SIZE
            " "                                   DELIMITED BY SIZE
            ITEM-FLAG-TEXT                        DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE HELD-REPORT-RECORD FROM REPORT-LINE.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN; THE
*>  REPORT DATES ITSELF, AND AGES THE ITEMS, FROM IT. A MISSING
*>  CONTROL DATASET FALLS BACK TO THE MACHINE DATE, SURFACED ON THE
*>  CONSOLE.
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
         DISPLAY "HELDRPT - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
END PROGRAM HELDRPT.
