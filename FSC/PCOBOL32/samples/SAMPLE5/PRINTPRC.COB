        ACCESS MODE  IS  SEQUENTIAL
        RECORD KEY   IS  XR-RATE-KEY OF RATE-MASTER-RECORD
        FILE STATUS  IS  RATE-MASTER-STATUS.
*>  MESSAGE-MASTER IS THE STATEMENT-MESSAGE PERMANENT DATASET
*>  (MAINTAINED BY MSGMNT, MS_REC.CBL LAYOUT), READ INTO A WORKING
*>  TABLE AT START-UP LIKE THE RATE MASTER. ONLY THE MESSAGES IN
*>  EFFECT ON THE BATCH BUSINESS DATE ARE KEPT. NO MASTER MEANS NO
*>  MESSAGES, NOT A FAILED RUN.
    SELECT MESSAGE-MASTER
        ASSIGN       TO  MSGMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  SEQUENTIAL
        RECORD KEY   IS  MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD
        FILE STATUS  IS  MESSAGE-MASTER-STATUS.
    SELECT CSV-FILE
        ASSIGN       TO  CSV-FILE-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        ASSIGN       TO  CREDIT-RPT-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CREDIT-RPT-STATUS.
*>  AN ACCOUNT WHOSE CUSTMST ADDRESS THE MAILROOM HAS MARKED
*>  UNDELIVERABLE (RETMAIL) MUST NOT GO BACK INTO THE MAIL STREAM TO
*>  THE SAME ADDRESS. ITS FORM IS KEPT OFF THE REPORT AND LISTED ON
*>  HOLD-FILE INSTEAD -- THE "HOLD - BAD ADDRESS" LIST (DERIVED .HLD)
*>  -- UNTIL CUSTMNT RECORDS A NEW ADDRESS AND THE HOLD RELEASES.
*>  LIKE THE CREDIT DIVERSION, THE HELD COUNT KEEPS THE TRAILER
*>  RECONCILIATION WHOLE.
    SELECT HOLD-FILE
        ASSIGN       TO  HOLD-FILE-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  HOLD-FILE-STATUS.
*>  A CUSTOMER WHO HAS ASKED FOR E-MAIL STATEMENTS (CUSTMST DELIVERY
*>  PREFERENCE "E", OR "B" FOR BOTH) GETS THEM THROUGH THE E-MAIL
*>  GATEWAY: EDELIVERY-FILE CARRIES ONE STATEMENT DOCUMENT PER ACCOUNT
*>  (DERIVED .EDL, EL_REC.CBL LAYOUT) AND EDELIVERY-INDEX ONE ENTRY
*>  PER DOCUMENT PLUS A CONTROL TRAILER (DERIVED .EDX, ED_REC.CBL
*>  LAYOUT). AN E-MAIL-ONLY CUSTOMER'S FORM IS NOT PRINTED; THE
*>  E-DELIVERED COUNT TAKES ITS PLACE IN THE TRAILER RECONCILIATION.
    SELECT EDELIVERY-FILE
        ASSIGN       TO  EDELIVERY-FILE-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  EDELIVERY-FILE-STATUS.
    SELECT EDELIVERY-INDEX
        ASSIGN       TO  EDELIVERY-INDEX-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  EDELIVERY-INDEX-STATUS.
*>  THE BATCH BUSINESS-DATE CONTROL DATASET, SET ONCE BY BATDATE AT
*>  BATCH OPEN. THE REPORT HEADINGS DATE THEMSELVES FROM IT INSTEAD
*>  OF THE MACHINE CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT (OR A
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>  STATEMENT-HISTORY IS THE PERMANENT, ACCOUNT-KEYED RECORD OF EVERY
*>  FORM THAT LEFT THE BUILDING (SH_REC.CBL LAYOUT), SO "WHAT DID WE
*>  SEND THIS CUSTOMER, AND WHEN" IS A KEYED READ (STMTINQ) INSTEAD
*>  OF A HUNT THROUGH PURGED SPOOLS. ONE RECORD PER STATEMENT PRINTED
*>  BY THE BATCH RUN AND ONE PER LOOKUP-MODE REPRINT. LIKE CUSTMST IT
*>  IS SHARED UNDER ITS FIXED LOGICAL NAME, AND LIKE THE RUN LOG A
*>  HISTORY THAT WON'T OPEN IS SURFACED BUT DOES NOT STOP THE PRINT.
*>  DYNAMIC ACCESS: A RESTART ALSO READS AN ACCOUNT'S ENTRIES FOR THE
*>  CUT-OFF RUN'S DATE BACK IN KEY ORDER TO RE-KIND THEM.
    SELECT STATEMENT-HISTORY
        ASSIGN       TO  STMTHIST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  DYNAMIC
        RECORD KEY   IS  SH-HISTORY-KEY OF STATEMENT-HISTORY-RECORD
        FILE STATUS  IS  STATEMENT-HISTORY-STATUS.
*>  BRANCH-MASTER IS THE BRANCH PERMANENT DATASET (MAINTAINED BY
*>  BRCHMNT, BR_REC.CBL LAYOUT), READ BY KEY SO EACH BRANCH BREAK
*>  CARRIES THE BRANCH NAME AND SO A DETAIL RECORD BOOKED TO A BRANCH
*>  THE MASTER DOES NOT KNOW, OR HAS CLOSED, LANDS ON THE .EXC LIST.
*>  LIKE RATEMST, A MASTER THAT IS NOT THERE YET DOES NOT ABORT THE
*>  PRINT RUN -- THE BREAKS JUST PRINT THE BARE NUMBER.
    SELECT BRANCH-MASTER
        ASSIGN       TO  BRANCHMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  BR-BRANCH-NO OF BRANCH-MASTER-RECORD
        FILE STATUS  IS  BRANCH-MASTER-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  RATE-MASTER.
 01  RATE-MASTER-RECORD.
     COPY "XR_REC.CBL".
 FD  MESSAGE-MASTER.
 01  MESSAGE-MASTER-RECORD.
     COPY "MS_REC.CBL".
 FD  CSV-FILE.
 01  CSV-RECORD PIC X(100).
 FD  PDF-FILE.
     COPY "S_REC.CBL".
 FD  CREDIT-RPT.
 01  CREDIT-RPT-RECORD       PIC X(60).
 FD  HOLD-FILE.
 01  HOLD-RECORD             PIC X(80).
 FD  EDELIVERY-FILE.
 01  EDELIVERY-RECORD.
     COPY "EL_REC.CBL".
 FD  EDELIVERY-INDEX.
 01  EDELIVERY-INDEX-RECORD.
     COPY "ED_REC.CBL".
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
 FD  STATEMENT-HISTORY.
 01  STATEMENT-HISTORY-RECORD.
     COPY "SH_REC.CBL".
 FD  BRANCH-MASTER.
 01  BRANCH-MASTER-RECORD.
     COPY "BR_REC.CBL".
 FD  SELECTION-FILE.
*>  ONE CRITERION PER RECORD, KEYED FREELY AS "KEYWORD VALUE" (ANY
*>  SPACING). BRANCH MAY BE REPEATED TO BUILD A LIST; THE OTHER
 01  BASE-RATE-MISSING-SW    PIC X(01) VALUE "N".
 01  BASE-TOTAL-EDIT         PIC -9(13).99.
*>
*>  THE STATEMENT MESSAGES IN EFFECT ON THE BUSINESS DATE, LOADED
*>  ONCE PER CALL FROM MSGMST WITH THEIR BLANK TEXT LINES SQUEEZED
*>  OUT. MG-MATCH-SW IS SET FOR EACH FORM BY MATCH-STATEMENT-MESSAGES
*>  AND MESSAGE-LINES-NEEDED IS WHAT THE MATCHED MESSAGES ADD TO THE
*>  FORM'S GROUP. MG-FORMS-CARRIED COUNTS THE FORMS EACH MESSAGE WENT
*>  OUT ON, FOR THE REACH LINES IN THE RUN SUMMARY. MESSAGE-LINES-
*>  LOADED IS THE TEXT LINES OF EVERY MESSAGE TAKEN SO FAR -- WHAT A
*>  FORM THAT MATCHES THEM ALL WOULD CARRY.
 01  MESSAGE-MASTER-STATUS   PIC X(02).
 01  MESSAGE-ENTRY-COUNT     PIC 9(03) VALUE ZERO.
 01  MESSAGE-ENTRY-MAX       PIC 9(03) VALUE 20.
 01  MESSAGE-INDEX           PIC 9(03) VALUE ZERO.
 01  MESSAGE-LINE-INDEX      PIC 9(03) VALUE ZERO.
 01  MESSAGE-BRANCH-INDEX    PIC 9(03) VALUE ZERO.
 01  MESSAGE-TEXT-SLOT       PIC 9(03) VALUE ZERO.
 01  MESSAGE-LINES-NEEDED    PIC 9(03) VALUE ZERO.
 01  MESSAGE-LINES-LOADED    PIC 9(03) VALUE ZERO.
 01  MESSAGE-TABLE.
     05  MESSAGE-ENTRY OCCURS 20 TIMES.
         10  MG-MESSAGE-ID       PIC X(06).
         10  MG-TARGET-TYPE      PIC X(01).
         10  MG-TARGET-BRANCH    PIC X(04) OCCURS 5 TIMES.
         10  MG-TARGET-ACCT-TYPE PIC X(02).
         10  MG-TARGET-CURRENCY  PIC X(03).
         10  MG-TEXT-LINE        PIC X(58) OCCURS 3 TIMES.
         10  MG-LINE-COUNT       PIC 9(01).
         10  MG-MATCH-SW         PIC X(01).
         10  MG-FORMS-CARRIED    PIC 9(07).
*>
*>  THE EFFECTIVE POSTING-DATE WINDOW FOR THIS CALL. IT IS SEEDED
*>  FROM THE DATE-FROM/DATE-TO LINKAGE PARAMETERS AND MAY THEN BE SET
*>  (OR OVERRIDDEN) BY DATEFROM/DATETO RECORDS IN THE .SEL CRITERIA
 01  CX-FIRST-RECORD-SW      PIC X(01) VALUE "Y".
 01  CX-PREVIOUS-BRANCH      PIC X(04).
 01  CREDIT-LINE             PIC X(60).
*>
 01  HOLD-FILE-STATUS        PIC X(02).
 01  HOLD-FILE-OPEN-SW       PIC X(01) VALUE "N".
 01  RECORDS-HELD            PIC 9(07) VALUE ZERO.
 01  HOLD-LINE               PIC X(80).
 01  HOLD-AMOUNT-EDIT        PIC -9(9).99.
*>
*>  THE E-DELIVERY SIDE. DELIVERY-MODE-SW IS SETTLED PER DETAIL BY
*>  SET-DELIVERY-MODE ("P" PAPER, "E" E-MAIL ONLY, "B" BOTH). THE EDOC-
*>  FIELDS HOLD THE STATEMENT DOCUMENT BEING BUILT: IT STAYS OPEN
*>  WHILE CONSECUTIVE DETAILS BELONG TO THE SAME ACCOUNT AND CURRENCY.
*>  EDELIVERY-PARTIAL-SW MARKS A DATE-WINDOW OR SELECTION RUN: IT STILL
*>  SETTLES AND COUNTS EACH DELIVERY MODE, BUT OPENS NO EXTRACT.
 01  EDELIVERY-FILE-STATUS   PIC X(02).
 01  EDELIVERY-INDEX-STATUS  PIC X(02).
 01  EDELIVERY-FILE-OPEN-SW  PIC X(01) VALUE "N".
 01  EDELIVERY-ACTIVE-SW     PIC X(01) VALUE "N".
 01  EDELIVERY-PARTIAL-SW    PIC X(01) VALUE "N".
 01  DELIVERY-MODE-SW        PIC X(01) VALUE "P".
 01  RECORDS-EMAILED         PIC 9(07) VALUE ZERO.
 01  RECORDS-E-COPIED        PIC 9(07) VALUE ZERO.
 01  DELIVERY-ACCOUNTED      PIC 9(07) VALUE ZERO.
 01  EDELIVERY-DOC-COUNT     PIC 9(07) VALUE ZERO.
 01  EDELIVERY-DETAIL-COUNT  PIC 9(07) VALUE ZERO.
 01  EDOC-OPEN-SW            PIC X(01) VALUE "N".
 01  EDOC-ACCOUNT-NO         PIC X(10).
 01  EDOC-CURRENCY           PIC X(03).
 01  EDOC-EMAIL-ADDRESS      PIC X(40).
 01  EDOC-AMOUNT             PIC S9(11)V99 VALUE ZERO.
 01  EDOC-DETAIL-COUNT       PIC 9(05) VALUE ZERO.
 01  EDOC-AMOUNT-EDIT        PIC -9(11).99.
 01  EDELIVERY-LINE          PIC X(72).
*>
 01  CSV-FILE-STATUS         PIC X(02).
 01  PDF-FILE-STATUS         PIC X(02).
 01  EXCEPTION-FILE-NAME     PIC X(20).
 01  CREDIT-FILE-NAME        PIC X(20).
 01  CREDIT-RPT-NAME         PIC X(20).
 01  HOLD-FILE-NAME          PIC X(20).
 01  EDELIVERY-FILE-NAME     PIC X(20).
 01  EDELIVERY-INDEX-NAME    PIC X(20).
*>
*>  THE STATEMENT-HISTORY SIDE: WHETHER THE DATASET OPENED FOR THIS
*>  CALL, AND THE FACTS FOR THE FORM ABOUT TO BE RECORDED -- ITS KIND
*>  ("O" ORIGINAL, "R" REPRINT, "E" E-STATEMENT), THE PAGE IT WENT
*>  OUT ON (ZERO FOR AN E-STATEMENT, WHICH HAS NO PAGE), AND THE
*>  ISSUE STAMP THAT KEEPS ITS KEY UNIQUE.
*>  RESTART-RUN-SW IS SET WHEN THE RUN LOG SHOWS THE LAST RUN OF THIS
*>  DATASET WAS CUT OFF. THAT RUN ALREADY RECORDED THE FORMS IT ISSUED
*>  PAST ITS LAST CHECKPOINT, WHICH THIS RUN ISSUES AGAIN, SO THOSE
*>  ENTRIES ARE RE-KINDED "X" AS THIS RUN REACHES EACH RECORD.
*>  RESTART-BUSINESS-DATE IS THE DATE THE CUT-OFF RUN RECORDED THEM
*>  UNDER, OFF ITS LAST CHECKPOINT. RESTART-RETIRED-SW KEEPS THAT TO
*>  ONCE PER RECORD, BEFORE THIS RUN'S OWN FIRST ENTRY FOR IT.
 01  STATEMENT-HISTORY-STATUS PIC X(02).
 01  HISTORY-OPEN-SW         PIC X(01) VALUE "N".
 01  HISTORY-FORM-KIND       PIC X(01).
 01  HISTORY-PAGE-NUMBER     PIC 9(05) VALUE ZERO.
 01  HISTORY-STAMP-DATE      PIC 9(08).
 01  HISTORY-STAMP-TIME      PIC 9(08).
 01  RESTART-RUN-SW          PIC X(01) VALUE "N".
 01  RESTART-BUSINESS-DATE   PIC 9(08) VALUE ZERO.
 01  RESTART-RETIRED-SW      PIC X(01) VALUE "N".
*>
*>  THE BRANCH-MASTER SIDE. RECORD-BRANCH-NAME/-STATE ARE THE FACTS
*>  FOR THE DETAIL IN WORK1-RECORD ("O" OPEN, "C" CLOSED, "U" NOT ON
*>  THE MASTER, BLANK WITH NO MASTER TO ASK); THE LAST BRANCH LOOKED
*>  UP IS REMEMBERED SO A SORTED EXTRACT COSTS ONE KEYED READ PER
*>  BRANCH, NOT ONE PER RECORD. THE PREVIOUS- PAIR HOLDS THE SAME
*>  FACTS FOR THE GROUP WHOSE SUBTOTALS PRINT AT THE NEXT BREAK.
 01  BRANCH-MASTER-STATUS    PIC X(02).
 01  BRANCH-MASTER-OPEN-SW   PIC X(01) VALUE "N".
 01  LAST-LOOKUP-BRANCH      PIC X(04).
 01  RECORD-BRANCH-NAME      PIC X(30).
 01  RECORD-BRANCH-STATE     PIC X(01).
 01  PREVIOUS-BRANCH-NAME    PIC X(30).
 01  PREVIOUS-BRANCH-STATE   PIC X(01).
 01  UNKNOWN-BRANCH-COUNT    PIC 9(07) VALUE ZERO.
 01  CLOSED-BRANCH-COUNT     PIC 9(07) VALUE ZERO.
*>
*>  THE PRE-NUMBERED FORMS SIDE. A RUN ON THE PRINTER DRAWS ITS FORMS
*>  FROM THE FORMINV STOCK FOR ITS PRINT MODE THROUGH FORMSER, ONE
*>  SERIAL PER PAGE. CURRENT-FORM-SERIAL IS THE FORM IN THE PRINTER
*>  NOW; IT GOES INTO EACH CHECKPOINT SO A RESTART CAN TELL WHICH
*>  FORMS THE CUT-OFF RUN SPOILED. A PDF OR CSV RUN TAKES NO FORMS.
*>  FORMSER'S RETURN CODE IS KEPT OFF THIS RUN'S OWN.
 01  FORMS-REQUEST.
     COPY "FR_REC.CBL".
 01  FORMS-CONTROL-SW        PIC X(01) VALUE "N".
 01  FORMS-SHORT-SW          PIC X(01) VALUE "N".
 01  CURRENT-FORM-SERIAL     PIC 9(09) VALUE ZERO.
 01  FORMS-SAVED-RC          PIC 9(04) VALUE ZERO.
*>
 LINKAGE SECTION.
*>  SIZED FOR A 12-BYTE EXTRACT NAME PLUS A 4-BYTE EXTENSION, BECAUSE
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.
*>  (0C) BEFORE THE RUN LOG AND CHECKPOINT ARE OPENED OVER, SEE
*>      WHETHER THEY SHOW A LAST RUN OF THIS DATASET THAT WAS CUT OFF.
     PERFORM CHECK-RESTART-RUN THRU CHECK-RESTART-RUN-EXIT.
*>  (1) OPEN THE DATA FILE.
     PERFORM OPEN-OUTPUT-DEVICE.
     OPEN OUTPUT RUN-LOG.
*>       AND ITS FORM ROUTES TO MANUAL HANDLING, THE SAME AS A SINGLE
*>       MISSING MASTER RECORD WOULD.
     PERFORM OPEN-CUSTOMER-MASTER.
     PERFORM OPEN-BRANCH-MASTER.
*>  (1D2) LOAD THE EXCHANGE-RATE TABLE FOR THIS CALL'S USD-EQUIVALENT
*>       TOTALS. LIKE THE CUSTOMER MASTER, A RATE MASTER THAT WON'T
*>       OPEN IS NOT FATAL: THE RUN STILL PRINTS, AND EVERY FOREIGN
            WORK-FILE-NAME            DELIMITED BY SIZE
       INTO CREDIT-LINE.
     WRITE CREDIT-RPT-RECORD FROM CREDIT-LINE.
*>  (1E2) THE HOLD - BAD ADDRESS LIST, FATAL FOR THE SAME REASON: A
*>       HELD FORM WITH NOWHERE TO BE LISTED WOULD SIMPLY VANISH.
     OPEN OUTPUT HOLD-FILE.
     IF HOLD-FILE-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "PRINTPRC - CANNOT OPEN HOLD FILE, STATUS "
                HOLD-FILE-STATUS DELIMITED BY SIZE
                " FOR: " DELIMITED BY SIZE
                WORK-FILE-NAME DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
         PERFORM CLOSE-ALL-OPEN-FILES
         GOBACK
     END-IF
     MOVE "Y" TO HOLD-FILE-OPEN-SW.
     MOVE SPACES TO HOLD-LINE.
     STRING "HOLD - BAD ADDRESS FOR: " DELIMITED BY SIZE
            WORK-FILE-NAME             DELIMITED BY SIZE
       INTO HOLD-LINE.
     WRITE HOLD-RECORD FROM HOLD-LINE.
     MOVE SPACES TO HOLD-LINE.
     STRING "BRCH ACCOUNT    CUSTOMER NAME               AMOUNT "
            DELIMITED BY SIZE
            "RETURNED REASON" DELIMITED BY SIZE
       INTO HOLD-LINE.
     WRITE HOLD-RECORD FROM HOLD-LINE.
*>  (1E3) THE E-DELIVERY EXTRACT, FATAL FOR THE SAME REASON AGAIN: AN
*>       E-MAIL-ONLY STATEMENT THAT CAN BE NEITHER PRINTED NOR SENT
*>       WOULD VANISH. A CSV EXTRACT IS A DATA FILE, NOT A STATEMENT
*>       RUN, SO IT E-DELIVERS NOTHING AND EVERY ROW STAYS IN THE CSV.
*>       A DATE-WINDOW OR SELECTION RUN IS A PARTIAL REPRINT ON PAPER:
*>       THE WHOLE-FILE RUN'S .EDL AND .EDX ARE LEFT AS THEY ARE (THE
*>       GATEWAY MAY ALREADY HAVE SENT THEM), AND ITS E-MAIL-ONLY
*>       STATEMENTS ARE COUNTED BUT NEITHER SENT NOR RECORDED AGAIN.
     IF OUTPUT-DEVICE-SW NOT = "C" AND
        (DATE-WINDOW-ACTIVE-SW = "Y" OR SELECTION-ACTIVE-SW = "Y")
         MOVE "Y" TO EDELIVERY-PARTIAL-SW
     END-IF
     IF OUTPUT-DEVICE-SW NOT = "C" AND EDELIVERY-PARTIAL-SW = "N"
         OPEN OUTPUT EDELIVERY-FILE
         IF EDELIVERY-FILE-STATUS NOT = "00"
             MOVE SPACES TO ERROR-MESSAGE
             STRING "PRINTPRC - CANNOT OPEN E-DELIVERY FILE, STATUS "
                    EDELIVERY-FILE-STATUS DELIMITED BY SIZE
                    " FOR: " DELIMITED BY SIZE
                    WORK-FILE-NAME DELIMITED BY SIZE
               INTO ERROR-MESSAGE
             DISPLAY ERROR-MESSAGE
             MOVE 16 TO RETURN-CODE
             PERFORM CLOSE-ALL-OPEN-FILES
             GOBACK
         END-IF
         MOVE "Y" TO EDELIVERY-FILE-OPEN-SW
         OPEN OUTPUT EDELIVERY-INDEX
         IF EDELIVERY-INDEX-STATUS NOT = "00"
             MOVE SPACES TO ERROR-MESSAGE
             STRING "PRINTPRC - CANNOT OPEN E-DELIVERY INDEX, STATUS "
                    EDELIVERY-INDEX-STATUS DELIMITED BY SIZE
                    " FOR: " DELIMITED BY SIZE
                    WORK-FILE-NAME DELIMITED BY SIZE
               INTO ERROR-MESSAGE
             DISPLAY ERROR-MESSAGE
             MOVE 16 TO RETURN-CODE
             PERFORM CLOSE-ALL-OPEN-FILES
             GOBACK
         END-IF
         MOVE "Y" TO EDELIVERY-ACTIVE-SW
     END-IF.
*>  (1F) THE STATEMENT-HISTORY DATASET, ONE RECORD PER FORM THIS RUN
*>       PUTS ON PAPER. A CSV EXTRACT IS A DATA FILE, NOT A FORM, SO
*>       IT RECORDS NOTHING AND NEEDS NO HISTORY OPEN.
     IF OUTPUT-DEVICE-SW NOT = "C"
         PERFORM OPEN-STATEMENT-HISTORY
     END-IF.
*>  (1A) START THE RUN-LOG AUDIT TRAIL SO THE EXTRACT RECORD COUNT CAN
*>       BE RECONCILED AGAINST WHAT THIS RUN ACTUALLY PRINTED. THIS
*>       HAS TO RUN BEFORE SKIP-RESUME-RECORDS, NOT AFTER -- THAT
            "/"          DELIMITED BY SIZE
            BUS-DATE-YY  DELIMITED BY SIZE
       INTO RUN-DATE-DISPLAY.
*>  (1A2) LOAD THE STATEMENT MESSAGES IN EFFECT ON THAT BUSINESS DATE.
*>       LIKE THE RATE MASTER, A MESSAGE MASTER THAT ISN'T THERE IS
*>       NOT FATAL: THE FORMS GO OUT AS THEY ALWAYS HAVE.
     PERFORM LOAD-MESSAGE-MASTER THRU LOAD-MESSAGE-EXIT.
*>  (1A3) OPEN THIS RUN'S DRAW ON THE PRE-NUMBERED FORM STOCK; EVERY
*>       PAGE FROM HERE ON TAKES THE NEXT SERIAL. ONLY A RUN ON THE
*>       PRINTER USES FORMS. A STOCK THE INVENTORY DOES NOT KNOW IS A
*>       WARNING, NOT A REASON TO HOLD THE STATEMENTS BACK.
     IF OUTPUT-DEVICE-SW NOT = "C" AND OUTPUT-DEVICE-SW NOT = "D"
         PERFORM OPEN-FORMS-RUN
     END-IF.
*>  (1B) ON A RESTART, SKIP PAST THE RECORDS A PRIOR RUN ALREADY
*>       PRINTED INSTEAD OF STARTING THE FORM OVER FROM RECORD ONE. A
*>       CUT-OFF RUN THAT NEVER REACHED A CHECKPOINT CARRYING ITS DATE
*>       RAN UNDER THIS RUN'S BUSINESS DATE.
     IF RESTART-RUN-SW = "Y" AND RESTART-BUSINESS-DATE = ZERO
         MOVE BUSINESS-DATE TO RESTART-BUSINESS-DATE
     END-IF
     IF RESUME-FROM-RECORD > ZERO
         PERFORM SKIP-RESUME-RECORDS
*>      THE OPEN OUTPUT ABOVE TRUNCATED THE .CKP THIS RESTART WAS
         PERFORM WRITE-CHECKPOINT
         MOVE ZERO TO CHECKPOINT-COUNTER
     END-IF
*>  A NEW RECORD: ANY CUT-OFF RUN'S HISTORY FOR IT IS STILL TO SETTLE.
     MOVE "N" TO RESTART-RETIRED-SW.
*>  SETTLE THE RECORD'S VERSION FACTS (CURRENCY, POSTING DATE) AND
*>  APPLY THE POSTING-DATE WINDOW. A BYPASSED RECORD IS COUNTED SO THE
*>  PARTIAL RUN STILL RECONCILES AGAINST THE TRAILER, BUT IT PRINTS
*>  LIST AND THE FORM (IF SELECTED) STILL PRINTS FROM THE WORK
*>  RECORD'S OWN 20-BYTE NAME, ROUTED TO MANUAL HANDLING.
     PERFORM READ-CUSTOMER-MASTER.
     PERFORM CHECK-RECORD-BRANCH.
*>  AN E-MAIL-ONLY CUSTOMER'S STATEMENT GOES TO THE E-DELIVERY EXTRACT
*>  INSTEAD OF THE FORM, AND A "BOTH" CUSTOMER'S GOES THERE AS WELL
*>  AS ONTO THE FORM -- AHEAD OF THE FILTERS LIKE THE OTHER SIDE FILES,
*>  BECAUSE A WHOLE-FILE RUN (A RESTART INCLUDED) REWRITES THE .EDL
*>  AND .EDX FROM THE TOP. A PARTIAL RUN HAS NO EXTRACT OPEN AND ONLY
*>  COUNTS THEM. NO POSTAL ADDRESS IS INVOLVED, SO AN E-MAIL-ONLY
*>  STATEMENT IS NOT HELD FOR A BAD ONE.
     PERFORM SET-DELIVERY-MODE.
     IF DELIVERY-MODE-SW = "E"
         ADD 1 TO RECORDS-EMAILED
         IF EDELIVERY-ACTIVE-SW = "Y"
             PERFORM E-DELIVER-RECORD
             MOVE "E"  TO HISTORY-FORM-KIND
             MOVE ZERO TO HISTORY-PAGE-NUMBER
             PERFORM WRITE-STATEMENT-HISTORY THRU WRITE-HISTORY-EXIT
         END-IF
         GO TO LOOP-POINT
     END-IF
     IF DELIVERY-MODE-SW = "B"
         ADD 1 TO RECORDS-E-COPIED
         IF EDELIVERY-ACTIVE-SW = "Y"
             PERFORM E-DELIVER-RECORD
             MOVE "E"  TO HISTORY-FORM-KIND
             MOVE ZERO TO HISTORY-PAGE-NUMBER
             PERFORM WRITE-STATEMENT-HISTORY THRU WRITE-HISTORY-EXIT
         END-IF
     END-IF
*>  AN ADDRESS THE MAILROOM HAS HAD BACK AS UNDELIVERABLE GETS NO
*>  FORM: THE RECORD GOES ON THE .HLD LIST INSTEAD, AGAIN AHEAD OF
*>  THE FILTERS SO THE REWRITTEN-EVERY-CALL LIST STAYS COMPLETE.
     IF CUSTOMER-FOUND-SW = "Y" AND
        CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD = "U"
         ADD 1 TO RECORDS-HELD
         PERFORM HOLD-BAD-ADDRESS-RECORD
         GO TO LOOP-POINT
     END-IF
     IF RECORD-IN-WINDOW-SW = "N"
         ADD 1 TO RECORDS-BYPASSED
         GO TO LOOP-POINT
*>  ENDED SO THE PRINTED REPORT DOUBLES AS A CONTROL REPORT.
     IF FIRST-RECORD-SW = "Y"
         MOVE S-BRANCH-NO OF WORK1-RECORD TO PREVIOUS-BRANCH-NO
         MOVE RECORD-BRANCH-NAME  TO PREVIOUS-BRANCH-NAME
         MOVE RECORD-BRANCH-STATE TO PREVIOUS-BRANCH-STATE
         MOVE "N" TO FIRST-RECORD-SW
     ELSE
         IF S-BRANCH-NO OF WORK1-RECORD NOT = PREVIOUS-BRANCH-NO
             PERFORM PRINT-SUBTOTAL
             MOVE S-BRANCH-NO OF WORK1-RECORD TO PREVIOUS-BRANCH-NO
             MOVE RECORD-BRANCH-NAME  TO PREVIOUS-BRANCH-NAME
             MOVE RECORD-BRANCH-STATE TO PREVIOUS-BRANCH-STATE
*>          PRINT-SUBTOTAL MAY HAVE JUST TURNED THE PAGE (FOOTER +
*>          LINES-PRINTED RESET TO ZERO). REPRINT THE HEADER NOW, BEFORE
*>          THIS ITERATION'S DETAIL LINE GOES OUT, OR THE NEW PAGE WOULD
         PERFORM WRITE-REPORT-LINE
     ELSE
*>      THE DETAIL LINE AND ITS MAILING-ADDRESS BLOCK GO OUT AS ONE
*>      GROUP OF UP TO FIVE LINES, PLUS THE LINES OF ANY STATEMENT
*>      MESSAGES THE FORM CARRIES UNDER ITS ADDRESS. CHECK THE GROUP
*>      FITS ON THE FORM BEFORE ANY OF IT PRINTS -- CHECKING AFTER
*>      THE DETAIL LINE, THE WAY A ONE-LINE RECORD COULD, WOULD LET
*>      THE ADDRESS BLOCK WALK PAST THE FORM'S LINE LIMIT ONTO THE
*>      PERFORATION.
         MOVE 1 TO GROUP-LINES-NEEDED
         IF CUSTOMER-FOUND-SW = "Y"
             ADD 3 TO GROUP-LINES-NEEDED
                NOT = SPACES
                 ADD 1 TO GROUP-LINES-NEEDED
             END-IF
             PERFORM MATCH-STATEMENT-MESSAGES
             ADD MESSAGE-LINES-NEEDED TO GROUP-LINES-NEEDED
         END-IF
         IF LINES-PRINTED + GROUP-LINES-NEEDED > LINES-PER-PAGE
             PERFORM PRINT-FOOTER
         PERFORM WRITE-DETAIL-LINE
*>      THE MAILING-ADDRESS BLOCK GOES OUT UNDER THE DETAIL LINE ON
*>      THE PRINTED FORM ONLY -- A CSV EXTRACT IS A DATA FILE, NOT AN
*>      ENVELOPE -- AND THE STATEMENT MESSAGES UNDER THE ADDRESS. A
*>      FORM WITH NO MASTER GOES TO MANUAL HANDLING WITH NEITHER.
         IF CUSTOMER-FOUND-SW = "Y"
             PERFORM PRINT-ADDRESS-BLOCK
             PERFORM PRINT-STATEMENT-MESSAGES
         END-IF
*>      THE WHOLE GROUP WENT OUT ON THE CURRENT PAGE (THE FIT CHECK
*>      ABOVE SAW TO THAT), SO PAGE-NUMBER IS THE FORM'S OWN PAGE.
         MOVE "O"         TO HISTORY-FORM-KIND
         MOVE PAGE-NUMBER TO HISTORY-PAGE-NUMBER
         PERFORM WRITE-STATEMENT-HISTORY THRU WRITE-HISTORY-EXIT
     END-IF.
     ADD 1 TO LINES-PRINTED.
     IF OUTPUT-DEVICE-SW NOT = "C" AND LINES-PRINTED >= LINES-PER-PAGE
*>  FORM. THE VERY FIRST PAGE STARTS ON THE FORM ALREADY IN PLACE;
*>  EVERY SUBSEQUENT PAGE ADVANCES TO A NEW FORM FIRST.
     ADD 1 TO PAGE-NUMBER.
     IF FORMS-CONTROL-SW = "Y"
         PERFORM ISSUE-FORM-SERIAL
     END-IF
     MOVE PAGE-NUMBER TO PAGE-NO-EDIT.
     MOVE SPACES TO HEADER-LINE-1.
     STRING "PRINTPRC"            DELIMITED BY SIZE
*>  BRANCH ACCUMULATORS FOR THE NEXT GROUP. A CSV EXTRACT GETS TRUE
*>  COMMA-DELIMITED TOTAL ROWS INSTEAD OF THE PLAIN-TEXT REPORT LINE,
*>  SO IT DOESN'T MISALIGN THE SPREADSHEET COLUMNS THE DETAIL ROWS USE.
*>  ON THE PRINTED FORM THE BRANCH NAME GOES OUT FIRST, ON A LINE OF
*>  ITS OWN (THE SUBTOTAL LINE HAS NO ROOM FOR IT), WITH A BRANCH THE
*>  MASTER DOES NOT KNOW, OR HAS CLOSED, SAID SO IN PLACE OF OR AFTER
*>  THE NAME. THE CSV ROWS CARRY THE NAME AND STATE AS TRAILING
*>  COLUMNS INSTEAD.
     IF OUTPUT-DEVICE-SW NOT = "C" AND
        PREVIOUS-BRANCH-STATE NOT = SPACE
         PERFORM PRINT-BRANCH-NAME-LINE
     END-IF
     PERFORM PRINT-SUBTOTAL-CURRENCY
         VARYING CURRENCY-INDEX FROM 1 BY 1
         UNTIL CURRENCY-INDEX > CURRENCY-ENTRY-COUNT.
                                         DELIMITED BY SIZE
                    ","                  DELIMITED BY SIZE
                    CSV-TOTAL-AMOUNT-EDIT DELIMITED BY SIZE
                    ","                  DELIMITED BY SIZE
                    PREVIOUS-BRANCH-NAME DELIMITED BY SIZE
                    ","                  DELIMITED BY SIZE
                    PREVIOUS-BRANCH-STATE DELIMITED BY SIZE
               INTO CSV-DETAIL-LINE
             MOVE CSV-DETAIL-LINE TO OUTPUT-LINE-AREA
         ELSE
         MOVE ZERO TO CT-BRANCH-AMOUNT (CURRENCY-INDEX)
         MOVE "N"  TO CT-BRANCH-ACTIVE-SW (CURRENCY-INDEX)
     END-IF.
*>
 PRINT-BRANCH-NAME-LINE.
     MOVE SPACES TO TOTAL-LINE.
     EVALUATE PREVIOUS-BRANCH-STATE
         WHEN "U"
             STRING "  BRANCH "                  DELIMITED BY SIZE
                    PREVIOUS-BRANCH-NO           DELIMITED BY SIZE
                    " ** NOT ON BRANCH MASTER **" DELIMITED BY SIZE
               INTO TOTAL-LINE
         WHEN "C"
             STRING "  BRANCH "          DELIMITED BY SIZE
                    PREVIOUS-BRANCH-NO   DELIMITED BY SIZE
                    " "                  DELIMITED BY SIZE
                    PREVIOUS-BRANCH-NAME DELIMITED BY SIZE
                    " *CLOSED*"          DELIMITED BY SIZE
               INTO TOTAL-LINE
         WHEN OTHER
             STRING "  BRANCH "          DELIMITED BY SIZE
                    PREVIOUS-BRANCH-NO   DELIMITED BY SIZE
                    " "                  DELIMITED BY SIZE
                    PREVIOUS-BRANCH-NAME DELIMITED BY SIZE
               INTO TOTAL-LINE
     END-EVALUATE
     MOVE TOTAL-LINE TO OUTPUT-LINE-AREA.
     PERFORM WRITE-REPORT-LINE.
     ADD 1 TO LINES-PRINTED.
     IF LINES-PRINTED >= LINES-PER-PAGE
         PERFORM PRINT-FOOTER
         MOVE ZERO TO LINES-PRINTED
     END-IF.
*>
 CLASSIFY-WORK-RECORD.
*>  SETTLE THE VERSION FACTS FOR THE DETAIL IN WORK1-RECORD. A
     IF CREDIT-RPT-OPEN-SW = "Y"
         WRITE CREDIT-RPT-RECORD FROM WORK1-RECORD
     END-IF.
*>
 HOLD-BAD-ADDRESS-RECORD.
*>  ONE .HLD LINE FOR THE DETAIL IN WORK1-RECORD WHOSE ADDRESS IS
*>  MARKED UNDELIVERABLE: ENOUGH FOR THE MAILROOM TO CHASE A NEW
*>  ADDRESS, WITH THE DATE AND REASON THE LAST STATEMENT CAME BACK.
     IF HOLD-FILE-OPEN-SW = "Y"
         MOVE S-AMOUNT OF WORK1-RECORD TO HOLD-AMOUNT-EDIT
         MOVE SPACES TO HOLD-LINE
         STRING S-BRANCH-NO OF WORK1-RECORD     DELIMITED BY SIZE
                " "                             DELIMITED BY SIZE
                S-ACCOUNT-NO OF WORK1-RECORD    DELIMITED BY SIZE
                " "                             DELIMITED BY SIZE
                S-CUSTOMER-NAME OF WORK1-RECORD DELIMITED BY SIZE
                " "                             DELIMITED BY SIZE
                HOLD-AMOUNT-EDIT                DELIMITED BY SIZE
                " "                             DELIMITED BY SIZE
                CM-RETURN-DATE OF CUSTOMER-MASTER-RECORD
                DELIMITED BY SIZE
                " "                             DELIMITED BY SIZE
                CM-RETURN-REASON OF CUSTOMER-MASTER-RECORD
                DELIMITED BY SIZE
           INTO HOLD-LINE
         WRITE HOLD-RECORD FROM HOLD-LINE
         IF HOLD-FILE-STATUS NOT = "00"
             MOVE SPACES TO ERROR-MESSAGE
             STRING "PRINTPRC - HOLD FILE WRITE FAILED, STATUS "
                    HOLD-FILE-STATUS DELIMITED BY SIZE
                    " FOR: " DELIMITED BY SIZE
                    WORK-FILE-NAME DELIMITED BY SIZE
               INTO ERROR-MESSAGE
             DISPLAY ERROR-MESSAGE
             MOVE 16 TO RETURN-CODE
         END-IF
     END-IF.
*>
 PRINT-HOLD-SUMMARY.
*>  ONE LINE ON THE MAIN REPORT FOR THE FORMS KEPT OUT OF THE MAIL,
*>  THE SAME WAY PRINT-CREDIT-SUMMARY ACCOUNTS FOR THE DIVERSIONS.
     IF OUTPUT-DEVICE-SW = "C"
         MOVE SPACES TO CSV-DETAIL-LINE
         STRING "HELDBADADDRESS," DELIMITED BY SIZE
                RECORDS-HELD      DELIMITED BY SIZE
           INTO CSV-DETAIL-LINE
         MOVE CSV-DETAIL-LINE TO OUTPUT-LINE-AREA
     ELSE
         MOVE SPACES TO BALANCE-LINE
         STRING "*** HELD - BAD ADDRESS, NOT MAILED: " DELIMITED BY SIZE
                RECORDS-HELD DELIMITED BY SIZE
                " ***"       DELIMITED BY SIZE
           INTO BALANCE-LINE
         MOVE BALANCE-LINE TO OUTPUT-LINE-AREA
     END-IF.
     PERFORM WRITE-REPORT-LINE.
     ADD 1 TO LINES-PRINTED.
*>
 SET-DELIVERY-MODE.
*>  SETTLE HOW THE STATEMENT FOR THE DETAIL IN WORK1-RECORD GOES OUT.
*>  E-MAIL NEEDS A MASTER RECORD WITH AN ADDRESS ON IT (CUSTMNT WILL
*>  NOT TAKE "E" OR "B" WITHOUT ONE) AND AN OPEN E-DELIVERY EXTRACT,
*>  OR A PARTIAL RUN THAT ONLY COUNTS THEM; ANYTHING ELSE -- INCLUDING
*>  A BLANK PREFERENCE ON A RECORD THAT PREDATES THE FIELD -- IS PAPER.
     MOVE "P" TO DELIVERY-MODE-SW.
     IF (EDELIVERY-ACTIVE-SW = "Y" OR EDELIVERY-PARTIAL-SW = "Y") AND
        CUSTOMER-FOUND-SW = "Y" AND
        CM-EMAIL-ADDRESS OF CUSTOMER-MASTER-RECORD NOT = SPACES
         IF CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD = "E" OR
            CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD = "B"
             MOVE CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD
               TO DELIVERY-MODE-SW
         END-IF
     END-IF.
*>
 E-DELIVER-RECORD.
*>  PUT THE DETAIL IN WORK1-RECORD ON THE E-DELIVERY EXTRACT. A CHANGE
*>  OF ACCOUNT OR CURRENCY CLOSES THE DOCUMENT IN PROGRESS AND OPENS
*>  THE NEXT ONE; THE DETAIL LINE ITSELF GOES ON EXACTLY AS IT WOULD
*>  PRINT ON THE FORM.
     IF EDOC-OPEN-SW = "Y"
         IF S-ACCOUNT-NO OF WORK1-RECORD NOT = EDOC-ACCOUNT-NO OR
            RECORD-CURRENCY NOT = EDOC-CURRENCY
             PERFORM CLOSE-EDELIVERY-DOCUMENT
         END-IF
     END-IF
     IF EDOC-OPEN-SW NOT = "Y"
         PERFORM OPEN-EDELIVERY-DOCUMENT
     END-IF
     MOVE SPACES TO EDELIVERY-RECORD.
     MOVE "L" TO EL-REC-TYPE.
     MOVE EDELIVERY-DOC-COUNT TO EL-DOCUMENT-NO.
     MOVE WORK1-RECORD TO EL-LINE-TEXT.
     PERFORM WRITE-EDELIVERY-LINE.
     ADD 1 TO EDOC-DETAIL-COUNT.
     ADD 1 TO EDELIVERY-DETAIL-COUNT.
     ADD S-AMOUNT OF WORK1-RECORD TO EDOC-AMOUNT.
*>
 OPEN-EDELIVERY-DOCUMENT.
*>  START THE NEXT STATEMENT DOCUMENT: THE HEADER LINE, THEN THE
*>  STATEMENT MESSAGES THIS CUSTOMER'S FORM WOULD HAVE CARRIED UNDER
*>  ITS ADDRESS -- ONCE PER DOCUMENT, WHERE THE FORM REPEATS THEM
*>  UNDER EVERY DETAIL. EACH COUNTS TOWARD THE MESSAGE'S REACH.
     ADD 1 TO EDELIVERY-DOC-COUNT.
     MOVE "Y" TO EDOC-OPEN-SW.
     MOVE S-ACCOUNT-NO OF WORK1-RECORD TO EDOC-ACCOUNT-NO.
     MOVE RECORD-CURRENCY TO EDOC-CURRENCY.
     MOVE CM-EMAIL-ADDRESS OF CUSTOMER-MASTER-RECORD
       TO EDOC-EMAIL-ADDRESS.
     MOVE ZERO TO EDOC-AMOUNT.
     MOVE ZERO TO EDOC-DETAIL-COUNT.
     MOVE SPACES TO EDELIVERY-LINE.
     STRING EDOC-ACCOUNT-NO  DELIMITED BY SIZE
            " "              DELIMITED BY SIZE
            BUSINESS-DATE    DELIMITED BY SIZE
            " "              DELIMITED BY SIZE
            EDOC-CURRENCY    DELIMITED BY SIZE
            " "              DELIMITED BY SIZE
            CM-FULL-NAME OF CUSTOMER-MASTER-RECORD DELIMITED BY SIZE
       INTO EDELIVERY-LINE.
     MOVE SPACES TO EDELIVERY-RECORD.
     MOVE "H" TO EL-REC-TYPE.
     MOVE EDELIVERY-DOC-COUNT TO EL-DOCUMENT-NO.
     MOVE EDELIVERY-LINE TO EL-LINE-TEXT.
     PERFORM WRITE-EDELIVERY-LINE.
     PERFORM MATCH-STATEMENT-MESSAGES.
     PERFORM E-DELIVER-ONE-MESSAGE
         VARYING MESSAGE-INDEX FROM 1 BY 1
         UNTIL MESSAGE-INDEX > MESSAGE-ENTRY-COUNT.
*>
 E-DELIVER-ONE-MESSAGE.
     IF MG-MATCH-SW (MESSAGE-INDEX) = "Y"
         PERFORM E-DELIVER-MESSAGE-LINE
             VARYING MESSAGE-LINE-INDEX FROM 1 BY 1
             UNTIL MESSAGE-LINE-INDEX > MG-LINE-COUNT (MESSAGE-INDEX)
         ADD 1 TO MG-FORMS-CARRIED (MESSAGE-INDEX)
     END-IF.
*>
 E-DELIVER-MESSAGE-LINE.
     MOVE SPACES TO EDELIVERY-RECORD.
     MOVE "L" TO EL-REC-TYPE.
     MOVE EDELIVERY-DOC-COUNT TO EL-DOCUMENT-NO.
     MOVE MG-TEXT-LINE (MESSAGE-INDEX, MESSAGE-LINE-INDEX)
       TO EL-LINE-TEXT.
     PERFORM WRITE-EDELIVERY-LINE.
*>
 CLOSE-EDELIVERY-DOCUMENT.
*>  END THE DOCUMENT IN PROGRESS WITH ITS DETAIL COUNT AND TOTAL, AND
*>  GIVE THE GATEWAY ITS INDEX ENTRY: WHO GETS IT, HOW MUCH, AND THE
*>  BUSINESS DATE IT WENT OUT UNDER.
     MOVE EDOC-AMOUNT TO EDOC-AMOUNT-EDIT.
     MOVE SPACES TO EDELIVERY-LINE.
     STRING "DETAILS "         DELIMITED BY SIZE
            EDOC-DETAIL-COUNT  DELIMITED BY SIZE
            "  TOTAL "         DELIMITED BY SIZE
            EDOC-AMOUNT-EDIT   DELIMITED BY SIZE
            " "                DELIMITED BY SIZE
            EDOC-CURRENCY      DELIMITED BY SIZE
       INTO EDELIVERY-LINE.
     MOVE SPACES TO EDELIVERY-RECORD.
     MOVE "E" TO EL-REC-TYPE.
     MOVE EDELIVERY-DOC-COUNT TO EL-DOCUMENT-NO.
     MOVE EDELIVERY-LINE TO EL-LINE-TEXT.
     PERFORM WRITE-EDELIVERY-LINE.
     MOVE SPACES TO EDELIVERY-INDEX-RECORD.
     MOVE "I"                 TO ED-REC-TYPE.
     MOVE EDELIVERY-DOC-COUNT TO ED-DOCUMENT-NO.
     MOVE EDOC-ACCOUNT-NO     TO ED-ACCOUNT-NO.
     MOVE EDOC-EMAIL-ADDRESS  TO ED-EMAIL-ADDRESS.
     MOVE EDOC-AMOUNT         TO ED-AMOUNT.
     MOVE EDOC-CURRENCY       TO ED-CURRENCY-CODE.
     MOVE BUSINESS-DATE       TO ED-BUSINESS-DATE.
     MOVE EDOC-DETAIL-COUNT   TO ED-DETAIL-COUNT.
     WRITE EDELIVERY-INDEX-RECORD.
     IF EDELIVERY-INDEX-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "PRINTPRC - E-DELIVERY INDEX WRITE FAILED, STATUS "
                EDELIVERY-INDEX-STATUS DELIMITED BY SIZE
                " FOR: " DELIMITED BY SIZE
                WORK-FILE-NAME DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
     END-IF
     MOVE "N" TO EDOC-OPEN-SW.
*>
 WRITE-EDELIVERY-LINE.
     WRITE EDELIVERY-RECORD.
     IF EDELIVERY-FILE-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "PRINTPRC - E-DELIVERY FILE WRITE FAILED, STATUS "
                EDELIVERY-FILE-STATUS DELIMITED BY SIZE
                " FOR: " DELIMITED BY SIZE
                WORK-FILE-NAME DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
     END-IF.
*>
 PRINT-DELIVERY-SUMMARY.
*>  ONE LINE ON THE MAIN REPORT FOR THE STATEMENTS THAT WENT BY
*>  E-MAIL, THEN THE DELIVERY RECONCILIATION: PAPER FORMS, E-MAIL-ONLY
*>  STATEMENTS, AND THE RECORDS THAT WENT NEITHER WAY (CREDITS, HOLDS,
*>  BYPASSES) MUST ADD UP TO THE TRAILER. A "BOTH" STATEMENT IS ONE
*>  PAPER FORM; ITS E-MAIL COPY IS SHOWN BUT NOT COUNTED TWICE.
     MOVE SPACES TO BALANCE-LINE.
     STRING "*** E-DELIVERED, NOT PRINTED: " DELIMITED BY SIZE
            RECORDS-EMAILED                  DELIMITED BY SIZE
            ", ALSO E-MAILED: "              DELIMITED BY SIZE
            RECORDS-E-COPIED                 DELIMITED BY SIZE
            " ***"                           DELIMITED BY SIZE
       INTO BALANCE-LINE.
     MOVE BALANCE-LINE TO OUTPUT-LINE-AREA.
     PERFORM WRITE-REPORT-LINE.
     ADD 1 TO LINES-PRINTED.
     IF EDELIVERY-PARTIAL-SW = "Y"
         MOVE SPACES TO BALANCE-LINE
         STRING "*** PARTIAL RUN - E-MAIL STATEMENTS COUNTED, "
                                             DELIMITED BY SIZE
                "NOT SENT AGAIN ***"         DELIMITED BY SIZE
           INTO BALANCE-LINE
         MOVE BALANCE-LINE TO OUTPUT-LINE-AREA
         PERFORM WRITE-REPORT-LINE
         ADD 1 TO LINES-PRINTED
     END-IF
     COMPUTE DELIVERY-ACCOUNTED = RECORDS-SELECTED + RECORDS-EMAILED
                                + RECORDS-DIVERTED + RECORDS-HELD
                                + RECORDS-BYPASSED.
     IF TRAILER-SEEN-SW = "Y" AND
        DELIVERY-ACCOUNTED NOT = EXPECTED-RECORD-COUNT
         MOVE SPACES TO BALANCE-LINE
         STRING "*** DELIVERY OUT OF BALANCE - PAPER " DELIMITED BY SIZE
                RECORDS-SELECTED                       DELIMITED BY SIZE
                ", E-MAIL "                            DELIMITED BY SIZE
                RECORDS-EMAILED                        DELIMITED BY SIZE
                " ***"                                 DELIMITED BY SIZE
           INTO BALANCE-LINE
         MOVE BALANCE-LINE TO OUTPUT-LINE-AREA
         PERFORM WRITE-REPORT-LINE
         ADD 1 TO LINES-PRINTED
         MOVE 16 TO RETURN-CODE
     END-IF.
*>
 PRINT-CREDIT-SUBTOTAL.
*>  SUBTOTAL THE CREDIT GROUP THAT JUST ENDED, ONE LINE PER CURRENCY
     IF CUSTOMER-MASTER-OPEN-SW = "Y"
         CLOSE CUSTOMER-MASTER
     END-IF
     IF BRANCH-MASTER-OPEN-SW = "Y"
         CLOSE BRANCH-MASTER
         MOVE "N" TO BRANCH-MASTER-OPEN-SW
     END-IF
     IF EXCEPTION-FILE-OPEN-SW = "Y"
         CLOSE EXCEPTION-FILE
     END-IF
     IF CREDIT-RPT-OPEN-SW = "Y"
         CLOSE CREDIT-RPT
     END-IF
     IF HOLD-FILE-OPEN-SW = "Y"
         CLOSE HOLD-FILE
     END-IF
     IF EDELIVERY-FILE-OPEN-SW = "Y"
         CLOSE EDELIVERY-FILE
         MOVE "N" TO EDELIVERY-FILE-OPEN-SW
     END-IF
     IF EDELIVERY-ACTIVE-SW = "Y"
         CLOSE EDELIVERY-INDEX
         MOVE "N" TO EDELIVERY-ACTIVE-SW
     END-IF
     IF HISTORY-OPEN-SW = "Y"
         CLOSE STATEMENT-HISTORY
         MOVE "N" TO HISTORY-OPEN-SW
     END-IF
     IF WORK-FILE-OPEN-SW = "Y"
         CLOSE WORK-FILE WORK-FILE-INDEXED
     END-IF.
*>      THE SKIPPED RECORDS TAKE EXACTLY THE SAME TREATMENT AS THE
*>      LIVE LOOP -- LESS THE PRINTING -- SO THE RESUMED RUN'S
*>      COUNTS, CURRENCY TOTALS AND REWRITTEN-EVERY-RUN SIDE FILES
*>      (.CRX/.CRP CREDITS, .EXC NO-MASTER LIST, .HLD HOLDS, .EDL/.EDX
*>      E-DELIVERY) COVER THE WHOLE FILE, NOT JUST ITS TAIL. AS IN THE
*>      LIVE LOOP, THE DIVERSION, THE MASTER LOOKUP, THE E-DELIVERY
*>      AND THE BAD-ADDRESS HOLD RUN AHEAD OF THE FILTERS. THE
*>      STATEMENT HISTORY ALREADY HAS THE SKIPPED E-STATEMENTS, AND
*>      THEY GO BACK ON THE REWRITTEN .EDL/.EDX ONLY ONCE: THE CUT-OFF
*>      RUN'S .EDX NEVER GOT ITS TRAILER, SO THE GATEWAY SENT NONE OF
*>      IT.
         PERFORM CLASSIFY-WORK-RECORD
         IF S-AMOUNT OF WORK1-RECORD < ZERO
             ADD 1 TO RECORDS-DIVERTED
             GO TO SKIP-RESUME-RECORDS
         END-IF
         PERFORM READ-CUSTOMER-MASTER
         PERFORM CHECK-RECORD-BRANCH
         PERFORM SET-DELIVERY-MODE
         IF DELIVERY-MODE-SW = "E"
             ADD 1 TO RECORDS-EMAILED
             IF EDELIVERY-ACTIVE-SW = "Y"
                 PERFORM E-DELIVER-RECORD
             END-IF
             GO TO SKIP-RESUME-RECORDS
         END-IF
         IF DELIVERY-MODE-SW = "B"
             ADD 1 TO RECORDS-E-COPIED
             IF EDELIVERY-ACTIVE-SW = "Y"
                 PERFORM E-DELIVER-RECORD
             END-IF
         END-IF
         IF CUSTOMER-FOUND-SW = "Y" AND
            CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD = "U"
             ADD 1 TO RECORDS-HELD
             PERFORM HOLD-BAD-ADDRESS-RECORD
             GO TO SKIP-RESUME-RECORDS
         END-IF
         IF RECORD-IN-WINDOW-SW = "N"
             ADD 1 TO RECORDS-BYPASSED
             GO TO SKIP-RESUME-RECORDS
             END-IF
         END-IF
         ADD 1 TO RECORDS-SELECTED
*>      THE CUT-OFF RUN PRINTED THIS FORM WITH ITS MESSAGES, SO THEY
*>      COUNT TOWARD EACH MESSAGE'S REACH THE SAME AS THE SKIPPED
*>      E-STATEMENTS' DO.
         IF OUTPUT-DEVICE-SW NOT = "C" AND CUSTOMER-FOUND-SW = "Y"
             PERFORM MATCH-STATEMENT-MESSAGES
             PERFORM COUNT-SKIPPED-MESSAGE
                 VARYING MESSAGE-INDEX FROM 1 BY 1
                 UNTIL MESSAGE-INDEX > MESSAGE-ENTRY-COUNT
         END-IF
         IF FIRST-RECORD-SW = "Y"
             MOVE S-BRANCH-NO OF WORK1-RECORD TO PREVIOUS-BRANCH-NO
             MOVE RECORD-BRANCH-NAME  TO PREVIOUS-BRANCH-NAME
             MOVE RECORD-BRANCH-STATE TO PREVIOUS-BRANCH-STATE
             MOVE "N" TO FIRST-RECORD-SW
         ELSE
             IF S-BRANCH-NO OF WORK1-RECORD NOT = PREVIOUS-BRANCH-NO
*>              THE NEXT GROUP INSTEAD OF PRINTING THEM AGAIN.
                 PERFORM CLEAR-BRANCH-CURRENCY-TOTALS
                 MOVE S-BRANCH-NO OF WORK1-RECORD TO PREVIOUS-BRANCH-NO
                 MOVE RECORD-BRANCH-NAME  TO PREVIOUS-BRANCH-NAME
                 MOVE RECORD-BRANCH-STATE TO PREVIOUS-BRANCH-STATE
             END-IF
         END-IF
         PERFORM ADD-TO-CURRENCY-TOTALS
         GO TO SKIP-RESUME-RECORDS
     END-IF.
*>
 COUNT-SKIPPED-MESSAGE.
     IF MG-MATCH-SW (MESSAGE-INDEX) = "Y"
         ADD 1 TO MG-FORMS-CARRIED (MESSAGE-INDEX)
     END-IF.
*>
 BUILD-INDEXED-RECORD.
*>  KEEP THE KEYED LOOKUP COPY OF THE EXTRACT IN STEP WITH THE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
     END-IF.
*>
 OPEN-BRANCH-MASTER.
*>  OPEN THE BRANCH MASTER FOR THE KEYED LOOKUPS. NO FILE YET (A SITE
*>  THAT HAS NOT STARTED KEYING BRANCHES) JUST MEANS BARE BRANCH
*>  NUMBERS ON THE BREAKS AND NO UNKNOWN/CLOSED CHECKING -- THERE IS
*>  NOTHING TO CHECK AGAINST.
     OPEN INPUT BRANCH-MASTER.
     IF BRANCH-MASTER-STATUS = "00"
         MOVE "Y" TO BRANCH-MASTER-OPEN-SW
     ELSE
         MOVE "N" TO BRANCH-MASTER-OPEN-SW
         IF BRANCH-MASTER-STATUS = "35"
             DISPLAY "PRINTPRC - NO BRANCH MASTER, BRANCH NAMES NOT "
                     "PRINTED FOR: " WORK-FILE-NAME
         ELSE
             MOVE SPACES TO ERROR-MESSAGE
             STRING "PRINTPRC - CANNOT OPEN BRANCH MASTER, STATUS "
                    BRANCH-MASTER-STATUS DELIMITED BY SIZE
                    " FOR: " DELIMITED BY SIZE
                    WORK-FILE-NAME DELIMITED BY SIZE
               INTO ERROR-MESSAGE
             DISPLAY ERROR-MESSAGE
             MOVE 16 TO RETURN-CODE
         END-IF
     END-IF.
*>
 CHECK-RECORD-BRANCH.
*>  SETTLE THE BRANCH NAME AND STATE FOR THE DETAIL IN WORK1-RECORD.
*>  A BRANCH THE MASTER DOES NOT KNOW, OR HAS MARKED CLOSED, PUTS THE
*>  RECORD ON THE .EXC LIST -- A FORM FOR A BRANCH THAT NO LONGER
*>  EXISTS IS AS MUCH A MANUAL-HANDLING CASE AS ONE WITH NO ADDRESS.
*>  THE FORM STILL PRINTS AND THE MONEY STILL TOTALS.
     IF BRANCH-MASTER-OPEN-SW NOT = "Y"
         MOVE SPACES TO RECORD-BRANCH-NAME
         MOVE SPACE  TO RECORD-BRANCH-STATE
     ELSE
         IF S-BRANCH-NO OF WORK1-RECORD NOT = LAST-LOOKUP-BRANCH
             MOVE S-BRANCH-NO OF WORK1-RECORD TO LAST-LOOKUP-BRANCH
             MOVE S-BRANCH-NO OF WORK1-RECORD
               TO BR-BRANCH-NO OF BRANCH-MASTER-RECORD
             READ BRANCH-MASTER
                 INVALID KEY
                     MOVE SPACES TO RECORD-BRANCH-NAME
                     MOVE "U"    TO RECORD-BRANCH-STATE
                 NOT INVALID KEY
                     MOVE BR-BRANCH-NAME OF BRANCH-MASTER-RECORD
                       TO RECORD-BRANCH-NAME
                     IF BR-STATUS OF BRANCH-MASTER-RECORD = "C"
                         MOVE "C" TO RECORD-BRANCH-STATE
                     ELSE
                         MOVE "O" TO RECORD-BRANCH-STATE
                     END-IF
             END-READ
         END-IF
         IF RECORD-BRANCH-STATE = "U" OR RECORD-BRANCH-STATE = "C"
             PERFORM WRITE-BRANCH-EXCEPTION
         END-IF
     END-IF.
*>
 WRITE-BRANCH-EXCEPTION.
     IF RECORD-BRANCH-STATE = "U"
         ADD 1 TO UNKNOWN-BRANCH-COUNT
     ELSE
         ADD 1 TO CLOSED-BRANCH-COUNT
     END-IF
     IF EXCEPTION-FILE-OPEN-SW = "Y"
         MOVE SPACES TO EXCEPTION-LINE
         IF RECORD-BRANCH-STATE = "U"
             STRING "BRANCH NOT ON MASTER - BRANCH " DELIMITED BY SIZE
                    S-BRANCH-NO OF WORK1-RECORD      DELIMITED BY SIZE
                    " ACCOUNT "                      DELIMITED BY SIZE
                    S-ACCOUNT-NO OF WORK1-RECORD     DELIMITED BY SIZE
               INTO EXCEPTION-LINE
         ELSE
             STRING "BRANCH CLOSED - BRANCH "        DELIMITED BY SIZE
                    S-BRANCH-NO OF WORK1-RECORD      DELIMITED BY SIZE
                    " ACCOUNT "                      DELIMITED BY SIZE
                    S-ACCOUNT-NO OF WORK1-RECORD     DELIMITED BY SIZE
                    " "                              DELIMITED BY SIZE
                    RECORD-BRANCH-NAME               DELIMITED BY SIZE
               INTO EXCEPTION-LINE
         END-IF
         WRITE EXCEPTION-RECORD FROM EXCEPTION-LINE
     END-IF.
*>
 OPEN-STATEMENT-HISTORY.
*>  OPEN THE STATEMENT-HISTORY DATASET FOR THE KEYED WRITES. THE VERY
*>  FIRST RUN AT A SITE FINDS NO DATASET YET AND CREATES IT EMPTY, THE
*>  SAME WAY THE MAINTENANCE PROGRAMS BRING UP A NEW MASTER. ANY OTHER
*>  FAILURE IS SURFACED WITH THE RUN-LOG'S RETURN CODE BUT THE FORMS
*>  STILL PRINT -- THE HISTORY IS A RECORD OF THE RUN, NOT THE RUN.
     OPEN I-O STATEMENT-HISTORY.
     IF STATEMENT-HISTORY-STATUS = "35"
         OPEN OUTPUT STATEMENT-HISTORY
         CLOSE STATEMENT-HISTORY
         OPEN I-O STATEMENT-HISTORY
     END-IF
     IF STATEMENT-HISTORY-STATUS = "00"
         MOVE "Y" TO HISTORY-OPEN-SW
     ELSE
         MOVE "N" TO HISTORY-OPEN-SW
         MOVE SPACES TO ERROR-MESSAGE
         STRING "PRINTPRC - CANNOT OPEN STMTHIST, STATUS "
                STATEMENT-HISTORY-STATUS DELIMITED BY SIZE
                " FOR: " DELIMITED BY SIZE
                WORK-FILE-NAME DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
     END-IF.
*>
 WRITE-STATEMENT-HISTORY.
*>  ONE HISTORY RECORD FOR THE FORM JUST PRINTED FROM WORK1-RECORD.
*>  THE CALLER SETS THE FORM KIND AND PAGE. A DUPLICATE KEY ONLY MEANS
*>  A SECOND FORM FOR THE SAME ACCOUNT INSIDE THE SAME CLOCK TICK, SO
*>  THE SEQUENCE IS BUMPED AND THE WRITE TRIED AGAIN.
     IF HISTORY-OPEN-SW NOT = "Y"
         GO TO WRITE-HISTORY-EXIT
     END-IF
*>  ON A RESTART THE CUT-OFF RUN MAY ALREADY HAVE ISSUED THIS RECORD'S
*>  FORM PAST ITS LAST CHECKPOINT. NOW THAT THIS RUN IS ISSUING IT
*>  AGAIN, THAT RUN'S ENTRIES ARE RE-KINDED FIRST -- ONLY ONCE, SO A
*>  "B" RECORD'S SECOND ENTRY LEAVES ITS FIRST ONE ALONE.
     IF RESTART-RUN-SW = "Y" AND RESTART-RETIRED-SW = "N"
         MOVE "Y" TO RESTART-RETIRED-SW
         PERFORM RETIRE-RESTART-HISTORY THRU RETIRE-RESTART-EXIT
     END-IF
     ACCEPT HISTORY-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT HISTORY-STAMP-TIME FROM TIME.
     MOVE SPACES TO STATEMENT-HISTORY-RECORD.
     MOVE S-ACCOUNT-NO OF WORK1-RECORD
       TO SH-ACCOUNT-NO OF STATEMENT-HISTORY-RECORD.
     MOVE BUSINESS-DATE
       TO SH-BUSINESS-DATE OF STATEMENT-HISTORY-RECORD.
     STRING HISTORY-STAMP-DATE DELIMITED BY SIZE
            HISTORY-STAMP-TIME DELIMITED BY SIZE
       INTO SH-ISSUE-STAMP OF STATEMENT-HISTORY-RECORD.
     MOVE ZERO TO SH-ISSUE-SEQ OF STATEMENT-HISTORY-RECORD.
     MOVE S-BRANCH-NO OF WORK1-RECORD
       TO SH-BRANCH-NO OF STATEMENT-HISTORY-RECORD.
     MOVE WORK-FILE-NAME
       TO SH-SOURCE-FILE-NAME OF STATEMENT-HISTORY-RECORD.
     MOVE TOTAL-RECORDS-READ
       TO SH-SOURCE-RECORD-NO OF STATEMENT-HISTORY-RECORD.
     MOVE S-AMOUNT OF WORK1-RECORD
       TO SH-AMOUNT OF STATEMENT-HISTORY-RECORD.
     MOVE RECORD-CURRENCY
       TO SH-CURRENCY-CODE OF STATEMENT-HISTORY-RECORD.
     MOVE HISTORY-FORM-KIND
       TO SH-FORM-KIND OF STATEMENT-HISTORY-RECORD.
     MOVE HISTORY-PAGE-NUMBER
       TO SH-PAGE-NUMBER OF STATEMENT-HISTORY-RECORD.
 WRITE-HISTORY-RETRY.
     WRITE STATEMENT-HISTORY-RECORD
         INVALID KEY
             CONTINUE
     END-WRITE
     IF STATEMENT-HISTORY-STATUS = "22" AND
        SH-ISSUE-SEQ OF STATEMENT-HISTORY-RECORD < 99
         ADD 1 TO SH-ISSUE-SEQ OF STATEMENT-HISTORY-RECORD
         GO TO WRITE-HISTORY-RETRY
     END-IF
     IF STATEMENT-HISTORY-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "PRINTPRC - STMTHIST WRITE FAILED, STATUS "
                STATEMENT-HISTORY-STATUS DELIMITED BY SIZE
                " ACCOUNT " DELIMITED BY SIZE
                S-ACCOUNT-NO OF WORK1-RECORD DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
     END-IF.
 WRITE-HISTORY-EXIT.
     EXIT.
*>
 RETIRE-RESTART-HISTORY.
*>  RE-KIND AS "X" EVERY ORIGINAL OR E-STATEMENT ENTRY THE CUT-OFF RUN
*>  RECORDED FOR THE RECORD NOW IN WORK1-RECORD -- SAME ACCOUNT, SAME
*>  BUSINESS DATE, SAME DATASET AND RECORD NUMBER. ITS PAPER COPY IS
*>  ON FORMSER'S SPOILED LIST, ITS E-MAIL NEVER LEFT (THAT RUN'S .EDX
*>  HAD NO TRAILER), AND THIS RUN'S OWN ENTRY TAKES ITS PLACE.
     IF HISTORY-OPEN-SW NOT = "Y"
         GO TO RETIRE-RESTART-EXIT
     END-IF
     MOVE LOW-VALUES TO SH-HISTORY-KEY OF STATEMENT-HISTORY-RECORD.
     MOVE S-ACCOUNT-NO OF WORK1-RECORD
       TO SH-ACCOUNT-NO OF STATEMENT-HISTORY-RECORD.
     MOVE RESTART-BUSINESS-DATE
       TO SH-BUSINESS-DATE OF STATEMENT-HISTORY-RECORD.
     START STATEMENT-HISTORY
         KEY IS NOT LESS THAN SH-HISTORY-KEY OF STATEMENT-HISTORY-RECORD
         INVALID KEY
             GO TO RETIRE-RESTART-EXIT
     END-START.
 RETIRE-RESTART-LOOP.
     READ STATEMENT-HISTORY NEXT RECORD
         AT END
             GO TO RETIRE-RESTART-EXIT
     END-READ
     IF STATEMENT-HISTORY-STATUS NOT = "00"
         GO TO RETIRE-RESTART-EXIT
     END-IF
     IF SH-ACCOUNT-NO OF STATEMENT-HISTORY-RECORD
        NOT = S-ACCOUNT-NO OF WORK1-RECORD OR
        SH-BUSINESS-DATE OF STATEMENT-HISTORY-RECORD
        NOT = RESTART-BUSINESS-DATE
         GO TO RETIRE-RESTART-EXIT
     END-IF
     IF SH-SOURCE-FILE-NAME OF STATEMENT-HISTORY-RECORD
        = WORK-FILE-NAME AND
        SH-SOURCE-RECORD-NO OF STATEMENT-HISTORY-RECORD NUMERIC AND
        SH-SOURCE-RECORD-NO OF STATEMENT-HISTORY-RECORD
        = TOTAL-RECORDS-READ AND
        (SH-FORM-KIND OF STATEMENT-HISTORY-RECORD = "O" OR
         SH-FORM-KIND OF STATEMENT-HISTORY-RECORD = "E")
         MOVE "X" TO SH-FORM-KIND OF STATEMENT-HISTORY-RECORD
         REWRITE STATEMENT-HISTORY-RECORD
             INVALID KEY
                 CONTINUE
         END-REWRITE
         IF STATEMENT-HISTORY-STATUS NOT = "00"
             MOVE SPACES TO ERROR-MESSAGE
             STRING "PRINTPRC - STMTHIST REWRITE STATUS "
                    STATEMENT-HISTORY-STATUS DELIMITED BY SIZE
                    " ACCOUNT " DELIMITED BY SIZE
                    S-ACCOUNT-NO OF WORK1-RECORD DELIMITED BY SIZE
               INTO ERROR-MESSAGE
             DISPLAY ERROR-MESSAGE
             MOVE 16 TO RETURN-CODE
         END-IF
     END-IF
     GO TO RETIRE-RESTART-LOOP.
 RETIRE-RESTART-EXIT.
     EXIT.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN. A
     GO TO LOAD-RATE-LOOP.
 LOAD-RATE-EXIT.
     EXIT.
*>
 LOAD-MESSAGE-MASTER.
*>  READ THE STATEMENT-MESSAGE MASTER INTO THE WORKING TABLE, KEEPING
*>  ONLY THE MESSAGES WHOSE DATE RANGE TAKES IN THE BUSINESS DATE.
*>  THE MASTER IS SMALL -- A HANDFUL OF NOTICES, EACH GOOD FOR A FEW
*>  WEEKS -- SO ONE PASS AT START-UP BEATS A PROBE PER FORM.
     MOVE ZERO TO MESSAGE-ENTRY-COUNT.
     MOVE ZERO TO MESSAGE-LINES-LOADED.
     OPEN INPUT MESSAGE-MASTER.
     IF MESSAGE-MASTER-STATUS = "35"
         GO TO LOAD-MESSAGE-EXIT
     END-IF
     IF MESSAGE-MASTER-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "PRINTPRC - CANNOT OPEN MESSAGE MASTER, STATUS "
                MESSAGE-MASTER-STATUS DELIMITED BY SIZE
                " FOR: " DELIMITED BY SIZE
                WORK-FILE-NAME DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         GO TO LOAD-MESSAGE-EXIT
     END-IF.
 LOAD-MESSAGE-LOOP.
     READ MESSAGE-MASTER
         AT END
             CLOSE MESSAGE-MASTER
             GO TO LOAD-MESSAGE-EXIT
     END-READ
     IF MS-EFFECTIVE-FROM OF MESSAGE-MASTER-RECORD > BUSINESS-DATE OR
        MS-EFFECTIVE-TO OF MESSAGE-MASTER-RECORD < BUSINESS-DATE
         GO TO LOAD-MESSAGE-LOOP
     END-IF
     IF MESSAGE-ENTRY-COUNT NOT < MESSAGE-ENTRY-MAX
*>      A MISSED NOTICE IS A COMPLIANCE PROBLEM, NOT A WRONG FIGURE,
*>      SO THE FORMS STILL PRINT -- BUT THE RUN ENDS WITH A WARNING
*>      SO SOMEONE PRUNES THE MASTER BEFORE THE NEXT ONE.
         DISPLAY "PRINTPRC - MESSAGE TABLE FULL, MESSAGE "
                 MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD
                 " NOT PRINTED FOR: " WORK-FILE-NAME
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         GO TO LOAD-MESSAGE-LOOP
     END-IF
     ADD 1 TO MESSAGE-ENTRY-COUNT.
     MOVE MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD
       TO MG-MESSAGE-ID (MESSAGE-ENTRY-COUNT).
     MOVE MS-TARGET-TYPE OF MESSAGE-MASTER-RECORD
       TO MG-TARGET-TYPE (MESSAGE-ENTRY-COUNT).
     PERFORM LOAD-MESSAGE-BRANCH
         VARYING MESSAGE-BRANCH-INDEX FROM 1 BY 1
         UNTIL MESSAGE-BRANCH-INDEX > 5.
     MOVE MS-TARGET-ACCT-TYPE OF MESSAGE-MASTER-RECORD
       TO MG-TARGET-ACCT-TYPE (MESSAGE-ENTRY-COUNT).
     MOVE MS-TARGET-CURRENCY OF MESSAGE-MASTER-RECORD
       TO MG-TARGET-CURRENCY (MESSAGE-ENTRY-COUNT).
     MOVE SPACES TO MG-TEXT-LINE (MESSAGE-ENTRY-COUNT, 1)
                    MG-TEXT-LINE (MESSAGE-ENTRY-COUNT, 2)
                    MG-TEXT-LINE (MESSAGE-ENTRY-COUNT, 3).
     MOVE ZERO TO MG-LINE-COUNT (MESSAGE-ENTRY-COUNT).
     PERFORM LOAD-MESSAGE-TEXT-LINE
         VARYING MESSAGE-LINE-INDEX FROM 1 BY 1
         UNTIL MESSAGE-LINE-INDEX > 3.
*>  A FORM'S GROUP HAS TO FIT ON ONE PAGE UNDER THE TWO HEADER LINES:
*>  THE DETAIL LINE, UP TO FOUR ADDRESS LINES AND EVERY MESSAGE IT
*>  MATCHES. A MESSAGE THAT WOULD LET A FORM MATCHING ALL OF THEM RUN
*>  PAST THE FOOT OF THE PAGE IS LEFT OUT, WITH THE SAME WARNING AS A
*>  FULL TABLE.
     IF MESSAGE-LINES-LOADED + MG-LINE-COUNT (MESSAGE-ENTRY-COUNT) + 7
        > LINES-PER-PAGE
         SUBTRACT 1 FROM MESSAGE-ENTRY-COUNT
         DISPLAY "PRINTPRC - MESSAGE LINES WOULD OVERRUN THE FORM, "
                 "MESSAGE " MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD
                 " NOT PRINTED FOR: " WORK-FILE-NAME
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         GO TO LOAD-MESSAGE-LOOP
     END-IF
     ADD MG-LINE-COUNT (MESSAGE-ENTRY-COUNT) TO MESSAGE-LINES-LOADED.
     MOVE "N"  TO MG-MATCH-SW (MESSAGE-ENTRY-COUNT).
     MOVE ZERO TO MG-FORMS-CARRIED (MESSAGE-ENTRY-COUNT).
     GO TO LOAD-MESSAGE-LOOP.
 LOAD-MESSAGE-EXIT.
     EXIT.
*>
 LOAD-MESSAGE-BRANCH.
     MOVE MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD
          (MESSAGE-BRANCH-INDEX)
       TO MG-TARGET-BRANCH (MESSAGE-ENTRY-COUNT, MESSAGE-BRANCH-INDEX).
*>
 LOAD-MESSAGE-TEXT-LINE.
     IF MS-TEXT-LINE OF MESSAGE-MASTER-RECORD (MESSAGE-LINE-INDEX)
        NOT = SPACES
         ADD 1 TO MG-LINE-COUNT (MESSAGE-ENTRY-COUNT)
         MOVE MG-LINE-COUNT (MESSAGE-ENTRY-COUNT) TO MESSAGE-TEXT-SLOT
         MOVE MS-TEXT-LINE OF MESSAGE-MASTER-RECORD (MESSAGE-LINE-INDEX)
           TO MG-TEXT-LINE (MESSAGE-ENTRY-COUNT, MESSAGE-TEXT-SLOT)
     END-IF.
*>
 MATCH-STATEMENT-MESSAGES.
*>  DECIDE WHICH LOADED MESSAGES THE FORM FOR THE DETAIL IN WORK1-
*>  RECORD CARRIES -- BY ITS BRANCH, ITS ACCOUNT TYPE, OR THE
*>  CURRENCY CLASSIFY-WORK-RECORD SETTLED -- AND HOW MANY LINES
*>  THEY ADD TO THE FORM.
     MOVE ZERO TO MESSAGE-LINES-NEEDED.
     PERFORM MATCH-ONE-MESSAGE
         VARYING MESSAGE-INDEX FROM 1 BY 1
         UNTIL MESSAGE-INDEX > MESSAGE-ENTRY-COUNT.
*>
 MATCH-ONE-MESSAGE.
     MOVE "N" TO MG-MATCH-SW (MESSAGE-INDEX).
     EVALUATE MG-TARGET-TYPE (MESSAGE-INDEX)
         WHEN "A"
             MOVE "Y" TO MG-MATCH-SW (MESSAGE-INDEX)
         WHEN "B"
             PERFORM MATCH-MESSAGE-BRANCH
                 VARYING MESSAGE-BRANCH-INDEX FROM 1 BY 1
                 UNTIL MESSAGE-BRANCH-INDEX > 5
         WHEN "T"
             IF MG-TARGET-ACCT-TYPE (MESSAGE-INDEX) =
                S-ACCOUNT-TYPE OF WORK1-RECORD
                 MOVE "Y" TO MG-MATCH-SW (MESSAGE-INDEX)
             END-IF
         WHEN "C"
             IF MG-TARGET-CURRENCY (MESSAGE-INDEX) = RECORD-CURRENCY
                 MOVE "Y" TO MG-MATCH-SW (MESSAGE-INDEX)
             END-IF
     END-EVALUATE
     IF MG-MATCH-SW (MESSAGE-INDEX) = "Y"
         ADD MG-LINE-COUNT (MESSAGE-INDEX) TO MESSAGE-LINES-NEEDED
     END-IF.
*>
 MATCH-MESSAGE-BRANCH.
     IF MG-TARGET-BRANCH (MESSAGE-INDEX, MESSAGE-BRANCH-INDEX)
        NOT = SPACES AND
        MG-TARGET-BRANCH (MESSAGE-INDEX, MESSAGE-BRANCH-INDEX) =
        S-BRANCH-NO OF WORK1-RECORD
         MOVE "Y" TO MG-MATCH-SW (MESSAGE-INDEX)
     END-IF.
*>
 PRINT-STATEMENT-MESSAGES.
*>  THE MESSAGES MATCH-STATEMENT-MESSAGES PICKED FOR THIS FORM, UNDER
*>  THE ADDRESS BLOCK AT THE SAME INDENT. EACH MESSAGE COUNTS THE FORM
*>  ONCE, HOWEVER MANY LINES IT TAKES.
     PERFORM PRINT-ONE-MESSAGE
         VARYING MESSAGE-INDEX FROM 1 BY 1
         UNTIL MESSAGE-INDEX > MESSAGE-ENTRY-COUNT.
*>
 PRINT-ONE-MESSAGE.
     IF MG-MATCH-SW (MESSAGE-INDEX) = "Y"
         PERFORM PRINT-MESSAGE-LINE
             VARYING MESSAGE-LINE-INDEX FROM 1 BY 1
             UNTIL MESSAGE-LINE-INDEX > MG-LINE-COUNT (MESSAGE-INDEX)
         ADD 1 TO MG-FORMS-CARRIED (MESSAGE-INDEX)
     END-IF.
*>
 PRINT-MESSAGE-LINE.
     MOVE SPACES TO ADDRESS-LINE.
     STRING "  " DELIMITED BY SIZE
            MG-TEXT-LINE (MESSAGE-INDEX, MESSAGE-LINE-INDEX)
            DELIMITED BY SIZE
       INTO ADDRESS-LINE.
     MOVE ADDRESS-LINE TO OUTPUT-LINE-AREA.
     PERFORM WRITE-REPORT-LINE.
     ADD 1 TO LINES-PRINTED.
*>
 PRINT-MESSAGE-SUMMARY.
*>  ONE LINE PER MESSAGE IN EFFECT ON THE MAIN REPORT: HOW MANY FORMS
*>  CARRIED IT, SO MARKETING CAN SEE EACH NOTICE'S REACH.
     PERFORM PRINT-MESSAGE-REACH
         VARYING MESSAGE-INDEX FROM 1 BY 1
         UNTIL MESSAGE-INDEX > MESSAGE-ENTRY-COUNT.
*>
 PRINT-MESSAGE-REACH.
     IF OUTPUT-DEVICE-SW = "C"
         MOVE SPACES TO CSV-DETAIL-LINE
         STRING "MESSAGE,"                      DELIMITED BY SIZE
                MG-MESSAGE-ID (MESSAGE-INDEX)    DELIMITED BY SIZE
                ","                             DELIMITED BY SIZE
                MG-FORMS-CARRIED (MESSAGE-INDEX) DELIMITED BY SIZE
           INTO CSV-DETAIL-LINE
         MOVE CSV-DETAIL-LINE TO OUTPUT-LINE-AREA
     ELSE
         MOVE SPACES TO BALANCE-LINE
         STRING "*** MESSAGE "                  DELIMITED BY SIZE
                MG-MESSAGE-ID (MESSAGE-INDEX)    DELIMITED BY SIZE
                " CARRIED ON FORMS: "           DELIMITED BY SIZE
                MG-FORMS-CARRIED (MESSAGE-INDEX) DELIMITED BY SIZE
                " ***"                          DELIMITED BY SIZE
           INTO BALANCE-LINE
         MOVE BALANCE-LINE TO OUTPUT-LINE-AREA
     END-IF.
     PERFORM WRITE-REPORT-LINE.
     ADD 1 TO LINES-PRINTED.
*>
 READ-CUSTOMER-MASTER.
*>  RANDOM READ OF THE MAILING-ADDRESS MASTER FOR THE DETAIL RECORD IN
     MOVE SPACES TO CHECKPOINT-RECORD.
     MOVE WORK-FILE-NAME      TO CKPT-WORK-FILE-NAME.
     MOVE TOTAL-RECORDS-READ  TO CKPT-RECORD-COUNT.
     MOVE CURRENT-FORM-SERIAL TO CKPT-FORM-SERIAL.
     MOVE BUSINESS-DATE       TO CKPT-BUSINESS-DATE.
     WRITE CHECKPOINT-RECORD.
     IF CHECKPOINT-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE 16 TO RETURN-CODE
     END-IF.
*>
 CHECK-RESTART-RUN.
*>  READ THE LAST RUN'S .RLG THE WAY PRINTBAT'S RESTART CHECK DOES: AN
*>  EMPTY ONE, OR ONE WITHOUT AN END STAMP, IS A RUN THAT WAS CUT OFF
*>  -- WHETHER OR NOT IT GOT AS FAR AS ITS FIRST CHECKPOINT. ITS LAST
*>  CHECKPOINT, IF ANY, SAYS WHICH BUSINESS DATE IT RAN UNDER. NO
*>  .RLG AT ALL IS A FIRST RUN.
     MOVE "N"  TO RESTART-RUN-SW.
     MOVE ZERO TO RESTART-BUSINESS-DATE.
     OPEN INPUT RUN-LOG.
     IF RUN-LOG-STATUS NOT = "00"
         GO TO CHECK-RESTART-RUN-EXIT
     END-IF
     READ RUN-LOG
         AT END
             MOVE "Y" TO RESTART-RUN-SW
         NOT AT END
             IF RL-END-STAMP = SPACES
                 MOVE "Y" TO RESTART-RUN-SW
             END-IF
     END-READ
     CLOSE RUN-LOG.
     IF RESTART-RUN-SW NOT = "Y"
         GO TO CHECK-RESTART-RUN-EXIT
     END-IF
     OPEN INPUT CHECKPOINT-FILE.
     IF CHECKPOINT-STATUS NOT = "00"
         GO TO CHECK-RESTART-RUN-EXIT
     END-IF.
 READ-RESTART-CHECKPOINT.
     READ CHECKPOINT-FILE
         AT END
             CLOSE CHECKPOINT-FILE
             GO TO CHECK-RESTART-RUN-EXIT
     END-READ
     IF CHECKPOINT-STATUS NOT = "00"
         CLOSE CHECKPOINT-FILE
         GO TO CHECK-RESTART-RUN-EXIT
     END-IF
*>  A CHECKPOINT FROM BEFORE THE DATE WAS CARRIED HAS BLANKS THERE.
     IF CKPT-BUSINESS-DATE NUMERIC
         MOVE CKPT-BUSINESS-DATE TO RESTART-BUSINESS-DATE
     ELSE
         MOVE ZERO TO RESTART-BUSINESS-DATE
     END-IF
     GO TO READ-RESTART-CHECKPOINT.
 CHECK-RESTART-RUN-EXIT.
     EXIT.
*>
 OPEN-FORMS-RUN.
*>  THE STOCK IS THE STATEMENT FORM FOR THIS PRINT MODE ("STM1" OR
*>  "STM2") ON THE PRINTER.
     PERFORM SET-FORMS-REQUEST.
     MOVE "O" TO FR-FUNCTION.
     MOVE "P" TO FR-USAGE-KIND.
     PERFORM CALL-FORMS-CONTROL.
     IF FR-RESULT = ZERO
         MOVE "Y" TO FORMS-CONTROL-SW
     ELSE
         DISPLAY "PRINTPRC - NO FORMS INVENTORY FOR " FR-FORM-TYPE
                 " ON " FR-PRINTER-ID ", RESULT " FR-RESULT
                 " - SERIALS NOT COUNTED FOR: " WORK-FILE-NAME
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.
*>
 ISSUE-FORM-SERIAL.
*>  A NEW PAGE IS A NEW FORM. A STOCK WITH NO SERIAL LEFT STILL
*>  PRINTS -- THE FORMS REPORT SHOWS THE PAGES WITH NO SERIAL --
*>  BUT THE OPERATOR IS TOLD ONCE.
     MOVE "N" TO FR-FUNCTION.
     PERFORM CALL-FORMS-CONTROL.
     MOVE FR-SERIAL TO CURRENT-FORM-SERIAL.
     IF FR-RESULT NOT = ZERO AND FORMS-SHORT-SW = "N"
         MOVE "Y" TO FORMS-SHORT-SW
         DISPLAY "PRINTPRC - NO SERIAL ISSUED FROM " FR-FORM-TYPE
                 " ON " FR-PRINTER-ID ", RESULT " FR-RESULT
                 " - PAGE " PAGE-NUMBER " OF: " WORK-FILE-NAME
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.
*>
 END-FORMS-RUN.
*>  LOG THE SERIALS THIS RUN TOOK BESIDE ITS OWN PAGE COUNT.
     MOVE "E" TO FR-FUNCTION.
     MOVE PAGE-NUMBER TO FR-PAGE-COUNT.
     PERFORM CALL-FORMS-CONTROL.
     IF FR-RESULT NOT = ZERO
         DISPLAY "PRINTPRC - FORMS USAGE NOT LOGGED, RESULT "
                 FR-RESULT " FOR: " WORK-FILE-NAME
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.
*>
 ISSUE-REPRINT-SERIAL.
*>  A LOOKUP REPRINT TAKES ONE FORM OFF THE SAME STOCK AND LOGS IT AS
*>  A REPRINT STRAIGHT AWAY.
     PERFORM SET-FORMS-REQUEST.
     MOVE "1" TO FR-FUNCTION.
     MOVE "R" TO FR-USAGE-KIND.
     PERFORM CALL-FORMS-CONTROL.
     IF FR-RESULT NOT = ZERO
         DISPLAY "PRINTPRC - REPRINT SERIAL NOT LOGGED FROM "
                 FR-FORM-TYPE " ON " FR-PRINTER-ID ", RESULT "
                 FR-RESULT
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.
*>
 SET-FORMS-REQUEST.
     MOVE SPACES TO FORMS-REQUEST.
     STRING "STM"         DELIMITED BY SIZE
            PRINT-MODE-SW DELIMITED BY SIZE
       INTO FR-FORM-TYPE.
     MOVE "PRINTER"      TO FR-PRINTER-ID.
     MOVE "PRINTPRC"     TO FR-PROGRAM-ID.
     MOVE WORK-FILE-NAME TO FR-WORK-FILE-NAME.
     MOVE ZERO           TO FR-REQUIRED-COUNT.
     MOVE ZERO           TO FR-PAGE-COUNT.
     MOVE ZERO           TO FR-SERIAL.
*>
 CALL-FORMS-CONTROL.
     MOVE RETURN-CODE TO FORMS-SAVED-RC.
     CALL "FORMSER" USING FORMS-REQUEST.
     MOVE FORMS-SAVED-RC TO RETURN-CODE.
*>
 PRINT-GRAND-TOTAL.
*>  PRINT THE GRAND TOTAL OVER ALL BRANCH GROUPS IN THE RUN -- ONE
                         MOVE WORK1-RECORD TO WORK2-RECORD
                     END-IF
                     PERFORM WRITE-DETAIL-LINE
*>                  A REISSUED FORM ON THE PRINTER USES ONE SERIAL,
*>                  WHETHER IT IS MAILED OR HELD BACK BELOW.
                     IF OUTPUT-DEVICE-SW NOT = "D"
                         PERFORM ISSUE-REPRINT-SERIAL
                     END-IF
*>                  A REPRINT IS STILL A MAILED FORM, SO IT GETS THE
*>                  SAME MAILING-ADDRESS BLOCK AS THE BATCH RUN. NO
*>                  EXCEPTION LIST HERE -- THE OPERATOR REISSUING ONE
*>                  FORM IS ALREADY HANDLING IT BY HAND -- SO A MISS
*>                  JUST LEAVES THE FORM ADDRESSED FROM THE WORK
*>                  RECORD'S OWN NAME. AN ADDRESS MARKED UNDELIVERABLE
*>                  GETS A DO-NOT-MAIL LINE IN PLACE OF THE ADDRESS
*>                  BLOCK AND NO HISTORY RECORD -- THE FORM IS FOR
*>                  THE OPERATOR'S HANDS, NOT THE MAIL.
                     PERFORM READ-MASTER-FOR-LOOKUP
                     IF CUSTOMER-FOUND-SW = "Y" AND
                        CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD = "U"
                         MOVE SPACES TO LOOKUP-RESULT-LINE
                         STRING "*** BAD ADDRESS - HOLD, DO NOT MAIL: "
                                DELIMITED BY SIZE
                                CM-RETURN-REASON
                                    OF CUSTOMER-MASTER-RECORD
                                DELIMITED BY SIZE
                           INTO LOOKUP-RESULT-LINE
                         MOVE LOOKUP-RESULT-LINE TO OUTPUT-LINE-AREA
                         PERFORM WRITE-REPORT-LINE
                     ELSE
*>                      TONIGHT'S BUSINESS DATE PICKS THE STATEMENT
*>                      MESSAGES THE REISSUED FORM CARRIES, THE SAME
*>                      AS THE BATCH RUN'S FORMS.
                         PERFORM GET-BUSINESS-DATE
                         IF CUSTOMER-FOUND-SW = "Y"
                             PERFORM PRINT-ADDRESS-BLOCK
                             PERFORM LOAD-MESSAGE-MASTER
                                THRU LOAD-MESSAGE-EXIT
                             PERFORM MATCH-STATEMENT-MESSAGES
                             PERFORM PRINT-STATEMENT-MESSAGES
                         END-IF
*>                      THE REISSUED FORM GOES ON THE ACCOUNT'S
*>                      HISTORY AS A REPRINT, UNDER THAT SAME BUSINESS
*>                      DATE. IT IS ALWAYS A ONE-PAGE, HEADERLESS FORM.
                         PERFORM OPEN-STATEMENT-HISTORY
                         MOVE "R" TO HISTORY-FORM-KIND
                         MOVE 1   TO HISTORY-PAGE-NUMBER
                         PERFORM WRITE-STATEMENT-HISTORY
                            THRU WRITE-HISTORY-EXIT
                         IF HISTORY-OPEN-SW = "Y"
                             CLOSE STATEMENT-HISTORY
                             MOVE "N" TO HISTORY-OPEN-SW
                         END-IF
                     END-IF
*>                  THE MASTER STAYS OPEN UNTIL THE ADDRESS BLOCK HAS
*>                  GONE OUT -- PRINT-ADDRESS-BLOCK READS THE CM-
     MOVE ZERO   TO RECORDS-DIVERTED.
     MOVE "Y"    TO CX-FIRST-RECORD-SW.
     MOVE SPACES TO CX-PREVIOUS-BRANCH.
     MOVE "N"    TO HOLD-FILE-OPEN-SW.
     MOVE ZERO   TO RECORDS-HELD.
     MOVE "N"    TO EDELIVERY-FILE-OPEN-SW.
     MOVE "N"    TO EDELIVERY-ACTIVE-SW.
     MOVE "N"    TO EDELIVERY-PARTIAL-SW.
     MOVE "P"    TO DELIVERY-MODE-SW.
     MOVE ZERO   TO RECORDS-EMAILED.
     MOVE ZERO   TO RECORDS-E-COPIED.
     MOVE ZERO   TO EDELIVERY-DOC-COUNT.
     MOVE ZERO   TO EDELIVERY-DETAIL-COUNT.
     MOVE "N"    TO EDOC-OPEN-SW.
     MOVE ZERO   TO MESSAGE-ENTRY-COUNT.
     MOVE ZERO   TO BASE-GRAND-TOTAL.
     MOVE "N"    TO BASE-RATE-MISSING-SW.
     MOVE "N"    TO HISTORY-OPEN-SW.
     MOVE "N"    TO RESTART-RUN-SW.
     MOVE ZERO   TO RESTART-BUSINESS-DATE.
     MOVE "N"    TO RESTART-RETIRED-SW.
     MOVE "N"    TO BRANCH-MASTER-OPEN-SW.
     MOVE HIGH-VALUES TO LAST-LOOKUP-BRANCH.
     MOVE SPACES TO RECORD-BRANCH-NAME.
     MOVE SPACE  TO RECORD-BRANCH-STATE.
     MOVE SPACES TO PREVIOUS-BRANCH-NAME.
     MOVE SPACE  TO PREVIOUS-BRANCH-STATE.
     MOVE ZERO   TO UNKNOWN-BRANCH-COUNT.
     MOVE ZERO   TO CLOSED-BRANCH-COUNT.
     MOVE "N"    TO FORMS-CONTROL-SW.
     MOVE "N"    TO FORMS-SHORT-SW.
     MOVE ZERO   TO CURRENT-FORM-SERIAL.
*>  THE POSTING-DATE WINDOW IS SEEDED FROM THE LINKAGE HERE; THE .SEL
*>  CRITERIA FILE (LOADED AFTER THIS RUNS) MAY STILL SET OR OVERRIDE
*>  IT. SETTLED ONCE PER CALL, NOT RE-TESTED ON EVERY RECORD.
     STRING WORK-FILE-NAME DELIMITED BY SPACE
            ".CRP"         DELIMITED BY SIZE
       INTO CREDIT-RPT-NAME.
     MOVE SPACES TO HOLD-FILE-NAME.
     STRING WORK-FILE-NAME DELIMITED BY SPACE
            ".HLD"         DELIMITED BY SIZE
       INTO HOLD-FILE-NAME.
     MOVE SPACES TO EDELIVERY-FILE-NAME.
     STRING WORK-FILE-NAME DELIMITED BY SPACE
            ".EDL"         DELIMITED BY SIZE
       INTO EDELIVERY-FILE-NAME.
     MOVE SPACES TO EDELIVERY-INDEX-NAME.
     STRING WORK-FILE-NAME DELIMITED BY SPACE
            ".EDX"         DELIMITED BY SIZE
       INTO EDELIVERY-INDEX-NAME.
*>
 OPEN-OUTPUT-DEVICE.
*>  OUTPUT-DEVICE-SW PICKS WHICH PHYSICAL FILE THE REPORT GOES TO: THE
         PERFORM PRINT-CREDIT-GRAND-TOTAL
         PERFORM PRINT-CREDIT-SUMMARY
     END-IF
     IF RECORDS-HELD > ZERO
         PERFORM PRINT-HOLD-SUMMARY
     END-IF
     IF EDELIVERY-ACTIVE-SW = "Y" OR EDELIVERY-PARTIAL-SW = "Y"
         PERFORM PRINT-DELIVERY-SUMMARY
     END-IF
*>  THE REACH OF EACH STATEMENT MESSAGE IN EFFECT, EVEN ONE THAT
*>  MATCHED NO FORM -- A ZERO SAYS THE TARGETING MISSED.
     IF MESSAGE-ENTRY-COUNT > ZERO
         PERFORM PRINT-MESSAGE-SUMMARY
     END-IF
*>  THE .CRX GETS ITS OWN TRAILER, THE SAME CONVENTION SRECEDIT USES
*>  FOR THE .CLN CLEAN COPY, CARRYING THE DIVERTED COUNT -- SO THE
*>  CREDIT-MEMO PRINT RUN (CREDPRN) CAN RECONCILE WHAT IT READ BACK
         MOVE RECORDS-DIVERTED TO S-TRAILER-COUNT OF CREDIT-RECORD
         WRITE CREDIT-RECORD
     END-IF
*>  THE .EDX GETS ITS TRAILER THE SAME WAY, AFTER THE LAST DOCUMENT
*>  IS CLOSED OFF. THE GATEWAY SENDS NOTHING FROM AN INDEX WITHOUT
*>  ONE, SO A RUN THAT DIES PART WAY (AND NEVER GETS HERE) CANNOT
*>  HALF-SEND A NIGHT'S E-STATEMENTS.
     IF EDELIVERY-ACTIVE-SW = "Y"
         IF EDOC-OPEN-SW = "Y"
             PERFORM CLOSE-EDELIVERY-DOCUMENT
         END-IF
         MOVE SPACES TO EDELIVERY-INDEX-RECORD
         MOVE "T"                    TO ED-REC-TYPE
         MOVE "COUNT="               TO ED-TRAILER-LITERAL
         MOVE BUSINESS-DATE          TO ED-TRAILER-DATE
         MOVE EDELIVERY-DOC-COUNT    TO ED-TRAILER-DOC-COUNT
         MOVE EDELIVERY-DETAIL-COUNT TO ED-TRAILER-DETAIL-COUNT
         WRITE EDELIVERY-INDEX-RECORD
     END-IF
     IF TRAILER-SEEN-SW = "Y" AND
        TOTAL-RECORDS-READ NOT = EXPECTED-RECORD-COUNT
         PERFORM PRINT-OUT-OF-BALANCE
                MASTER-MISSING-COUNT  DELIMITED BY SIZE
           INTO EXCEPTION-LINE
         WRITE EXCEPTION-RECORD FROM EXCEPTION-LINE
         MOVE SPACES TO EXCEPTION-LINE
         STRING "BRANCH NOT ON MASTER: " DELIMITED BY SIZE
                UNKNOWN-BRANCH-COUNT     DELIMITED BY SIZE
                "  BRANCH CLOSED: "      DELIMITED BY SIZE
                CLOSED-BRANCH-COUNT      DELIMITED BY SIZE
           INTO EXCEPTION-LINE
         WRITE EXCEPTION-RECORD FROM EXCEPTION-LINE
     END-IF
     IF HOLD-FILE-OPEN-SW = "Y"
         MOVE SPACES TO HOLD-LINE
         STRING "FORMS HELD - BAD ADDRESS: " DELIMITED BY SIZE
                RECORDS-HELD                 DELIMITED BY SIZE
           INTO HOLD-LINE
         WRITE HOLD-RECORD FROM HOLD-LINE
     END-IF
*>  (3C) A CRITERIA FILE IS GOOD FOR EXACTLY THE ONE RUN IT DROVE.
*>       DELETE IT NOW THAT THE RUN COMPLETED, SO A .SEL LEFT OVER
         DISPLAY "PRINTPRC - CRITERIA FILE DELETED AFTER USE: "
                 SELECTION-FILE-NAME
     END-IF
*>  (3D) CLOSE THE RUN'S DRAW ON THE FORM STOCK. AN INTERRUPTED RUN
*>       NEVER GETS HERE, SO ITS DRAW STAYS OPEN FOR THE RESTART TO
*>       SETTLE.
     IF FORMS-CONTROL-SW = "Y"
         PERFORM END-FORMS-RUN
     END-IF
     PERFORM CLOSE-ALL-OPEN-FILES.
END PROGRAM PRINTPRC.

