*>  AT EACH POSTCODE GROUP, ENDING WITH A PRESORT MANIFEST PAGE FOR
*>  THE RUN. RECORDS WITH NO MASTER CANNOT BE MAILED AND ARE LISTED
*>  FOR MANUAL HANDLING; NEGATIVE AMOUNTS ARE LEFT TO THE CREDIT
*>  DIVERSION THE MAIN RUN ALREADY DOES. AN ACCOUNT RETMAIL HAS
*>  MARKED UNDELIVERABLE IS HELD OUT OF THE MAIL STREAM ON A "HOLD -
*>  BAD ADDRESS" LINE UNTIL CUSTMNT RECORDS A NEW ADDRESS FOR IT.
*>  A CUSTOMER WHO TAKES STATEMENTS BY E-MAIL ONLY GETS NO ENVELOPE:
*>  PRINTPRC SENDS THAT STATEMENT THROUGH THE E-MAIL GATEWAY, SO IT IS
*>  COUNTED AS E-DELIVERED, NOT MAILED.
*>  THE STATEMENT MESSAGES IN EFFECT ON THE BATCHDTE BUSINESS DATE
*>  (MSGMST, SEE MSGMNT) PRINT UNDER THE ADDRESS BLOCK EXACTLY AS
*>  THEY DO ON PRINTPRC'S FORMS, AND THE MANIFEST COUNTS HOW MANY
*>  PIECES CARRIED EACH ONE.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
        ASSIGN       TO  PSTMAIL
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  PST-REPORT-STATUS.
*>  THE BATCH BUSINESS DATE PICKS WHICH STATEMENT MESSAGES ARE IN
*>  EFFECT; THE MESSAGE MASTER IS READ ONCE INTO A TABLE, AS PRINTPRC
*>  DOES.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
    SELECT MESSAGE-MASTER
        ASSIGN       TO  MSGMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  SEQUENTIAL
        RECORD KEY   IS  MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD
        FILE STATUS  IS  MESSAGE-MASTER-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
     05  SORT-POSTCODE       PIC X(10).
 FD  PST-REPORT.
 01  PST-REPORT-RECORD       PIC X(80).
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
 FD  MESSAGE-MASTER.
 01  MESSAGE-MASTER-RECORD.
     COPY "MS_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  PST1-RECORD.
 01  WORK-FILE-STATUS        PIC X(02).
 01  CUSTOMER-MASTER-STATUS  PIC X(02).
 01  PST-REPORT-STATUS       PIC X(02).
 01  BUSINESS-DATE-STATUS    PIC X(02).
 01  MESSAGE-MASTER-STATUS   PIC X(02).
*>
 01  PST-WORK-FILE-NAME      PIC X(12).
 01  CUSTOMER-MASTER-OPEN-SW PIC X(01) VALUE "N".
 01  RECORDS-CREDIT-SKIPPED  PIC 9(09) VALUE ZERO.
 01  RECORDS-BAD-AMOUNT      PIC 9(09) VALUE ZERO.
 01  RECORDS-BAD-TYPE        PIC 9(09) VALUE ZERO.
 01  RECORDS-HELD            PIC 9(09) VALUE ZERO.
 01  RECORDS-E-DELIVERED     PIC 9(09) VALUE ZERO.
 01  PIECES-PRINTED          PIC 9(09) VALUE ZERO.
*>
*>  THE POSTCODE CONTROL BREAK AND THE MANIFEST ROLL-UP: ONE TABLE
         10  PM-POSTCODE         PIC X(10).
         10  PM-PIECE-COUNT      PIC 9(07).
 01  POSTCODE-OVERFLOW-SW    PIC X(01) VALUE "N".
*>
*>  THE STATEMENT MESSAGES IN EFFECT ON THE BUSINESS DATE, THE SAME
*>  TABLE PRINTPRC KEEPS: BLANK TEXT LINES SQUEEZED OUT AT LOAD, A
*>  MATCH SWITCH SET PER FORM, AND THE PIECES EACH MESSAGE WENT OUT
*>  ON FOR THE MANIFEST. RECORD-CURRENCY IS THE FORM'S CURRENCY WITH
*>  A BLANK (VERSION-1) CODE TAKEN AS "USD".
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
 01  RECORD-CURRENCY         PIC X(03).
 01  MESSAGE-ENTRY-COUNT     PIC 9(03) VALUE ZERO.
 01  MESSAGE-ENTRY-MAX       PIC 9(03) VALUE 20.
 01  MESSAGE-INDEX           PIC 9(03) VALUE ZERO.
 01  MESSAGE-LINE-INDEX      PIC 9(03) VALUE ZERO.
 01  MESSAGE-BRANCH-INDEX    PIC 9(03) VALUE ZERO.
 01  MESSAGE-TEXT-SLOT       PIC 9(03) VALUE ZERO.
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
 01  REPORT-LINE             PIC X(80).
 01  ERROR-MESSAGE           PIC X(60).
         DISPLAY "PRINTPST - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT PST-REPORT.
     IF PST-REPORT-STATUS NOT = "00"
                 PST-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE
         GOBACK
     END-IF
     OPEN INPUT CUSTOMER-MASTER.
     IF CUSTOMER-MASTER-STATUS NOT = "00"
                 CUSTOMER-MASTER-STATUS " - NOTHING CAN BE MAILED"
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE PST-REPORT
         GOBACK
     END-IF
     MOVE "Y" TO CUSTOMER-MASTER-OPEN-SW.
*>  (1A) THE STATEMENT MESSAGES IN EFFECT ON THE BUSINESS DATE. NO
*>       MESSAGE MASTER JUST MEANS NO MESSAGES.
     PERFORM GET-BUSINESS-DATE.
     PERFORM LOAD-MESSAGE-MASTER THRU LOAD-MESSAGE-EXIT.
     ACCEPT RUN-DATE-YYMMDD FROM DATE.
     STRING RUN-DATE-MM DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
     PERFORM PRINT-MANIFEST-PAGE.
     CLOSE CUSTOMER-MASTER.
     CLOSE CONTROL-FILE PST-REPORT.
     GOBACK.
*>
 FEED-INPUT SECTION.
*>  (2A) FEED EVERY MAILABLE DETAIL RECORD INTO THE SORT, TAGGED WITH
*>       ITS POSTCODE OFF THE MASTER. NOT MAILABLE: A TRAILER, A
*>       GARBAGE AMOUNT (FLAGGED, AS THE CONSOLIDATED RUN DOES), A
*>       NEGATIVE AMOUNT (THE MAIN RUN'S CREDIT DIVERSION OWNS
*>       THOSE), AN ACCOUNT WITH NO MASTER RECORD (LISTED HERE FOR
*>       MANUAL HANDLING -- THERE IS NO ADDRESS TO MAIL IT TO), OR
*>       ONE WHOSE MASTER IS MARKED UNDELIVERABLE (LISTED AS HELD --
*>       THE ADDRESS ON FILE IS THE ONE THE POST OFFICE RETURNED).
 FEED-CTL-LOOP.
     READ CONTROL-FILE INTO PST-WORK-FILE-NAME
          AT END GO TO FEED-INPUT-EXIT.
         WRITE PST-REPORT-RECORD FROM REPORT-LINE
         GO TO FEED-RECORD-LOOP
     END-IF
*>  THE SAME TEST PRINTPRC MAKES: E-MAIL ONLY, WITH AN ADDRESS TO SEND
*>  TO. IT COMES AHEAD OF THE BAD-ADDRESS HOLD BECAUSE NO POSTAL
*>  ADDRESS IS INVOLVED. A "BOTH" CUSTOMER STILL GETS AN ENVELOPE.
     IF CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD = "E" AND
        CM-EMAIL-ADDRESS OF CUSTOMER-MASTER-RECORD NOT = SPACES
         ADD 1 TO RECORDS-E-DELIVERED
         GO TO FEED-RECORD-LOOP
     END-IF
     IF CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD = "U"
         ADD 1 TO RECORDS-HELD
         MOVE SPACES TO REPORT-LINE
         STRING "** HOLD - BAD ADDRESS: ACCT " DELIMITED BY SIZE
                S-ACCOUNT-NO OF PST1-RECORD    DELIMITED BY SIZE
                " RETURNED "                   DELIMITED BY SIZE
                CM-RETURN-DATE OF CUSTOMER-MASTER-RECORD
                                               DELIMITED BY SIZE
                " "                            DELIMITED BY SIZE
                CM-RETURN-REASON OF CUSTOMER-MASTER-RECORD
                                               DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE PST-REPORT-RECORD FROM REPORT-LINE
         GO TO FEED-RECORD-LOOP
     END-IF
     MOVE CM-POSTCODE OF CUSTOMER-MASTER-RECORD TO PST1-POSTCODE.
     ADD 1 TO RECORDS-RELEASED.
     RELEASE SORT-RECORD FROM PST1-RECORD.
 PRINT-MAILING-FORM.
*>  THE FORM BODY: THE DETAIL RECORD, THEN THE MAILING-ADDRESS BLOCK
*>  RE-READ OFF THE MASTER (IT HIT IN THE FEED PHASE; A RECORD THAT
*>  SOMEHOW MISSES NOW STILL PRINTS FROM ITS OWN NAME AND IS FLAGGED)
*>  AND THE STATEMENT MESSAGES THE FORM CARRIES UNDER THE ADDRESS.
     WRITE PST-REPORT-RECORD FROM PST1-RECORD (1:60).
     PERFORM READ-CUSTOMER-MASTER.
     IF CUSTOMER-FOUND-SW = "Y"
         PERFORM PRINT-ADDRESS-BLOCK
         PERFORM MATCH-STATEMENT-MESSAGES
         PERFORM PRINT-STATEMENT-MESSAGES
     ELSE
         MOVE SPACES TO REPORT-LINE
         STRING "  " DELIMITED BY SIZE
            CM-POSTCODE OF CUSTOMER-MASTER-RECORD DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE PST-REPORT-RECORD FROM REPORT-LINE.
*>
 MATCH-STATEMENT-MESSAGES.
*>  THE SAME TARGETING AS PRINTPRC: EVERY FORM, A LISTED BRANCH, THE
*>  ACCOUNT TYPE, OR THE CURRENCY -- BLANK OR LOW-VALUES BEING USD,
*>  AS PRINTPRC READS IT.
     IF S-CURRENCY-CODE OF PST1-RECORD = SPACES OR LOW-VALUES
         MOVE "USD" TO RECORD-CURRENCY
     ELSE
         MOVE S-CURRENCY-CODE OF PST1-RECORD TO RECORD-CURRENCY
     END-IF
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
                S-ACCOUNT-TYPE OF PST1-RECORD
                 MOVE "Y" TO MG-MATCH-SW (MESSAGE-INDEX)
             END-IF
         WHEN "C"
             IF MG-TARGET-CURRENCY (MESSAGE-INDEX) = RECORD-CURRENCY
                 MOVE "Y" TO MG-MATCH-SW (MESSAGE-INDEX)
             END-IF
     END-EVALUATE.
*>
 MATCH-MESSAGE-BRANCH.
     IF MG-TARGET-BRANCH (MESSAGE-INDEX, MESSAGE-BRANCH-INDEX)
        NOT = SPACES AND
        MG-TARGET-BRANCH (MESSAGE-INDEX, MESSAGE-BRANCH-INDEX) =
        S-BRANCH-NO OF PST1-RECORD
         MOVE "Y" TO MG-MATCH-SW (MESSAGE-INDEX)
     END-IF.
*>
 PRINT-STATEMENT-MESSAGES.
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
     MOVE SPACES TO REPORT-LINE.
     STRING "  " DELIMITED BY SIZE
            MG-TEXT-LINE (MESSAGE-INDEX, MESSAGE-LINE-INDEX)
            DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE PST-REPORT-RECORD FROM REPORT-LINE.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN. A
*>  MISSING OR UNREADABLE CONTROL DATASET FALLS BACK TO THE MACHINE
*>  DATE, SURFACED ON THE CONSOLE THE SAME AS THE OTHER STEPS DO.
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
         DISPLAY "PRINTPST - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
*>
 LOAD-MESSAGE-MASTER.
*>  ONLY THE MESSAGES WHOSE DATE RANGE TAKES IN THE BUSINESS DATE ARE
*>  KEPT. A FULL TABLE DROPS THE REST WITH A WARNING -- THE PIECES
*>  STILL MAIL, BUT SOMEONE HAS TO PRUNE THE MASTER.
     MOVE ZERO TO MESSAGE-ENTRY-COUNT.
     OPEN INPUT MESSAGE-MASTER.
     IF MESSAGE-MASTER-STATUS = "35"
         GO TO LOAD-MESSAGE-EXIT
     END-IF
     IF MESSAGE-MASTER-STATUS NOT = "00"
         DISPLAY "PRINTPST - CANNOT OPEN MESSAGE MASTER, STATUS "
                 MESSAGE-MASTER-STATUS
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
         DISPLAY "PRINTPST - MESSAGE TABLE FULL, MESSAGE "
                 MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD " NOT PRINTED"
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
 PRINT-POSTCODE-BREAK.
*>  CLOSE THE GROUP THAT JUST ENDED: THE BANDING LINE FOR THE
*>  THE PRESORT MANIFEST THE MAILROOM HANDS THE POST OFFICE: ONE LINE
*>  PER POSTCODE GROUP WITH ITS PIECE COUNT, THEN THE RUN TOTALS AND
*>  EVERYTHING THAT DID NOT MAIL, SO PIECES IN TRAYS PLUS MANUAL
*>  PLUS CREDITS PLUS BAD PLUS HELD PLUS E-DELIVERED RECONCILES BACK
*>  TO THE EXTRACTS.
     MOVE ALL "=" TO REPORT-LINE.
     WRITE PST-REPORT-RECORD FROM REPORT-LINE.
     MOVE "PRESORT MANIFEST" TO REPORT-LINE.
            RECORDS-BAD-TYPE      DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE PST-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "HELD - BAD ADDRESS: " DELIMITED BY SIZE
            RECORDS-HELD          DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE PST-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "E-DELIVERED, NOT MAILED: " DELIMITED BY SIZE
            RECORDS-E-DELIVERED         DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE PST-REPORT-RECORD FROM REPORT-LINE.
*>  THE REACH OF EACH STATEMENT MESSAGE IN EFFECT, FOR MARKETING.
     PERFORM PRINT-MESSAGE-REACH
         VARYING MESSAGE-INDEX FROM 1 BY 1
         UNTIL MESSAGE-INDEX > MESSAGE-ENTRY-COUNT.
     IF FILES-MISSING-COUNT > ZERO AND RETURN-CODE < 4
         MOVE 4 TO RETURN-CODE
     END-IF.
            PM-PIECE-COUNT (POSTCODE-INDEX)  DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE PST-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-MESSAGE-REACH.
     MOVE SPACES TO REPORT-LINE.
     STRING "MESSAGE "                       DELIMITED BY SIZE
            MG-MESSAGE-ID (MESSAGE-INDEX)    DELIMITED BY SIZE
            " CARRIED ON PIECES: "           DELIMITED BY SIZE
            MG-FORMS-CARRIED (MESSAGE-INDEX) DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE PST-REPORT-RECORD FROM REPORT-LINE.
END PROGRAM PRINTPST.
