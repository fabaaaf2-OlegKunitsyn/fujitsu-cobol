IDENTIFICATION DIVISION.
 PROGRAM-ID. AUDITRPT.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  CONSOLIDATED CONTROL AND COMPLIANCE AUDIT REPORT. THE SYSTEM KEEPS
*>  THREE APPEND-ONLY TRAILS THAT INTERNAL AUDIT ASKS FOR EVERY
*>  QUARTER: THE OPRLOG ACTION LOG (PRNTMENU ACTIONS, AND THE DENIALS
*>  AND HELD-ITEM DECISIONS MSGMNT AND HELDREL LOG THERE), THE CSTAUDIT
*>  CUSTOMER-MASTER CHANGES AND THE RATAUDIT EXCHANGE-RATE CHANGES.
*>  THEY USED TO GO OVER AS RAW FLAT FILES. THIS PROGRAM MERGES ALL
*>  THREE INTO ONE CHRONOLOGICAL LISTING FOR AN OPERATOR AND STAMP-DATE
*>  RANGE, SPELLS OUT EACH MASTER CHANGE FIELD BY FIELD (WHAT EACH
*>  CHANGED FIELD WAS, AND WHAT IT IS NOW) INSTEAD OF PRINTING THE
*>  RECORD IMAGES, AND CLOSES WITH FIVE EXCEPTION SECTIONS:
*>    1. ACCOUNTS REPRINTED FROM PRNTMENU MORE THAN N TIMES;
*>    2. DENIED-ACCESS ATTEMPTS;
*>    3. MASTER CHANGES MADE AND REVERSED THE SAME DAY -- A LATER
*>       ENTRY FOR THE SAME RECORD THAT PUTS BACK EXACTLY WHAT AN
*>       EARLIER ONE REPLACED (AN ADD DELETED AGAIN COUNTS TOO);
*>    4. RATE ADDS AND CHANGES WHOSE EFFECTIVE DATE WAS ALREADY PAST
*>       WHEN THEY WERE KEYED -- THEY REPRICE POSTINGS ALREADY MADE;
*>    5. ACTIVITY BY OPERATORS NO LONGER ON OPRAUTH. EBOUNCE SIGNS
*>       ITS OWN CSTAUDIT RECORDS AND IS NOT AN OPERATOR.
*>  THE SELECTION COMES FROM THE OPTIONAL AUDPARM FILE, TOKEN FORM
*>  LIKE THE OTHER PARM FILES ("OPERATOR ID", "DATEFROM YYYYMMDD",
*>  "DATETO YYYYMMDD", "REPRINTS N"); WITHOUT IT EVERY OPERATOR AND
*>  EVERY DATE IS REPORTED AND THE REPRINT LIMIT IS 2. THE EXCEPTIONS
*>  ARE TAKEN OVER THE SELECTED ENTRIES ONLY. IT IS A GOBACK STEP LIKE
*>  THE OTHER REPORTS, SO IT RUNS ON ITS OWN OR UNDER NIGHTRUN.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT ACTION-LOG
        ASSIGN       TO  OPRLOG
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  ACTION-LOG-STATUS.
    SELECT CUSTOMER-AUDIT-FILE
        ASSIGN       TO  CSTAUDIT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CUSTOMER-AUDIT-STATUS.
    SELECT RATE-AUDIT-FILE
        ASSIGN       TO  RATAUDIT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  RATE-AUDIT-STATUS.
    SELECT AUTHORITY-FILE
        ASSIGN       TO  OPRAUTH
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  AUTHORITY-FILE-STATUS.
    SELECT PARM-FILE
        ASSIGN       TO  AUDPARM
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  PARM-FILE-STATUS.
    SELECT SORT-FILE
        ASSIGN       TO  SORTWORK.
    SELECT AUDIT-REPORT
        ASSIGN       TO  AUDRPT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  AUDIT-REPORT-STATUS.
*>  THE BATCH BUSINESS-DATE CONTROL DATASET, SET BY BATDATE. THE
*>  REPORT DATES ITSELF FROM IT.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  ACTION-LOG.
 01  ACTION-LOG-RECORD.
     05  AL-OPERATOR-ID      PIC X(08).
     05  FILLER              PIC X(01).
     05  AL-ACTION-STAMP     PIC X(16).
     05  FILLER              PIC X(01).
     05  AL-OPTION-CODE      PIC X(01).
     05  FILLER              PIC X(01).
     05  AL-WORK-FILE-NAME   PIC X(16).
     05  FILLER              PIC X(01).
     05  AL-ACCOUNT-NO       PIC X(10).
     05  FILLER              PIC X(01).
     05  AL-RETURN-CODE      PIC 9(02).
 FD  CUSTOMER-AUDIT-FILE.
 01  CUSTOMER-AUDIT-RECORD.
     COPY "CA_REC.CBL".
 FD  RATE-AUDIT-FILE.
*>  THE RATEMNT AUDIT LAYOUT: THE CA_REC.CBL SHAPE WITH THE 25-BYTE
*>  RATE RECORD AS THE IMAGE.
 01  RATE-AUDIT-RECORD.
     05  RA-OPERATOR-ID      PIC X(08).
     05  FILLER              PIC X(01).
     05  RA-CHANGE-STAMP     PIC X(16).
     05  FILLER              PIC X(01).
     05  RA-ACTION-CODE      PIC X(01).
     05  FILLER              PIC X(01).
     05  RA-BEFORE-IMAGE     PIC X(25).
     05  FILLER              PIC X(01).
     05  RA-AFTER-IMAGE      PIC X(25).
 FD  AUTHORITY-FILE.
 01  AUTHORITY-RECORD        PIC X(30).
 FD  PARM-FILE.
 01  PARM-RECORD             PIC X(30).
*>  ONE SORT RECORD PER AUDIT ENTRY, WHICHEVER TRAIL IT CAME FROM:
*>  THE STAMP FIRST, SO THE TRAILS INTERLEAVE BY TIME, THEN THE TRAIL
*>  AND THE ENTRY'S PLACE IN IT, SO ENTRIES STAMPED IN THE SAME
*>  HUNDREDTH KEEP THE ORDER THEY WERE WRITTEN IN. THE KEY IS THE
*>  ACCOUNT, OR FOR A RATE THE CURRENCY AND EFFECTIVE DATE.
 SD  SORT-FILE.
 01  SORT-RECORD.
     05  SORT-STAMP          PIC X(16).
     05  SORT-TRAIL          PIC X(01).
     05  SORT-SEQUENCE       PIC 9(07).
     05  SORT-OPERATOR-ID    PIC X(08).
     05  SORT-ACTION-CODE    PIC X(01).
     05  SORT-ENTRY-KEY      PIC X(16).
     05  SORT-WORK-FILE-NAME PIC X(16).
     05  SORT-RETURN-CODE    PIC 9(02).
     05  SORT-BEFORE-IMAGE   PIC X(200).
     05  SORT-AFTER-IMAGE    PIC X(200).
 FD  AUDIT-REPORT.
 01  AUDIT-REPORT-RECORD     PIC X(100).
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
*>  "L" = OPRLOG, "C" = CSTAUDIT, "R" = RATAUDIT. AN OPRLOG ENTRY
*>  CARRIES NO IMAGES; THE WORK FILE AND RETURN CODE ARE ITS OWN.
 01  AUD1-RECORD.
     05  AUD1-STAMP          PIC X(16).
     05  AUD1-TRAIL          PIC X(01).
     05  AUD1-SEQUENCE       PIC 9(07).
     05  AUD1-OPERATOR-ID    PIC X(08).
     05  AUD1-ACTION-CODE    PIC X(01).
     05  AUD1-ENTRY-KEY      PIC X(16).
     05  AUD1-WORK-FILE-NAME PIC X(16).
     05  AUD1-RETURN-CODE    PIC 9(02).
     05  AUD1-BEFORE-IMAGE   PIC X(200).
     05  AUD1-AFTER-IMAGE    PIC X(200).
*>
*>  THE IMAGES LAID OUT AGAIN AS THE RECORDS THEY ARE, SO EACH FIELD
*>  CAN BE COMPARED ON ITS OWN.
 01  BEFORE-CUSTOMER.
     COPY "CUST_REC.CBL".
 01  AFTER-CUSTOMER.
     COPY "CUST_REC.CBL".
 01  BEFORE-RATE.
     COPY "XR_REC.CBL".
 01  AFTER-RATE.
     COPY "XR_REC.CBL".
*>
 01  ACTION-LOG-STATUS       PIC X(02).
 01  CUSTOMER-AUDIT-STATUS   PIC X(02).
 01  RATE-AUDIT-STATUS       PIC X(02).
 01  AUTHORITY-FILE-STATUS   PIC X(02).
 01  PARM-FILE-STATUS        PIC X(02).
 01  AUDIT-REPORT-STATUS     PIC X(02).
*>
*>  A TRAIL THAT HAS NEVER BEEN WRITTEN IS NOT THERE AT ALL; THAT IS
*>  AN EMPTY TRAIL, NOT AN ERROR.
 01  ACTION-LOG-OPEN-SW      PIC X(01) VALUE "N".
 01  CUSTOMER-AUDIT-OPEN-SW  PIC X(01) VALUE "N".
 01  RATE-AUDIT-OPEN-SW      PIC X(01) VALUE "N".
*>
*>  THE LOADED SELECTION. BLANK OPERATOR AND ZERO DATES MEAN NO
*>  LIMIT. A PARM RECORD THAT WON'T PARSE ABANDONS THE REPORT BEFORE
*>  ANYTHING PRINTS.
 01  PARM-ERROR-SW           PIC X(01) VALUE "N".
 01  PARM-KEYWORD            PIC X(10).
 01  PARM-VALUE              PIC X(20).
 01  SEL-OPERATOR-ID         PIC X(08) VALUE SPACES.
 01  SEL-DATE-FROM           PIC 9(08) VALUE ZERO.
 01  SEL-DATE-TO             PIC 9(08) VALUE ZERO.
 01  SEL-REPRINT-LIMIT       PIC 9(03) VALUE 2.
 01  PARM-DATE-X             PIC X(08).
 01  PARM-DATE-9 REDEFINES PARM-DATE-X PIC 9(08).
 01  PARM-LIMIT-X            PIC X(03) JUSTIFIED RIGHT.
 01  PARM-LIMIT-9 REDEFINES PARM-LIMIT-X PIC 9(03).
*>
*>  THE ENTRY BEING SELECTED: ITS STAMP DATE AS A NUMBER, WHEN IT IS
*>  ONE. A STAMP THAT IS NOT A DATE ONLY PASSES WHEN NO DATE RANGE
*>  WAS ASKED FOR.
 01  ENTRY-SELECTED-SW       PIC X(01).
 01  STAMP-DATE-X            PIC X(08).
 01  STAMP-DATE-9 REDEFINES STAMP-DATE-X PIC 9(08).
 01  ACTION-LOG-SEQUENCE     PIC 9(07) VALUE ZERO.
 01  CUSTOMER-AUDIT-SEQUENCE PIC 9(07) VALUE ZERO.
 01  RATE-AUDIT-SEQUENCE     PIC 9(07) VALUE ZERO.
*>
 01  ENTRIES-LISTED          PIC 9(07) VALUE ZERO.
 01  ACTION-LOG-LISTED       PIC 9(07) VALUE ZERO.
 01  CUSTOMER-AUDIT-LISTED   PIC 9(07) VALUE ZERO.
 01  RATE-AUDIT-LISTED       PIC 9(07) VALUE ZERO.
 01  EXCEPTIONS-FOUND        PIC 9(07) VALUE ZERO.
*>
*>  THE LISTING LINE. A NEW STAMP DATE STARTS WITH A BLANK LINE, AND
*>  EMPTIES THE SAME-DAY REVERSAL TABLE BELOW.
 01  PREVIOUS-STAMP-DATE     PIC X(08) VALUE SPACES.
 01  LIST-TIME               PIC X(08).
 01  LIST-TRAIL-NAME         PIC X(08).
 01  LIST-ACTION-TEXT        PIC X(14).
 01  LIST-DETAIL             PIC X(32).
 01  ENTRY-DENIED-SW         PIC X(01).
 01  ENTRY-PAST-DATED-SW     PIC X(01).
*>
*>  ONE FIELD-LEVEL DIFFERENCE: THE FIELD'S NAME AND ITS VALUE BEFORE
*>  AND AFTER, AS TEXT. AN ADD HAS NO BEFORE IMAGE AND A DELETE NO
*>  AFTER IMAGE, SO ONLY THE SIDE THAT EXISTS IS PRINTED.
 01  DIFF-FIELD-NAME         PIC X(16).
 01  DIFF-BEFORE-VALUE       PIC X(40).
 01  DIFF-AFTER-VALUE        PIC X(40).
 01  RATE-EDIT               PIC 9(03).9(06).
*>
*>  THE OPERATORS ON OPRAUTH TODAY, LOADED AT START-UP. AN AUTHORITY
*>  FILE THAT CANNOT BE READ LEAVES EXCEPTION 5 UNCHECKED, SAID SO ON
*>  THE REPORT.
 01  AUTHORITY-LOADED-SW     PIC X(01) VALUE "N".
 01  AUTH-OPERATOR-ID        PIC X(08).
 01  AUTH-LEVEL-VALUE        PIC X(01).
 01  AUTH-SPARE              PIC X(20).
 01  AUTH-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
 01  AUTH-ENTRY-MAX          PIC 9(03) VALUE 200.
 01  AUTH-INDEX              PIC 9(03) VALUE ZERO.
 01  AUTH-FOUND-SW           PIC X(01).
 01  AUTHORITY-TABLE.
     05  AUTH-ENTRY OCCURS 200 TIMES.
         10  AU-OPERATOR-ID      PIC X(08).
*>
*>  EXCEPTION 1: PRNTMENU REPRINTS PER ACCOUNT.
 01  REPRINT-ENTRY-COUNT     PIC 9(03) VALUE ZERO.
 01  REPRINT-ENTRY-MAX       PIC 9(03) VALUE 500.
 01  REPRINT-INDEX           PIC 9(03) VALUE ZERO.
 01  REPRINT-FOUND-IX        PIC 9(03) VALUE ZERO.
 01  REPRINT-OVERFLOW        PIC 9(07) VALUE ZERO.
 01  REPRINT-EXCEPTIONS      PIC 9(07) VALUE ZERO.
 01  REPRINT-TABLE.
     05  REPRINT-ENTRY OCCURS 500 TIMES.
         10  RP-ACCOUNT-NO       PIC X(10).
         10  RP-REPRINT-COUNT    PIC 9(05).
         10  RP-LAST-STAMP       PIC X(16).
         10  RP-LAST-OPERATOR    PIC X(08).
*>
*>  EXCEPTION 2: DENIED-ACCESS ATTEMPTS, IN THE ORDER THEY HAPPENED.
 01  DENIED-ENTRY-COUNT      PIC 9(03) VALUE ZERO.
 01  DENIED-ENTRY-MAX        PIC 9(03) VALUE 200.
 01  DENIED-INDEX            PIC 9(03) VALUE ZERO.
 01  DENIED-OVERFLOW         PIC 9(07) VALUE ZERO.
 01  DENIED-TABLE.
     05  DENIED-ENTRY OCCURS 200 TIMES.
         10  DN-STAMP            PIC X(16).
         10  DN-OPERATOR-ID      PIC X(08).
         10  DN-ACTION-TEXT      PIC X(14).
         10  DN-ENTRY-KEY        PIC X(16).
*>
*>  EXCEPTION 3: EVERY MASTER CHANGE SEEN SO FAR ON THE CURRENT STAMP
*>  DATE, WITH THE IMAGE IT REPLACED. A LATER ENTRY FOR THE SAME
*>  RECORD WHOSE AFTER IMAGE IS ONE OF THOSE BEFORE IMAGES PUT THE
*>  RECORD BACK THE WAY IT WAS THAT MORNING.
 01  SAME-DAY-ENTRY-COUNT    PIC 9(03) VALUE ZERO.
 01  SAME-DAY-ENTRY-MAX      PIC 9(03) VALUE 200.
 01  SAME-DAY-INDEX          PIC 9(03) VALUE ZERO.
 01  SAME-DAY-FOUND-IX       PIC 9(03) VALUE ZERO.
 01  SAME-DAY-OVERFLOW       PIC 9(07) VALUE ZERO.
 01  SAME-DAY-TABLE.
     05  SAME-DAY-ENTRY OCCURS 200 TIMES.
         10  SD-TRAIL            PIC X(01).
         10  SD-ENTRY-KEY        PIC X(16).
         10  SD-STAMP            PIC X(16).
         10  SD-OPERATOR-ID      PIC X(08).
         10  SD-ACTION-CODE      PIC X(01).
         10  SD-BEFORE-IMAGE     PIC X(200).
 01  REVERSAL-ENTRY-COUNT    PIC 9(03) VALUE ZERO.
 01  REVERSAL-ENTRY-MAX      PIC 9(03) VALUE 200.
 01  REVERSAL-INDEX          PIC 9(03) VALUE ZERO.
 01  REVERSAL-OVERFLOW       PIC 9(07) VALUE ZERO.
 01  REVERSAL-TABLE.
     05  REVERSAL-ENTRY OCCURS 200 TIMES.
         10  RV-TRAIL-NAME       PIC X(08).
         10  RV-ENTRY-KEY        PIC X(16).
         10  RV-FIRST-STAMP      PIC X(16).
         10  RV-FIRST-OPERATOR   PIC X(08).
         10  RV-FIRST-ACTION     PIC X(01).
         10  RV-SECOND-STAMP     PIC X(16).
         10  RV-SECOND-OPERATOR  PIC X(08).
         10  RV-SECOND-ACTION    PIC X(01).
*>
*>  EXCEPTION 4: RATE ADDS AND CHANGES EFFECTIVE BEFORE THE DAY THEY
*>  WERE KEYED.
 01  PAST-RATE-ENTRY-COUNT   PIC 9(03) VALUE ZERO.
 01  PAST-RATE-ENTRY-MAX     PIC 9(03) VALUE 200.
 01  PAST-RATE-INDEX         PIC 9(03) VALUE ZERO.
 01  PAST-RATE-OVERFLOW      PIC 9(07) VALUE ZERO.
 01  PAST-RATE-TABLE.
     05  PAST-RATE-ENTRY OCCURS 200 TIMES.
         10  PR-STAMP            PIC X(16).
         10  PR-OPERATOR-ID      PIC X(08).
         10  PR-ACTION-CODE      PIC X(01).
         10  PR-CURRENCY-CODE    PIC X(03).
         10  PR-EFFECTIVE-DATE   PIC 9(08).
         10  PR-RATE-TEXT        PIC X(10).
*>
*>  EXCEPTION 5: OPERATORS SEEN ON THE TRAILS BUT NOT ON OPRAUTH,
*>  WITH HOW MUCH THEY DID AND OVER WHAT SPAN.
 01  UNKNOWN-ENTRY-COUNT     PIC 9(03) VALUE ZERO.
 01  UNKNOWN-ENTRY-MAX       PIC 9(03) VALUE 100.
 01  UNKNOWN-INDEX           PIC 9(03) VALUE ZERO.
 01  UNKNOWN-FOUND-IX        PIC 9(03) VALUE ZERO.
 01  UNKNOWN-OVERFLOW        PIC 9(07) VALUE ZERO.
 01  UNKNOWN-OPERATOR-TABLE.
     05  UNKNOWN-ENTRY OCCURS 100 TIMES.
         10  UO-OPERATOR-ID      PIC X(08).
         10  UO-ENTRY-COUNT      PIC 9(07).
         10  UO-FIRST-STAMP      PIC X(16).
         10  UO-LAST-STAMP       PIC X(16).
*>
*>  A STAMP PRINTED AS DATE AND CLOCK TIME.
 01  SHOW-STAMP              PIC X(16).
 01  SHOW-STAMP-TEXT         PIC X(17).
 01  EARLIER-STAMP-TEXT       PIC X(17).
 01  COUNT-EDIT              PIC ZZZZ9.
 01  LIMIT-EDIT              PIC ZZ9.
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
*>  (1) PICK UP THE SELECTION AND THE OPERATORS ON OPRAUTH, OPEN THE
*>      THREE TRAILS AND THE REPORT, PRINT THE HEADING, THEN LET THE
*>      SORT DRIVE THE LISTING.
     PERFORM LOAD-SELECTION-PARM THRU LOAD-SELECTION-EXIT.
     IF PARM-ERROR-SW = "Y"
         DISPLAY "AUDITRPT - AUDPARM INVALID, REPORT ABANDONED"
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM OPEN-AUDIT-TRAILS THRU OPEN-AUDIT-TRAILS-EXIT.
     IF RETURN-CODE = 16
         PERFORM CLOSE-AUDIT-TRAILS
         GOBACK
     END-IF
     OPEN OUTPUT AUDIT-REPORT.
     IF AUDIT-REPORT-STATUS NOT = "00"
         DISPLAY "AUDITRPT - CANNOT OPEN REPORT, STATUS "
                 AUDIT-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         PERFORM CLOSE-AUDIT-TRAILS
         GOBACK
     END-IF
     PERFORM LOAD-AUTHORITY-TABLE THRU LOAD-AUTHORITY-EXIT.
     PERFORM GET-BUSINESS-DATE.
     PERFORM PRINT-REPORT-HEADING.
     SORT SORT-FILE
         ON ASCENDING KEY SORT-STAMP    OF SORT-RECORD
                          SORT-TRAIL    OF SORT-RECORD
                          SORT-SEQUENCE OF SORT-RECORD
         INPUT PROCEDURE  IS SELECT-INPUT
         OUTPUT PROCEDURE IS REPORT-OUTPUT.
*>  (3) THE EXCEPTION SECTIONS AND THE RUN TOTALS, THEN CLOSE DOWN.
*>      ANY EXCEPTION IS A WARNING FOR THE SCHEDULER, THE SAME AS AN
*>      OVERDUE HELD ITEM ON HELDRPT.
     PERFORM PRINT-REPRINT-EXCEPTIONS.
     PERFORM PRINT-DENIED-EXCEPTIONS.
     PERFORM PRINT-REVERSAL-EXCEPTIONS.
     PERFORM PRINT-PAST-RATE-EXCEPTIONS.
     PERFORM PRINT-UNKNOWN-EXCEPTIONS THRU PRINT-UNKNOWN-EXIT.
     MOVE ALL "=" TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "ENTRIES LISTED: "   DELIMITED BY SIZE
            ENTRIES-LISTED       DELIMITED BY SIZE
            "  OPRLOG: "         DELIMITED BY SIZE
            ACTION-LOG-LISTED    DELIMITED BY SIZE
            "  CSTAUDIT: "       DELIMITED BY SIZE
            CUSTOMER-AUDIT-LISTED DELIMITED BY SIZE
            "  RATAUDIT: "       DELIMITED BY SIZE
            RATE-AUDIT-LISTED    DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "EXCEPTIONS: "       DELIMITED BY SIZE
            EXCEPTIONS-FOUND     DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     IF EXCEPTIONS-FOUND > ZERO
      OR AUTHORITY-LOADED-SW = "N"
      OR SAME-DAY-OVERFLOW > ZERO
      OR REPRINT-OVERFLOW > ZERO
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF
     PERFORM CLOSE-AUDIT-TRAILS.
     CLOSE AUDIT-REPORT.
     GOBACK.
*>
 SELECT-INPUT SECTION.
*>  (2A) PASS EACH TRAIL IN TURN, RELEASING EVERY ENTRY THAT FALLS IN
*>       THE SELECTION. THE SORT PUTS THEM BACK IN TIME ORDER.
 SELECT-ACTION-LOG-LOOP.
     IF ACTION-LOG-OPEN-SW NOT = "Y"
         GO TO SELECT-CUSTOMER-AUDIT-LOOP
     END-IF
     READ ACTION-LOG
         AT END GO TO SELECT-CUSTOMER-AUDIT-LOOP.
     IF ACTION-LOG-RECORD = SPACES
         GO TO SELECT-ACTION-LOG-LOOP
     END-IF
     ADD 1 TO ACTION-LOG-SEQUENCE.
     MOVE SPACES TO AUD1-RECORD.
     MOVE AL-ACTION-STAMP     TO AUD1-STAMP.
     MOVE "L"                 TO AUD1-TRAIL.
     MOVE ACTION-LOG-SEQUENCE TO AUD1-SEQUENCE.
     MOVE AL-OPERATOR-ID      TO AUD1-OPERATOR-ID.
     MOVE AL-OPTION-CODE      TO AUD1-ACTION-CODE.
     MOVE AL-ACCOUNT-NO       TO AUD1-ENTRY-KEY.
     MOVE AL-WORK-FILE-NAME   TO AUD1-WORK-FILE-NAME.
     MOVE ZERO                TO AUD1-RETURN-CODE.
     IF AL-RETURN-CODE NUMERIC
         MOVE AL-RETURN-CODE TO AUD1-RETURN-CODE
     END-IF
     PERFORM RELEASE-IF-SELECTED.
     GO TO SELECT-ACTION-LOG-LOOP.
 SELECT-CUSTOMER-AUDIT-LOOP.
     IF CUSTOMER-AUDIT-OPEN-SW NOT = "Y"
         GO TO SELECT-RATE-AUDIT-LOOP
     END-IF
     READ CUSTOMER-AUDIT-FILE
         AT END GO TO SELECT-RATE-AUDIT-LOOP.
     IF CUSTOMER-AUDIT-RECORD = SPACES
         GO TO SELECT-CUSTOMER-AUDIT-LOOP
     END-IF
     ADD 1 TO CUSTOMER-AUDIT-SEQUENCE.
     MOVE SPACES TO AUD1-RECORD.
     MOVE CA-CHANGE-STAMP         TO AUD1-STAMP.
     MOVE "C"                     TO AUD1-TRAIL.
     MOVE CUSTOMER-AUDIT-SEQUENCE TO AUD1-SEQUENCE.
     MOVE CA-OPERATOR-ID          TO AUD1-OPERATOR-ID.
     MOVE CA-ACTION-CODE          TO AUD1-ACTION-CODE.
     MOVE CA-ACCOUNT-NO           TO AUD1-ENTRY-KEY.
     MOVE ZERO                    TO AUD1-RETURN-CODE.
     MOVE CA-BEFORE-IMAGE         TO AUD1-BEFORE-IMAGE.
     MOVE CA-AFTER-IMAGE          TO AUD1-AFTER-IMAGE.
     PERFORM RELEASE-IF-SELECTED.
     GO TO SELECT-CUSTOMER-AUDIT-LOOP.
 SELECT-RATE-AUDIT-LOOP.
     IF RATE-AUDIT-OPEN-SW NOT = "Y"
         GO TO SELECT-INPUT-EXIT
     END-IF
     READ RATE-AUDIT-FILE
         AT END GO TO SELECT-INPUT-EXIT.
     IF RATE-AUDIT-RECORD = SPACES
         GO TO SELECT-RATE-AUDIT-LOOP
     END-IF
     ADD 1 TO RATE-AUDIT-SEQUENCE.
     MOVE SPACES TO AUD1-RECORD.
     MOVE RA-CHANGE-STAMP     TO AUD1-STAMP.
     MOVE "R"                 TO AUD1-TRAIL.
     MOVE RATE-AUDIT-SEQUENCE TO AUD1-SEQUENCE.
     MOVE RA-OPERATOR-ID      TO AUD1-OPERATOR-ID.
     MOVE RA-ACTION-CODE      TO AUD1-ACTION-CODE.
     MOVE ZERO                TO AUD1-RETURN-CODE.
     MOVE RA-BEFORE-IMAGE     TO AUD1-BEFORE-IMAGE.
     MOVE RA-AFTER-IMAGE      TO AUD1-AFTER-IMAGE.
*>   THE RATE KEY OFF WHICHEVER IMAGE THERE IS -- A DELETE HAS NO
*>   AFTER IMAGE.
     IF RA-AFTER-IMAGE NOT = SPACES
         MOVE RA-AFTER-IMAGE TO AFTER-RATE
     ELSE
         MOVE RA-BEFORE-IMAGE TO AFTER-RATE
     END-IF
     STRING XR-CURRENCY-CODE OF AFTER-RATE  DELIMITED BY SIZE
            " "                             DELIMITED BY SIZE
            XR-EFFECTIVE-DATE OF AFTER-RATE DELIMITED BY SIZE
       INTO AUD1-ENTRY-KEY.
     PERFORM RELEASE-IF-SELECTED.
     GO TO SELECT-RATE-AUDIT-LOOP.
 SELECT-INPUT-EXIT.
     EXIT.
*>
 REPORT-OUTPUT SECTION.
*>  (2B) TAKE THE ENTRIES BACK IN STAMP ORDER: ONE LINE EACH, THE
*>       FIELD-LEVEL DIFFERENCES UNDER EVERY MASTER CHANGE, AND THE
*>       EXCEPTION TABLES FILLED ON THE WAY PAST.
 REPORT-RETURN-LOOP.
     RETURN SORT-FILE INTO AUD1-RECORD
         AT END GO TO REPORT-OUTPUT-EXIT.
     ADD 1 TO ENTRIES-LISTED.
     IF AUD1-STAMP (1:8) NOT = PREVIOUS-STAMP-DATE
         MOVE AUD1-STAMP (1:8) TO PREVIOUS-STAMP-DATE
         MOVE ZERO TO SAME-DAY-ENTRY-COUNT
         MOVE SPACES TO REPORT-LINE
         WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
     END-IF
     EVALUATE AUD1-TRAIL
         WHEN "L"
             ADD 1 TO ACTION-LOG-LISTED
             PERFORM LIST-ACTION-LOG-ENTRY
         WHEN "C"
             ADD 1 TO CUSTOMER-AUDIT-LISTED
             PERFORM LIST-CUSTOMER-AUDIT-ENTRY
         WHEN "R"
             ADD 1 TO RATE-AUDIT-LISTED
             PERFORM LIST-RATE-AUDIT-ENTRY
     END-EVALUATE
     PERFORM CHECK-OPERATOR-AUTHORITY THRU CHECK-OPERATOR-EXIT.
     GO TO REPORT-RETURN-LOOP.
 REPORT-OUTPUT-EXIT.
     EXIT.
*>
 REPORT-DETAIL SECTION.
 RELEASE-IF-SELECTED.
*>  THE OPERATOR AND STAMP-DATE SELECTION, APPLIED THE SAME WAY TO
*>  EVERY TRAIL.
     MOVE "Y" TO ENTRY-SELECTED-SW.
     IF SEL-OPERATOR-ID NOT = SPACES
      AND AUD1-OPERATOR-ID NOT = SEL-OPERATOR-ID
         MOVE "N" TO ENTRY-SELECTED-SW
     END-IF
     IF SEL-DATE-FROM > ZERO OR SEL-DATE-TO > ZERO
         MOVE AUD1-STAMP (1:8) TO STAMP-DATE-X
         IF STAMP-DATE-X NOT NUMERIC
             MOVE "N" TO ENTRY-SELECTED-SW
         ELSE
             IF SEL-DATE-FROM > ZERO
              AND STAMP-DATE-9 < SEL-DATE-FROM
                 MOVE "N" TO ENTRY-SELECTED-SW
             END-IF
             IF SEL-DATE-TO > ZERO
              AND STAMP-DATE-9 > SEL-DATE-TO
                 MOVE "N" TO ENTRY-SELECTED-SW
             END-IF
         END-IF
     END-IF
     IF ENTRY-SELECTED-SW = "Y"
         RELEASE SORT-RECORD FROM AUD1-RECORD
     END-IF.
*>
 LIST-ACTION-LOG-ENTRY.
*>  AN OPRLOG ENTRY. MSGMNT LOGS ONLY ITS REFUSALS, UNDER THE WORK
*>  FILE NAME "MSGMST"; HELDREL LOGS ITS DECISIONS UNDER THE LETTERS
*>  A, C AND R; EVERYTHING ELSE IS A PRNTMENU OPTION. A REFUSAL IS
*>  RETURN CODE 12 WITH NO WORK FILE (PRNTMENU), ON "MSGMST" (MSGMNT)
*>  OR ON A DECISION LETTER (HELDREL) -- PRNTMENU ALSO LOGS 12 FOR A
*>  WORK FILE IT WOULD NOT PRINT, AND THAT IS NOT A REFUSAL.
     MOVE "OPRLOG" TO LIST-TRAIL-NAME.
     MOVE SPACES TO LIST-ACTION-TEXT.
     EVALUATE TRUE
         WHEN AUD1-WORK-FILE-NAME = "MSGMST"
             STRING "MSGMNT OPT "     DELIMITED BY SIZE
                    AUD1-ACTION-CODE  DELIMITED BY SIZE
               INTO LIST-ACTION-TEXT
         WHEN AUD1-ACTION-CODE = "1"
             MOVE "REPRINT"        TO LIST-ACTION-TEXT
         WHEN AUD1-ACTION-CODE = "2"
             MOVE "LOG INQUIRY"    TO LIST-ACTION-TEXT
         WHEN AUD1-ACTION-CODE = "3"
             MOVE "PRINT FILE"     TO LIST-ACTION-TEXT
         WHEN AUD1-ACTION-CODE = "A"
             MOVE "HELD APPROVE"   TO LIST-ACTION-TEXT
         WHEN AUD1-ACTION-CODE = "C"
             MOVE "HELD APPR/CMNT" TO LIST-ACTION-TEXT
         WHEN AUD1-ACTION-CODE = "R"
             MOVE "HELD REJECT"    TO LIST-ACTION-TEXT
         WHEN OTHER
             STRING "OPTION "         DELIMITED BY SIZE
                    AUD1-ACTION-CODE  DELIMITED BY SIZE
               INTO LIST-ACTION-TEXT
     END-EVALUATE
     MOVE "N" TO ENTRY-DENIED-SW.
     IF AUD1-RETURN-CODE = 12
         IF AUD1-WORK-FILE-NAME = SPACES
          OR AUD1-WORK-FILE-NAME = "MSGMST"
          OR AUD1-ACTION-CODE = "A"
          OR AUD1-ACTION-CODE = "C"
          OR AUD1-ACTION-CODE = "R"
             MOVE "Y" TO ENTRY-DENIED-SW
         END-IF
     END-IF
     MOVE SPACES TO LIST-DETAIL.
     IF ENTRY-DENIED-SW = "Y"
         MOVE "** ACCESS DENIED **" TO LIST-DETAIL
     ELSE
         STRING "FILE "             DELIMITED BY SIZE
                AUD1-WORK-FILE-NAME DELIMITED BY SIZE
                " RC "              DELIMITED BY SIZE
                AUD1-RETURN-CODE    DELIMITED BY SIZE
           INTO LIST-DETAIL
     END-IF
     PERFORM PRINT-ENTRY-LINE.
     IF ENTRY-DENIED-SW = "Y"
         PERFORM RECORD-DENIED-ATTEMPT
     END-IF
*>  A REPRINT THAT WENT OUT -- NOT ONE REFUSED OR ONE PRINTPRC
*>  COULD NOT PRODUCE -- COUNTS AGAINST ITS ACCOUNT.
     IF AUD1-ACTION-CODE = "1"
      AND AUD1-WORK-FILE-NAME NOT = "MSGMST"
      AND AUD1-RETURN-CODE < 12
      AND AUD1-ENTRY-KEY NOT = SPACES
         PERFORM COUNT-ACCOUNT-REPRINT
     END-IF.
*>
 LIST-CUSTOMER-AUDIT-ENTRY.
*>  A CSTAUDIT ENTRY: THE ACTION, THEN EACH MAILING FIELD THE ACTION
*>  CHANGED.
     MOVE "CSTAUDIT" TO LIST-TRAIL-NAME.
     EVALUATE AUD1-ACTION-CODE
         WHEN "A"
             MOVE "ADD"            TO LIST-ACTION-TEXT
         WHEN "C"
             MOVE "CHANGE"         TO LIST-ACTION-TEXT
         WHEN "D"
             MOVE "DELETE"         TO LIST-ACTION-TEXT
         WHEN "R"
             MOVE "RETURNED MAIL"  TO LIST-ACTION-TEXT
         WHEN "B"
             MOVE "E-MAIL BOUNCED" TO LIST-ACTION-TEXT
         WHEN OTHER
             MOVE SPACES TO LIST-ACTION-TEXT
             STRING "ACTION "         DELIMITED BY SIZE
                    AUD1-ACTION-CODE  DELIMITED BY SIZE
               INTO LIST-ACTION-TEXT
     END-EVALUATE
     MOVE SPACES TO LIST-DETAIL.
     PERFORM PRINT-ENTRY-LINE.
     MOVE AUD1-BEFORE-IMAGE TO BEFORE-CUSTOMER.
     MOVE AUD1-AFTER-IMAGE  TO AFTER-CUSTOMER.
     MOVE "FULL NAME" TO DIFF-FIELD-NAME.
     MOVE CM-FULL-NAME OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-FULL-NAME OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "ADDRESS LINE 1" TO DIFF-FIELD-NAME.
     MOVE CM-ADDRESS-LINE-1 OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-ADDRESS-LINE-1 OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "ADDRESS LINE 2" TO DIFF-FIELD-NAME.
     MOVE CM-ADDRESS-LINE-2 OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-ADDRESS-LINE-2 OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "CITY" TO DIFF-FIELD-NAME.
     MOVE CM-CITY OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-CITY OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "POSTCODE" TO DIFF-FIELD-NAME.
     MOVE CM-POSTCODE OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-POSTCODE OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "MAIL STATUS" TO DIFF-FIELD-NAME.
     MOVE CM-MAIL-STATUS OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-MAIL-STATUS OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "RETURN DATE" TO DIFF-FIELD-NAME.
     MOVE CM-RETURN-DATE OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-RETURN-DATE OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "RETURN REASON" TO DIFF-FIELD-NAME.
     MOVE CM-RETURN-REASON OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-RETURN-REASON OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "DELIVERY PREF" TO DIFF-FIELD-NAME.
     MOVE CM-DELIVERY-PREF OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-DELIVERY-PREF OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     MOVE "E-MAIL ADDRESS" TO DIFF-FIELD-NAME.
     MOVE CM-EMAIL-ADDRESS OF BEFORE-CUSTOMER TO DIFF-BEFORE-VALUE.
     MOVE CM-EMAIL-ADDRESS OF AFTER-CUSTOMER  TO DIFF-AFTER-VALUE.
     PERFORM PRINT-FIELD-DIFFERENCE.
     PERFORM CHECK-SAME-DAY-REVERSAL THRU CHECK-SAME-DAY-EXIT.
*>
 LIST-RATE-AUDIT-ENTRY.
*>  A RATAUDIT ENTRY. THE CURRENCY AND EFFECTIVE DATE ARE THE KEY AND
*>  NEVER CHANGE, SO THE RATE IS THE ONLY FIELD TO SPELL OUT.
     MOVE "RATAUDIT" TO LIST-TRAIL-NAME.
     EVALUATE AUD1-ACTION-CODE
         WHEN "A"
             MOVE "RATE ADD"       TO LIST-ACTION-TEXT
         WHEN "C"
             MOVE "RATE CHANGE"    TO LIST-ACTION-TEXT
         WHEN "D"
             MOVE "RATE DELETE"    TO LIST-ACTION-TEXT
         WHEN OTHER
             MOVE SPACES TO LIST-ACTION-TEXT
             STRING "ACTION "         DELIMITED BY SIZE
                    AUD1-ACTION-CODE  DELIMITED BY SIZE
               INTO LIST-ACTION-TEXT
     END-EVALUATE
     MOVE AUD1-BEFORE-IMAGE TO BEFORE-RATE.
     MOVE AUD1-AFTER-IMAGE  TO AFTER-RATE.
     MOVE SPACES TO DIFF-BEFORE-VALUE.
     MOVE SPACES TO DIFF-AFTER-VALUE.
     IF AUD1-BEFORE-IMAGE NOT = SPACES
      AND XR-RATE OF BEFORE-RATE NUMERIC
         MOVE XR-RATE OF BEFORE-RATE TO RATE-EDIT
         MOVE RATE-EDIT TO DIFF-BEFORE-VALUE
     END-IF
     IF AUD1-AFTER-IMAGE NOT = SPACES
      AND XR-RATE OF AFTER-RATE NUMERIC
         MOVE XR-RATE OF AFTER-RATE TO RATE-EDIT
         MOVE RATE-EDIT TO DIFF-AFTER-VALUE
     END-IF
*>  A RATE ADDED OR CHANGED WITH AN EFFECTIVE DATE BEFORE THE DAY IT
*>  WAS KEYED REPRICES POSTINGS THAT WERE ALREADY CONVERTED.
     MOVE "N" TO ENTRY-PAST-DATED-SW.
     MOVE AUD1-STAMP (1:8) TO STAMP-DATE-X.
     IF (AUD1-ACTION-CODE = "A" OR AUD1-ACTION-CODE = "C")
      AND AUD1-AFTER-IMAGE NOT = SPACES
      AND STAMP-DATE-X NUMERIC
      AND XR-EFFECTIVE-DATE OF AFTER-RATE NUMERIC
         IF XR-EFFECTIVE-DATE OF AFTER-RATE < STAMP-DATE-9
             MOVE "Y" TO ENTRY-PAST-DATED-SW
         END-IF
     END-IF
     MOVE SPACES TO LIST-DETAIL.
     IF ENTRY-PAST-DATED-SW = "Y"
         MOVE "** EFFECTIVE DATE IN THE PAST **" TO LIST-DETAIL
     END-IF
     PERFORM PRINT-ENTRY-LINE.
     MOVE "USD PER UNIT" TO DIFF-FIELD-NAME.
     PERFORM PRINT-FIELD-DIFFERENCE.
     IF ENTRY-PAST-DATED-SW = "Y"
         PERFORM RECORD-PAST-DATED-RATE
     END-IF
     PERFORM CHECK-SAME-DAY-REVERSAL THRU CHECK-SAME-DAY-EXIT.
*>
 PRINT-ENTRY-LINE.
     MOVE SPACES TO LIST-TIME.
     STRING AUD1-STAMP (9:2)  DELIMITED BY SIZE
            ":"               DELIMITED BY SIZE
            AUD1-STAMP (11:2) DELIMITED BY SIZE
            ":"               DELIMITED BY SIZE
            AUD1-STAMP (13:2) DELIMITED BY SIZE
       INTO LIST-TIME.
     MOVE SPACES TO REPORT-LINE.
     STRING AUD1-STAMP (1:8)  DELIMITED BY SIZE
            " "               DELIMITED BY SIZE
            LIST-TIME         DELIMITED BY SIZE
            " "               DELIMITED BY SIZE
            LIST-TRAIL-NAME   DELIMITED BY SIZE
            " "               DELIMITED BY SIZE
            AUD1-OPERATOR-ID  DELIMITED BY SIZE
            " "               DELIMITED BY SIZE
            LIST-ACTION-TEXT  DELIMITED BY SIZE
            " "               DELIMITED BY SIZE
            AUD1-ENTRY-KEY    DELIMITED BY SIZE
            " "               DELIMITED BY SIZE
            LIST-DETAIL       DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-FIELD-DIFFERENCE.
*>  ONE CHANGED FIELD: WHAT IT WAS AND WHAT IT IS NOW. A FIELD THE
*>  ACTION LEFT ALONE PRINTS NOTHING.
     IF DIFF-BEFORE-VALUE = DIFF-AFTER-VALUE
         CONTINUE
     ELSE
         IF AUD1-BEFORE-IMAGE NOT = SPACES
             MOVE SPACES TO REPORT-LINE
             STRING "          "      DELIMITED BY SIZE
                    DIFF-FIELD-NAME   DELIMITED BY SIZE
                    " WAS: "          DELIMITED BY SIZE
                    DIFF-BEFORE-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
         END-IF
         IF AUD1-AFTER-IMAGE NOT = SPACES
             MOVE SPACES TO REPORT-LINE
             IF AUD1-BEFORE-IMAGE NOT = SPACES
                 MOVE SPACES TO DIFF-FIELD-NAME
             END-IF
             STRING "          "      DELIMITED BY SIZE
                    DIFF-FIELD-NAME   DELIMITED BY SIZE
                    " NOW: "          DELIMITED BY SIZE
                    DIFF-AFTER-VALUE  DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
         END-IF
     END-IF.
*>
 CHECK-SAME-DAY-REVERSAL.
*>  LOOK BACK OVER THE DAY'S EARLIER CHANGES TO THE SAME RECORD FOR
*>  ONE THIS ENTRY UNDOES, THEN REMEMBER THIS ONE FOR THE ENTRIES
*>  STILL TO COME.
     MOVE ZERO TO SAME-DAY-FOUND-IX.
     PERFORM FIND-REVERSED-CHANGE
         VARYING SAME-DAY-INDEX FROM 1 BY 1
         UNTIL SAME-DAY-INDEX > SAME-DAY-ENTRY-COUNT
            OR SAME-DAY-FOUND-IX > ZERO.
     IF SAME-DAY-FOUND-IX > ZERO
         PERFORM RECORD-REVERSAL
     END-IF
     IF SAME-DAY-ENTRY-COUNT NOT < SAME-DAY-ENTRY-MAX
         ADD 1 TO SAME-DAY-OVERFLOW
         GO TO CHECK-SAME-DAY-EXIT
     END-IF
     ADD 1 TO SAME-DAY-ENTRY-COUNT.
     MOVE AUD1-TRAIL        TO SD-TRAIL (SAME-DAY-ENTRY-COUNT).
     MOVE AUD1-ENTRY-KEY    TO SD-ENTRY-KEY (SAME-DAY-ENTRY-COUNT).
     MOVE AUD1-STAMP        TO SD-STAMP (SAME-DAY-ENTRY-COUNT).
     MOVE AUD1-OPERATOR-ID  TO SD-OPERATOR-ID (SAME-DAY-ENTRY-COUNT).
     MOVE AUD1-ACTION-CODE  TO SD-ACTION-CODE (SAME-DAY-ENTRY-COUNT).
     MOVE AUD1-BEFORE-IMAGE TO SD-BEFORE-IMAGE (SAME-DAY-ENTRY-COUNT).
 CHECK-SAME-DAY-EXIT.
     EXIT.
*>
 FIND-REVERSED-CHANGE.
     IF SD-TRAIL (SAME-DAY-INDEX) = AUD1-TRAIL
      AND SD-ENTRY-KEY (SAME-DAY-INDEX) = AUD1-ENTRY-KEY
      AND SD-BEFORE-IMAGE (SAME-DAY-INDEX) = AUD1-AFTER-IMAGE
         MOVE SAME-DAY-INDEX TO SAME-DAY-FOUND-IX
     END-IF.
*>
 RECORD-REVERSAL.
     ADD 1 TO EXCEPTIONS-FOUND.
     IF REVERSAL-ENTRY-COUNT NOT < REVERSAL-ENTRY-MAX
         ADD 1 TO REVERSAL-OVERFLOW
     ELSE
         ADD 1 TO REVERSAL-ENTRY-COUNT
         MOVE LIST-TRAIL-NAME
           TO RV-TRAIL-NAME (REVERSAL-ENTRY-COUNT)
         MOVE AUD1-ENTRY-KEY
           TO RV-ENTRY-KEY (REVERSAL-ENTRY-COUNT)
         MOVE SD-STAMP (SAME-DAY-FOUND-IX)
           TO RV-FIRST-STAMP (REVERSAL-ENTRY-COUNT)
         MOVE SD-OPERATOR-ID (SAME-DAY-FOUND-IX)
           TO RV-FIRST-OPERATOR (REVERSAL-ENTRY-COUNT)
         MOVE SD-ACTION-CODE (SAME-DAY-FOUND-IX)
           TO RV-FIRST-ACTION (REVERSAL-ENTRY-COUNT)
         MOVE AUD1-STAMP
           TO RV-SECOND-STAMP (REVERSAL-ENTRY-COUNT)
         MOVE AUD1-OPERATOR-ID
           TO RV-SECOND-OPERATOR (REVERSAL-ENTRY-COUNT)
         MOVE AUD1-ACTION-CODE
           TO RV-SECOND-ACTION (REVERSAL-ENTRY-COUNT)
     END-IF.
*>
 RECORD-DENIED-ATTEMPT.
     ADD 1 TO EXCEPTIONS-FOUND.
     IF DENIED-ENTRY-COUNT NOT < DENIED-ENTRY-MAX
         ADD 1 TO DENIED-OVERFLOW
     ELSE
         ADD 1 TO DENIED-ENTRY-COUNT
         MOVE AUD1-STAMP       TO DN-STAMP (DENIED-ENTRY-COUNT)
         MOVE AUD1-OPERATOR-ID TO DN-OPERATOR-ID (DENIED-ENTRY-COUNT)
         MOVE LIST-ACTION-TEXT TO DN-ACTION-TEXT (DENIED-ENTRY-COUNT)
         MOVE AUD1-ENTRY-KEY   TO DN-ENTRY-KEY (DENIED-ENTRY-COUNT)
     END-IF.
*>
 RECORD-PAST-DATED-RATE.
     ADD 1 TO EXCEPTIONS-FOUND.
     IF PAST-RATE-ENTRY-COUNT NOT < PAST-RATE-ENTRY-MAX
         ADD 1 TO PAST-RATE-OVERFLOW
     ELSE
         ADD 1 TO PAST-RATE-ENTRY-COUNT
         MOVE AUD1-STAMP       TO PR-STAMP (PAST-RATE-ENTRY-COUNT)
         MOVE AUD1-OPERATOR-ID
           TO PR-OPERATOR-ID (PAST-RATE-ENTRY-COUNT)
         MOVE AUD1-ACTION-CODE
           TO PR-ACTION-CODE (PAST-RATE-ENTRY-COUNT)
         MOVE XR-CURRENCY-CODE OF AFTER-RATE
           TO PR-CURRENCY-CODE (PAST-RATE-ENTRY-COUNT)
         MOVE XR-EFFECTIVE-DATE OF AFTER-RATE
           TO PR-EFFECTIVE-DATE (PAST-RATE-ENTRY-COUNT)
         MOVE DIFF-AFTER-VALUE
           TO PR-RATE-TEXT (PAST-RATE-ENTRY-COUNT)
     END-IF.
*>
 COUNT-ACCOUNT-REPRINT.
     MOVE ZERO TO REPRINT-FOUND-IX.
     PERFORM FIND-REPRINT-ENTRY
         VARYING REPRINT-INDEX FROM 1 BY 1
         UNTIL REPRINT-INDEX > REPRINT-ENTRY-COUNT
            OR REPRINT-FOUND-IX > ZERO.
     IF REPRINT-FOUND-IX = ZERO
         IF REPRINT-ENTRY-COUNT < REPRINT-ENTRY-MAX
             ADD 1 TO REPRINT-ENTRY-COUNT
             MOVE REPRINT-ENTRY-COUNT TO REPRINT-FOUND-IX
             MOVE AUD1-ENTRY-KEY (1:10)
               TO RP-ACCOUNT-NO (REPRINT-FOUND-IX)
             MOVE ZERO TO RP-REPRINT-COUNT (REPRINT-FOUND-IX)
         ELSE
             ADD 1 TO REPRINT-OVERFLOW
         END-IF
     END-IF
     IF REPRINT-FOUND-IX > ZERO
         ADD 1 TO RP-REPRINT-COUNT (REPRINT-FOUND-IX)
         MOVE AUD1-STAMP TO RP-LAST-STAMP (REPRINT-FOUND-IX)
         MOVE AUD1-OPERATOR-ID TO RP-LAST-OPERATOR (REPRINT-FOUND-IX)
     END-IF.
*>
 FIND-REPRINT-ENTRY.
     IF RP-ACCOUNT-NO (REPRINT-INDEX) = AUD1-ENTRY-KEY (1:10)
         MOVE REPRINT-INDEX TO REPRINT-FOUND-IX
     END-IF.
*>
 CHECK-OPERATOR-AUTHORITY.
*>  AN ENTRY SIGNED BY AN OPERATOR NO LONGER ON OPRAUTH GOES AGAINST
*>  THAT OPERATOR'S LINE IN EXCEPTION 5. EBOUNCE IS A BATCH STEP,
*>  NOT A PERSON, AND IS NEVER ON OPRAUTH.
     IF AUTHORITY-LOADED-SW NOT = "Y"
      OR AUD1-OPERATOR-ID = "EBOUNCE"
         GO TO CHECK-OPERATOR-EXIT
     END-IF
     MOVE "N" TO AUTH-FOUND-SW.
     PERFORM FIND-AUTHORITY-ENTRY
         VARYING AUTH-INDEX FROM 1 BY 1
         UNTIL AUTH-INDEX > AUTH-ENTRY-COUNT
            OR AUTH-FOUND-SW = "Y".
     IF AUTH-FOUND-SW = "Y"
         GO TO CHECK-OPERATOR-EXIT
     END-IF
     MOVE ZERO TO UNKNOWN-FOUND-IX.
     PERFORM FIND-UNKNOWN-ENTRY
         VARYING UNKNOWN-INDEX FROM 1 BY 1
         UNTIL UNKNOWN-INDEX > UNKNOWN-ENTRY-COUNT
            OR UNKNOWN-FOUND-IX > ZERO.
     IF UNKNOWN-FOUND-IX = ZERO
         ADD 1 TO EXCEPTIONS-FOUND
         IF UNKNOWN-ENTRY-COUNT NOT < UNKNOWN-ENTRY-MAX
             ADD 1 TO UNKNOWN-OVERFLOW
             GO TO CHECK-OPERATOR-EXIT
         END-IF
         ADD 1 TO UNKNOWN-ENTRY-COUNT
         MOVE UNKNOWN-ENTRY-COUNT TO UNKNOWN-FOUND-IX
         MOVE AUD1-OPERATOR-ID TO UO-OPERATOR-ID (UNKNOWN-FOUND-IX)
         MOVE ZERO TO UO-ENTRY-COUNT (UNKNOWN-FOUND-IX)
         MOVE AUD1-STAMP TO UO-FIRST-STAMP (UNKNOWN-FOUND-IX)
     END-IF
     ADD 1 TO UO-ENTRY-COUNT (UNKNOWN-FOUND-IX).
     MOVE AUD1-STAMP TO UO-LAST-STAMP (UNKNOWN-FOUND-IX).
 CHECK-OPERATOR-EXIT.
     EXIT.
*>
 FIND-AUTHORITY-ENTRY.
     IF AU-OPERATOR-ID (AUTH-INDEX) = AUD1-OPERATOR-ID
         MOVE "Y" TO AUTH-FOUND-SW
     END-IF.
*>
 FIND-UNKNOWN-ENTRY.
     IF UO-OPERATOR-ID (UNKNOWN-INDEX) = AUD1-OPERATOR-ID
         MOVE UNKNOWN-INDEX TO UNKNOWN-FOUND-IX
     END-IF.
*>
 FORMAT-SHOW-STAMP.
*>  A STAMP AS "YYYYMMDD HH:MM:SS".
     MOVE SPACES TO SHOW-STAMP-TEXT.
     STRING SHOW-STAMP (1:8)  DELIMITED BY SIZE
            " "               DELIMITED BY SIZE
            SHOW-STAMP (9:2)  DELIMITED BY SIZE
            ":"               DELIMITED BY SIZE
            SHOW-STAMP (11:2) DELIMITED BY SIZE
            ":"               DELIMITED BY SIZE
            SHOW-STAMP (13:2) DELIMITED BY SIZE
       INTO SHOW-STAMP-TEXT.
*>
 PRINT-SECTION-HEADING.
     MOVE SPACES TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-NONE-LINE.
     MOVE "  NONE" TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-NOT-LISTED-LINE.
*>  A TABLE THAT FILLED UP: THE COUNT STILL INCLUDES THE ENTRIES THAT
*>  HAD NO ROOM, SO THE REPORT SAYS HOW MANY IT COULD NOT SHOW.
     MOVE SPACES TO REPORT-LINE.
     STRING "  ** " DELIMITED BY SIZE
            COUNT-EDIT DELIMITED BY SIZE
            " MORE NOT LISTED - TABLE FULL **" DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-REPRINT-EXCEPTIONS.
     PERFORM PRINT-SECTION-HEADING.
     MOVE SEL-REPRINT-LIMIT TO LIMIT-EDIT.
     MOVE SPACES TO REPORT-LINE.
     STRING "EXCEPTION 1 - ACCOUNTS REPRINTED MORE THAN "
                        DELIMITED BY SIZE
            LIMIT-EDIT  DELIMITED BY SIZE
            " TIMES"    DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE "  ACCOUNT     REPRINTS  LAST REPRINT       BY"
       TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE ZERO TO REPRINT-EXCEPTIONS.
     PERFORM PRINT-REPRINT-ENTRY
         VARYING REPRINT-INDEX FROM 1 BY 1
         UNTIL REPRINT-INDEX > REPRINT-ENTRY-COUNT.
     IF REPRINT-EXCEPTIONS = ZERO
         PERFORM PRINT-NONE-LINE
     END-IF
     IF REPRINT-OVERFLOW > ZERO
         MOVE SPACES TO REPORT-LINE
         MOVE REPRINT-OVERFLOW TO COUNT-EDIT
         STRING "  ** "    DELIMITED BY SIZE
                COUNT-EDIT DELIMITED BY SIZE
                " REPRINTS NOT COUNTED - TABLE FULL **"
                           DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
     END-IF.
*>
 PRINT-REPRINT-ENTRY.
     IF RP-REPRINT-COUNT (REPRINT-INDEX) > SEL-REPRINT-LIMIT
         ADD 1 TO REPRINT-EXCEPTIONS
         ADD 1 TO EXCEPTIONS-FOUND
         MOVE RP-REPRINT-COUNT (REPRINT-INDEX) TO COUNT-EDIT
         MOVE RP-LAST-STAMP (REPRINT-INDEX) TO SHOW-STAMP
         PERFORM FORMAT-SHOW-STAMP
         MOVE SPACES TO REPORT-LINE
         STRING "  "                             DELIMITED BY SIZE
                RP-ACCOUNT-NO (REPRINT-INDEX)    DELIMITED BY SIZE
                "     "                          DELIMITED BY SIZE
                COUNT-EDIT                       DELIMITED BY SIZE
                "  "                             DELIMITED BY SIZE
                SHOW-STAMP-TEXT                  DELIMITED BY SIZE
                "  "                             DELIMITED BY SIZE
                RP-LAST-OPERATOR (REPRINT-INDEX) DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
     END-IF.
*>
 PRINT-DENIED-EXCEPTIONS.
     PERFORM PRINT-SECTION-HEADING.
     MOVE "EXCEPTION 2 - DENIED-ACCESS ATTEMPTS" TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE "  WHEN               OPERATOR ATTEMPTED       ACCOUNT"
       TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     PERFORM PRINT-DENIED-ENTRY
         VARYING DENIED-INDEX FROM 1 BY 1
         UNTIL DENIED-INDEX > DENIED-ENTRY-COUNT.
     IF DENIED-ENTRY-COUNT = ZERO
         PERFORM PRINT-NONE-LINE
     END-IF
     IF DENIED-OVERFLOW > ZERO
         MOVE DENIED-OVERFLOW TO COUNT-EDIT
         PERFORM PRINT-NOT-LISTED-LINE
     END-IF.
*>
 PRINT-DENIED-ENTRY.
     MOVE DN-STAMP (DENIED-INDEX) TO SHOW-STAMP.
     PERFORM FORMAT-SHOW-STAMP.
     MOVE SPACES TO REPORT-LINE.
     STRING "  "                          DELIMITED BY SIZE
            SHOW-STAMP-TEXT               DELIMITED BY SIZE
            "  "                          DELIMITED BY SIZE
            DN-OPERATOR-ID (DENIED-INDEX) DELIMITED BY SIZE
            " "                           DELIMITED BY SIZE
            DN-ACTION-TEXT (DENIED-INDEX) DELIMITED BY SIZE
            "  "                          DELIMITED BY SIZE
            DN-ENTRY-KEY (DENIED-INDEX)   DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-REVERSAL-EXCEPTIONS.
     PERFORM PRINT-SECTION-HEADING.
     MOVE "EXCEPTION 3 - MASTER CHANGES MADE AND REVERSED THE SAME DAY"
       TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "  TRAIL    KEY              MADE              BY       "
            DELIMITED BY SIZE
            "A REVERSED          BY       A"
            DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     PERFORM PRINT-REVERSAL-ENTRY
         VARYING REVERSAL-INDEX FROM 1 BY 1
         UNTIL REVERSAL-INDEX > REVERSAL-ENTRY-COUNT.
     IF REVERSAL-ENTRY-COUNT = ZERO
         PERFORM PRINT-NONE-LINE
     END-IF
     IF REVERSAL-OVERFLOW > ZERO
         MOVE REVERSAL-OVERFLOW TO COUNT-EDIT
         PERFORM PRINT-NOT-LISTED-LINE
     END-IF
*>  A DAY WITH MORE CHANGES THAN THE TABLE HOLDS HAD SOME CHANGES
*>  THAT COULD NOT BE CHECKED FOR A LATER REVERSAL.
     IF SAME-DAY-OVERFLOW > ZERO
         MOVE SAME-DAY-OVERFLOW TO COUNT-EDIT
         MOVE SPACES TO REPORT-LINE
         STRING "  ** "    DELIMITED BY SIZE
                COUNT-EDIT DELIMITED BY SIZE
                " CHANGES NOT CHECKED - SAME-DAY TABLE FULL **"
                           DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
     END-IF.
*>
 PRINT-REVERSAL-ENTRY.
     MOVE RV-FIRST-STAMP (REVERSAL-INDEX) TO SHOW-STAMP.
     PERFORM FORMAT-SHOW-STAMP.
     MOVE SHOW-STAMP-TEXT TO EARLIER-STAMP-TEXT.
     MOVE RV-SECOND-STAMP (REVERSAL-INDEX) TO SHOW-STAMP.
     PERFORM FORMAT-SHOW-STAMP.
     MOVE SPACES TO REPORT-LINE.
     STRING "  "                                 DELIMITED BY SIZE
            RV-TRAIL-NAME (REVERSAL-INDEX)       DELIMITED BY SIZE
            " "                                  DELIMITED BY SIZE
            RV-ENTRY-KEY (REVERSAL-INDEX)        DELIMITED BY SIZE
            " "                                  DELIMITED BY SIZE
            EARLIER-STAMP-TEXT                    DELIMITED BY SIZE
            " "                                  DELIMITED BY SIZE
            RV-FIRST-OPERATOR (REVERSAL-INDEX)   DELIMITED BY SIZE
            " "                                  DELIMITED BY SIZE
            RV-FIRST-ACTION (REVERSAL-INDEX)     DELIMITED BY SIZE
            " "                                  DELIMITED BY SIZE
            SHOW-STAMP-TEXT (10:8)               DELIMITED BY SIZE
            "          "                         DELIMITED BY SIZE
            RV-SECOND-OPERATOR (REVERSAL-INDEX)  DELIMITED BY SIZE
            " "                                  DELIMITED BY SIZE
            RV-SECOND-ACTION (REVERSAL-INDEX)    DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-PAST-RATE-EXCEPTIONS.
     PERFORM PRINT-SECTION-HEADING.
     MOVE SPACES TO REPORT-LINE.
     STRING "EXCEPTION 4 - RATE CHANGES WITH AN EFFECTIVE DATE "
            DELIMITED BY SIZE
            "IN THE PAST"
            DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE "  KEYED              OPERATOR A CCY EFFECTIVE USD PER UNIT"
       TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     PERFORM PRINT-PAST-RATE-ENTRY
         VARYING PAST-RATE-INDEX FROM 1 BY 1
         UNTIL PAST-RATE-INDEX > PAST-RATE-ENTRY-COUNT.
     IF PAST-RATE-ENTRY-COUNT = ZERO
         PERFORM PRINT-NONE-LINE
     END-IF
     IF PAST-RATE-OVERFLOW > ZERO
         MOVE PAST-RATE-OVERFLOW TO COUNT-EDIT
         PERFORM PRINT-NOT-LISTED-LINE
     END-IF.
*>
 PRINT-PAST-RATE-ENTRY.
     MOVE PR-STAMP (PAST-RATE-INDEX) TO SHOW-STAMP.
     PERFORM FORMAT-SHOW-STAMP.
     MOVE SPACES TO REPORT-LINE.
     STRING "  "                                DELIMITED BY SIZE
            SHOW-STAMP-TEXT                     DELIMITED BY SIZE
            "  "                                DELIMITED BY SIZE
            PR-OPERATOR-ID (PAST-RATE-INDEX)    DELIMITED BY SIZE
            " "                                 DELIMITED BY SIZE
            PR-ACTION-CODE (PAST-RATE-INDEX)    DELIMITED BY SIZE
            " "                                 DELIMITED BY SIZE
            PR-CURRENCY-CODE (PAST-RATE-INDEX)  DELIMITED BY SIZE
            " "                                 DELIMITED BY SIZE
            PR-EFFECTIVE-DATE (PAST-RATE-INDEX) DELIMITED BY SIZE
            "  "                                DELIMITED BY SIZE
            PR-RATE-TEXT (PAST-RATE-INDEX)      DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-UNKNOWN-EXCEPTIONS.
     PERFORM PRINT-SECTION-HEADING.
     MOVE "EXCEPTION 5 - ACTIVITY BY OPERATORS NOT ON OPRAUTH"
       TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     IF AUTHORITY-LOADED-SW NOT = "Y"
         MOVE "  ** OPRAUTH COULD NOT BE READ - NOT CHECKED **"
           TO REPORT-LINE
         WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
         GO TO PRINT-UNKNOWN-EXIT
     END-IF
     MOVE "  OPERATOR ENTRIES  FIRST              LAST"
       TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     PERFORM PRINT-UNKNOWN-ENTRY
         VARYING UNKNOWN-INDEX FROM 1 BY 1
         UNTIL UNKNOWN-INDEX > UNKNOWN-ENTRY-COUNT.
     IF UNKNOWN-ENTRY-COUNT = ZERO
         PERFORM PRINT-NONE-LINE
     END-IF
     IF UNKNOWN-OVERFLOW > ZERO
         MOVE UNKNOWN-OVERFLOW TO COUNT-EDIT
         PERFORM PRINT-NOT-LISTED-LINE
     END-IF.
 PRINT-UNKNOWN-EXIT.
     EXIT.
*>
 PRINT-UNKNOWN-ENTRY.
     MOVE UO-FIRST-STAMP (UNKNOWN-INDEX) TO SHOW-STAMP.
     PERFORM FORMAT-SHOW-STAMP.
     MOVE SHOW-STAMP-TEXT TO EARLIER-STAMP-TEXT.
     MOVE UO-LAST-STAMP (UNKNOWN-INDEX) TO SHOW-STAMP.
     PERFORM FORMAT-SHOW-STAMP.
     MOVE UO-ENTRY-COUNT (UNKNOWN-INDEX) TO COUNT-EDIT.
     MOVE SPACES TO REPORT-LINE.
     STRING "  "                            DELIMITED BY SIZE
            UO-OPERATOR-ID (UNKNOWN-INDEX)  DELIMITED BY SIZE
            "   "                           DELIMITED BY SIZE
            COUNT-EDIT                      DELIMITED BY SIZE
            "  "                            DELIMITED BY SIZE
            EARLIER-STAMP-TEXT               DELIMITED BY SIZE
            "  "                            DELIMITED BY SIZE
            SHOW-STAMP-TEXT                 DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 PRINT-REPORT-HEADING.
     STRING BUS-DATE-MM DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-DD  DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-YY  DELIMITED BY SIZE
       INTO RUN-DATE-DISPLAY.
     MOVE SPACES TO REPORT-LINE.
     STRING "AUDITRPT - CONSOLIDATED AUDIT TRAIL   DATE: "
            DELIMITED BY SIZE
            RUN-DATE-DISPLAY DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     IF SEL-OPERATOR-ID = SPACES
         MOVE "SELECTED OPERATOR: ALL" TO REPORT-LINE
     ELSE
         STRING "SELECTED OPERATOR: " DELIMITED BY SIZE
                SEL-OPERATOR-ID       DELIMITED BY SIZE
           INTO REPORT-LINE
     END-IF
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     IF SEL-DATE-FROM > ZERO OR SEL-DATE-TO > ZERO
         STRING "SELECTED DATES: " DELIMITED BY SIZE
                SEL-DATE-FROM      DELIMITED BY SIZE
                " - "              DELIMITED BY SIZE
                SEL-DATE-TO        DELIMITED BY SIZE
           INTO REPORT-LINE
     ELSE
         MOVE "SELECTED DATES: ALL" TO REPORT-LINE
     END-IF
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     IF ACTION-LOG-OPEN-SW NOT = "Y"
         MOVE "** NO OPRLOG ACTION LOG - TREATED AS EMPTY **"
           TO REPORT-LINE
         WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
     END-IF
     IF CUSTOMER-AUDIT-OPEN-SW NOT = "Y"
         MOVE "** NO CSTAUDIT TRAIL - TREATED AS EMPTY **"
           TO REPORT-LINE
         WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
     END-IF
     IF RATE-AUDIT-OPEN-SW NOT = "Y"
         MOVE "** NO RATAUDIT TRAIL - TREATED AS EMPTY **"
           TO REPORT-LINE
         WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE
     END-IF
     MOVE ALL "-" TO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "DATE     TIME     TRAIL    OPERATOR ACTION         "
            DELIMITED BY SIZE
            "KEY              DETAIL"
            DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE AUDIT-REPORT-RECORD FROM REPORT-LINE.
*>
 LOAD-SELECTION-PARM.
*>  THE SELECTION, TOKEN FORM LIKE STQPARM. NO PARM FILE MEANS THE
*>  WHOLE OF ALL THREE TRAILS.
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
         WHEN "OPERATOR"
             MOVE PARM-VALUE (1:8) TO SEL-OPERATOR-ID
         WHEN "DATEFROM"
             MOVE PARM-VALUE (1:8) TO PARM-DATE-X
             IF PARM-DATE-X NUMERIC
                 MOVE PARM-DATE-9 TO SEL-DATE-FROM
             ELSE
                 DISPLAY "AUDITRPT - BAD DATEFROM VALUE: " PARM-VALUE
                 MOVE "Y" TO PARM-ERROR-SW
             END-IF
         WHEN "DATETO"
             MOVE PARM-VALUE (1:8) TO PARM-DATE-X
             IF PARM-DATE-X NUMERIC
                 MOVE PARM-DATE-9 TO SEL-DATE-TO
             ELSE
                 DISPLAY "AUDITRPT - BAD DATETO VALUE: " PARM-VALUE
                 MOVE "Y" TO PARM-ERROR-SW
             END-IF
         WHEN "REPRINTS"
             MOVE SPACES TO PARM-LIMIT-X
             UNSTRING PARM-VALUE DELIMITED BY " "
                 INTO PARM-LIMIT-X
             INSPECT PARM-LIMIT-X REPLACING LEADING SPACE BY ZERO
             IF PARM-LIMIT-X NUMERIC
                 MOVE PARM-LIMIT-9 TO SEL-REPRINT-LIMIT
             ELSE
                 DISPLAY "AUDITRPT - BAD REPRINTS VALUE: " PARM-VALUE
                 MOVE "Y" TO PARM-ERROR-SW
             END-IF
         WHEN OTHER
             DISPLAY "AUDITRPT - UNKNOWN PARM KEYWORD: " PARM-KEYWORD
             MOVE "Y" TO PARM-ERROR-SW
     END-EVALUATE
     GO TO LOAD-PARM-LOOP.
 LOAD-SELECTION-EXIT.
     EXIT.
*>
 OPEN-AUDIT-TRAILS.
*>  A TRAIL THAT IS NOT THERE HAS NEVER BEEN WRITTEN AND LISTS AS
*>  EMPTY; ONE THAT IS THERE BUT WILL NOT OPEN WOULD LEAVE A HOLE IN
*>  THE AUDIT, SO THE REPORT IS NOT PRODUCED.
     OPEN INPUT ACTION-LOG.
     IF ACTION-LOG-STATUS = "00"
         MOVE "Y" TO ACTION-LOG-OPEN-SW
     ELSE
         IF ACTION-LOG-STATUS NOT = "35"
             DISPLAY "AUDITRPT - CANNOT OPEN OPRLOG, STATUS "
                     ACTION-LOG-STATUS
             MOVE 16 TO RETURN-CODE
             GO TO OPEN-AUDIT-TRAILS-EXIT
         END-IF
     END-IF
     OPEN INPUT CUSTOMER-AUDIT-FILE.
     IF CUSTOMER-AUDIT-STATUS = "00"
         MOVE "Y" TO CUSTOMER-AUDIT-OPEN-SW
     ELSE
         IF CUSTOMER-AUDIT-STATUS NOT = "35"
             DISPLAY "AUDITRPT - CANNOT OPEN CSTAUDIT, STATUS "
                     CUSTOMER-AUDIT-STATUS
             MOVE 16 TO RETURN-CODE
             GO TO OPEN-AUDIT-TRAILS-EXIT
         END-IF
     END-IF
     OPEN INPUT RATE-AUDIT-FILE.
     IF RATE-AUDIT-STATUS = "00"
         MOVE "Y" TO RATE-AUDIT-OPEN-SW
     ELSE
         IF RATE-AUDIT-STATUS NOT = "35"
             DISPLAY "AUDITRPT - CANNOT OPEN RATAUDIT, STATUS "
                     RATE-AUDIT-STATUS
             MOVE 16 TO RETURN-CODE
             GO TO OPEN-AUDIT-TRAILS-EXIT
         END-IF
     END-IF.
 OPEN-AUDIT-TRAILS-EXIT.
     EXIT.
*>
 CLOSE-AUDIT-TRAILS.
     IF ACTION-LOG-OPEN-SW = "Y"
         CLOSE ACTION-LOG
     END-IF
     IF CUSTOMER-AUDIT-OPEN-SW = "Y"
         CLOSE CUSTOMER-AUDIT-FILE
     END-IF
     IF RATE-AUDIT-OPEN-SW = "Y"
         CLOSE RATE-AUDIT-FILE
     END-IF.
*>
 LOAD-AUTHORITY-TABLE.
*>  EVERY OPERATOR ON OPRAUTH TODAY, WHATEVER THE LEVEL.
     MOVE "N" TO AUTHORITY-LOADED-SW.
     OPEN INPUT AUTHORITY-FILE.
     IF AUTHORITY-FILE-STATUS NOT = "00"
         DISPLAY "AUDITRPT - CANNOT OPEN OPRAUTH, STATUS "
                 AUTHORITY-FILE-STATUS ", OPERATORS NOT CHECKED"
         GO TO LOAD-AUTHORITY-EXIT
     END-IF
     MOVE "Y" TO AUTHORITY-LOADED-SW.
 LOAD-AUTHORITY-LOOP.
     READ AUTHORITY-FILE
         AT END
             CLOSE AUTHORITY-FILE
             GO TO LOAD-AUTHORITY-EXIT
     END-READ
     IF AUTHORITY-RECORD = SPACES
         GO TO LOAD-AUTHORITY-LOOP
     END-IF
     MOVE SPACES TO AUTH-OPERATOR-ID.
     MOVE SPACES TO AUTH-LEVEL-VALUE.
     MOVE SPACES TO AUTH-SPARE.
     UNSTRING AUTHORITY-RECORD DELIMITED BY ALL " "
         INTO AUTH-OPERATOR-ID AUTH-LEVEL-VALUE AUTH-SPARE.
     IF AUTH-ENTRY-COUNT NOT < AUTH-ENTRY-MAX
         DISPLAY "AUDITRPT - OPRAUTH TABLE FULL, OPERATORS NOT CHECKED"
         MOVE "N" TO AUTHORITY-LOADED-SW
         CLOSE AUTHORITY-FILE
         GO TO LOAD-AUTHORITY-EXIT
     END-IF
     ADD 1 TO AUTH-ENTRY-COUNT.
     MOVE AUTH-OPERATOR-ID TO AU-OPERATOR-ID (AUTH-ENTRY-COUNT).
     GO TO LOAD-AUTHORITY-LOOP.
 LOAD-AUTHORITY-EXIT.
     EXIT.
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
         DISPLAY "AUDITRPT - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
END PROGRAM AUDITRPT.
