*>  GRAND TOTAL FOR THE NIGHT -- PER CURRENCY, THE SAME AS THE
*>  SINGLE-FILE REPORT -- AND RECONCILES THE MERGED COUNT AGAINST THE
*>  SUM OF ALL THE FILES' TRAILER COUNTS. ONE HEADER/FOOTER SET AND
*>  ONE PRINTER MOUNT INSTEAD OF A DOZEN. EACH LISTED WORK FILE IS
*>  READ THROUGH ITS .CLN CLEAN COPY WHEN SRECEDIT LEFT ONE -- THE
*>  SAME RECORDS PRINTBAT PRINTED, WITHOUT THE REJECTS AND HELD ITEMS
*>  -- AND RAW OTHERWISE, AS FOR HELDPRN'S RELEASE FILE, WHICH BRINGS
*>  THE HELD ITEMS IN ON THE NIGHT THEY ARE RELEASED.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CONTROL-FILE-STATUS.
    SELECT WORK-FILE
        ASSIGN       TO  CONS-INPUT-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  WORK-FILE-STATUS.
    SELECT SORT-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>  THE NIGHT'S CONTROL TOTALS (NT_REC.CBL), REPLACED EVERY RUN, SO
*>  GLINTF CAN PROVE THE LEDGER FEED AGREES WITH THIS PAGE.
    SELECT NIGHT-TOTALS-FILE
        ASSIGN       TO  CONSTOT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  NIGHT-TOTALS-STATUS.
*>  THE BRANCH MASTER (MAINTAINED BY BRCHMNT), READ BY KEY AT EACH
*>  BRANCH BREAK FOR THE NAME PRINTED ON THE BREAK AND THE REGION THE
*>  BRANCH ROLLS UP INTO. A MISSING MASTER IS NOT FATAL: THE NIGHT
*>  STILL CONSOLIDATES, WITH BARE BRANCH NUMBERS AND NO REGIONS.
    SELECT BRANCH-MASTER
        ASSIGN       TO  BRANCHMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  BR-BRANCH-NO OF BRANCH-MASTER-RECORD
        FILE STATUS  IS  BRANCH-MASTER-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
 FD  NIGHT-TOTALS-FILE.
 01  NIGHT-TOTALS-RECORD.
     COPY "NT_REC.CBL".
 FD  BRANCH-MASTER.
 01  BRANCH-MASTER-RECORD.
     COPY "BR_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  CONS1-RECORD.
 01  CONTROL-FILE-STATUS     PIC X(02).
 01  WORK-FILE-STATUS        PIC X(02).
 01  CONS-REPORT-STATUS      PIC X(02).
 01  NIGHT-TOTALS-STATUS     PIC X(02).
 01  NIGHT-BALANCED-SW       PIC X(01) VALUE "Y".
 01  CONS-WORK-FILE-NAME     PIC X(12).
*>  THE DATASET ACTUALLY READ FOR THE LISTED WORK FILE: ITS .CLN, OR
*>  THE WORK FILE ITSELF WHEN THERE IS NO .CLN.
 01  CONS-INPUT-NAME         PIC X(16).
*>
 01  FILES-MERGED-COUNT      PIC 9(05) VALUE ZERO.
 01  FILES-MISSING-COUNT     PIC 9(05) VALUE ZERO.
         10  CT-BRANCH-AMOUNT    PIC S9(11)V99.
         10  CT-GRAND-AMOUNT     PIC S9(11)V99.
         10  CT-BRANCH-ACTIVE-SW PIC X(01).
         10  CT-GRAND-COUNT      PIC 9(09).
*>      THE SAME MONEY CONVERTED TO THE BASE CURRENCY (USD), EACH
*>      RECORD AT THE RATE IN EFFECT ON ITS OWN POSTING DATE; THE
*>      MISSING SWITCH FLAGS A CURRENCY WITH ANY MONEY THAT COULD
     05  BUS-DATE-DD         PIC X(02).
 01  RUN-DATE-DISPLAY        PIC X(08).
*>
*>  THE BRANCH-MASTER FACTS FOR THE BRANCH GROUP NOW PRINTING, LOOKED
*>  UP ONCE AS THE GROUP STARTS: ITS NAME, ITS REGION, AND WHETHER IT
*>  IS OPEN ("O"), CLOSED ("C") OR NOT ON THE MASTER AT ALL ("U").
*>  WITH NO MASTER TO ASK, THE STATE IS LEFT BLANK AND NOTHING IS
*>  FLAGGED -- AN UNKNOWN BRANCH CAN ONLY BE SAID OF A MASTER THAT
*>  WAS THERE TO BE READ.
 01  BRANCH-MASTER-STATUS    PIC X(02).
 01  BRANCH-MASTER-OPEN-SW   PIC X(01) VALUE "N".
 01  PREVIOUS-BRANCH-NAME    PIC X(30).
 01  PREVIOUS-BRANCH-REGION  PIC X(10).
 01  PREVIOUS-BRANCH-STATE   PIC X(01).
 01  UNKNOWN-BRANCH-RECORDS  PIC 9(09) VALUE ZERO.
 01  CLOSED-BRANCH-RECORDS   PIC 9(09) VALUE ZERO.
*>
*>  THE REGIONAL ROLLUP. THE SORT RUNS IN BRANCH ORDER, NOT REGION
*>  ORDER, SO EACH REGION'S MONEY IS GATHERED HERE AS THE BRANCHES GO
*>  BY AND PRINTED AS ONE BLOCK BETWEEN THE LAST BRANCH SUBTOTAL AND
*>  THE NIGHT GRAND TOTAL. EACH REGION CARRIES ONE SLOT PER CURRENCY,
*>  IN STEP WITH THE CURRENCY TABLE ABOVE (THE SAME SUBSCRIPT). A
*>  BRANCH NOT ON THE MASTER ROLLS UP UNDER "UNASSIGNED".
 01  REGION-ENTRY-COUNT      PIC 9(02) VALUE ZERO.
 01  REGION-ENTRY-MAX        PIC 9(02) VALUE 50.
 01  REGION-INDEX            PIC 9(02) VALUE ZERO.
 01  REGION-FOUND-IX         PIC 9(02) VALUE ZERO.
 01  REGION-TOTALS-TABLE.
     05  REGION-ENTRY OCCURS 50 TIMES.
         10  RG-REGION           PIC X(10).
         10  RG-CURRENCY-SLOT OCCURS 20 TIMES.
             15  RG-AMOUNT       PIC S9(11)V99.
             15  RG-ACTIVE-SW    PIC X(01).
 01  REGION-SUBTOTAL-EDIT    PIC -9(11).99.
*>
PROCEDURE DIVISION.
 MAIN-CONTROL SECTION.
 MAIN-START.
         DISPLAY "PRINTCON - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT CONS-REPORT.
     IF CONS-REPORT-STATUS NOT = "00"
                 CONS-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE
         GOBACK
     END-IF
     PERFORM GET-BUSINESS-DATE.
     STRING BUS-DATE-MM DELIMITED BY SIZE
*>  NIGHT STILL CONSOLIDATES, AND EVERY FOREIGN CURRENCY'S
*>  EQUIVALENT LINE CARRIES THE NO-USABLE-RATE FLAG.
     PERFORM LOAD-RATE-MASTER THRU LOAD-RATE-EXIT.
     PERFORM OPEN-BRANCH-MASTER.
     SORT SORT-FILE
         ON ASCENDING KEY S-BRANCH-NO  OF SORT-RECORD
                          S-ACCOUNT-NO OF SORT-RECORD
         INPUT PROCEDURE  IS MERGE-INPUT
         OUTPUT PROCEDURE IS REPORT-OUTPUT.
     IF BRANCH-MASTER-OPEN-SW = "Y"
         CLOSE BRANCH-MASTER
     END-IF
*>  (3) RECONCILE THE NIGHT: EVERY DETAIL RECORD THE TRAILERS PROMISED
*>      MUST HAVE COME OUT OF THE SORT.
     MOVE SPACES TO REPORT-LINE.
            RECORDS-BAD-AMOUNT     DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE CONS-REPORT-RECORD FROM REPORT-LINE.
*>  RECORDS STILL BOOKED TO A BRANCH THE MASTER DOES NOT KNOW, OR HAS
*>  CLOSED, ARE PRINTED AND TOTALED LIKE ANY OTHER -- THE MONEY IS
*>  REAL -- BUT THE PAGE SAYS HOW MANY, AND THE RUN ENDS WITH A
*>  WARNING SO SOMEBODY CHASES THE BRANCH CODE.
     IF UNKNOWN-BRANCH-RECORDS > ZERO OR CLOSED-BRANCH-RECORDS > ZERO
         MOVE SPACES TO REPORT-LINE
         STRING "UNKNOWN BRANCH RECS: " DELIMITED BY SIZE
                UNKNOWN-BRANCH-RECORDS  DELIMITED BY SIZE
                "  CLOSED: "            DELIMITED BY SIZE
                CLOSED-BRANCH-RECORDS   DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE CONS-REPORT-RECORD FROM REPORT-LINE
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF
     IF RECORDS-MERGED NOT = EXPECTED-GRAND-COUNT
      OR FILES-MISSING-COUNT > ZERO
      OR FILES-NO-TRAILER-COUNT > ZERO
           TO REPORT-LINE
         WRITE CONS-REPORT-RECORD FROM REPORT-LINE
         MOVE 16 TO RETURN-CODE
         MOVE "N" TO NIGHT-BALANCED-SW
     END-IF
     PERFORM WRITE-NIGHT-TOTALS THRU WRITE-NIGHT-TOTALS-EXIT.
     CLOSE CONTROL-FILE CONS-REPORT.
     GOBACK.
*>
 MERGE-INPUT SECTION.
*>  (2A) FEED EVERY DETAIL RECORD FROM EVERY WORK FILE IN THE BATCH
     IF CONS-WORK-FILE-NAME = SPACES
         GO TO MERGE-CTL-LOOP
     END-IF
     MOVE SPACES TO CONS-INPUT-NAME.
     STRING CONS-WORK-FILE-NAME DELIMITED BY SPACE
            ".CLN"              DELIMITED BY SIZE
       INTO CONS-INPUT-NAME.
     OPEN INPUT WORK-FILE.
     IF WORK-FILE-STATUS = "35"
         MOVE CONS-WORK-FILE-NAME TO CONS-INPUT-NAME
         OPEN INPUT WORK-FILE
     END-IF
     IF WORK-FILE-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "PRINTCON - CANNOT OPEN WORK FILE, STATUS "
         CLOSE WORK-FILE
         GO TO MERGE-CTL-LOOP
     END-IF
*>  A FILE WITH NO .CLN IS READ RAW, NOT AS SRECEDIT VETTED IT FOR
*>  PRINTBAT -- SO A GARBAGE AMOUNT WOULD OTHERWISE FOLD STRAIGHT
*>  INTO THE NIGHT GRAND TOTAL HEAD OFFICE SIGNS OFF.
*>  FLAG IT ON THE PAGE, LEAVE IT OUT OF THE MERGE, AND LET THE
*>  MERGED-VERSUS-EXPECTED RECONCILIATION FORCE THE OUT-OF-BALANCE
*>  VERDICT.
     IF FIRST-RECORD-SW = "Y"
         MOVE S-BRANCH-NO OF CONS1-RECORD TO PREVIOUS-BRANCH-NO
         MOVE "N" TO FIRST-RECORD-SW
         PERFORM LOOKUP-BRANCH THRU LOOKUP-BRANCH-EXIT
     ELSE
         IF S-BRANCH-NO OF CONS1-RECORD NOT = PREVIOUS-BRANCH-NO
             PERFORM PRINT-BRANCH-SUBTOTAL
             MOVE S-BRANCH-NO OF CONS1-RECORD TO PREVIOUS-BRANCH-NO
             PERFORM LOOKUP-BRANCH THRU LOOKUP-BRANCH-EXIT
         END-IF
     END-IF
     IF PREVIOUS-BRANCH-STATE = "U"
         ADD 1 TO UNKNOWN-BRANCH-RECORDS
     END-IF
     IF PREVIOUS-BRANCH-STATE = "C"
         ADD 1 TO CLOSED-BRANCH-RECORDS
     END-IF
     PERFORM ADD-TO-CURRENCY-TOTALS.
     WRITE CONS-REPORT-RECORD FROM CONS1-RECORD.
     GO TO REPORT-RETURN-LOOP.
 REPORT-WRAP-UP.
     IF RECORDS-MERGED > ZERO
         PERFORM PRINT-BRANCH-SUBTOTAL
         IF BRANCH-MASTER-OPEN-SW = "Y"
             PERFORM PRINT-REGION-SUBTOTALS
         END-IF
         PERFORM PRINT-GRAND-TOTAL
     END-IF.
 REPORT-OUTPUT-EXIT.
             MOVE "N"  TO CT-BRANCH-ACTIVE-SW (CURRENCY-FOUND-IX)
             MOVE ZERO TO CT-BASE-AMOUNT (CURRENCY-FOUND-IX)
             MOVE "N"  TO CT-RATE-MISSING-SW (CURRENCY-FOUND-IX)
             MOVE ZERO TO CT-GRAND-COUNT (CURRENCY-FOUND-IX)
         ELSE
             DISPLAY "PRINTCON - CURRENCY TABLE FULL, FOLDING "
                     RECORD-CURRENCY
       TO CT-BRANCH-AMOUNT (CURRENCY-FOUND-IX)
          CT-GRAND-AMOUNT (CURRENCY-FOUND-IX).
     MOVE "Y" TO CT-BRANCH-ACTIVE-SW (CURRENCY-FOUND-IX).
     ADD 1 TO CT-GRAND-COUNT (CURRENCY-FOUND-IX).
     IF REGION-FOUND-IX > ZERO
         ADD S-AMOUNT OF CONS1-RECORD
           TO RG-AMOUNT (REGION-FOUND-IX, CURRENCY-FOUND-IX)
         MOVE "Y" TO RG-ACTIVE-SW (REGION-FOUND-IX, CURRENCY-FOUND-IX)
     END-IF
     PERFORM CONVERT-TO-BASE-CURRENCY.
*>
 CONVERT-TO-BASE-CURRENCY.
     END-IF.
*>
 PRINT-BRANCH-SUBTOTAL.
*>  THE BRANCH NAME GOES OUT ON THE BREAK AHEAD OF ITS SUBTOTALS, WITH
*>  A BRANCH THE MASTER DOES NOT KNOW, OR HAS CLOSED, SAID SO IN PLACE.
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
     WRITE CONS-REPORT-RECORD FROM TOTAL-LINE.
     PERFORM PRINT-BRANCH-SUB-CURRENCY
         VARYING CURRENCY-INDEX FROM 1 BY 1
         UNTIL CURRENCY-INDEX > CURRENCY-ENTRY-COUNT.
           INTO TOTAL-LINE
     END-IF
     WRITE CONS-REPORT-RECORD FROM TOTAL-LINE.
*>
 WRITE-NIGHT-TOTALS.
*>  THE CONTROL TOTALS: A HEADER CARRYING THE BUSINESS DATE AND THIS
*>  PAGE'S OWN BALANCE VERDICT, THEN EACH CURRENCY'S NIGHT GRAND
*>  TOTAL AND RECORD COUNT. A FAILURE HERE DOES NOT SPOIL THE PAGE,
*>  BUT THE LEDGER FEED WILL HOLD WITHOUT IT, SO IT IS A WARNING.
     OPEN OUTPUT NIGHT-TOTALS-FILE.
     IF NIGHT-TOTALS-STATUS NOT = "00"
         DISPLAY "PRINTCON - CANNOT OPEN CONSTOT, STATUS "
                 NIGHT-TOTALS-STATUS
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         GO TO WRITE-NIGHT-TOTALS-EXIT
     END-IF
     MOVE SPACES TO NIGHT-TOTALS-RECORD.
     MOVE "H"               TO NT-REC-TYPE OF NIGHT-TOTALS-RECORD.
     MOVE "PRINTCON"        TO NT-SOURCE-PROGRAM OF NIGHT-TOTALS-RECORD.
     MOVE BUSINESS-DATE     TO NT-BUSINESS-DATE OF NIGHT-TOTALS-RECORD.
     MOVE RECORDS-MERGED    TO NT-RECORD-COUNT OF NIGHT-TOTALS-RECORD.
     MOVE ZERO              TO NT-AMOUNT OF NIGHT-TOTALS-RECORD.
     MOVE NIGHT-BALANCED-SW TO NT-BALANCED-SW OF NIGHT-TOTALS-RECORD.
     WRITE NIGHT-TOTALS-RECORD.
     PERFORM WRITE-CURRENCY-TOTAL
         VARYING CURRENCY-INDEX FROM 1 BY 1
         UNTIL CURRENCY-INDEX > CURRENCY-ENTRY-COUNT.
     CLOSE NIGHT-TOTALS-FILE.
 WRITE-NIGHT-TOTALS-EXIT.
     EXIT.
*>
 WRITE-CURRENCY-TOTAL.
     MOVE SPACES TO NIGHT-TOTALS-RECORD.
     MOVE "D"        TO NT-REC-TYPE OF NIGHT-TOTALS-RECORD.
     MOVE "PRINTCON" TO NT-SOURCE-PROGRAM OF NIGHT-TOTALS-RECORD.
     MOVE BUSINESS-DATE TO NT-BUSINESS-DATE OF NIGHT-TOTALS-RECORD.
     MOVE CT-CURRENCY-CODE (CURRENCY-INDEX)
       TO NT-CURRENCY-CODE OF NIGHT-TOTALS-RECORD.
     MOVE CT-GRAND-COUNT (CURRENCY-INDEX)
       TO NT-RECORD-COUNT OF NIGHT-TOTALS-RECORD.
     MOVE CT-GRAND-AMOUNT (CURRENCY-INDEX)
       TO NT-AMOUNT OF NIGHT-TOTALS-RECORD.
     WRITE NIGHT-TOTALS-RECORD.
*>
 OPEN-BRANCH-MASTER.
*>  NO BRANCH MASTER YET (A SITE THAT HAS NOT STARTED KEYING BRANCHES)
*>  JUST MEANS BARE NUMBERS ON THE BREAKS AND NO REGIONAL ROLLUP.
     MOVE "N" TO BRANCH-MASTER-OPEN-SW.
     OPEN INPUT BRANCH-MASTER.
     IF BRANCH-MASTER-STATUS = "00"
         MOVE "Y" TO BRANCH-MASTER-OPEN-SW
     ELSE
         IF BRANCH-MASTER-STATUS = "35"
             DISPLAY "PRINTCON - NO BRANCH MASTER, BRANCH NAMES AND "
                     "REGIONS NOT PRINTED"
         ELSE
             DISPLAY "PRINTCON - CANNOT OPEN BRANCH MASTER, STATUS "
                     BRANCH-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
         END-IF
     END-IF.
*>
 LOOKUP-BRANCH.
*>  SETTLE THE NAME, REGION AND STATE FOR THE BRANCH GROUP JUST
*>  STARTING IN PREVIOUS-BRANCH-NO, AND FIND (OR OPEN) ITS REGION'S
*>  ROLLUP ENTRY.
     MOVE SPACES TO PREVIOUS-BRANCH-NAME.
     MOVE SPACES TO PREVIOUS-BRANCH-REGION.
     MOVE SPACE  TO PREVIOUS-BRANCH-STATE.
     MOVE ZERO   TO REGION-FOUND-IX.
     IF BRANCH-MASTER-OPEN-SW NOT = "Y"
         GO TO LOOKUP-BRANCH-EXIT
     END-IF
     MOVE PREVIOUS-BRANCH-NO TO BR-BRANCH-NO OF BRANCH-MASTER-RECORD.
     READ BRANCH-MASTER
         INVALID KEY
             MOVE "U" TO PREVIOUS-BRANCH-STATE
             MOVE "UNASSIGNED" TO PREVIOUS-BRANCH-REGION
         NOT INVALID KEY
             MOVE BR-BRANCH-NAME OF BRANCH-MASTER-RECORD
               TO PREVIOUS-BRANCH-NAME
             MOVE BR-REGION OF BRANCH-MASTER-RECORD
               TO PREVIOUS-BRANCH-REGION
             IF BR-STATUS OF BRANCH-MASTER-RECORD = "C"
                 MOVE "C" TO PREVIOUS-BRANCH-STATE
             ELSE
                 MOVE "O" TO PREVIOUS-BRANCH-STATE
             END-IF
     END-READ
     PERFORM FIND-REGION-ENTRY
         VARYING REGION-INDEX FROM 1 BY 1
         UNTIL REGION-INDEX > REGION-ENTRY-COUNT
            OR REGION-FOUND-IX > ZERO.
     IF REGION-FOUND-IX = ZERO
         IF REGION-ENTRY-COUNT < REGION-ENTRY-MAX
             ADD 1 TO REGION-ENTRY-COUNT
             MOVE REGION-ENTRY-COUNT TO REGION-FOUND-IX
             MOVE PREVIOUS-BRANCH-REGION TO RG-REGION (REGION-FOUND-IX)
             PERFORM CLEAR-REGION-SLOT
                 VARYING CURRENCY-INDEX FROM 1 BY 1
                 UNTIL CURRENCY-INDEX > CURRENCY-ENTRY-MAX
         ELSE
             DISPLAY "PRINTCON - REGION TABLE FULL, FOLDING "
                     PREVIOUS-BRANCH-REGION
             MOVE 16 TO RETURN-CODE
             MOVE REGION-ENTRY-MAX TO REGION-FOUND-IX
         END-IF
     END-IF.
 LOOKUP-BRANCH-EXIT.
     EXIT.
*>
 FIND-REGION-ENTRY.
     IF RG-REGION (REGION-INDEX) = PREVIOUS-BRANCH-REGION
         MOVE REGION-INDEX TO REGION-FOUND-IX
     END-IF.
*>
 CLEAR-REGION-SLOT.
     MOVE ZERO TO RG-AMOUNT (REGION-FOUND-IX, CURRENCY-INDEX).
     MOVE "N"  TO RG-ACTIVE-SW (REGION-FOUND-IX, CURRENCY-INDEX).
*>
 PRINT-REGION-SUBTOTALS.
*>  ONE SUBTOTAL LINE PER REGION PER CURRENCY IT TOUCHED, IN THE ORDER
*>  THE REGIONS FIRST TURNED UP IN THE BRANCH-ORDERED STREAM.
     PERFORM PRINT-REGION-ENTRY
         VARYING REGION-INDEX FROM 1 BY 1
         UNTIL REGION-INDEX > REGION-ENTRY-COUNT.
*>
 PRINT-REGION-ENTRY.
     PERFORM PRINT-REGION-CURRENCY
         VARYING CURRENCY-INDEX FROM 1 BY 1
         UNTIL CURRENCY-INDEX > CURRENCY-ENTRY-COUNT.
*>
 PRINT-REGION-CURRENCY.
     IF RG-ACTIVE-SW (REGION-INDEX, CURRENCY-INDEX) = "Y"
         MOVE SPACES TO TOTAL-LINE
         MOVE RG-AMOUNT (REGION-INDEX, CURRENCY-INDEX)
           TO REGION-SUBTOTAL-EDIT
         STRING "  REGION "          DELIMITED BY SIZE
                RG-REGION (REGION-INDEX) DELIMITED BY SIZE
                " SUBTOTAL "         DELIMITED BY SIZE
                CT-CURRENCY-CODE (CURRENCY-INDEX) DELIMITED BY SIZE
                ": "                 DELIMITED BY SIZE
                REGION-SUBTOTAL-EDIT DELIMITED BY SIZE
           INTO TOTAL-LINE
         WRITE CONS-REPORT-RECORD FROM TOTAL-LINE
     END-IF.
END PROGRAM PRINTCON.
