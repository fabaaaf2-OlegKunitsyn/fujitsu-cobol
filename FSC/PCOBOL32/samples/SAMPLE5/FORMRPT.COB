IDENTIFICATION DIVISION.
 PROGRAM-ID. FORMRPT.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  DAILY FORMS-USAGE REPORT. THE STATEMENT FORMS AND CREDIT MEMOS ARE
*>  PRE-NUMBERED STOCK, AND THE STOCK COUNT HAS TO AGREE WITH THE
*>  VAULT. FORMSER LOGS EVERY SERIAL THE PRINT RUNS, REPRINTS, CREDIT
*>  MEMOS AND RESTARTS TAKE ON THE FORMUSE REGISTER (FU_REC.CBL), AND
*>  FORMMNT LOGS EVERY RANGE RECEIVED. THIS PROGRAM SORTS THE WHOLE
*>  REGISTER BY FORM STOCK AND SERIAL AND, FOR EACH STOCK ON THE
*>  FORMINV INVENTORY (FI_REC.CBL):
*>    - LISTS THE BUSINESS DATE'S ENTRIES, EACH WITH THE SERIALS IT
*>      CONSUMED BESIDE THE PAGES THE PRINT PROGRAM COUNTED, AND FLAGS
*>      ANY THAT DO NOT AGREE AND ANY CUT-OFF RUN NEVER RESTARTED;
*>    - FOLLOWS THE SERIALS FROM ONE ENTRY TO THE NEXT ACROSS THE
*>      WHOLE REGISTER AND FLAGS A GAP (SERIALS NOBODY ACCOUNTED FOR)
*>      OR AN OVERLAP (SERIALS ISSUED TWICE) AHEAD OF TODAY'S ENTRIES
*>      -- A STEP FROM THE END OF ONE RECEIVED RANGE TO THE START OF
*>      THE NEXT IS NOT A GAP;
*>    - CHECKS THE INVENTORY'S NEXT SERIAL AGAINST WHERE THE REGISTER
*>      ENDS, AND TOTALS THE DAY: PAGES PRINTED, SERIALS USED,
*>      SPOILED, VOIDED, INTERRUPTED AND RECEIVED.
*>  IT CLOSES WITH THE STOCK STATUS OF EVERY FORM ON THE INVENTORY:
*>  NEXT SERIAL, ON HAND AND REORDER POINT, FLAGGING A STOCK BELOW ITS
*>  REORDER POINT OR WITH A PRINT RUN STILL OPEN ON IT. ANY FLAG ENDS
*>  THE STEP WITH RETURN CODE 4. IT IS A GOBACK STEP LIKE THE OTHER
*>  REPORTS, SO IT RUNS ON ITS OWN OR UNDER NIGHTRUN.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT FORM-USAGE-FILE
        ASSIGN       TO  FORMUSE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  FORM-USAGE-STATUS.
*>  DYNAMIC ACCESS: ONE RANDOM READ PER STOCK IN THE REGISTER, THEN
*>  READ NEXT THROUGH THE WHOLE INVENTORY FOR THE STOCK STATUS.
    SELECT FORM-INVENTORY
        ASSIGN       TO  FORMINV
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  DYNAMIC
        RECORD KEY   IS  FI-FORM-KEY OF FORM-INVENTORY-RECORD
        FILE STATUS  IS  FORM-INVENTORY-STATUS.
    SELECT SORT-FILE
        ASSIGN       TO  SORTWORK.
    SELECT FORM-REPORT
        ASSIGN       TO  FORMRPT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  FORM-REPORT-STATUS.
*>  THE BATCH BUSINESS-DATE CONTROL DATASET, SET BY BATDATE. THE
*>  REPORT COVERS THE REGISTER ENTRIES DATED WITH IT.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  FORM-USAGE-FILE.
 01  FORM-USAGE-RECORD.
     COPY "FU_REC.CBL".
 FD  FORM-INVENTORY.
 01  FORM-INVENTORY-RECORD.
     COPY "FI_REC.CBL".
*>  THE REGISTER ENTRIES THEMSELVES, SORTED BY STOCK, THEN BY FIRST
*>  SERIAL SO THE SERIALS CAN BE FOLLOWED, THEN BY STAMP.
 SD  SORT-FILE.
 01  SORT-RECORD.
     COPY "FU_REC.CBL".
 FD  FORM-REPORT.
 01  FORM-REPORT-RECORD      PIC X(100).
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  FORM1-RECORD.
     COPY "FU_REC.CBL".
*>
 01  FORM-USAGE-STATUS       PIC X(02).
 01  FORM-INVENTORY-STATUS   PIC X(02).
 01  FORM-REPORT-STATUS      PIC X(02).
 01  BUSINESS-DATE-STATUS    PIC X(02).
*>
 01  USAGE-OPEN-SW           PIC X(01) VALUE "N".
 01  INVENTORY-OPEN-SW       PIC X(01) VALUE "N".
 01  MASTER-FOUND-SW         PIC X(01) VALUE "N".
 01  ENTRY-TODAY-SW          PIC X(01) VALUE "N".
*>
 01  USAGE-RECORDS-READ      PIC 9(09) VALUE ZERO.
 01  UNREADABLE-COUNT        PIC 9(07) VALUE ZERO.
 01  ENTRIES-LISTED          PIC 9(07) VALUE ZERO.
 01  STOCKS-LISTED           PIC 9(05) VALUE ZERO.
 01  FLAGS-RAISED            PIC 9(07) VALUE ZERO.
*>
*>  THE STOCK CONTROL BREAK.
 01  FIRST-RECORD-SW         PIC X(01) VALUE "Y".
 01  PREVIOUS-FORM-TYPE      PIC X(04).
 01  PREVIOUS-PRINTER-ID     PIC X(08).
*>
*>  FOLLOWING THE SERIALS: THE SERIAL THE NEXT ENTRY SHOULD START AT
*>  (ZERO UNTIL THE STOCK'S FIRST ISSUE), AND A SERIAL STEPPED OVER
*>  TO THE NEXT RECEIVED RANGE WHEN IT HAS RUN PAST THE END OF ONE --
*>  THE SAME STEP FORMSER TAKES WHEN IT ISSUES.
 01  EXPECTED-SERIAL         PIC 9(09) VALUE ZERO.
 01  STEP-SERIAL             PIC 9(09) VALUE ZERO.
 01  NEXT-RANGE-FIRST        PIC 9(09) VALUE ZERO.
 01  INVENTORY-NEXT-SERIAL   PIC 9(09) VALUE ZERO.
 01  GAP-LAST-SERIAL         PIC 9(09) VALUE ZERO.
 01  RANGE-INDEX             PIC 9(02) VALUE ZERO.
 01  RANGE-FOUND-IX          PIC 9(02) VALUE ZERO.
 01  CHAIN-FLAG-TEXT         PIC X(80).
 01  COUNT-FLAG-TEXT         PIC X(80).
 01  KIND-TEXT               PIC X(08).
*>
*>  THE DAY'S TOTALS, PER STOCK AND FOR THE WHOLE REPORT.
 01  STOCK-PAGES-PRINTED     PIC 9(09) VALUE ZERO.
 01  STOCK-SERIALS-USED      PIC 9(09) VALUE ZERO.
 01  STOCK-SPOILED           PIC 9(09) VALUE ZERO.
 01  STOCK-VOIDED            PIC 9(09) VALUE ZERO.
 01  STOCK-INTERRUPTED       PIC 9(09) VALUE ZERO.
 01  STOCK-RECEIVED          PIC 9(09) VALUE ZERO.
 01  STOCK-ENTRIES-TODAY     PIC 9(07) VALUE ZERO.
 01  TOTAL-PAGES-PRINTED     PIC 9(09) VALUE ZERO.
 01  TOTAL-SERIALS-USED      PIC 9(09) VALUE ZERO.
 01  TOTAL-SPOILED           PIC 9(09) VALUE ZERO.
 01  TOTAL-VOIDED            PIC 9(09) VALUE ZERO.
 01  TOTAL-INTERRUPTED       PIC 9(09) VALUE ZERO.
 01  TOTAL-RECEIVED          PIC 9(09) VALUE ZERO.
*>
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
*>  (1) OPEN THE REGISTER, THE REPORT AND THE INVENTORY, PRINT THE
*>      HEADING, THEN LET THE SORT DRIVE THE RUN. NO REGISTER YET
*>      MEANS NO FORMS HAVE BEEN LOGGED, WHICH STILL LEAVES THE STOCK
*>      STATUS TO REPORT; A REGISTER THAT WILL NOT OPEN IS FATAL. NO
*>      INVENTORY ONLY COSTS THE RANGE STEPS AND THE STOCK STATUS.
     OPEN INPUT FORM-USAGE-FILE.
     IF FORM-USAGE-STATUS = "00"
         MOVE "Y" TO USAGE-OPEN-SW
     ELSE
         IF FORM-USAGE-STATUS NOT = "35"
             DISPLAY "FORMRPT - CANNOT OPEN FORMUSE, STATUS "
                     FORM-USAGE-STATUS
             MOVE 16 TO RETURN-CODE
             GOBACK
         END-IF
     END-IF
     OPEN OUTPUT FORM-REPORT.
     IF FORM-REPORT-STATUS NOT = "00"
         DISPLAY "FORMRPT - CANNOT OPEN REPORT, STATUS "
                 FORM-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         IF USAGE-OPEN-SW = "Y"
             CLOSE FORM-USAGE-FILE
         END-IF
         GOBACK
     END-IF
     PERFORM OPEN-FORM-INVENTORY.
     PERFORM GET-BUSINESS-DATE.
     STRING BUS-DATE-MM DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-DD  DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-YY  DELIMITED BY SIZE
       INTO RUN-DATE-DISPLAY.
     MOVE SPACES TO REPORT-LINE.
     STRING "FORMRPT - DAILY FORMS USAGE AND SERIAL RECONCILIATION"
            DELIMITED BY SIZE
            "   DATE: "      DELIMITED BY SIZE
            RUN-DATE-DISPLAY DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     SORT SORT-FILE
         ON ASCENDING KEY FU-FORM-TYPE    OF SORT-RECORD
                          FU-PRINTER-ID   OF SORT-RECORD
                          FU-FIRST-SERIAL OF SORT-RECORD
                          FU-USAGE-STAMP  OF SORT-RECORD
         INPUT PROCEDURE  IS SELECT-INPUT
         OUTPUT PROCEDURE IS REPORT-OUTPUT.
*>  (3) THE STOCK STATUS OF EVERY FORM ON THE INVENTORY, THE DAY'S
*>      TOTALS, THEN CLOSE DOWN. ANY FLAG IS A WARNING FOR THE
*>      SCHEDULER -- THE STOCK COUNT WILL NOT AGREE WITH THE VAULT.
     PERFORM PRINT-STOCK-STATUS THRU PRINT-STOCK-STATUS-EXIT.
     MOVE ALL "=" TO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "REGISTER ENTRIES READ: " DELIMITED BY SIZE
            USAGE-RECORDS-READ        DELIMITED BY SIZE
            "  LISTED: "              DELIMITED BY SIZE
            ENTRIES-LISTED            DELIMITED BY SIZE
            "  UNREADABLE: "          DELIMITED BY SIZE
            UNREADABLE-COUNT          DELIMITED BY SIZE
            "  STOCKS: "              DELIMITED BY SIZE
            STOCKS-LISTED             DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "DAY TOTALS - PAGES PRINTED: " DELIMITED BY SIZE
            TOTAL-PAGES-PRINTED            DELIMITED BY SIZE
            "  SERIALS USED: "             DELIMITED BY SIZE
            TOTAL-SERIALS-USED             DELIMITED BY SIZE
            "  SPOILED: "                  DELIMITED BY SIZE
            TOTAL-SPOILED                  DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "             VOIDED: "        DELIMITED BY SIZE
            TOTAL-VOIDED                   DELIMITED BY SIZE
            "  INTERRUPTED: "              DELIMITED BY SIZE
            TOTAL-INTERRUPTED              DELIMITED BY SIZE
            "  RECEIVED: "                 DELIMITED BY SIZE
            TOTAL-RECEIVED                 DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     IF UNREADABLE-COUNT > ZERO
         ADD UNREADABLE-COUNT TO FLAGS-RAISED
     END-IF
     IF FLAGS-RAISED = ZERO
         MOVE "*** FORMS USAGE RECONCILED - NO EXCEPTIONS ***"
           TO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
     ELSE
         MOVE SPACES TO REPORT-LINE
         STRING "*** EXCEPTIONS FLAGGED (*): " DELIMITED BY SIZE
                FLAGS-RAISED                   DELIMITED BY SIZE
                " ***"                         DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF
     IF USAGE-OPEN-SW = "Y"
         CLOSE FORM-USAGE-FILE
     END-IF
     IF INVENTORY-OPEN-SW = "Y"
         CLOSE FORM-INVENTORY
     END-IF
     CLOSE FORM-REPORT.
     GOBACK.
*>
 SELECT-INPUT SECTION.
*>  (2A) PASS THE WHOLE REGISTER -- EARLIER DAYS' ENTRIES ARE NEEDED
*>       TO FOLLOW THE SERIALS UP TO TODAY'S. AN ENTRY WHOSE NUMBERS
*>       ARE NOT NUMBERS (A HAND-EDITED REGISTER) CANNOT BE FOLLOWED;
*>       IT IS COUNTED AND FLAGGED, NOT SORTED.
 SELECT-INPUT-START.
     IF USAGE-OPEN-SW NOT = "Y"
         GO TO SELECT-INPUT-EXIT
     END-IF.
 SELECT-USAGE-LOOP.
     READ FORM-USAGE-FILE INTO FORM1-RECORD
          AT END GO TO SELECT-INPUT-EXIT.
     IF FORM-USAGE-STATUS NOT = "00"
         DISPLAY "FORMRPT - FORMUSE READ ERROR, STATUS "
                 FORM-USAGE-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO SELECT-INPUT-EXIT
     END-IF
     ADD 1 TO USAGE-RECORDS-READ.
     IF FU-BUSINESS-DATE OF FORM1-RECORD NOT NUMERIC OR
        FU-FIRST-SERIAL OF FORM1-RECORD NOT NUMERIC OR
        FU-LAST-SERIAL OF FORM1-RECORD NOT NUMERIC OR
        FU-SERIAL-COUNT OF FORM1-RECORD NOT NUMERIC OR
        FU-PAGE-COUNT OF FORM1-RECORD NOT NUMERIC
         ADD 1 TO UNREADABLE-COUNT
         GO TO SELECT-USAGE-LOOP
     END-IF
     RELEASE SORT-RECORD FROM FORM1-RECORD.
     GO TO SELECT-USAGE-LOOP.
 SELECT-INPUT-EXIT.
     EXIT.
*>
 REPORT-OUTPUT SECTION.
*>  (2B) TAKE THE ENTRIES BACK BY STOCK AND SERIAL: A HEADING WITH
*>       THE INVENTORY DESCRIPTION OPENS EACH STOCK, AND THE NEXT-
*>       SERIAL CHECK AND THE DAY'S TOTALS CLOSE IT.
 REPORT-RETURN-LOOP.
     RETURN SORT-FILE INTO FORM1-RECORD
         AT END GO TO REPORT-WRAP-UP.
     IF FIRST-RECORD-SW = "Y"
         MOVE FU-FORM-TYPE OF FORM1-RECORD  TO PREVIOUS-FORM-TYPE
         MOVE FU-PRINTER-ID OF FORM1-RECORD TO PREVIOUS-PRINTER-ID
         MOVE "N" TO FIRST-RECORD-SW
         PERFORM START-STOCK THRU START-STOCK-EXIT
     ELSE
         IF FU-FORM-TYPE OF FORM1-RECORD NOT = PREVIOUS-FORM-TYPE OR
            FU-PRINTER-ID OF FORM1-RECORD NOT = PREVIOUS-PRINTER-ID
             PERFORM FINISH-STOCK THRU FINISH-STOCK-EXIT
             MOVE FU-FORM-TYPE OF FORM1-RECORD  TO PREVIOUS-FORM-TYPE
             MOVE FU-PRINTER-ID OF FORM1-RECORD TO PREVIOUS-PRINTER-ID
             PERFORM START-STOCK THRU START-STOCK-EXIT
         END-IF
     END-IF
     PERFORM CHECK-USAGE-ENTRY THRU CHECK-USAGE-ENTRY-EXIT.
     GO TO REPORT-RETURN-LOOP.
 REPORT-WRAP-UP.
     IF FIRST-RECORD-SW = "N"
         PERFORM FINISH-STOCK THRU FINISH-STOCK-EXIT
     ELSE
         MOVE SPACES TO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
         MOVE "NO FORMS USAGE HAS BEEN RECORDED" TO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
     END-IF.
 REPORT-OUTPUT-EXIT.
     EXIT.
*>
 REPORT-DETAIL SECTION.
 START-STOCK.
*>  A NEW STOCK: CLEAR ITS TOTALS AND ITS SERIAL TRAIL, AND READ ITS
*>  INVENTORY RECORD FOR THE HEADING AND THE RANGE STEPS. A STOCK IN
*>  THE REGISTER BUT NOT ON THE INVENTORY IS FLAGGED -- ITS FORMS ARE
*>  NOT BEING COUNTED ANY MORE.
     ADD 1 TO STOCKS-LISTED.
     MOVE ZERO TO EXPECTED-SERIAL.
     MOVE ZERO TO STOCK-PAGES-PRINTED.
     MOVE ZERO TO STOCK-SERIALS-USED.
     MOVE ZERO TO STOCK-SPOILED.
     MOVE ZERO TO STOCK-VOIDED.
     MOVE ZERO TO STOCK-INTERRUPTED.
     MOVE ZERO TO STOCK-RECEIVED.
     MOVE ZERO TO STOCK-ENTRIES-TODAY.
     MOVE "N" TO MASTER-FOUND-SW.
     MOVE SPACES TO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     IF INVENTORY-OPEN-SW = "Y"
         MOVE PREVIOUS-FORM-TYPE
           TO FI-FORM-TYPE OF FORM-INVENTORY-RECORD
         MOVE PREVIOUS-PRINTER-ID
           TO FI-PRINTER-ID OF FORM-INVENTORY-RECORD
         READ FORM-INVENTORY
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE "Y" TO MASTER-FOUND-SW
         END-READ
     END-IF
     MOVE SPACES TO REPORT-LINE.
     IF MASTER-FOUND-SW = "Y"
         STRING "FORM: "            DELIMITED BY SIZE
                PREVIOUS-FORM-TYPE  DELIMITED BY SIZE
                "  PRINTER: "       DELIMITED BY SIZE
                PREVIOUS-PRINTER-ID DELIMITED BY SIZE
                "  "                DELIMITED BY SIZE
                FI-DESCRIPTION OF FORM-INVENTORY-RECORD
                DELIMITED BY SIZE
           INTO REPORT-LINE
     ELSE
         STRING "*FORM: "           DELIMITED BY SIZE
                PREVIOUS-FORM-TYPE  DELIMITED BY SIZE
                "  PRINTER: "       DELIMITED BY SIZE
                PREVIOUS-PRINTER-ID DELIMITED BY SIZE
                "  ** NOT ON FORMS INVENTORY **" DELIMITED BY SIZE
           INTO REPORT-LINE
         ADD 1 TO FLAGS-RAISED
     END-IF
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "  BUS DATE KIND     FIRST     LAST      "
            DELIMITED BY SIZE
            "SERIALS PAGES   PROGRAM  DATASET"
            DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
 START-STOCK-EXIT.
     EXIT.
*>
 CHECK-USAGE-ENTRY.
*>  FOLLOW THE SERIALS: AN ISSUE SHOULD START AT THE SERIAL AFTER THE
*>  LAST ONE ISSUED BEFORE IT, OR AT THE START OF THE NEXT RECEIVED
*>  RANGE WHEN THAT ONE HAS RUN OUT. RECEIPTS, AND ENTRIES THAT TOOK
*>  NO SERIAL (THE STOCK HAD RUN OUT), ARE NOT PART OF THE TRAIL.
     MOVE SPACES TO CHAIN-FLAG-TEXT.
     MOVE SPACES TO COUNT-FLAG-TEXT.
     MOVE "N" TO ENTRY-TODAY-SW.
     IF FU-BUSINESS-DATE OF FORM1-RECORD = BUSINESS-DATE
         MOVE "Y" TO ENTRY-TODAY-SW
     END-IF
     IF FU-USAGE-KIND OF FORM1-RECORD = "G" OR
        FU-SERIAL-COUNT OF FORM1-RECORD = ZERO
         GO TO CHECK-USAGE-COUNTS
     END-IF
     IF EXPECTED-SERIAL > ZERO
         IF FU-FIRST-SERIAL OF FORM1-RECORD > EXPECTED-SERIAL
             MOVE EXPECTED-SERIAL TO STEP-SERIAL
             PERFORM STEP-TO-HELD-RANGE
             MOVE STEP-SERIAL TO EXPECTED-SERIAL
         END-IF
         IF FU-FIRST-SERIAL OF FORM1-RECORD > EXPECTED-SERIAL
             COMPUTE GAP-LAST-SERIAL =
                 FU-FIRST-SERIAL OF FORM1-RECORD - 1
             STRING "    ** GAP - SERIALS "   DELIMITED BY SIZE
                    EXPECTED-SERIAL           DELIMITED BY SIZE
                    " THRU "                  DELIMITED BY SIZE
                    GAP-LAST-SERIAL           DELIMITED BY SIZE
                    " NOT ACCOUNTED FOR"      DELIMITED BY SIZE
               INTO CHAIN-FLAG-TEXT
         END-IF
         IF FU-FIRST-SERIAL OF FORM1-RECORD < EXPECTED-SERIAL
             COMPUTE GAP-LAST-SERIAL = EXPECTED-SERIAL - 1
             STRING "    ** OVERLAP - SERIALS TO "  DELIMITED BY SIZE
                    GAP-LAST-SERIAL                 DELIMITED BY SIZE
                    " WERE ALREADY ISSUED"          DELIMITED BY SIZE
               INTO CHAIN-FLAG-TEXT
         END-IF
     END-IF
     IF FU-LAST-SERIAL OF FORM1-RECORD NOT < EXPECTED-SERIAL
         COMPUTE EXPECTED-SERIAL = FU-LAST-SERIAL OF FORM1-RECORD + 1
     END-IF.
 CHECK-USAGE-COUNTS.
*>  ONLY THE BUSINESS DATE'S ENTRIES ARE LISTED AND TOTALLED. A RUN'S
*>  SERIALS SHOULD MATCH THE PAGES IT COUNTED; A CUT-OFF RUN NEVER
*>  RESTARTED HAS NO PAGE COUNT ANYONE CAN TRUST, SO IT IS FLAGGED
*>  FOR WHAT IT IS INSTEAD.
     IF ENTRY-TODAY-SW NOT = "Y"
         GO TO CHECK-USAGE-ENTRY-EXIT
     END-IF
     ADD 1 TO STOCK-ENTRIES-TODAY.
     EVALUATE FU-USAGE-KIND OF FORM1-RECORD
         WHEN "P"
             MOVE "PRINTED " TO KIND-TEXT
         WHEN "R"
             MOVE "REPRINT " TO KIND-TEXT
         WHEN "C"
             MOVE "CR MEMO " TO KIND-TEXT
         WHEN "S"
             MOVE "SPOILED " TO KIND-TEXT
             ADD FU-SERIAL-COUNT OF FORM1-RECORD TO STOCK-SPOILED
         WHEN "V"
             MOVE "VOIDED  " TO KIND-TEXT
             ADD FU-SERIAL-COUNT OF FORM1-RECORD TO STOCK-VOIDED
         WHEN "I"
             MOVE "INTERRPT" TO KIND-TEXT
             ADD FU-SERIAL-COUNT OF FORM1-RECORD TO STOCK-INTERRUPTED
             MOVE "    ** CUT-OFF RUN NEVER RESTARTED - FORMS UNPROVEN"
               TO COUNT-FLAG-TEXT
         WHEN "G"
             MOVE "RECEIVED" TO KIND-TEXT
             ADD FU-SERIAL-COUNT OF FORM1-RECORD TO STOCK-RECEIVED
         WHEN OTHER
             MOVE "UNKNOWN " TO KIND-TEXT
             MOVE "    ** UNKNOWN USAGE KIND" TO COUNT-FLAG-TEXT
     END-EVALUATE
     IF FU-USAGE-KIND OF FORM1-RECORD = "P" OR "R" OR "C"
         ADD FU-PAGE-COUNT OF FORM1-RECORD TO STOCK-PAGES-PRINTED
         ADD FU-SERIAL-COUNT OF FORM1-RECORD TO STOCK-SERIALS-USED
         IF FU-SERIAL-COUNT OF FORM1-RECORD NOT =
            FU-PAGE-COUNT OF FORM1-RECORD
             STRING "    ** SERIALS "                 DELIMITED BY SIZE
                    FU-SERIAL-COUNT OF FORM1-RECORD   DELIMITED BY SIZE
                    " DO NOT AGREE WITH PAGES "       DELIMITED BY SIZE
                    FU-PAGE-COUNT OF FORM1-RECORD     DELIMITED BY SIZE
               INTO COUNT-FLAG-TEXT
         END-IF
     END-IF
     PERFORM PRINT-USAGE-ENTRY.
 CHECK-USAGE-ENTRY-EXIT.
     EXIT.
*>
 PRINT-USAGE-ENTRY.
     ADD 1 TO ENTRIES-LISTED.
     MOVE SPACES TO REPORT-LINE.
     STRING "  "                              DELIMITED BY SIZE
            FU-BUSINESS-DATE OF FORM1-RECORD  DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            KIND-TEXT                         DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FU-FIRST-SERIAL OF FORM1-RECORD   DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FU-LAST-SERIAL OF FORM1-RECORD    DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FU-SERIAL-COUNT OF FORM1-RECORD   DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FU-PAGE-COUNT OF FORM1-RECORD     DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FU-PROGRAM-ID OF FORM1-RECORD     DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            FU-WORK-FILE-NAME OF FORM1-RECORD DELIMITED BY SIZE
       INTO REPORT-LINE.
     IF CHAIN-FLAG-TEXT NOT = SPACES OR COUNT-FLAG-TEXT NOT = SPACES
         MOVE "*" TO REPORT-LINE (1:1)
     END-IF
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     IF CHAIN-FLAG-TEXT NOT = SPACES
         ADD 1 TO FLAGS-RAISED
         MOVE CHAIN-FLAG-TEXT TO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
     END-IF
     IF COUNT-FLAG-TEXT NOT = SPACES
         ADD 1 TO FLAGS-RAISED
         MOVE COUNT-FLAG-TEXT TO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
     END-IF.
*>
 FINISH-STOCK.
*>  CLOSE OUT A STOCK. A RUN STILL OPEN ON IT HAS ISSUED SERIALS NOT
*>  YET LOGGED; THEY CARRY THE TRAIL ON (THE STOCK STATUS FLAGS THE
*>  OPEN RUN ITSELF). THE INVENTORY'S NEXT SERIAL SHOULD THEN BE THE
*>  ONE THE TRAIL ENDS AT: AHEAD OF IT MEANS SERIALS WENT OUT THAT
*>  NOBODY LOGGED, BEHIND IT MEANS THE REGISTER HAS SERIALS THE STOCK
*>  HAS NOT YET ISSUED.
     IF MASTER-FOUND-SW NOT = "Y" OR EXPECTED-SERIAL = ZERO
         GO TO FINISH-STOCK-TOTALS
     END-IF
     IF FI-OPEN-WORK-FILE OF FORM-INVENTORY-RECORD NOT = SPACES AND
        FI-OPEN-ISSUED-COUNT OF FORM-INVENTORY-RECORD > ZERO AND
        FI-OPEN-LAST-SERIAL OF FORM-INVENTORY-RECORD
          NOT < EXPECTED-SERIAL
         COMPUTE EXPECTED-SERIAL =
             FI-OPEN-LAST-SERIAL OF FORM-INVENTORY-RECORD + 1
     END-IF
     MOVE EXPECTED-SERIAL TO STEP-SERIAL.
     PERFORM STEP-TO-HELD-RANGE.
     MOVE STEP-SERIAL TO EXPECTED-SERIAL.
     MOVE FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD TO STEP-SERIAL.
     PERFORM STEP-TO-HELD-RANGE.
     MOVE STEP-SERIAL TO INVENTORY-NEXT-SERIAL.
     IF INVENTORY-NEXT-SERIAL > EXPECTED-SERIAL
         COMPUTE GAP-LAST-SERIAL = INVENTORY-NEXT-SERIAL - 1
         MOVE SPACES TO REPORT-LINE
         STRING "*   ** GAP - SERIALS "      DELIMITED BY SIZE
                EXPECTED-SERIAL              DELIMITED BY SIZE
                " THRU "                     DELIMITED BY SIZE
                GAP-LAST-SERIAL              DELIMITED BY SIZE
                " ISSUED BUT NEVER LOGGED"   DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
         ADD 1 TO FLAGS-RAISED
     END-IF
     IF INVENTORY-NEXT-SERIAL < EXPECTED-SERIAL
         MOVE SPACES TO REPORT-LINE
         STRING "*   ** INVENTORY NEXT SERIAL "  DELIMITED BY SIZE
                INVENTORY-NEXT-SERIAL            DELIMITED BY SIZE
                " IS BEHIND THE REGISTER'S "     DELIMITED BY SIZE
                EXPECTED-SERIAL                  DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
         ADD 1 TO FLAGS-RAISED
     END-IF.
 FINISH-STOCK-TOTALS.
     IF STOCK-ENTRIES-TODAY = ZERO
         MOVE "  NO FORMS USED OR RECEIVED ON THE BUSINESS DATE"
           TO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "  TODAY - PAGES PRINTED: " DELIMITED BY SIZE
            STOCK-PAGES-PRINTED         DELIMITED BY SIZE
            "  SERIALS USED: "          DELIMITED BY SIZE
            STOCK-SERIALS-USED          DELIMITED BY SIZE
            "  SPOILED: "               DELIMITED BY SIZE
            STOCK-SPOILED               DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "          VOIDED: "        DELIMITED BY SIZE
            STOCK-VOIDED                DELIMITED BY SIZE
            "  INTERRUPTED: "           DELIMITED BY SIZE
            STOCK-INTERRUPTED           DELIMITED BY SIZE
            "  RECEIVED: "              DELIMITED BY SIZE
            STOCK-RECEIVED              DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     ADD STOCK-PAGES-PRINTED TO TOTAL-PAGES-PRINTED.
     ADD STOCK-SERIALS-USED  TO TOTAL-SERIALS-USED.
     ADD STOCK-SPOILED       TO TOTAL-SPOILED.
     ADD STOCK-VOIDED        TO TOTAL-VOIDED.
     ADD STOCK-INTERRUPTED   TO TOTAL-INTERRUPTED.
     ADD STOCK-RECEIVED      TO TOTAL-RECEIVED.
 FINISH-STOCK-EXIT.
     EXIT.
*>
 STEP-TO-HELD-RANGE.
*>  A SERIAL PAST THE END OF ONE RECEIVED RANGE MOVES ON TO THE START
*>  OF THE LOWEST RANGE ABOVE IT, THE SAME STEP FORMSER TAKES. NO
*>  INVENTORY RECORD, OR NO RANGE ABOVE IT, LEAVES IT WHERE IT IS.
     IF MASTER-FOUND-SW = "Y"
         MOVE ZERO TO RANGE-FOUND-IX
         PERFORM FIND-RANGE-HOLDING-STEP
             VARYING RANGE-INDEX FROM 1 BY 1
             UNTIL RANGE-INDEX > FI-RANGE-COUNT OF FORM-INVENTORY-RECORD
                OR RANGE-FOUND-IX > ZERO
         IF RANGE-FOUND-IX = ZERO
             MOVE ZERO TO NEXT-RANGE-FIRST
             PERFORM FIND-LATER-RANGE
                 VARYING RANGE-INDEX FROM 1 BY 1
                 UNTIL RANGE-INDEX >
                       FI-RANGE-COUNT OF FORM-INVENTORY-RECORD
             IF NEXT-RANGE-FIRST > ZERO
                 MOVE NEXT-RANGE-FIRST TO STEP-SERIAL
             END-IF
         END-IF
     END-IF.
*>
 FIND-RANGE-HOLDING-STEP.
     IF STEP-SERIAL NOT <
          FI-RANGE-FIRST OF FORM-INVENTORY-RECORD (RANGE-INDEX) AND
        STEP-SERIAL NOT >
          FI-RANGE-LAST OF FORM-INVENTORY-RECORD (RANGE-INDEX)
         MOVE RANGE-INDEX TO RANGE-FOUND-IX
     END-IF.
*>
 FIND-LATER-RANGE.
     IF FI-RANGE-FIRST OF FORM-INVENTORY-RECORD (RANGE-INDEX) >
        STEP-SERIAL
         IF NEXT-RANGE-FIRST = ZERO OR
            FI-RANGE-FIRST OF FORM-INVENTORY-RECORD (RANGE-INDEX) <
            NEXT-RANGE-FIRST
             MOVE FI-RANGE-FIRST OF FORM-INVENTORY-RECORD (RANGE-INDEX)
               TO NEXT-RANGE-FIRST
         END-IF
     END-IF.
*>
 PRINT-STOCK-STATUS.
*>  EVERY STOCK ON THE INVENTORY, USED TODAY OR NOT: WHERE ITS SERIALS
*>  STAND, WHAT IS ON HAND AGAINST THE REORDER POINT, AND ANY PRINT
*>  RUN STILL OPEN ON IT -- A RUN CUT OFF AND NOT YET RESTARTED, WHOSE
*>  FORMS ARE NOT YET ACCOUNTED FOR.
     IF INVENTORY-OPEN-SW NOT = "Y"
         GO TO PRINT-STOCK-STATUS-EXIT
     END-IF
     MOVE SPACES TO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE "FORMS STOCK STATUS" TO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "  FORM PRINTER  DESCRIPTION                    "
            DELIMITED BY SIZE
            "NEXT SER  ON HAND   REORDER AT"
            DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     MOVE LOW-VALUES TO FI-FORM-KEY OF FORM-INVENTORY-RECORD.
     START FORM-INVENTORY
         KEY IS NOT LESS THAN FI-FORM-KEY OF FORM-INVENTORY-RECORD
         INVALID KEY
             GO TO PRINT-STOCK-STATUS-EXIT
     END-START.
 PRINT-STOCK-LOOP.
     READ FORM-INVENTORY NEXT RECORD
          AT END GO TO PRINT-STOCK-STATUS-EXIT.
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMRPT - FORMINV READ ERROR, STATUS "
                 FORM-INVENTORY-STATUS
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         GO TO PRINT-STOCK-STATUS-EXIT
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "  "                                     DELIMITED BY SIZE
            FI-FORM-TYPE OF FORM-INVENTORY-RECORD     DELIMITED BY SIZE
            " "                                      DELIMITED BY SIZE
            FI-PRINTER-ID OF FORM-INVENTORY-RECORD    DELIMITED BY SIZE
            " "                                      DELIMITED BY SIZE
            FI-DESCRIPTION OF FORM-INVENTORY-RECORD   DELIMITED BY SIZE
            " "                                      DELIMITED BY SIZE
            FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD   DELIMITED BY SIZE
            " "                                      DELIMITED BY SIZE
            FI-ON-HAND OF FORM-INVENTORY-RECORD       DELIMITED BY SIZE
            " "                                      DELIMITED BY SIZE
            FI-REORDER-POINT OF FORM-INVENTORY-RECORD DELIMITED BY SIZE
       INTO REPORT-LINE.
     IF FI-ON-HAND OF FORM-INVENTORY-RECORD <
        FI-REORDER-POINT OF FORM-INVENTORY-RECORD
         MOVE "*" TO REPORT-LINE (1:1)
         MOVE "BELOW REORDER" TO REPORT-LINE (86:13)
         ADD 1 TO FLAGS-RAISED
     END-IF
     WRITE FORM-REPORT-RECORD FROM REPORT-LINE.
     IF FI-OPEN-WORK-FILE OF FORM-INVENTORY-RECORD NOT = SPACES
         MOVE SPACES TO REPORT-LINE
         STRING "*   ** RUN STILL OPEN: "  DELIMITED BY SIZE
                FI-OPEN-WORK-FILE OF FORM-INVENTORY-RECORD
                DELIMITED BY SIZE
                " BY "                     DELIMITED BY SIZE
                FI-OPEN-PROGRAM OF FORM-INVENTORY-RECORD
                DELIMITED BY SIZE
                ", SERIALS NOT YET LOGGED: " DELIMITED BY SIZE
                FI-OPEN-ISSUED-COUNT OF FORM-INVENTORY-RECORD
                DELIMITED BY SIZE
           INTO REPORT-LINE
         WRITE FORM-REPORT-RECORD FROM REPORT-LINE
         ADD 1 TO FLAGS-RAISED
     END-IF
     GO TO PRINT-STOCK-LOOP.
 PRINT-STOCK-STATUS-EXIT.
     EXIT.
*>
 OPEN-FORM-INVENTORY.
*>  NO INVENTORY YET JUST MEANS EVERY STOCK IN THE REGISTER IS SHOWN
*>  AS NOT ON IT, AND THERE IS NO STOCK STATUS TO PRINT.
     MOVE "N" TO INVENTORY-OPEN-SW.
     OPEN INPUT FORM-INVENTORY.
     IF FORM-INVENTORY-STATUS = "00"
         MOVE "Y" TO INVENTORY-OPEN-SW
     ELSE
         DISPLAY "FORMRPT - NO FORMINV (STATUS "
                 FORM-INVENTORY-STATUS
                 "), STOCK STATUS NOT PRINTED"
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
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
         DISPLAY "FORMRPT - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
END PROGRAM FORMRPT.
