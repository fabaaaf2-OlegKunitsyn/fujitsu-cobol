IDENTIFICATION DIVISION.
 PROGRAM-ID. FORMSER.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  FORMS SERIAL CONTROL. THE CUSTOMER FORMS ARE PRE-NUMBERED STOCK,
*>  AND THE VAULT COUNTS THEM BY SERIAL NUMBER, NOT BY PAGE. EVERY
*>  PROGRAM THAT PUTS A FORM THROUGH THE PRINTER CALLS THIS ONE (WITH
*>  THE FR_REC.CBL REQUEST BLOCK) SO THE FORMINV INVENTORY
*>  (FI_REC.CBL) ALWAYS KNOWS THE SERIAL OF THE NEXT FORM IN THE
*>  PRINTER AND HOW MANY ARE LEFT, AND THE FORMUSE REGISTER
*>  (FU_REC.CBL) RECORDS WHICH SERIALS EACH RUN TOOK: A PRINT RUN IS
*>  OPENED, TAKES ONE SERIAL PER PAGE AS IT TURNS EACH FORM, AND IS
*>  ENDED WITH ITS OWN PAGE COUNT; A REPRINT TAKES A SINGLE SERIAL.
*>  EVERY CALL OPENS AND CLOSES THE INVENTORY, SO THE LAST SERIAL
*>  ISSUED IS ON DISK IF THE RUN IS CUT OFF -- WHICH IS WHAT LETS
*>  THE RESTART (PRINTBAT'S OR HELDPRN'S CHECKPOINT LOGIC) WORK OUT
*>  WHICH FORMS THE CUT-OFF RUN SPOILED AND VOIDED. THE CALLER'S
*>  OUTCOME COMES BACK IN FR-RESULT; NOTHING HERE STOPS A PRINT RUN.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
*>  DYNAMIC ACCESS: A KEYED READ FOR THE FORM STOCK THE CALLER NAMES,
*>  OR READ NEXT THROUGH EVERY STOCK WHEN A RESTART KNOWS ONLY THE
*>  DATASET THAT WAS PRINTING.
    SELECT FORM-INVENTORY
        ASSIGN       TO  FORMINV
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  DYNAMIC
        RECORD KEY   IS  FI-FORM-KEY OF FORM-INVENTORY-RECORD
        FILE STATUS  IS  FORM-INVENTORY-STATUS.
    SELECT FORM-USAGE-FILE
        ASSIGN       TO  FORMUSE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  FORM-USAGE-STATUS.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  FORM-INVENTORY.
 01  FORM-INVENTORY-RECORD.
     COPY "FI_REC.CBL".
 FD  FORM-USAGE-FILE.
 01  FORM-USAGE-RECORD.
     COPY "FU_REC.CBL".
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  FORM-INVENTORY-STATUS   PIC X(02).
 01  FORM-USAGE-STATUS       PIC X(02).
 01  BUSINESS-DATE-STATUS    PIC X(02).
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
 01  RECORD-FOUND-SW         PIC X(01) VALUE "N".
*>
*>  THE RANGE WALK: WHICH RECEIVED RANGE HOLDS THE NEXT SERIAL, OR
*>  FAILING THAT THE FIRST SERIAL OF THE NEXT RANGE UP.
 01  RANGE-INDEX             PIC 9(01) VALUE ZERO.
 01  RANGE-FOUND-IX          PIC 9(01) VALUE ZERO.
 01  NEXT-RANGE-FIRST        PIC 9(09) VALUE ZERO.
 01  SERIAL-AVAILABLE-SW     PIC X(01) VALUE "N".
 01  STOCK-AFTER-RUN         PIC S9(09) VALUE ZERO.
*>
*>  THE USAGE ENTRY ABOUT TO BE LOGGED.
 01  LOG-USAGE-KIND          PIC X(01).
 01  LOG-FIRST-SERIAL        PIC 9(09).
 01  LOG-LAST-SERIAL         PIC 9(09).
 01  LOG-SERIAL-COUNT        PIC 9(07).
 01  LOG-PAGE-COUNT          PIC 9(07).
 01  LOG-PROGRAM-ID          PIC X(08).
 01  LOG-WORK-FILE-NAME      PIC X(16).
 01  LOG-STAMP-DATE          PIC 9(08).
 01  LOG-STAMP-TIME          PIC 9(08).
*>
*>  THE LAST FORM A CUT-OFF RUN HAD SAFELY PRINTED, BY ITS CHECKPOINT.
 01  CHECKPOINT-SERIAL       PIC 9(09) VALUE ZERO.
*>
 LINKAGE SECTION.
 01  FORMS-REQUEST.
     COPY "FR_REC.CBL".
*>
PROCEDURE DIVISION USING FORMS-REQUEST.
*>  (0) CLEAR WHAT THIS CALL HANDS BACK. FR-SERIAL IS AN INPUT ON A
*>      RESTART, SO IT IS LEFT ALONE THERE.
     MOVE ZERO TO FR-RESULT.
     MOVE ZERO TO FR-ON-HAND.
     MOVE ZERO TO FR-REORDER-POINT.
     MOVE ZERO TO FR-SPOILED-COUNT.
     MOVE ZERO TO FR-VOIDED-COUNT.
     IF FR-FUNCTION NOT = "R"
         MOVE ZERO TO FR-SERIAL
     END-IF
*>  (1) OPEN THE INVENTORY FOR THIS ONE CALL. NO INVENTORY AT ALL IS
*>      THE SAME ANSWER AS NO RECORD FOR THE FORM: NOTHING IS TRACKED.
     OPEN I-O FORM-INVENTORY.
     IF FORM-INVENTORY-STATUS = "35"
         MOVE 12 TO FR-RESULT
         GOBACK
     END-IF
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMSER - CANNOT OPEN FORMINV, STATUS "
                 FORM-INVENTORY-STATUS
         MOVE 16 TO FR-RESULT
         GOBACK
     END-IF
*>  (2) CARRY OUT THE REQUEST.
     EVALUATE FR-FUNCTION
         WHEN "C"
             PERFORM CHECK-STOCK THRU CHECK-STOCK-EXIT
         WHEN "O"
             PERFORM OPEN-PRINT-RUN THRU OPEN-PRINT-RUN-EXIT
         WHEN "N"
             PERFORM ISSUE-RUN-SERIAL THRU ISSUE-RUN-SERIAL-EXIT
         WHEN "E"
             PERFORM END-PRINT-RUN THRU END-PRINT-RUN-EXIT
         WHEN "1"
             PERFORM ISSUE-SINGLE-FORM THRU ISSUE-SINGLE-FORM-EXIT
         WHEN "R"
             PERFORM RESTART-PRINT-RUN THRU RESTART-PRINT-RUN-EXIT
         WHEN OTHER
             DISPLAY "FORMSER - UNKNOWN FUNCTION: " FR-FUNCTION
             MOVE 16 TO FR-RESULT
     END-EVALUATE
     CLOSE FORM-INVENTORY.
     GOBACK.
*>
 CHECK-STOCK.
*>  (2A) BEFORE A RUN: ARE THERE FORMS ENOUGH ON HAND FOR IT, AND
*>       WILL IT LEAVE THE STOCK BELOW THE REORDER POINT?
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         MOVE 12 TO FR-RESULT
         GO TO CHECK-STOCK-EXIT
     END-IF
     MOVE FI-ON-HAND       TO FR-ON-HAND.
     MOVE FI-REORDER-POINT TO FR-REORDER-POINT.
     IF FI-ON-HAND < FR-REQUIRED-COUNT
         MOVE 08 TO FR-RESULT
         GO TO CHECK-STOCK-EXIT
     END-IF
     COMPUTE STOCK-AFTER-RUN = FI-ON-HAND - FR-REQUIRED-COUNT.
     IF STOCK-AFTER-RUN < FI-REORDER-POINT
         MOVE 04 TO FR-RESULT
     END-IF.
 CHECK-STOCK-EXIT.
     EXIT.
*>
 OPEN-PRINT-RUN.
*>  (2B) A PRINT RUN IS STARTING ON THIS STOCK. A RUN STILL SHOWN AS
*>       OPEN WAS CUT OFF AND NEVER RESTARTED THROUGH ITS CHECKPOINT
*>       (A RESUME KEYED BY HAND, SAY, OR A DIFFERENT DATASET PUT ON
*>       THE PRINTER INSTEAD) -- NOBODY CAN NOW SAY WHICH OF ITS FORMS
*>       WENT OUT, SO ITS SERIALS ARE LOGGED AS INTERRUPTED FOR THE
*>       DAILY REPORT TO FLAG, RATHER THAN LOST.
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         MOVE 12 TO FR-RESULT
         GO TO OPEN-PRINT-RUN-EXIT
     END-IF
     IF FI-OPEN-WORK-FILE NOT = SPACES
         DISPLAY "FORMSER - RUN NEVER RESTARTED, SERIALS LOGGED AS "
                 "INTERRUPTED: " FI-OPEN-WORK-FILE
         IF FI-OPEN-ISSUED-COUNT > ZERO
             MOVE "I"                  TO LOG-USAGE-KIND
             MOVE FI-OPEN-FIRST-SERIAL TO LOG-FIRST-SERIAL
             MOVE FI-OPEN-LAST-SERIAL  TO LOG-LAST-SERIAL
             MOVE FI-OPEN-ISSUED-COUNT TO LOG-SERIAL-COUNT
             MOVE ZERO                 TO LOG-PAGE-COUNT
             MOVE FI-OPEN-PROGRAM      TO LOG-PROGRAM-ID
             MOVE FI-OPEN-WORK-FILE    TO LOG-WORK-FILE-NAME
             PERFORM WRITE-USAGE-RECORD THRU WRITE-USAGE-EXIT
         END-IF
     END-IF
     PERFORM CLEAR-OPEN-RUN.
     MOVE FR-WORK-FILE-NAME TO FI-OPEN-WORK-FILE.
     MOVE FR-PROGRAM-ID     TO FI-OPEN-PROGRAM.
     MOVE FR-USAGE-KIND     TO FI-OPEN-KIND.
     PERFORM REWRITE-FORM-RECORD.
     MOVE FI-ON-HAND       TO FR-ON-HAND.
     MOVE FI-REORDER-POINT TO FR-REORDER-POINT.
 OPEN-PRINT-RUN-EXIT.
     EXIT.
*>
 ISSUE-RUN-SERIAL.
*>  (2C) ONE FORM TURNED BY THE OPEN RUN. WHEN THE SERIAL IS NOT THE
*>       ONE AFTER THE RUN'S LAST -- THE STOCK STEPPED OVER INTO A
*>       NEW RANGE, OR A REPRINT TOOK A FORM IN BETWEEN -- THE RUN'S
*>       SERIALS SO FAR ARE LOGGED AS ONE PIECE AND A NEW PIECE
*>       STARTS, SO EVERY USAGE ENTRY IS ONE UNBROKEN RUN OF SERIALS.
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         MOVE 12 TO FR-RESULT
         GO TO ISSUE-RUN-SERIAL-EXIT
     END-IF
     PERFORM FIND-SERIAL-RANGE.
     IF SERIAL-AVAILABLE-SW = "N"
         MOVE 08 TO FR-RESULT
         GO TO ISSUE-RUN-SERIAL-EXIT
     END-IF
     IF FI-OPEN-WORK-FILE = FR-WORK-FILE-NAME
         IF FI-OPEN-ISSUED-COUNT > ZERO AND
            FI-NEXT-SERIAL NOT = FI-OPEN-LAST-SERIAL + 1
             MOVE FI-OPEN-KIND         TO LOG-USAGE-KIND
             MOVE FI-OPEN-FIRST-SERIAL TO LOG-FIRST-SERIAL
             MOVE FI-OPEN-LAST-SERIAL  TO LOG-LAST-SERIAL
             MOVE FI-OPEN-ISSUED-COUNT TO LOG-SERIAL-COUNT
             MOVE FI-OPEN-ISSUED-COUNT TO LOG-PAGE-COUNT
             MOVE FI-OPEN-PROGRAM      TO LOG-PROGRAM-ID
             MOVE FI-OPEN-WORK-FILE    TO LOG-WORK-FILE-NAME
             PERFORM WRITE-USAGE-RECORD THRU WRITE-USAGE-EXIT
             ADD FI-OPEN-ISSUED-COUNT TO FI-OPEN-LOGGED-COUNT
             MOVE ZERO TO FI-OPEN-ISSUED-COUNT
         END-IF
         IF FI-OPEN-ISSUED-COUNT = ZERO
             MOVE FI-NEXT-SERIAL TO FI-OPEN-FIRST-SERIAL
         END-IF
         MOVE FI-NEXT-SERIAL TO FI-OPEN-LAST-SERIAL
         ADD 1 TO FI-OPEN-ISSUED-COUNT
     END-IF
     PERFORM TAKE-NEXT-SERIAL.
     PERFORM REWRITE-FORM-RECORD.
 ISSUE-RUN-SERIAL-EXIT.
     EXIT.
*>
 END-PRINT-RUN.
*>  (2D) THE RUN FINISHED: LOG ITS LAST PIECE OF SERIALS BESIDE THE
*>       PAGES IT COUNTED ITSELF (LESS ANY ALREADY LOGGED WITH AN
*>       EARLIER PIECE), AND CLOSE IT. PAGES WITH NO SERIAL -- THE
*>       STOCK RAN OUT -- STILL GET AN ENTRY, SO THE DAILY REPORT
*>       SHOWS THE SHORTFALL.
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         MOVE 12 TO FR-RESULT
         GO TO END-PRINT-RUN-EXIT
     END-IF
     IF FI-OPEN-WORK-FILE NOT = FR-WORK-FILE-NAME
         MOVE 08 TO FR-RESULT
         GO TO END-PRINT-RUN-EXIT
     END-IF
     MOVE ZERO TO LOG-PAGE-COUNT.
     IF FR-PAGE-COUNT > FI-OPEN-LOGGED-COUNT
         COMPUTE LOG-PAGE-COUNT = FR-PAGE-COUNT - FI-OPEN-LOGGED-COUNT
     END-IF
     IF FI-OPEN-ISSUED-COUNT > ZERO OR LOG-PAGE-COUNT > ZERO
         MOVE FI-OPEN-KIND         TO LOG-USAGE-KIND
         MOVE FI-OPEN-FIRST-SERIAL TO LOG-FIRST-SERIAL
         MOVE FI-OPEN-LAST-SERIAL  TO LOG-LAST-SERIAL
         MOVE FI-OPEN-ISSUED-COUNT TO LOG-SERIAL-COUNT
         MOVE FI-OPEN-PROGRAM      TO LOG-PROGRAM-ID
         MOVE FI-OPEN-WORK-FILE    TO LOG-WORK-FILE-NAME
         PERFORM WRITE-USAGE-RECORD THRU WRITE-USAGE-EXIT
     END-IF
     PERFORM CLEAR-OPEN-RUN.
     PERFORM REWRITE-FORM-RECORD.
     MOVE FI-ON-HAND       TO FR-ON-HAND.
     MOVE FI-REORDER-POINT TO FR-REORDER-POINT.
 END-PRINT-RUN-EXIT.
     EXIT.
*>
 ISSUE-SINGLE-FORM.
*>  (2E) A ONE-FORM REPRINT: ISSUE ONE SERIAL AND LOG IT STRAIGHT
*>       AWAY. A REPRINT THE STOCK COULD NOT NUMBER IS LOGGED WITH NO
*>       SERIAL, ONE PAGE, FOR THE DAILY REPORT TO FLAG.
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         MOVE 12 TO FR-RESULT
         GO TO ISSUE-SINGLE-FORM-EXIT
     END-IF
     MOVE FR-USAGE-KIND     TO LOG-USAGE-KIND.
     MOVE 1                 TO LOG-PAGE-COUNT.
     MOVE FR-PROGRAM-ID     TO LOG-PROGRAM-ID.
     MOVE FR-WORK-FILE-NAME TO LOG-WORK-FILE-NAME.
     PERFORM FIND-SERIAL-RANGE.
     IF SERIAL-AVAILABLE-SW = "N"
         MOVE 08   TO FR-RESULT
         MOVE ZERO TO LOG-FIRST-SERIAL
         MOVE ZERO TO LOG-LAST-SERIAL
         MOVE ZERO TO LOG-SERIAL-COUNT
     ELSE
         MOVE FI-NEXT-SERIAL TO LOG-FIRST-SERIAL
         MOVE FI-NEXT-SERIAL TO LOG-LAST-SERIAL
         MOVE 1              TO LOG-SERIAL-COUNT
         PERFORM TAKE-NEXT-SERIAL
         PERFORM REWRITE-FORM-RECORD
     END-IF
     PERFORM WRITE-USAGE-RECORD THRU WRITE-USAGE-EXIT.
 ISSUE-SINGLE-FORM-EXIT.
     EXIT.
*>
 RESTART-PRINT-RUN.
*>  (2F) A CUT-OFF RUN IS ABOUT TO BE RESUMED FROM ITS LAST
*>       CHECKPOINT. THE FORM THAT WAS IN THE PRINTER AT THAT
*>       CHECKPOINT, AND EVERY ONE BEFORE IT, WENT OUT AND IS LOGGED
*>       AS PRINTED. THE RESUMED RUN PRINTS EVERYTHING AFTER THE
*>       CHECKPOINT AGAIN ON NEW FORMS, SO THE FORMS THE CUT-OFF RUN
*>       FINISHED AFTER IT ARE SPOILED, AND THE ONE IT WAS PART WAY
*>       THROUGH WHEN IT WAS CUT OFF IS VOIDED. THE STOCK IS FOUND BY
*>       THE DATASET LEFT OPEN ON IT; NONE MEANS THE CUT-OFF RUN TOOK
*>       NO NUMBERED FORMS (A PDF OR CSV RUN, OR NO STOCK RECORD).
     MOVE "N" TO RECORD-FOUND-SW.
     MOVE LOW-VALUES TO FI-FORM-KEY OF FORM-INVENTORY-RECORD.
     START FORM-INVENTORY
         KEY IS NOT LESS THAN FI-FORM-KEY OF FORM-INVENTORY-RECORD
         INVALID KEY
             MOVE 08 TO FR-RESULT
             GO TO RESTART-PRINT-RUN-EXIT
     END-START.
 RESTART-FIND-LOOP.
     READ FORM-INVENTORY NEXT RECORD
         AT END
             GO TO RESTART-FIND-DONE
     END-READ
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMSER - FORMINV READ ERROR, STATUS "
                 FORM-INVENTORY-STATUS
         MOVE 16 TO FR-RESULT
         GO TO RESTART-PRINT-RUN-EXIT
     END-IF
     IF FI-OPEN-WORK-FILE NOT = FR-WORK-FILE-NAME
         GO TO RESTART-FIND-LOOP
     END-IF
     MOVE "Y" TO RECORD-FOUND-SW.
 RESTART-FIND-DONE.
     IF RECORD-FOUND-SW = "N"
         MOVE 08 TO FR-RESULT
         GO TO RESTART-PRINT-RUN-EXIT
     END-IF
     MOVE FI-FORM-TYPE  TO FR-FORM-TYPE.
     MOVE FI-PRINTER-ID TO FR-PRINTER-ID.
     IF FI-OPEN-ISSUED-COUNT = ZERO
         GO TO RESTART-CLOSE-RUN
     END-IF
*>  A CHECKPOINT SERIAL OUTSIDE THE RUN'S CURRENT PIECE (ZERO: NO
*>  FORM WAS IN THE PRINTER YET) MEANS NONE OF THE PIECE IS SAFE.
     MOVE FR-SERIAL TO CHECKPOINT-SERIAL.
     IF CHECKPOINT-SERIAL < FI-OPEN-FIRST-SERIAL OR
        CHECKPOINT-SERIAL > FI-OPEN-LAST-SERIAL
         COMPUTE CHECKPOINT-SERIAL = FI-OPEN-FIRST-SERIAL - 1
     END-IF
     MOVE FI-OPEN-PROGRAM   TO LOG-PROGRAM-ID.
     MOVE FI-OPEN-WORK-FILE TO LOG-WORK-FILE-NAME.
     IF CHECKPOINT-SERIAL >= FI-OPEN-FIRST-SERIAL
         MOVE FI-OPEN-KIND         TO LOG-USAGE-KIND
         MOVE FI-OPEN-FIRST-SERIAL TO LOG-FIRST-SERIAL
         MOVE CHECKPOINT-SERIAL    TO LOG-LAST-SERIAL
         COMPUTE LOG-SERIAL-COUNT =
             CHECKPOINT-SERIAL - FI-OPEN-FIRST-SERIAL + 1
         MOVE LOG-SERIAL-COUNT     TO LOG-PAGE-COUNT
         PERFORM WRITE-USAGE-RECORD THRU WRITE-USAGE-EXIT
     END-IF
     IF FI-OPEN-LAST-SERIAL - 1 > CHECKPOINT-SERIAL
         MOVE "S"                  TO LOG-USAGE-KIND
         COMPUTE LOG-FIRST-SERIAL = CHECKPOINT-SERIAL + 1
         COMPUTE LOG-LAST-SERIAL  = FI-OPEN-LAST-SERIAL - 1
         COMPUTE LOG-SERIAL-COUNT =
             FI-OPEN-LAST-SERIAL - 1 - CHECKPOINT-SERIAL
         MOVE LOG-SERIAL-COUNT     TO LOG-PAGE-COUNT
         MOVE LOG-SERIAL-COUNT     TO FR-SPOILED-COUNT
         PERFORM WRITE-USAGE-RECORD THRU WRITE-USAGE-EXIT
     END-IF
     IF FI-OPEN-LAST-SERIAL > CHECKPOINT-SERIAL
         MOVE "V"                  TO LOG-USAGE-KIND
         MOVE FI-OPEN-LAST-SERIAL  TO LOG-FIRST-SERIAL
         MOVE FI-OPEN-LAST-SERIAL  TO LOG-LAST-SERIAL
         MOVE 1                    TO LOG-SERIAL-COUNT
         MOVE 1                    TO LOG-PAGE-COUNT
         MOVE 1                    TO FR-VOIDED-COUNT
         PERFORM WRITE-USAGE-RECORD THRU WRITE-USAGE-EXIT
     END-IF.
 RESTART-CLOSE-RUN.
     PERFORM CLEAR-OPEN-RUN.
     PERFORM REWRITE-FORM-RECORD.
     MOVE FI-ON-HAND       TO FR-ON-HAND.
     MOVE FI-REORDER-POINT TO FR-REORDER-POINT.
 RESTART-PRINT-RUN-EXIT.
     EXIT.
*>
 READ-FORM-BY-KEY.
     MOVE "N" TO RECORD-FOUND-SW.
     MOVE FR-FORM-TYPE  TO FI-FORM-TYPE OF FORM-INVENTORY-RECORD.
     MOVE FR-PRINTER-ID TO FI-PRINTER-ID OF FORM-INVENTORY-RECORD.
     READ FORM-INVENTORY
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO RECORD-FOUND-SW
     END-READ.
*>
 FIND-SERIAL-RANGE.
*>  IS FI-NEXT-SERIAL INSIDE A RECEIVED RANGE? IF NOT, THE STOCK HAS
*>  USED UP THAT RANGE (OR THE FIRST HAS JUST ARRIVED): STEP OVER TO
*>  THE LOWEST RANGE STARTING ABOVE IT. NO SUCH RANGE MEANS THE STOCK
*>  IS EXHAUSTED.
     MOVE "N"  TO SERIAL-AVAILABLE-SW.
     MOVE ZERO TO RANGE-FOUND-IX.
     PERFORM FIND-RANGE-HOLDING-NEXT
         VARYING RANGE-INDEX FROM 1 BY 1
         UNTIL RANGE-INDEX > FI-RANGE-COUNT
            OR RANGE-FOUND-IX > ZERO.
     IF RANGE-FOUND-IX > ZERO
         MOVE "Y" TO SERIAL-AVAILABLE-SW
     ELSE
         MOVE ZERO TO NEXT-RANGE-FIRST
         PERFORM FIND-LATER-RANGE
             VARYING RANGE-INDEX FROM 1 BY 1
             UNTIL RANGE-INDEX > FI-RANGE-COUNT
         IF NEXT-RANGE-FIRST > ZERO
             MOVE NEXT-RANGE-FIRST TO FI-NEXT-SERIAL
             MOVE "Y" TO SERIAL-AVAILABLE-SW
         END-IF
     END-IF.
*>
 FIND-RANGE-HOLDING-NEXT.
     IF FI-NEXT-SERIAL >= FI-RANGE-FIRST (RANGE-INDEX) AND
        FI-NEXT-SERIAL <= FI-RANGE-LAST (RANGE-INDEX)
         MOVE RANGE-INDEX TO RANGE-FOUND-IX
     END-IF.
*>
 FIND-LATER-RANGE.
     IF FI-RANGE-FIRST (RANGE-INDEX) > FI-NEXT-SERIAL
         IF NEXT-RANGE-FIRST = ZERO OR
            FI-RANGE-FIRST (RANGE-INDEX) < NEXT-RANGE-FIRST
             MOVE FI-RANGE-FIRST (RANGE-INDEX) TO NEXT-RANGE-FIRST
         END-IF
     END-IF.
*>
 TAKE-NEXT-SERIAL.
*>  HAND THE NEXT SERIAL TO THE CALLER AND MOVE THE STOCK ON PAST IT.
     MOVE FI-NEXT-SERIAL TO FR-SERIAL.
     ADD 1 TO FI-NEXT-SERIAL.
     IF FI-ON-HAND > ZERO
         SUBTRACT 1 FROM FI-ON-HAND
     END-IF
     MOVE FI-ON-HAND       TO FR-ON-HAND.
     MOVE FI-REORDER-POINT TO FR-REORDER-POINT.
*>
 CLEAR-OPEN-RUN.
     MOVE SPACES TO FI-OPEN-WORK-FILE.
     MOVE SPACES TO FI-OPEN-PROGRAM.
     MOVE SPACE  TO FI-OPEN-KIND.
     MOVE ZERO   TO FI-OPEN-FIRST-SERIAL.
     MOVE ZERO   TO FI-OPEN-LAST-SERIAL.
     MOVE ZERO   TO FI-OPEN-ISSUED-COUNT.
     MOVE ZERO   TO FI-OPEN-LOGGED-COUNT.
*>
 REWRITE-FORM-RECORD.
     REWRITE FORM-INVENTORY-RECORD
         INVALID KEY
             CONTINUE
     END-REWRITE
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMSER - FORMINV REWRITE FAILED, STATUS "
                 FORM-INVENTORY-STATUS " FOR "
                 FI-FORM-TYPE OF FORM-INVENTORY-RECORD " "
                 FI-PRINTER-ID OF FORM-INVENTORY-RECORD
         MOVE 16 TO FR-RESULT
     END-IF.
*>
 WRITE-USAGE-RECORD.
*>  ONE APPEND-ONLY REGISTER ENTRY, DATED BY THE BATCH BUSINESS DATE
*>  SO THE DAILY REPORT PICKS UP A RUN THAT SLIPS PAST MIDNIGHT UNDER
*>  ITS OWN DAY. THE REGISTER IS CREATED ON ITS FIRST WRITE.
     PERFORM GET-BUSINESS-DATE.
     OPEN EXTEND FORM-USAGE-FILE.
     IF FORM-USAGE-STATUS = "35"
         OPEN OUTPUT FORM-USAGE-FILE
     END-IF
     IF FORM-USAGE-STATUS NOT = "00"
         DISPLAY "FORMSER - CANNOT OPEN FORMUSE, STATUS "
                 FORM-USAGE-STATUS
         MOVE 16 TO FR-RESULT
         GO TO WRITE-USAGE-EXIT
     END-IF
     ACCEPT LOG-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT LOG-STAMP-TIME FROM TIME.
     MOVE SPACES TO FORM-USAGE-RECORD.
     MOVE BUSINESS-DATE      TO FU-BUSINESS-DATE.
     STRING LOG-STAMP-DATE DELIMITED BY SIZE
            LOG-STAMP-TIME DELIMITED BY SIZE
       INTO FU-USAGE-STAMP.
     MOVE FI-FORM-TYPE OF FORM-INVENTORY-RECORD  TO FU-FORM-TYPE.
     MOVE FI-PRINTER-ID OF FORM-INVENTORY-RECORD TO FU-PRINTER-ID.
     MOVE LOG-USAGE-KIND     TO FU-USAGE-KIND.
     MOVE LOG-FIRST-SERIAL   TO FU-FIRST-SERIAL.
     MOVE LOG-LAST-SERIAL    TO FU-LAST-SERIAL.
     MOVE LOG-SERIAL-COUNT   TO FU-SERIAL-COUNT.
     MOVE LOG-PAGE-COUNT     TO FU-PAGE-COUNT.
     MOVE LOG-PROGRAM-ID     TO FU-PROGRAM-ID.
     MOVE LOG-WORK-FILE-NAME TO FU-WORK-FILE-NAME.
     WRITE FORM-USAGE-RECORD.
     IF FORM-USAGE-STATUS NOT = "00"
         DISPLAY "FORMSER - FORMUSE WRITE FAILED, STATUS "
                 FORM-USAGE-STATUS
         MOVE 16 TO FR-RESULT
     END-IF
     CLOSE FORM-USAGE-FILE.
 WRITE-USAGE-EXIT.
     EXIT.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN. A
*>  MISSING OR UNREADABLE CONTROL DATASET FALLS BACK TO THE MACHINE
*>  DATE.
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
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
END PROGRAM FORMSER.
