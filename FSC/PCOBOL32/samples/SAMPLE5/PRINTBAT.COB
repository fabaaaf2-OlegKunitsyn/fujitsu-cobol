        ASSIGN       TO  DRIVER-CHECKPOINT-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  PRIOR-CHECKPOINT-STATUS.
*>  THE DATASET ABOUT TO BE PRINTED, READ THROUGH TO ITS TRAILER AHEAD
*>  OF THE CALL TO SEE HOW MANY FORMS THE RUN WILL NEED.
    SELECT PRINT-EXTRACT
        ASSIGN       TO  DRIVER-PRINT-FILE-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  PRINT-EXTRACT-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  PRIOR-CHECKPOINT.
 01  PRIOR-CHECKPOINT-RECORD.
     COPY "CKP_REC.CBL".
 FD  PRINT-EXTRACT.
 01  PRINT-EXTRACT-RECORD.
     COPY "S_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  CONTROL-FILE-STATUS     PIC X(02).
 01  DRIVER-RUN-LOG-NAME     PIC X(20).
 01  DRIVER-CHECKPOINT-NAME  PIC X(20).
*>
*>  THE PRE-NUMBERED FORMS SIDE: THE SERIAL OF THE FORM THAT WAS IN
*>  THE PRINTER AT THE INTERRUPTED RUN'S LAST CHECKPOINT, AND THE
*>  FORMS THE RUN ABOUT TO START IS EXPECTED TO NEED -- ITS TRAILER
*>  COUNT, LESS THE RECORDS A RESTART SKIPS. FORMSER'S RETURN CODE IS
*>  KEPT OFF THE STEP'S OWN. DRIVER-STEP-RC HOLDS THE STEP'S CODE SO
*>  FAR -- A STOCK OR EDIT WARNING, AN EARLIER FILE'S PRINT -- ACROSS
*>  THE CALL TO PRINTPRC, WHICH SETS ITS OWN; THE HIGHER ONE STANDS.
 01  PRINT-EXTRACT-STATUS    PIC X(02).
 01  DRIVER-CHECKPOINT-SERIAL PIC 9(09) VALUE ZERO.
 01  DRIVER-FORMS-NEEDED     PIC 9(07) VALUE ZERO.
 01  DRIVER-SAVED-RC         PIC 9(04) VALUE ZERO.
 01  DRIVER-STEP-RC          PIC 9(04) VALUE ZERO.
 01  FORMS-REQUEST.
     COPY "FR_REC.CBL".
*>
PROCEDURE DIVISION.
*>  (1) OPEN THE LIST OF WORK FILES TO PRINT.
     OPEN INPUT CONTROL-FILE.
         DISPLAY "PRINTBAT - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.
*>
 READ-LOOP.
         MOVE 16 TO RETURN-CODE
         GO TO DRIVER-TERM-PROC
     END-IF
*>  A HELD-ITEM RELEASE FILE (HRELYYYYMMDD) IS LISTED BY HELDPRN ONCE
*>  IT HAS PRINTED IT, FOR THE STEPS THAT READ THE LIST AFTER IT. IT
*>  IS NOT PRINTED HERE, AND IT MUST NOT GO THROUGH SRECEDIT, WHICH
*>  WOULD HOLD ITS RELEASED ITEMS ALL OVER AGAIN.
     IF DRIVER-WORK-FILE-NAME (1:4) = "HREL"
         DISPLAY "PRINTBAT - RELEASE FILE, PRINTED BY HELDPRN: "
                 DRIVER-WORK-FILE-NAME
         GO TO READ-LOOP
     END-IF
     IF DRIVER-WORK-FILE-NAME NOT = SPACES
*>      VET THE EXTRACT BEFORE IT GETS ANYWHERE NEAR THE PRINTER --
*>      AND BEFORE THE RESTART CHECK, BECAUSE THE EDIT RESULT DECIDES
*>      WHICH DATASET GETS PRINTED (AND THEREFORE WHICH RUN LOG AND
*>      CHECKPOINT THE RESTART CHECK MUST READ). A CLEAN FILE PRINTS
*>      AS IS; A FILE WITH REJECTS OR OVER-CEILING HELD ITEMS PRINTS
*>      ITS .CLN CLEAN COPY (THE REJECT AND HOLD DETAIL IS ON THE .ERR
*>      REPORT; THE HELD ITEMS WAIT ON HELDITM FOR A SUPERVISOR AND
*>      PRINT IN A HELDPRN RELEASE RUN); AN UNREADABLE FILE IS
*>      SKIPPED OUTRIGHT. RE-RUNNING THE EDIT ON A BATCH RERUN IS
*>      HARMLESS -- IT REBUILDS THE SAME .CLN/.ERR FROM THE SAME
*>      EXTRACT.
                 STRING DRIVER-WORK-FILE-NAME DELIMITED BY SPACE
                        ".CLN"                DELIMITED BY SIZE
                   INTO DRIVER-PRINT-FILE-NAME
                 DISPLAY "PRINTBAT - REJECTS OR HOLDS FOUND, PRINTING "
                         "CLEAN COPY: " DRIVER-PRINT-FILE-NAME
                 IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                 END-IF
                 DRIVER-PRINT-FILE-NAME
         ADD 1 TO FILES-COMPLETE-COUNT
     ELSE
         IF PRIOR-RUN-STATE = "I"
             PERFORM SETTLE-CUT-OFF-FORMS
         END-IF
         PERFORM CHECK-FORMS-STOCK THRU CHECK-FORMS-STOCK-EXIT
         IF DRIVER-RESUME-FROM-REC > ZERO
             DISPLAY "PRINTBAT - RESUMING WORK FILE: "
                     DRIVER-PRINT-FILE-NAME
             DISPLAY "PRINTBAT - PRINTING WORK FILE: "
                     DRIVER-PRINT-FILE-NAME
         END-IF
         MOVE RETURN-CODE TO DRIVER-STEP-RC
         CALL "PRINTPRC" USING DRIVER-PRINT-FILE-NAME,
                                DRIVER-PRINT-MODE-SW,
                                DRIVER-RESUME-FROM-REC,
                                DRIVER-OUTPUT-DEVICE-SW,
                                DRIVER-DATE-FROM,
                                DRIVER-DATE-TO
         IF DRIVER-STEP-RC > RETURN-CODE
             MOVE DRIVER-STEP-RC TO RETURN-CODE
         END-IF
         ADD 1 TO FILES-PRINTED-COUNT
     END-IF.
*>
*>  A RUN STARTED AND WAS CUT OFF; A .RLG WITH A RECORD = COMPLETED.
     MOVE "N"  TO PRIOR-RUN-STATE.
     MOVE ZERO TO DRIVER-RESUME-FROM-REC.
     MOVE ZERO TO DRIVER-CHECKPOINT-SERIAL.
     MOVE SPACES TO DRIVER-RUN-LOG-NAME.
     STRING DRIVER-PRINT-FILE-NAME DELIMITED BY SPACE
            ".RLG"                 DELIMITED BY SIZE
     END-READ
     MOVE CKPT-RECORD-COUNT OF PRIOR-CHECKPOINT-RECORD
       TO DRIVER-RESUME-FROM-REC
*>  A CHECKPOINT FROM BEFORE THE FORM SERIAL WAS CARRIED HAS BLANKS
*>  THERE: NO FORM KNOWN TO BE SAFE.
     IF CKPT-FORM-SERIAL OF PRIOR-CHECKPOINT-RECORD NUMERIC
         MOVE CKPT-FORM-SERIAL OF PRIOR-CHECKPOINT-RECORD
           TO DRIVER-CHECKPOINT-SERIAL
     ELSE
         MOVE ZERO TO DRIVER-CHECKPOINT-SERIAL
     END-IF
     GO TO READ-NEXT-CHECKPOINT.
 READ-LAST-CHECKPOINT-EXIT.
     EXIT.
*>
 SETTLE-CUT-OFF-FORMS.
*>  THE INTERRUPTED RUN'S DRAW ON THE FORM STOCK IS STILL OPEN. THE
*>  RESUMED RUN REPRINTS EVERYTHING AFTER THE LAST CHECKPOINT, SO
*>  FORMSER LOGS THE FORMS THE CUT-OFF RUN FINISHED AFTER IT AS
*>  SPOILED AND THE ONE IN THE PRINTER AT THE CUT-OFF AS VOIDED,
*>  BEFORE THE RESUMED RUN OPENS A DRAW OF ITS OWN. NO OPEN DRAW (OR
*>  NO INVENTORY) MEANS THE CUT-OFF RUN TOOK NO NUMBERED FORMS.
     MOVE SPACES TO FORMS-REQUEST.
     MOVE "R"                      TO FR-FUNCTION.
     MOVE "PRINTBAT"               TO FR-PROGRAM-ID.
     MOVE DRIVER-PRINT-FILE-NAME   TO FR-WORK-FILE-NAME.
     MOVE ZERO                     TO FR-REQUIRED-COUNT.
     MOVE ZERO                     TO FR-PAGE-COUNT.
     MOVE DRIVER-CHECKPOINT-SERIAL TO FR-SERIAL.
     PERFORM CALL-FORMS-CONTROL.
     EVALUATE FR-RESULT
         WHEN ZERO
             DISPLAY "PRINTBAT - INTERRUPTED RUN SPOILED "
                     FR-SPOILED-COUNT " AND VOIDED " FR-VOIDED-COUNT
                     " " FR-FORM-TYPE " FORMS: "
                     DRIVER-PRINT-FILE-NAME
         WHEN 08
             CONTINUE
         WHEN 12
             CONTINUE
         WHEN OTHER
             DISPLAY "PRINTBAT - SPOILED FORMS NOT LOGGED, RESULT "
                     FR-RESULT " FOR: " DRIVER-PRINT-FILE-NAME
             IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
             END-IF
     END-EVALUATE.
*>
 CHECK-FORMS-STOCK.
*>  WARN BEFORE THE RUN WHEN THE STATEMENT STOCK ON HAND WILL NOT
*>  COVER ITS EXPECTED COUNT. THE RUN STILL GOES AHEAD -- THE OPERATOR
*>  LOADS MORE STOCK OR HOLDS THE JOB -- AND ONLY A RUN ON THE PRINTER
*>  USES FORMS. A STOCK THE INVENTORY DOES NOT KNOW IS PRINTPRC'S TO
*>  REPORT.
     IF DRIVER-OUTPUT-DEVICE-SW = "C" OR DRIVER-OUTPUT-DEVICE-SW = "D"
         GO TO CHECK-FORMS-STOCK-EXIT
     END-IF
     PERFORM COUNT-FORMS-NEEDED THRU COUNT-FORMS-NEEDED-EXIT.
     MOVE SPACES TO FORMS-REQUEST.
     MOVE "C"                    TO FR-FUNCTION.
     STRING "STM"                DELIMITED BY SIZE
            DRIVER-PRINT-MODE-SW DELIMITED BY SIZE
       INTO FR-FORM-TYPE.
     MOVE "PRINTER"              TO FR-PRINTER-ID.
     MOVE "PRINTBAT"             TO FR-PROGRAM-ID.
     MOVE DRIVER-PRINT-FILE-NAME TO FR-WORK-FILE-NAME.
     MOVE DRIVER-FORMS-NEEDED    TO FR-REQUIRED-COUNT.
     MOVE ZERO                   TO FR-PAGE-COUNT.
     MOVE ZERO                   TO FR-SERIAL.
     PERFORM CALL-FORMS-CONTROL.
     EVALUATE FR-RESULT
         WHEN 04
             DISPLAY "PRINTBAT - " FR-FORM-TYPE " STOCK WILL FALL "
                     "BELOW ITS REORDER POINT " FR-REORDER-POINT
                     ": ON HAND " FR-ON-HAND ", NEEDED "
                     DRIVER-FORMS-NEEDED
         WHEN 08
             DISPLAY "PRINTBAT - NOT ENOUGH FORMS ON HAND FOR: "
                     DRIVER-PRINT-FILE-NAME
             DISPLAY "PRINTBAT - " FR-FORM-TYPE " ON HAND "
                     FR-ON-HAND ", NEEDED " DRIVER-FORMS-NEEDED
             IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
             END-IF
     END-EVALUATE.
 CHECK-FORMS-STOCK-EXIT.
     EXIT.
*>
 COUNT-FORMS-NEEDED.
*>  THE TRAILER'S EXPECTED COUNT, LESS THE RECORDS A RESTART SKIPS.
*>  AN EXTRACT WITH NO USABLE TRAILER IS COUNTED RECORD BY RECORD.
     MOVE ZERO TO DRIVER-FORMS-NEEDED.
     OPEN INPUT PRINT-EXTRACT.
     IF PRINT-EXTRACT-STATUS NOT = "00"
         GO TO COUNT-FORMS-NEEDED-EXIT
     END-IF.
 COUNT-FORMS-LOOP.
     READ PRINT-EXTRACT
         AT END
             GO TO COUNT-FORMS-DONE
     END-READ
     IF PRINT-EXTRACT-STATUS NOT = "00"
         GO TO COUNT-FORMS-DONE
     END-IF
     IF S-REC-TYPE OF PRINT-EXTRACT-RECORD = "T" AND
        S-TRAILER-COUNT OF PRINT-EXTRACT-RECORD NUMERIC
         MOVE S-TRAILER-COUNT OF PRINT-EXTRACT-RECORD
           TO DRIVER-FORMS-NEEDED
         GO TO COUNT-FORMS-DONE
     END-IF
     ADD 1 TO DRIVER-FORMS-NEEDED.
     GO TO COUNT-FORMS-LOOP.
 COUNT-FORMS-DONE.
     CLOSE PRINT-EXTRACT.
     IF DRIVER-FORMS-NEEDED > DRIVER-RESUME-FROM-REC
         SUBTRACT DRIVER-RESUME-FROM-REC FROM DRIVER-FORMS-NEEDED
     ELSE
         MOVE ZERO TO DRIVER-FORMS-NEEDED
     END-IF.
 COUNT-FORMS-NEEDED-EXIT.
     EXIT.
*>
 CALL-FORMS-CONTROL.
     MOVE RETURN-CODE TO DRIVER-SAVED-RC.
     CALL "FORMSER" USING FORMS-REQUEST.
     MOVE DRIVER-SAVED-RC TO RETURN-CODE.
*>
 DRIVER-TERM-PROC.
*>  (3) CLOSE DOWN THE CONTROL FILE AFTER THE WHOLE BATCH HAS RUN.
     DISPLAY "PRINTBAT - FILES SKIPPED: " FILES-SKIPPED-COUNT.
     DISPLAY "PRINTBAT - FILES ALREADY COMPLETE: " FILES-COMPLETE-COUNT.
     CLOSE CONTROL-FILE.
     GOBACK.
END PROGRAM PRINTBAT.
