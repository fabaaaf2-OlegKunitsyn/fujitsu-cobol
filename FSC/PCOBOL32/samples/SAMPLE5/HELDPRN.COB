IDENTIFICATION DIVISION.
 PROGRAM-ID. HELDPRN.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  HELD-ITEM RELEASE RUN. SRECEDIT KEEPS EVERY OVER-CEILING DETAIL
*>  OFF THE FORMS AND FILES IT ON HELDITM; A SUPERVISOR APPROVES OR
*>  REJECTS IT ON THE HELDREL SCREEN. THIS STEP PRINTS THE APPROVED
*>  ONES: IT GATHERS EVERY APPROVED ITEM INTO ONE RELEASE WORK FILE
*>  FOR THE BUSINESS DATE ("HREL" + YYYYMMDD), IN BRANCH AND ACCOUNT
*>  ORDER SO PRINTPRC'S BRANCH SUBTOTALS COME OUT ONCE PER BRANCH,
*>  WITH A TRAILER CARRYING THE RELEASED COUNT SO THE RUN BALANCES,
*>  AND CALLS PRINTPRC ON IT THE WAY PRINTBAT DOES. AN ITEM GATHERED
*>  INTO THE FILE IS MARKED "R" (IN A RELEASE RUN) UNDER THE RELEASE
*>  DATE, AND ONLY BECOMES "P" (PRINTED) ONCE THE RUN LOG SHOWS THE
*>  PRINT RUN COMPLETE. A RERUN OF THE STEP ON THE SAME BUSINESS DATE
*>  READS THE RELEASE FILE'S RUN LOG THE SAME WAY PRINTBAT'S RESTART
*>  CHECK DOES: A CUT-OFF RUN RESUMES FROM ITS LAST CHECKPOINT RATHER
*>  THAN REBUILDING THE FILE AND PRINTING IT TWICE, AND A COMPLETED
*>  ONE IS NOT PRINTED AGAIN -- ANYTHING APPROVED AFTER IT PRINTS IN
*>  THE NEXT NIGHT'S RELEASE. THE RELEASE PRINTS ON THE SAME PRE-
*>  NUMBERED STATEMENT STOCK AS THE NIGHTLY RUN, SO BEFORE PRINTING
*>  IT WARNS THE SAME WAY PRINTBAT DOES WHEN THE FORMS ON HAND WILL
*>  NOT COVER THE TRAILER COUNT, AND A RESUME LOGS THE FORMS THE CUT-
*>  OFF RUN SPOILED AND VOIDED THROUGH FORMSER. ONCE THE RELEASE HAS
*>  PRINTED, ITS FILE NAME IS ADDED TO CTLFILE SO THE STEPS THAT READ
*>  THE NIGHT'S WORK FILES FROM THERE -- CREDPRN, PRINTCON, GLINTF,
*>  RECONRPT AND PRINTHKP -- TAKE THE RELEASED ITEMS UP THE SAME NIGHT
*>  (PRINTBAT PASSES IT BY). A RELEASE LEFT AT "R" UNDER AN EARLIER
*>  BUSINESS DATE -- ITS RUN CUT OFF AND NOT RERUN BEFORE BATDATE
*>  MOVED ON -- IS DEALT WITH FIRST: ONE THAT REACHED THE PRINTER IS
*>  RESUMED OR FINISHED UNDER ITS OWN NAME, AND ONE THAT NEVER DID IS
*>  PUT BACK TO "A" SO TONIGHT'S RELEASE GATHERS IT. IT IS A GOBACK
*>  STEP, RUN AFTER PRINTBAT AND AHEAD OF CREDPRN, PRINTCON, GLINTF,
*>  RECONRPT AND PRINTHKP UNDER NIGHTRUN, OR ON ITS OWN.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
*>  DYNAMIC ACCESS: READ NEXT THROUGH THE WHOLE FILE, REWRITING EACH
*>  ITEM AS IT CHANGES STATUS.
    SELECT HELD-ITEM-FILE
        ASSIGN       TO  HELDITM
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  DYNAMIC
        RECORD KEY   IS  HI-HOLD-KEY OF HELD-ITEM-RECORD
        FILE STATUS  IS  HELD-ITEM-STATUS.
    SELECT SORT-FILE
        ASSIGN       TO  SORTWORK.
    SELECT RELEASE-FILE
        ASSIGN       TO  RELEASE-FILE-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  RELEASE-FILE-STATUS.
*>  THE RELEASE FILE'S OWN RUN LOG AND CHECKPOINT DATASET, AS
*>  PRINTPRC DERIVES THEM FROM THE WORK-FILE NAME.
    SELECT PRIOR-RUN-LOG
        ASSIGN       TO  RELEASE-RUN-LOG-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  PRIOR-RUN-LOG-STATUS.
    SELECT PRIOR-CHECKPOINT
        ASSIGN       TO  RELEASE-CHECKPOINT-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  PRIOR-CHECKPOINT-STATUS.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>  THE NIGHT'S LIST OF WORK FILES, AS PRINTBAT READS IT. A PRINTED
*>  RELEASE FILE IS ADDED TO THE END.
    SELECT CONTROL-FILE
        ASSIGN       TO  CTLFILE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  CONTROL-FILE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  HELD-ITEM-FILE.
 01  HELD-ITEM-RECORD.
     COPY "HI_REC.CBL".
 SD  SORT-FILE.
 01  SORT-RECORD.
     COPY "S_REC.CBL".
 FD  RELEASE-FILE.
 01  RELEASE-RECORD.
     COPY "S_REC.CBL".
 FD  PRIOR-RUN-LOG.
 01  PRIOR-RUN-LOG-RECORD.
     COPY "RL_REC.CBL".
 FD  PRIOR-CHECKPOINT.
 01  PRIOR-CHECKPOINT-RECORD.
     COPY "CKP_REC.CBL".
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
 FD  CONTROL-FILE.
 01  CONTROL-RECORD          PIC X(12).
*>
 WORKING-STORAGE SECTION.
 01  HELD-ITEM-STATUS        PIC X(02).
 01  RELEASE-FILE-STATUS     PIC X(02).
 01  PRIOR-RUN-LOG-STATUS    PIC X(02).
 01  PRIOR-CHECKPOINT-STATUS PIC X(02).
 01  BUSINESS-DATE-STATUS    PIC X(02).
 01  CONTROL-FILE-STATUS     PIC X(02).
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
 01  ERROR-MESSAGE           PIC X(60).
*>
*>  RELEASE-DATE IS THE DATE OF THE RELEASE BEING WORKED -- AN EARLIER
*>  ONE LEFT AT "R", OR TONIGHT'S BUSINESS DATE -- AND NAMES ITS FILE.
 01  RELEASE-DATE            PIC 9(08) VALUE ZERO.
 01  RELEASE-FILE-NAME       PIC X(16).
 01  RELEASE-RUN-LOG-NAME    PIC X(20).
 01  RELEASE-CHECKPOINT-NAME PIC X(20).
*>
*>  THE PRINTPRC LINKAGE, SET THE WAY PRINTBAT SETS IT FOR A WHOLE-
*>  FILE NIGHTLY PRINT.
 01  RELEASE-PRINT-MODE-SW   PIC X(01) VALUE "1".
 01  RELEASE-RESUME-FROM-REC PIC 9(07) VALUE ZERO.
 01  RELEASE-LOOKUP-MODE-SW  PIC X(01) VALUE "N".
 01  RELEASE-LOOKUP-ACCT-NO  PIC X(10) VALUE SPACES.
 01  RELEASE-OUTPUT-DEVICE-SW PIC X(01) VALUE "P".
 01  RELEASE-DATE-FROM       PIC 9(08) VALUE ZERO.
 01  RELEASE-DATE-TO         PIC 9(08) VALUE ZERO.
 01  RELEASE-PRINT-RC        PIC 9(04) VALUE ZERO.
 01  RELEASE-STEP-RC         PIC 9(04) VALUE ZERO.
*>
*>  THE PRE-NUMBERED FORMS SIDE, AS PRINTBAT KEEPS IT: THE SERIAL OF
*>  THE FORM IN THE PRINTER AT A CUT-OFF RUN'S LAST CHECKPOINT, AND
*>  THE FORMS THE RUN ABOUT TO START IS EXPECTED TO NEED.
 01  RELEASE-CHECKPOINT-SERIAL PIC 9(09) VALUE ZERO.
 01  RELEASE-FORMS-NEEDED    PIC 9(07) VALUE ZERO.
 01  RELEASE-SAVED-RC        PIC 9(04) VALUE ZERO.
 01  FORMS-REQUEST.
     COPY "FR_REC.CBL".
*>
*>  PRIOR-RUN STATE OF TONIGHT'S RELEASE FILE, AS PRINTBAT READS IT:
*>  "C" = COMPLETED, "I" = STARTED AND CUT OFF, "N" = NEVER RAN.
 01  PRIOR-RUN-STATE         PIC X(01) VALUE "N".
*>
 01  ITEMS-GATHERED          PIC 9(07) VALUE ZERO.
 01  ITEMS-WRITTEN           PIC 9(07) VALUE ZERO.
 01  ITEMS-MARKED-PRINTED    PIC 9(07) VALUE ZERO.
 01  ITEMS-RESET             PIC 9(07) VALUE ZERO.
 01  FILE-ERROR-SW           PIC X(01) VALUE "N".
 01  RELEASE-LISTED-SW       PIC X(01) VALUE "N".
*>
PROCEDURE DIVISION.
 MAIN-CONTROL SECTION.
 MAIN-START.
*>  (1) NO HELD-ITEMS FILE MEANS NOTHING HAS EVER BEEN HELD, WHICH IS
*>      NOT AN ERROR.
     PERFORM GET-BUSINESS-DATE.
     OPEN I-O HELD-ITEM-FILE.
     IF HELD-ITEM-STATUS = "35"
         DISPLAY "HELDPRN - NO HELD ITEMS FILE, NOTHING TO RELEASE"
         GOBACK
     END-IF
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDPRN - CANNOT OPEN HELD ITEMS, STATUS "
                 HELD-ITEM-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.
 CATCH-UP-STRANDED.
*>  (1A) A RELEASE STILL AT "R" UNDER AN EARLIER DATE, OLDEST FIRST.
*>       ITS OWN RUN LOG SAYS WHAT BECAME OF IT: PRINTED IN FULL, OR
*>       CUT OFF PART WAY, IT IS FINISHED UNDER ITS OWN NAME BELOW;
*>       NEVER STARTED, ITS ITEMS GO BACK TO "A" FOR TONIGHT'S GATHER.
     PERFORM FIND-STRANDED-RELEASE THRU FIND-STRANDED-RELEASE-EXIT.
     IF RETURN-CODE NOT < 16
         CLOSE HELD-ITEM-FILE
         GOBACK
     END-IF
     IF RELEASE-DATE = ZERO
         GO TO TONIGHTS-RELEASE
     END-IF
     PERFORM NAME-RELEASE-FILE.
     PERFORM CHECK-PRIOR-RUN THRU CHECK-PRIOR-RUN-EXIT.
     IF PRIOR-RUN-STATE = "C"
         DISPLAY "HELDPRN - EARLIER RELEASE PRINTED, NOT MARKED: "
                 RELEASE-FILE-NAME
         GO TO MARK-AND-FINISH
     END-IF
     IF PRIOR-RUN-STATE = "I"
         DISPLAY "HELDPRN - RESUMING EARLIER RELEASE FILE: "
                 RELEASE-FILE-NAME
                 " FROM RECORD " RELEASE-RESUME-FROM-REC
         PERFORM SETTLE-CUT-OFF-FORMS
         GO TO PRINT-RELEASE-FILE
     END-IF
     PERFORM RESET-STRANDED-ITEMS THRU RESET-STRANDED-ITEMS-EXIT.
     DISPLAY "HELDPRN - " ITEMS-RESET " ITEM(S) FROM UNPRINTED "
             "RELEASE " RELEASE-FILE-NAME " PUT BACK TO APPROVED".
     IF RETURN-CODE NOT < 16
         CLOSE HELD-ITEM-FILE
         GOBACK
     END-IF
     IF RETURN-CODE < 4
         MOVE 4 TO RETURN-CODE
     END-IF
     GO TO CATCH-UP-STRANDED.
 TONIGHTS-RELEASE.
*>  (1B) NAME TONIGHT'S RELEASE FILE AND SEE WHAT BECAME OF ANY
*>       EARLIER RELEASE RUN ON IT.
     MOVE BUSINESS-DATE TO RELEASE-DATE.
     PERFORM NAME-RELEASE-FILE.
     PERFORM CHECK-PRIOR-RUN THRU CHECK-PRIOR-RUN-EXIT.
     IF PRIOR-RUN-STATE = "C"
*>      TONIGHT'S RELEASE ALREADY PRINTED. A RUN THAT DIED BETWEEN
*>      THE PRINT AND THE MARKING LEFT ITS ITEMS AT "R"; FINISH THAT.
         DISPLAY "HELDPRN - RELEASE ALREADY COMPLETE, NOT REPRINTED: "
                 RELEASE-FILE-NAME
         GO TO MARK-AND-FINISH
     END-IF
     IF PRIOR-RUN-STATE = "I"
         DISPLAY "HELDPRN - RESUMING RELEASE FILE: "
                 RELEASE-FILE-NAME
                 " FROM RECORD " RELEASE-RESUME-FROM-REC
         PERFORM SETTLE-CUT-OFF-FORMS
         GO TO PRINT-RELEASE-FILE
     END-IF
*>  (2) NO RUN YET TONIGHT: GATHER THE APPROVED ITEMS (AND ANY LEFT
*>      AT "R" BY A BUILD THAT NEVER REACHED THE PRINTER) INTO THE
*>      RELEASE FILE IN BRANCH AND ACCOUNT ORDER.
     SORT SORT-FILE
         ON ASCENDING KEY S-BRANCH-NO  OF SORT-RECORD
                          S-ACCOUNT-NO OF SORT-RECORD
                          S-TRANS-DATE OF SORT-RECORD
         INPUT PROCEDURE  IS GATHER-INPUT
         OUTPUT PROCEDURE IS RELEASE-OUTPUT.
     IF FILE-ERROR-SW = "Y"
         CLOSE HELD-ITEM-FILE
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF ITEMS-WRITTEN = ZERO
         DISPLAY "HELDPRN - NO APPROVED ITEMS TO RELEASE"
         CLOSE HELD-ITEM-FILE
         GOBACK
     END-IF
     DISPLAY "HELDPRN - " ITEMS-WRITTEN " APPROVED ITEM(S) RELEASED "
             "TO: " RELEASE-FILE-NAME.
 PRINT-RELEASE-FILE.
*>  (3) PRINT IT, AFTER THE SAME FORMS STOCK CHECK PRINTBAT MAKES.
*>      THE STEP'S RETURN CODE SO FAR (A SHORT-STOCK WARNING AMONG
*>      THEM) IS KEPT ACROSS THE CALL AND PRINTPRC'S IS SAVED OFF
*>      STRAIGHT AWAY; THE RUN LOG, NOT THE RETURN CODE, DECIDES
*>      WHETHER IT FINISHED.
     PERFORM CHECK-FORMS-STOCK THRU CHECK-FORMS-STOCK-EXIT.
     MOVE RETURN-CODE TO RELEASE-STEP-RC.
     CALL "PRINTPRC" USING RELEASE-FILE-NAME,
                            RELEASE-PRINT-MODE-SW,
                            RELEASE-RESUME-FROM-REC,
                            RELEASE-LOOKUP-MODE-SW,
                            RELEASE-LOOKUP-ACCT-NO,
                            RELEASE-OUTPUT-DEVICE-SW,
                            RELEASE-DATE-FROM,
                            RELEASE-DATE-TO.
     MOVE RETURN-CODE TO RELEASE-PRINT-RC.
     MOVE RELEASE-STEP-RC TO RETURN-CODE.
     PERFORM CHECK-PRIOR-RUN THRU CHECK-PRIOR-RUN-EXIT.
     IF PRIOR-RUN-STATE NOT = "C"
         DISPLAY "HELDPRN - RELEASE PRINT DID NOT COMPLETE, RETURN "
                 "CODE " RELEASE-PRINT-RC " - RERUN HELDPRN TO RESUME"
         CLOSE HELD-ITEM-FILE
         IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
         END-IF
         GOBACK
     END-IF
     IF RELEASE-PRINT-RC > 4
         IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
         END-IF
     ELSE
         IF RELEASE-PRINT-RC > RETURN-CODE
             MOVE RELEASE-PRINT-RC TO RETURN-CODE
         END-IF
     END-IF.
 MARK-AND-FINISH.
*>  (4) EVERY ITEM IN THE RELEASE IS NOW ON PAPER. THE FILE GOES ON
*>      CTLFILE FIRST, SO A RUN CUT OFF BETWEEN THE TWO STILL FINDS
*>      ITS ITEMS AT "R" AND LISTS IT ON THE RERUN. AN EARLIER DATE'S
*>      RELEASE GOES BACK FOR THE NEXT ONE, THEN TONIGHT'S.
     PERFORM LIST-RELEASE-FILE THRU LIST-RELEASE-FILE-EXIT.
     IF RETURN-CODE NOT < 16
         CLOSE HELD-ITEM-FILE
         GOBACK
     END-IF
     PERFORM MARK-RELEASE-PRINTED THRU MARK-RELEASE-PRINTED-EXIT.
     DISPLAY "HELDPRN - " ITEMS-MARKED-PRINTED
             " HELD ITEM(S) MARKED PRINTED".
     IF RETURN-CODE NOT < 16
         CLOSE HELD-ITEM-FILE
         GOBACK
     END-IF
     IF RELEASE-DATE NOT = BUSINESS-DATE
         GO TO CATCH-UP-STRANDED
     END-IF
     CLOSE HELD-ITEM-FILE.
     GOBACK.
*>
 NAME-RELEASE-FILE.
     MOVE SPACES TO RELEASE-FILE-NAME.
     STRING "HREL"        DELIMITED BY SIZE
            RELEASE-DATE  DELIMITED BY SIZE
       INTO RELEASE-FILE-NAME.
*>
 FIND-STRANDED-RELEASE.
*>  THE OLDEST RELEASE DATE BEFORE TONIGHT STILL CARRIED BY AN ITEM AT
*>  "R", OR ZERO WHEN THERE IS NONE.
     MOVE ZERO TO RELEASE-DATE.
     MOVE LOW-VALUES TO HI-HOLD-KEY OF HELD-ITEM-RECORD.
     START HELD-ITEM-FILE
         KEY IS NOT LESS THAN HI-HOLD-KEY OF HELD-ITEM-RECORD
         INVALID KEY
             GO TO FIND-STRANDED-RELEASE-EXIT
     END-START.
 FIND-STRANDED-LOOP.
     READ HELD-ITEM-FILE NEXT RECORD
         AT END
             GO TO FIND-STRANDED-RELEASE-EXIT
     END-READ
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDPRN - HELD ITEMS READ ERROR, STATUS "
                 HELD-ITEM-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO FIND-STRANDED-RELEASE-EXIT
     END-IF
     IF HI-ITEM-STATUS OF HELD-ITEM-RECORD = "R"
      AND HI-RELEASE-DATE OF HELD-ITEM-RECORD < BUSINESS-DATE
         IF RELEASE-DATE = ZERO OR
            HI-RELEASE-DATE OF HELD-ITEM-RECORD < RELEASE-DATE
             MOVE HI-RELEASE-DATE OF HELD-ITEM-RECORD TO RELEASE-DATE
         END-IF
     END-IF
     GO TO FIND-STRANDED-LOOP.
 FIND-STRANDED-RELEASE-EXIT.
     EXIT.
*>
 RESET-STRANDED-ITEMS.
*>  AN EARLIER RELEASE THAT NEVER REACHED THE PRINTER: EVERY ITEM AT
*>  "R" UNDER ITS DATE GOES BACK TO "A", CLEAR OF THE RELEASE DATE.
     MOVE ZERO TO ITEMS-RESET.
     MOVE LOW-VALUES TO HI-HOLD-KEY OF HELD-ITEM-RECORD.
     START HELD-ITEM-FILE
         KEY IS NOT LESS THAN HI-HOLD-KEY OF HELD-ITEM-RECORD
         INVALID KEY
             GO TO RESET-STRANDED-ITEMS-EXIT
     END-START.
 RESET-NEXT-ITEM.
     READ HELD-ITEM-FILE NEXT RECORD
         AT END
             GO TO RESET-STRANDED-ITEMS-EXIT
     END-READ
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDPRN - HELD ITEMS READ ERROR, STATUS "
                 HELD-ITEM-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO RESET-STRANDED-ITEMS-EXIT
     END-IF
     IF HI-ITEM-STATUS OF HELD-ITEM-RECORD = "R"
      AND HI-RELEASE-DATE OF HELD-ITEM-RECORD = RELEASE-DATE
         MOVE "A"  TO HI-ITEM-STATUS OF HELD-ITEM-RECORD
         MOVE ZERO TO HI-RELEASE-DATE OF HELD-ITEM-RECORD
         REWRITE HELD-ITEM-RECORD
             INVALID KEY
                 CONTINUE
         END-REWRITE
         IF HELD-ITEM-STATUS = "00"
             ADD 1 TO ITEMS-RESET
         ELSE
             DISPLAY "HELDPRN - HELD ITEM REWRITE FAILED, STATUS "
                     HELD-ITEM-STATUS
             MOVE 16 TO RETURN-CODE
             GO TO RESET-STRANDED-ITEMS-EXIT
         END-IF
     END-IF
     GO TO RESET-NEXT-ITEM.
 RESET-STRANDED-ITEMS-EXIT.
     EXIT.
*>
 LIST-RELEASE-FILE.
*>  ADD THE RELEASE FILE TO CTLFILE UNLESS AN EARLIER PASS ALREADY DID.
     MOVE "N" TO RELEASE-LISTED-SW.
     OPEN INPUT CONTROL-FILE.
     IF CONTROL-FILE-STATUS = "35"
         GO TO LIST-RELEASE-APPEND
     END-IF
     IF CONTROL-FILE-STATUS NOT = "00"
         DISPLAY "HELDPRN - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO LIST-RELEASE-FILE-EXIT
     END-IF.
 LIST-RELEASE-SCAN.
     READ CONTROL-FILE
         AT END
             CLOSE CONTROL-FILE
             GO TO LIST-RELEASE-APPEND
     END-READ
     IF CONTROL-FILE-STATUS NOT = "00"
         DISPLAY "HELDPRN - CTLFILE READ ERROR, STATUS "
                 CONTROL-FILE-STATUS
         CLOSE CONTROL-FILE
         MOVE 16 TO RETURN-CODE
         GO TO LIST-RELEASE-FILE-EXIT
     END-IF
     IF CONTROL-RECORD = RELEASE-FILE-NAME
         MOVE "Y" TO RELEASE-LISTED-SW
         CLOSE CONTROL-FILE
         GO TO LIST-RELEASE-FILE-EXIT
     END-IF
     GO TO LIST-RELEASE-SCAN.
 LIST-RELEASE-APPEND.
     OPEN EXTEND CONTROL-FILE.
     IF CONTROL-FILE-STATUS = "35"
         OPEN OUTPUT CONTROL-FILE
     END-IF
     IF CONTROL-FILE-STATUS NOT = "00"
         DISPLAY "HELDPRN - CANNOT EXTEND CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO LIST-RELEASE-FILE-EXIT
     END-IF
     MOVE RELEASE-FILE-NAME TO CONTROL-RECORD.
     WRITE CONTROL-RECORD.
     IF CONTROL-FILE-STATUS NOT = "00"
         DISPLAY "HELDPRN - CTLFILE WRITE ERROR, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
     ELSE
         DISPLAY "HELDPRN - RELEASE FILE ADDED TO CTLFILE: "
                 RELEASE-FILE-NAME
     END-IF
     CLOSE CONTROL-FILE.
 LIST-RELEASE-FILE-EXIT.
     EXIT.
*>
 CHECK-PRIOR-RUN.
*>  THE SAME READING PRINTBAT'S RESTART CHECK USES: NO .RLG = NEVER
*>  RAN, AN EMPTY .RLG OR ONE WITHOUT AN END STAMP = CUT OFF (RESUME
*>  FROM THE LAST CHECKPOINT), ONE WITH AN END STAMP = COMPLETED.
     MOVE "N"  TO PRIOR-RUN-STATE.
     MOVE ZERO TO RELEASE-RESUME-FROM-REC.
     MOVE ZERO TO RELEASE-CHECKPOINT-SERIAL.
     MOVE SPACES TO RELEASE-RUN-LOG-NAME.
     STRING RELEASE-FILE-NAME DELIMITED BY SPACE
            ".RLG"            DELIMITED BY SIZE
       INTO RELEASE-RUN-LOG-NAME.
     MOVE SPACES TO RELEASE-CHECKPOINT-NAME.
     STRING RELEASE-FILE-NAME DELIMITED BY SPACE
            ".CKP"            DELIMITED BY SIZE
       INTO RELEASE-CHECKPOINT-NAME.
     OPEN INPUT PRIOR-RUN-LOG.
     IF PRIOR-RUN-LOG-STATUS = "35"
         GO TO CHECK-PRIOR-RUN-EXIT
     END-IF
     IF PRIOR-RUN-LOG-STATUS NOT = "00"
         DISPLAY "HELDPRN - RUN-LOG OPEN ERROR, STATUS "
                 PRIOR-RUN-LOG-STATUS " ON: " RELEASE-RUN-LOG-NAME
         GO TO CHECK-PRIOR-RUN-EXIT
     END-IF
     READ PRIOR-RUN-LOG
         AT END
             MOVE "I" TO PRIOR-RUN-STATE
         NOT AT END
             IF RL-END-STAMP OF PRIOR-RUN-LOG-RECORD NOT = SPACES
                 MOVE "C" TO PRIOR-RUN-STATE
             ELSE
                 MOVE "I" TO PRIOR-RUN-STATE
             END-IF
     END-READ
     CLOSE PRIOR-RUN-LOG.
     IF PRIOR-RUN-STATE = "I"
         PERFORM READ-LAST-CHECKPOINT THRU READ-LAST-CHECKPOINT-EXIT
     END-IF.
 CHECK-PRIOR-RUN-EXIT.
     EXIT.
*>
 READ-LAST-CHECKPOINT.
     OPEN INPUT PRIOR-CHECKPOINT.
     IF PRIOR-CHECKPOINT-STATUS NOT = "00"
         GO TO READ-LAST-CHECKPOINT-EXIT
     END-IF.
 READ-NEXT-CHECKPOINT.
     READ PRIOR-CHECKPOINT
         AT END
             CLOSE PRIOR-CHECKPOINT
             GO TO READ-LAST-CHECKPOINT-EXIT
     END-READ
     MOVE CKPT-RECORD-COUNT OF PRIOR-CHECKPOINT-RECORD
       TO RELEASE-RESUME-FROM-REC
     IF CKPT-FORM-SERIAL OF PRIOR-CHECKPOINT-RECORD NUMERIC
         MOVE CKPT-FORM-SERIAL OF PRIOR-CHECKPOINT-RECORD
           TO RELEASE-CHECKPOINT-SERIAL
     ELSE
         MOVE ZERO TO RELEASE-CHECKPOINT-SERIAL
     END-IF
     GO TO READ-NEXT-CHECKPOINT.
 READ-LAST-CHECKPOINT-EXIT.
     EXIT.
*>
 SETTLE-CUT-OFF-FORMS.
*>  THE CUT-OFF RELEASE RUN'S DRAW ON THE FORM STOCK IS STILL OPEN:
*>  FORMSER LOGS THE FORMS IT TURNED AFTER ITS LAST CHECKPOINT AS
*>  SPOILED AND THE ONE IN THE PRINTER AS VOIDED, THE SAME AS A
*>  PRINTBAT RESTART. NO OPEN DRAW (OR NO INVENTORY) MEANS IT TOOK
*>  NO NUMBERED FORMS.
     MOVE SPACES TO FORMS-REQUEST.
     MOVE "R"                       TO FR-FUNCTION.
     MOVE "HELDPRN"                 TO FR-PROGRAM-ID.
     MOVE RELEASE-FILE-NAME         TO FR-WORK-FILE-NAME.
     MOVE ZERO                      TO FR-REQUIRED-COUNT.
     MOVE ZERO                      TO FR-PAGE-COUNT.
     MOVE RELEASE-CHECKPOINT-SERIAL TO FR-SERIAL.
     PERFORM CALL-FORMS-CONTROL.
     EVALUATE FR-RESULT
         WHEN ZERO
             DISPLAY "HELDPRN - INTERRUPTED RUN SPOILED "
                     FR-SPOILED-COUNT " AND VOIDED " FR-VOIDED-COUNT
                     " " FR-FORM-TYPE " FORMS: " RELEASE-FILE-NAME
         WHEN 08
             CONTINUE
         WHEN 12
             CONTINUE
         WHEN OTHER
             DISPLAY "HELDPRN - SPOILED FORMS NOT LOGGED, RESULT "
                     FR-RESULT " FOR: " RELEASE-FILE-NAME
     END-EVALUATE.
*>
 CHECK-FORMS-STOCK.
*>  WARN BEFORE THE RUN WHEN THE STATEMENT STOCK ON HAND WILL NOT
*>  COVER THE RELEASE FILE'S TRAILER COUNT (LESS WHAT A RESUME
*>  SKIPS). THE RELEASE STILL PRINTS.
     IF RELEASE-OUTPUT-DEVICE-SW = "C" OR
        RELEASE-OUTPUT-DEVICE-SW = "D"
         GO TO CHECK-FORMS-STOCK-EXIT
     END-IF
     MOVE ZERO TO RELEASE-FORMS-NEEDED.
     OPEN INPUT RELEASE-FILE.
     IF RELEASE-FILE-STATUS NOT = "00"
         GO TO CHECK-FORMS-STOCK-EXIT
     END-IF.
 COUNT-FORMS-LOOP.
     READ RELEASE-FILE
         AT END
             GO TO COUNT-FORMS-DONE
     END-READ
     IF RELEASE-FILE-STATUS NOT = "00"
         GO TO COUNT-FORMS-DONE
     END-IF
     IF S-REC-TYPE OF RELEASE-RECORD = "T" AND
        S-TRAILER-COUNT OF RELEASE-RECORD NUMERIC
         MOVE S-TRAILER-COUNT OF RELEASE-RECORD
           TO RELEASE-FORMS-NEEDED
         GO TO COUNT-FORMS-DONE
     END-IF
     ADD 1 TO RELEASE-FORMS-NEEDED.
     GO TO COUNT-FORMS-LOOP.
 COUNT-FORMS-DONE.
     CLOSE RELEASE-FILE.
     IF RELEASE-FORMS-NEEDED > RELEASE-RESUME-FROM-REC
         SUBTRACT RELEASE-RESUME-FROM-REC FROM RELEASE-FORMS-NEEDED
     ELSE
         MOVE ZERO TO RELEASE-FORMS-NEEDED
     END-IF
     MOVE SPACES TO FORMS-REQUEST.
     MOVE "C"                     TO FR-FUNCTION.
     STRING "STM"                 DELIMITED BY SIZE
            RELEASE-PRINT-MODE-SW DELIMITED BY SIZE
       INTO FR-FORM-TYPE.
     MOVE "PRINTER"               TO FR-PRINTER-ID.
     MOVE "HELDPRN"               TO FR-PROGRAM-ID.
     MOVE RELEASE-FILE-NAME       TO FR-WORK-FILE-NAME.
     MOVE RELEASE-FORMS-NEEDED    TO FR-REQUIRED-COUNT.
     MOVE ZERO                    TO FR-PAGE-COUNT.
     MOVE ZERO                    TO FR-SERIAL.
     PERFORM CALL-FORMS-CONTROL.
     EVALUATE FR-RESULT
         WHEN 04
             DISPLAY "HELDPRN - " FR-FORM-TYPE " STOCK WILL FALL "
                     "BELOW ITS REORDER POINT " FR-REORDER-POINT
                     ": ON HAND " FR-ON-HAND ", NEEDED "
                     RELEASE-FORMS-NEEDED
         WHEN 08
             DISPLAY "HELDPRN - NOT ENOUGH FORMS ON HAND FOR: "
                     RELEASE-FILE-NAME
             DISPLAY "HELDPRN - " FR-FORM-TYPE " ON HAND "
                     FR-ON-HAND ", NEEDED " RELEASE-FORMS-NEEDED
             IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
             END-IF
     END-EVALUATE.
 CHECK-FORMS-STOCK-EXIT.
     EXIT.
*>
 CALL-FORMS-CONTROL.
     MOVE RETURN-CODE TO RELEASE-SAVED-RC.
     CALL "FORMSER" USING FORMS-REQUEST.
     MOVE RELEASE-SAVED-RC TO RETURN-CODE.
*>
 MARK-RELEASE-PRINTED.
*>  EVERY ITEM AT "R" UNDER THE RELEASE'S DATE BECOMES "P".
     MOVE ZERO TO ITEMS-MARKED-PRINTED.
     MOVE LOW-VALUES TO HI-HOLD-KEY OF HELD-ITEM-RECORD.
     START HELD-ITEM-FILE
         KEY IS NOT LESS THAN HI-HOLD-KEY OF HELD-ITEM-RECORD
         INVALID KEY
             GO TO MARK-RELEASE-PRINTED-EXIT
     END-START.
 MARK-NEXT-ITEM.
     READ HELD-ITEM-FILE NEXT RECORD
         AT END
             GO TO MARK-RELEASE-PRINTED-EXIT
     END-READ
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDPRN - HELD ITEMS READ ERROR, STATUS "
                 HELD-ITEM-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO MARK-RELEASE-PRINTED-EXIT
     END-IF
     IF HI-ITEM-STATUS OF HELD-ITEM-RECORD = "R"
      AND HI-RELEASE-DATE OF HELD-ITEM-RECORD = RELEASE-DATE
         MOVE "P" TO HI-ITEM-STATUS OF HELD-ITEM-RECORD
         REWRITE HELD-ITEM-RECORD
             INVALID KEY
                 CONTINUE
         END-REWRITE
         IF HELD-ITEM-STATUS = "00"
             ADD 1 TO ITEMS-MARKED-PRINTED
         ELSE
             DISPLAY "HELDPRN - HELD ITEM REWRITE FAILED, STATUS "
                     HELD-ITEM-STATUS
             MOVE 16 TO RETURN-CODE
         END-IF
     END-IF
     GO TO MARK-NEXT-ITEM.
 MARK-RELEASE-PRINTED-EXIT.
     EXIT.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN; IT
*>  NAMES TONIGHT'S RELEASE FILE. A MISSING CONTROL DATASET FALLS BACK
*>  TO THE MACHINE DATE, SURFACED ON THE CONSOLE.
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
         DISPLAY "HELDPRN - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
*>
 GATHER-INPUT SECTION.
*>  (2A) EVERY APPROVED ITEM, AND EVERY ITEM ALREADY AT "R" FOR
*>       TONIGHT, GOES INTO THE SORT AND IS MARKED "R" UNDER TONIGHT'S
*>       RELEASE DATE AS IT GOES.
 GATHER-START.
     MOVE ZERO TO ITEMS-GATHERED.
     MOVE LOW-VALUES TO HI-HOLD-KEY OF HELD-ITEM-RECORD.
     START HELD-ITEM-FILE
         KEY IS NOT LESS THAN HI-HOLD-KEY OF HELD-ITEM-RECORD
         INVALID KEY
             GO TO GATHER-INPUT-EXIT
     END-START.
 GATHER-LOOP.
     READ HELD-ITEM-FILE NEXT RECORD
         AT END
             GO TO GATHER-INPUT-EXIT
     END-READ
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDPRN - HELD ITEMS READ ERROR, STATUS "
                 HELD-ITEM-STATUS
         MOVE "Y" TO FILE-ERROR-SW
         GO TO GATHER-INPUT-EXIT
     END-IF
     IF HI-ITEM-STATUS OF HELD-ITEM-RECORD = "A"
      OR (HI-ITEM-STATUS OF HELD-ITEM-RECORD = "R"
          AND HI-RELEASE-DATE OF HELD-ITEM-RECORD = BUSINESS-DATE)
         MOVE "R" TO HI-ITEM-STATUS OF HELD-ITEM-RECORD
         MOVE BUSINESS-DATE TO HI-RELEASE-DATE OF HELD-ITEM-RECORD
         REWRITE HELD-ITEM-RECORD
             INVALID KEY
                 CONTINUE
         END-REWRITE
         IF HELD-ITEM-STATUS NOT = "00"
             DISPLAY "HELDPRN - HELD ITEM REWRITE FAILED, STATUS "
                     HELD-ITEM-STATUS
             MOVE "Y" TO FILE-ERROR-SW
             GO TO GATHER-INPUT-EXIT
         END-IF
         MOVE HI-RECORD-IMAGE OF HELD-ITEM-RECORD TO SORT-RECORD
         RELEASE SORT-RECORD
         ADD 1 TO ITEMS-GATHERED
     END-IF
     GO TO GATHER-LOOP.
 GATHER-INPUT-EXIT.
     EXIT.
*>
 RELEASE-OUTPUT SECTION.
*>  (2B) WRITE THE SORTED ITEMS AND A TRAILER CARRYING THEIR COUNT.
*>       NOTHING GATHERED MEANS NO RELEASE FILE AT ALL, SO A TRAILER-
*>       ONLY FILE NEVER REACHES THE PRINTER.
 RELEASE-START.
     MOVE ZERO TO ITEMS-WRITTEN.
     IF FILE-ERROR-SW = "Y" OR ITEMS-GATHERED = ZERO
         GO TO RELEASE-OUTPUT-EXIT
     END-IF
     OPEN OUTPUT RELEASE-FILE.
     IF RELEASE-FILE-STATUS NOT = "00"
         MOVE SPACES TO ERROR-MESSAGE
         STRING "HELDPRN - CANNOT OPEN RELEASE FILE, STATUS "
                RELEASE-FILE-STATUS DELIMITED BY SIZE
                " ON: " DELIMITED BY SIZE
                RELEASE-FILE-NAME DELIMITED BY SIZE
           INTO ERROR-MESSAGE
         DISPLAY ERROR-MESSAGE
         MOVE "Y" TO FILE-ERROR-SW
         GO TO RELEASE-OUTPUT-EXIT
     END-IF.
 RELEASE-LOOP.
     RETURN SORT-FILE
         AT END
             GO TO RELEASE-TRAILER
     END-RETURN
     WRITE RELEASE-RECORD FROM SORT-RECORD.
     ADD 1 TO ITEMS-WRITTEN.
     GO TO RELEASE-LOOP.
 RELEASE-TRAILER.
     MOVE SPACES TO RELEASE-RECORD.
     MOVE "T" TO S-REC-TYPE OF RELEASE-RECORD.
     MOVE "COUNT=" TO S-TRAILER-LITERAL OF RELEASE-RECORD.
     MOVE ITEMS-WRITTEN TO S-TRAILER-COUNT OF RELEASE-RECORD.
     WRITE RELEASE-RECORD.
     CLOSE RELEASE-FILE.
 RELEASE-OUTPUT-EXIT.
     EXIT.
END PROGRAM HELDPRN.
