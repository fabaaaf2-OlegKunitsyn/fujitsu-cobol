IDENTIFICATION DIVISION.
 PROGRAM-ID. HELDREL.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  HELD-ITEM REVIEW AND RELEASE. SRECEDIT TAKES EVERY DETAIL OVER
*>  ITS AMTCEIL AMOUNT CEILING OUT OF THE PRINT STREAM AND FILES IT
*>  ON THE HELDITM HELD-ITEMS FILE (HI_REC.CBL) AS WAITING. THIS
*>  SCREEN PROGRAM, IN THE PRNTMENU STYLE, STEPS A SUPERVISOR THROUGH
*>  THE WAITING ITEMS ONE AT A TIME, OLDEST FIRST, AND TAKES A
*>  DECISION ON EACH: APPROVE, APPROVE WITH A COMMENT, OR REJECT (AN
*>  EXTRACT ERROR THAT MUST NEVER REACH THE CUSTOMER -- THE CORRECTED
*>  AMOUNT COMES BACK IN A LATER EXTRACT). AN APPROVED ITEM PRINTS IN
*>  THE NEXT HELDPRN RELEASE RUN, THE SAME NIGHT OR THE NEXT; AN ITEM
*>  PASSED OVER STAYS WAITING AND AGES ON THE HELDRPT REPORT.
*>  THE SIGN-ON CHECKS THE OPRAUTH AUTHORITY FILE THE WAY PRNTMENU
*>  DOES. ANY SIGNED-ON OPERATOR MAY LOOK AT THE WAITING ITEMS, BUT
*>  ONLY A SUPERVISOR (LEVEL "S") MAY DECIDE ONE. EVERY DECISION, AND
*>  EVERY REFUSED ATTEMPT AT ONE, GOES ON THE OPRLOG ACTION LOG, AND
*>  THE DECISION ITSELF -- WHO, WHEN AND THE COMMENT -- STAYS ON THE
*>  HELD-ITEM RECORD.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
*>  DYNAMIC ACCESS: ONE START AT THE FRONT OF THE FILE, THEN READ
*>  NEXT THROUGH IT, REWRITING EACH ITEM AS IT IS DECIDED.
    SELECT HELD-ITEM-FILE
        ASSIGN       TO  HELDITM
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  DYNAMIC
        RECORD KEY   IS  HI-HOLD-KEY OF HELD-ITEM-RECORD
        FILE STATUS  IS  HELD-ITEM-STATUS.
*>  THE OPERATOR AUTHORITY FILE AND THE ACTION LOG PRNTMENU KEEPS;
*>  SEE PRNTMENU FOR THE RECORD FORMS.
    SELECT AUTHORITY-FILE
        ASSIGN       TO  OPRAUTH
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  AUTHORITY-FILE-STATUS.
    SELECT ACTION-LOG
        ASSIGN       TO  OPRLOG
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  ACTION-LOG-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  HELD-ITEM-FILE.
 01  HELD-ITEM-RECORD.
     COPY "HI_REC.CBL".
 FD  AUTHORITY-FILE.
 01  AUTHORITY-RECORD        PIC X(30).
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
*>
 WORKING-STORAGE SECTION.
*>  THE HELD DETAIL, UNPACKED FROM THE HELD-ITEM RECORD'S IMAGE.
 01  HELD1-RECORD.
     COPY "S_REC.CBL".
*>
 01  HELD-ITEM-STATUS        PIC X(02).
 01  AUTHORITY-FILE-STATUS   PIC X(02).
 01  ACTION-LOG-STATUS       PIC X(02).
*>
 01  REVIEW-CHOICE           PIC X(01) VALUE SPACE.
 01  REVIEW-OPERATOR-ID      PIC X(08) VALUE SPACES.
 01  REVIEW-END-SW           PIC X(01) VALUE "N".
*>
*>  THE SIGNED-ON OPERATOR'S LEVEL READ OFF OPRAUTH: ONLY "S" MAY
*>  DECIDE A HELD ITEM; EVERY OTHER LEVEL MAY ONLY LOOK.
 01  OPERATOR-LEVEL          PIC X(01) VALUE SPACE.
 01  OPERATOR-FOUND-SW       PIC X(01) VALUE "N".
 01  AUTH-OPERATOR-ID        PIC X(08).
 01  AUTH-LEVEL-VALUE        PIC X(01).
 01  AUTH-SPARE              PIC X(20).
*>
*>  ONE HELD ITEM AS SHOWN ON THE DECISION SCREEN. THE DECISION IS
*>  "A" = APPROVE, "C" = APPROVE WITH A COMMENT, "R" = REJECT, BLANK
*>  = LEAVE IT WAITING AND SHOW THE NEXT, "X" = END THE REVIEW.
 01  REVIEW-HOLD-DATE        PIC 9(08) VALUE ZERO.
 01  REVIEW-WORK-FILE-NAME   PIC X(16) VALUE SPACES.
 01  REVIEW-RECORD-NO        PIC 9(07) VALUE ZERO.
 01  REVIEW-BRANCH-NO        PIC X(04) VALUE SPACES.
 01  REVIEW-ACCOUNT-TYPE     PIC X(02) VALUE SPACES.
 01  REVIEW-ACCOUNT-NO       PIC X(10) VALUE SPACES.
 01  REVIEW-CUSTOMER-NAME    PIC X(20) VALUE SPACES.
 01  REVIEW-AMOUNT           PIC S9(09)V99 VALUE ZERO.
 01  REVIEW-CURRENCY-CODE    PIC X(03) VALUE SPACES.
 01  REVIEW-TRANS-DATE       PIC X(08) VALUE SPACES.
 01  REVIEW-CEILING-AMOUNT   PIC 9(09)V99 VALUE ZERO.
 01  REVIEW-DECISION         PIC X(01) VALUE SPACE.
 01  REVIEW-COMMENT          PIC X(40) VALUE SPACES.
*>
 01  ITEMS-SHOWN-COUNT       PIC 9(05) VALUE ZERO.
 01  ITEMS-DECIDED-COUNT     PIC 9(05) VALUE ZERO.
*>
 01  ACTION-STAMP-DATE       PIC 9(08).
 01  ACTION-STAMP-TIME       PIC 9(08).
 01  ACTION-STAMP            PIC X(16).
 01  LOG-OPTION-CODE         PIC X(01).
 01  LOG-RETURN-CODE         PIC 9(02).
*>
 SCREEN SECTION.
 01  SIGNON-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "HELDREL - HELD ITEM RELEASE".
     05  LINE 04 COLUMN 10 VALUE "OPERATOR ID ...:".
     05  LINE 04 COLUMN 27 PIC X(08) USING REVIEW-OPERATOR-ID.
 01  REVIEW-MENU-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "HELDREL - HELD ITEM RELEASE".
     05  LINE 04 COLUMN 10 VALUE "1 - REVIEW WAITING ITEMS".
     05  LINE 05 COLUMN 10 VALUE "X - EXIT".
     05  LINE 07 COLUMN 10 VALUE "CHOICE:".
     05  LINE 07 COLUMN 18 PIC X(01) USING REVIEW-CHOICE.
 01  HELD-ITEM-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "HELDREL - HELD ITEM DECISION".
     05  LINE 04 COLUMN 10 VALUE "HELD ON .......:".
     05  LINE 04 COLUMN 27 PIC 9(08) FROM REVIEW-HOLD-DATE.
     05  LINE 05 COLUMN 10 VALUE "WORK FILE .....:".
     05  LINE 05 COLUMN 27 PIC X(16) FROM REVIEW-WORK-FILE-NAME.
     05  LINE 05 COLUMN 45 VALUE "REC".
     05  LINE 05 COLUMN 49 PIC 9(07) FROM REVIEW-RECORD-NO.
     05  LINE 06 COLUMN 10 VALUE "BRANCH/TYPE ...:".
     05  LINE 06 COLUMN 27 PIC X(04) FROM REVIEW-BRANCH-NO.
     05  LINE 06 COLUMN 32 PIC X(02) FROM REVIEW-ACCOUNT-TYPE.
     05  LINE 07 COLUMN 10 VALUE "ACCOUNT .......:".
     05  LINE 07 COLUMN 27 PIC X(10) FROM REVIEW-ACCOUNT-NO.
     05  LINE 07 COLUMN 38 PIC X(20) FROM REVIEW-CUSTOMER-NAME.
     05  LINE 08 COLUMN 10 VALUE "AMOUNT ........:".
     05  LINE 08 COLUMN 27 PIC -ZZZ,ZZZ,ZZ9.99 FROM REVIEW-AMOUNT.
     05  LINE 08 COLUMN 43 PIC X(03) FROM REVIEW-CURRENCY-CODE.
     05  LINE 09 COLUMN 10 VALUE "CEILING .......:".
     05  LINE 09 COLUMN 27 PIC ZZZZ,ZZZ,ZZ9.99
                           FROM REVIEW-CEILING-AMOUNT.
     05  LINE 10 COLUMN 10 VALUE "TRANS DATE ....:".
     05  LINE 10 COLUMN 27 PIC X(08) FROM REVIEW-TRANS-DATE.
     05  LINE 12 COLUMN 10
         VALUE "A=APPROVE C=APPROVE W/COMMENT R=REJECT".
     05  LINE 13 COLUMN 10
         VALUE "BLANK=LEAVE WAITING X=END REVIEW".
     05  LINE 15 COLUMN 10 VALUE "DECISION ......:".
     05  LINE 15 COLUMN 27 PIC X(01) USING REVIEW-DECISION.
     05  LINE 16 COLUMN 10 VALUE "COMMENT .......:".
     05  LINE 16 COLUMN 27 PIC X(40) USING REVIEW-COMMENT.
*>
PROCEDURE DIVISION.
*>  (1) SIGN ON AGAINST OPRAUTH AND OPEN THE HELD-ITEMS FILE AND THE
*>      ACTION LOG. AN OPERATOR NOT ON THE AUTHORITY FILE (OR AN
*>      AUTHORITY FILE THAT CANNOT BE READ) GETS NO SESSION. NO
*>      HELD-ITEMS FILE AT ALL MEANS NOTHING HAS EVER BEEN HELD.
     PERFORM DO-OPERATOR-SIGNON THRU DO-OPERATOR-SIGNON-EXIT.
     IF OPERATOR-FOUND-SW = "N"
         DISPLAY "HELDREL - SIGN-ON REFUSED"
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN I-O HELD-ITEM-FILE.
     IF HELD-ITEM-STATUS = "35"
         DISPLAY "HELDREL - NO HELD ITEMS FILE, NOTHING TO REVIEW"
         STOP RUN
     END-IF
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDREL - CANNOT OPEN HELD ITEMS, STATUS "
                 HELD-ITEM-STATUS
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN EXTEND ACTION-LOG.
     IF ACTION-LOG-STATUS = "35"
         OPEN OUTPUT ACTION-LOG
     END-IF
     IF ACTION-LOG-STATUS NOT = "00"
         DISPLAY "HELDREL - CANNOT OPEN ACTION LOG, STATUS "
                 ACTION-LOG-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE HELD-ITEM-FILE
         STOP RUN
     END-IF.
*>
 REVIEW-MENU-LOOP.
*>  (2) ONE TRIP AROUND THE MENU PER OPERATOR ACTION, UNTIL "X".
     MOVE SPACE TO REVIEW-CHOICE.
     PERFORM SHOW-MENU-SCREEN.
     EVALUATE REVIEW-CHOICE
         WHEN "1"
             PERFORM REVIEW-WAITING-ITEMS THRU REVIEW-WAITING-EXIT
         WHEN "X"
             GO TO REVIEW-TERM-PROC
         WHEN "x"
             GO TO REVIEW-TERM-PROC
         WHEN OTHER
             DISPLAY "HELDREL - ENTER 1 OR X"
     END-EVALUATE
     GO TO REVIEW-MENU-LOOP.
*>
 REVIEW-TERM-PROC.
     CLOSE HELD-ITEM-FILE ACTION-LOG.
     DISPLAY "HELDREL - END OF SESSION, " ITEMS-DECIDED-COUNT
             " ITEM(S) DECIDED".
     STOP RUN.
*>
 DO-OPERATOR-SIGNON.
*>  THE SAME CHECK AS PRNTMENU: THE KEYED OPERATOR ID MUST APPEAR ON
*>  OPRAUTH, AND ITS RECORD SAYS WHAT THE SESSION MAY DO.
     PERFORM SHOW-SIGNON-SCREEN.
     MOVE "N"   TO OPERATOR-FOUND-SW.
     MOVE SPACE TO OPERATOR-LEVEL.
     IF REVIEW-OPERATOR-ID = SPACES
         DISPLAY "HELDREL - OPERATOR ID IS REQUIRED"
         GO TO DO-OPERATOR-SIGNON-EXIT
     END-IF
     OPEN INPUT AUTHORITY-FILE.
     IF AUTHORITY-FILE-STATUS NOT = "00"
         DISPLAY "HELDREL - CANNOT OPEN AUTHORITY FILE, STATUS "
                 AUTHORITY-FILE-STATUS
         GO TO DO-OPERATOR-SIGNON-EXIT
     END-IF.
 SIGNON-READ-LOOP.
     READ AUTHORITY-FILE
         AT END
             CLOSE AUTHORITY-FILE
             GO TO DO-OPERATOR-SIGNON-EXIT
     END-READ
     IF AUTHORITY-RECORD = SPACES
         GO TO SIGNON-READ-LOOP
     END-IF
     MOVE SPACES TO AUTH-OPERATOR-ID.
     MOVE SPACES TO AUTH-LEVEL-VALUE.
     MOVE SPACES TO AUTH-SPARE.
     UNSTRING AUTHORITY-RECORD DELIMITED BY ALL " "
         INTO AUTH-OPERATOR-ID AUTH-LEVEL-VALUE AUTH-SPARE.
     IF AUTH-OPERATOR-ID = REVIEW-OPERATOR-ID
         MOVE AUTH-LEVEL-VALUE TO OPERATOR-LEVEL
         MOVE "Y" TO OPERATOR-FOUND-SW
         CLOSE AUTHORITY-FILE
         DISPLAY "HELDREL - SIGNED ON: " REVIEW-OPERATOR-ID
                 " LEVEL " OPERATOR-LEVEL
         GO TO DO-OPERATOR-SIGNON-EXIT
     END-IF
     GO TO SIGNON-READ-LOOP.
 DO-OPERATOR-SIGNON-EXIT.
     EXIT.
*>
 REVIEW-WAITING-ITEMS.
*>  (3) EVERY WAITING ITEM IN KEY ORDER -- HOLD DATE FIRST, SO THE
*>      OLDEST COMES UP FIRST. DECIDED, RELEASED AND PRINTED ITEMS
*>      ARE PASSED OVER.
     MOVE "N"  TO REVIEW-END-SW.
     MOVE ZERO TO ITEMS-SHOWN-COUNT.
     MOVE LOW-VALUES TO HI-HOLD-KEY OF HELD-ITEM-RECORD.
     START HELD-ITEM-FILE
         KEY IS NOT LESS THAN HI-HOLD-KEY OF HELD-ITEM-RECORD
         INVALID KEY
             DISPLAY "HELDREL - NO ITEMS ARE WAITING"
             GO TO REVIEW-WAITING-EXIT
     END-START.
 REVIEW-NEXT-ITEM.
     READ HELD-ITEM-FILE NEXT RECORD
         AT END
             GO TO REVIEW-WAITING-DONE
     END-READ
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDREL - HELD ITEMS READ ERROR, STATUS "
                 HELD-ITEM-STATUS
         GO TO REVIEW-WAITING-DONE
     END-IF
     IF HI-ITEM-STATUS OF HELD-ITEM-RECORD NOT = "W"
         GO TO REVIEW-NEXT-ITEM
     END-IF
     ADD 1 TO ITEMS-SHOWN-COUNT.
     PERFORM DECIDE-ONE-ITEM THRU DECIDE-ONE-ITEM-EXIT.
     IF REVIEW-END-SW = "Y"
         GO TO REVIEW-WAITING-DONE
     END-IF
     GO TO REVIEW-NEXT-ITEM.
 REVIEW-WAITING-DONE.
     IF ITEMS-SHOWN-COUNT = ZERO
         DISPLAY "HELDREL - NO ITEMS ARE WAITING"
     END-IF.
 REVIEW-WAITING-EXIT.
     EXIT.
*>
 DECIDE-ONE-ITEM.
*>  SHOW THE ITEM, TAKE THE DECISION, AND FOR A DECISION BY A
*>  SUPERVISOR PUT IT ON THE RECORD AND THE ACTION LOG. AN APPROVAL
*>  WITH A COMMENT MUST CARRY ONE; A REJECTION MAY.
     MOVE HI-RECORD-IMAGE OF HELD-ITEM-RECORD TO HELD1-RECORD.
     MOVE HI-HOLD-DATE OF HELD-ITEM-RECORD      TO REVIEW-HOLD-DATE.
     MOVE HI-WORK-FILE-NAME OF HELD-ITEM-RECORD
       TO REVIEW-WORK-FILE-NAME.
     MOVE HI-RECORD-NO OF HELD-ITEM-RECORD      TO REVIEW-RECORD-NO.
     MOVE HI-CEILING-AMOUNT OF HELD-ITEM-RECORD
       TO REVIEW-CEILING-AMOUNT.
     MOVE S-BRANCH-NO OF HELD1-RECORD     TO REVIEW-BRANCH-NO.
     MOVE S-ACCOUNT-TYPE OF HELD1-RECORD  TO REVIEW-ACCOUNT-TYPE.
     MOVE S-ACCOUNT-NO OF HELD1-RECORD    TO REVIEW-ACCOUNT-NO.
     MOVE S-CUSTOMER-NAME OF HELD1-RECORD TO REVIEW-CUSTOMER-NAME.
     MOVE S-AMOUNT OF HELD1-RECORD        TO REVIEW-AMOUNT.
     MOVE S-CURRENCY-CODE OF HELD1-RECORD TO REVIEW-CURRENCY-CODE.
     IF REVIEW-CURRENCY-CODE = SPACES
         MOVE "USD" TO REVIEW-CURRENCY-CODE
     END-IF
     MOVE S-TRANS-DATE OF HELD1-RECORD    TO REVIEW-TRANS-DATE.
     MOVE SPACE  TO REVIEW-DECISION.
     MOVE SPACES TO REVIEW-COMMENT.
     PERFORM SHOW-HELD-ITEM-SCREEN.
     INSPECT REVIEW-DECISION CONVERTING "acrx" TO "ACRX".
     EVALUATE REVIEW-DECISION
         WHEN SPACE
             GO TO DECIDE-ONE-ITEM-EXIT
         WHEN "X"
             MOVE "Y" TO REVIEW-END-SW
             GO TO DECIDE-ONE-ITEM-EXIT
         WHEN "A"
             CONTINUE
         WHEN "C"
             CONTINUE
         WHEN "R"
             CONTINUE
         WHEN OTHER
             DISPLAY "HELDREL - ENTER A, C, R, BLANK OR X - ITEM "
                     "LEFT WAITING"
             GO TO DECIDE-ONE-ITEM-EXIT
     END-EVALUATE
     IF OPERATOR-LEVEL NOT = "S"
         PERFORM DENY-DECISION
         GO TO DECIDE-ONE-ITEM-EXIT
     END-IF
     IF REVIEW-DECISION = "C" AND REVIEW-COMMENT = SPACES
         DISPLAY "HELDREL - A COMMENT IS REQUIRED - ITEM LEFT WAITING"
         GO TO DECIDE-ONE-ITEM-EXIT
     END-IF
*>  AN APPROVED ITEM ("A" OR "C") IS STATUS "A" EITHER WAY; THE
*>  COMMENT IS WHAT TELLS THEM APART.
     IF REVIEW-DECISION = "R"
         MOVE "J" TO HI-ITEM-STATUS OF HELD-ITEM-RECORD
     ELSE
         MOVE "A" TO HI-ITEM-STATUS OF HELD-ITEM-RECORD
     END-IF
     IF REVIEW-DECISION = "A"
         MOVE SPACES TO REVIEW-COMMENT
     END-IF
     PERFORM GET-ACTION-STAMP.
     MOVE REVIEW-OPERATOR-ID TO HI-DECIDED-BY OF HELD-ITEM-RECORD.
     MOVE ACTION-STAMP       TO HI-DECIDED-STAMP OF HELD-ITEM-RECORD.
     MOVE REVIEW-COMMENT
       TO HI-DECISION-COMMENT OF HELD-ITEM-RECORD.
     REWRITE HELD-ITEM-RECORD
         INVALID KEY
             DISPLAY "HELDREL - REWRITE REJECTED, STATUS "
                     HELD-ITEM-STATUS
             GO TO DECIDE-ONE-ITEM-EXIT
     END-REWRITE
*>  INVALID KEY ONLY CATCHES KEY TROUBLE; A NON-KEY I/O FAILURE
*>  FALLS THROUGH IT. A DECISION THAT NEVER LANDED ON THE FILE MUST
*>  NOT BE LOGGED AS MADE.
     IF HELD-ITEM-STATUS NOT = "00"
         DISPLAY "HELDREL - REWRITE FAILED, STATUS "
                 HELD-ITEM-STATUS
         GO TO DECIDE-ONE-ITEM-EXIT
     END-IF
     ADD 1 TO ITEMS-DECIDED-COUNT.
     MOVE REVIEW-DECISION TO LOG-OPTION-CODE.
     MOVE ZERO TO LOG-RETURN-CODE.
     PERFORM WRITE-ACTION-LOG.
     IF REVIEW-DECISION = "R"
         DISPLAY "HELDREL - REJECTED: " REVIEW-ACCOUNT-NO
     ELSE
         DISPLAY "HELDREL - APPROVED: " REVIEW-ACCOUNT-NO
     END-IF.
 DECIDE-ONE-ITEM-EXIT.
     EXIT.
*>
 DENY-DECISION.
*>  THE REFUSAL IS LOGGED THE SAME WAY PRNTMENU LOGS ITS OWN: WHO,
*>  WHEN, WHICH DECISION, RETURN CODE 12, AGAINST THE ITEM'S WORK
*>  FILE AND ACCOUNT. THE ITEM STAYS WAITING.
     DISPLAY "HELDREL - DECISION " REVIEW-DECISION
             " NOT AUTHORIZED FOR " REVIEW-OPERATOR-ID
             " - SUPERVISOR LEVEL REQUIRED".
     PERFORM GET-ACTION-STAMP.
     MOVE REVIEW-DECISION TO LOG-OPTION-CODE.
     MOVE 12 TO LOG-RETURN-CODE.
     PERFORM WRITE-ACTION-LOG.
*>
 GET-ACTION-STAMP.
     ACCEPT ACTION-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT ACTION-STAMP-TIME FROM TIME.
     MOVE SPACES TO ACTION-STAMP.
     STRING ACTION-STAMP-DATE DELIMITED BY SIZE
            ACTION-STAMP-TIME DELIMITED BY SIZE
       INTO ACTION-STAMP.
*>
 WRITE-ACTION-LOG.
*>  ONE OPRLOG RECORD PER DECISION OR REFUSAL. THE OPTION COLUMN
*>  CARRIES THE DECISION LETTER. A DECISION THAT CANNOT BE LOGGED
*>  ENDS THE SESSION, THE SAME RULE AS THE MASTER AUDITS.
     MOVE SPACES TO ACTION-LOG-RECORD.
     MOVE REVIEW-OPERATOR-ID    TO AL-OPERATOR-ID.
     MOVE ACTION-STAMP          TO AL-ACTION-STAMP.
     MOVE LOG-OPTION-CODE       TO AL-OPTION-CODE.
     MOVE REVIEW-WORK-FILE-NAME TO AL-WORK-FILE-NAME.
     MOVE REVIEW-ACCOUNT-NO     TO AL-ACCOUNT-NO.
     MOVE LOG-RETURN-CODE       TO AL-RETURN-CODE.
     WRITE ACTION-LOG-RECORD.
     IF ACTION-LOG-STATUS NOT = "00"
         DISPLAY "HELDREL - ACTION LOG WRITE FAILED, STATUS "
                 ACTION-LOG-STATUS " - SESSION ENDED"
         MOVE 16 TO RETURN-CODE
         CLOSE HELD-ITEM-FILE ACTION-LOG
         STOP RUN
     END-IF.
*>
 SHOW-SIGNON-SCREEN.
     DISPLAY SIGNON-SCREEN.
     ACCEPT SIGNON-SCREEN.
*>
 SHOW-MENU-SCREEN.
     DISPLAY REVIEW-MENU-SCREEN.
     ACCEPT REVIEW-MENU-SCREEN.
*>
 SHOW-HELD-ITEM-SCREEN.
     DISPLAY HELD-ITEM-SCREEN.
     ACCEPT HELD-ITEM-SCREEN.
END PROGRAM HELDREL.
