IDENTIFICATION DIVISION.
 PROGRAM-ID. NIGHTRUN.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  NIGHTLY JOB-STREAM CONTROLLER. THE NIGHT IS NINE PROGRAMS RUN IN
*>  A FIXED ORDER -- BATDATE, DUPCHK, PRINTBAT (WHICH CALLS SRECEDIT
*>  AND PRINTPRC ITSELF), CREDPRN, EXCRECYC, PRINTCON, PRINTPST,
*>  RECONRPT, PRINTHKP -- AND THE OPERATOR USED TO START EACH ONE BY
*>  HAND, JUDGE ITS RETURN CODE FROM MEMORY, AND AFTER A FAILURE WORK
*>  OUT FROM THE CONSOLE LOG WHICH STEPS HAD ALREADY RUN. THIS
*>  PROGRAM RUNS THE STREAM FROM THE JOBDEF STEP-DEFINITION FILE (ONE
*>  RECORD PER STEP, IN RUN ORDER: "STEPNAME RCLIMIT M|O" -- THE
*>  HIGHEST RETURN CODE THE STEP MAY GIVE AND STILL COUNT AS GOOD, AND
*>  WHETHER IT IS MANDATORY OR OPTIONAL), CALLS EACH STEP IN TURN,
*>  AND LOGS EVERY STEP'S START, END AND RETURN CODE TO THE NIGHTSTS
*>  NIGHT-STATUS DATASET (NS_REC.CBL LAYOUT) AS IT GOES.
*>  A MANDATORY STEP OVER ITS LIMIT STOPS THE NIGHT THERE. AN
*>  OPTIONAL STEP OVER ITS LIMIT IS REPORTED AND THE NIGHT CARRIES
*>  ON. STARTED AGAIN AFTER A STOP (OR AN ABEND), THE CONTROLLER READS
*>  NIGHTSTS BACK, FINDS THE UNFINISHED NIGHT, AND RESUMES AT THE
*>  FIRST STEP THAT DID NOT COMPLETE -- NEVER RE-RUNNING BATDATE OR A
*>  PRINT STEP THAT ALREADY PUT FORMS ON PAPER. EVERY RUN ENDS WITH
*>  THE ONE-PAGE NIGHTRPT SUMMARY FOR THE SHIFT LOG.
*>  EACH STEP PROGRAM ENDS WITH GOBACK, WHICH IS A STOP RUN WHEN THE
*>  PROGRAM IS STARTED ON ITS OWN AND A RETURN HERE WHEN IT IS
*>  CALLED, SO EVERY STEP STILL RUNS STANDALONE FOR A ONE-OFF RERUN.
*>  A NIGHT THAT RELEASES HELD ITEMS RUNS HELDPRN STRAIGHT AFTER
*>  PRINTBAT: IT ADDS ITS RELEASE FILE TO CTLFILE, SO IT MUST COME
*>  AHEAD OF CREDPRN, PRINTCON, GLINTF, RECONRPT AND PRINTHKP FOR THE
*>  RELEASED ITEMS TO REACH THEM THE SAME NIGHT. A JOBDEF THAT PUTS IT
*>  AFTER ANY OF THEM IS REFUSED AT LOAD.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT STEP-DEFINITION-FILE
        ASSIGN       TO  JOBDEF
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  STEP-DEFINITION-STATUS.
    SELECT NIGHT-STATUS-FILE
        ASSIGN       TO  NIGHTSTS
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  NIGHT-STATUS-STATUS.
    SELECT SUMMARY-REPORT
        ASSIGN       TO  NIGHTRPT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  SUMMARY-REPORT-STATUS.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  STEP-DEFINITION-FILE.
 01  STEP-DEFINITION-RECORD  PIC X(30).
 FD  NIGHT-STATUS-FILE.
 01  NIGHT-STATUS-RECORD.
     COPY "NS_REC.CBL".
 FD  SUMMARY-REPORT.
 01  SUMMARY-REPORT-RECORD   PIC X(80).
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  STEP-DEFINITION-STATUS  PIC X(02).
 01  NIGHT-STATUS-STATUS     PIC X(02).
 01  SUMMARY-REPORT-STATUS   PIC X(02).
 01  BUSINESS-DATE-STATUS    PIC X(02).
*>
*>  THE STEP DEFINITIONS AS LOADED, ONE ENTRY PER JOBDEF RECORD IN
*>  RUN ORDER. THE PRIOR- OUTCOME IS WHAT NIGHTSTS SAYS THE STEP DID
*>  IN AN UNFINISHED NIGHT BEING RESUMED; ST-OUTCOME IS WHAT IT DID
*>  (OR WHY IT DID NOT RUN) ON THIS START -- "P" MARKS A STEP DONE
*>  EARLIER IN THE SAME NIGHT AND SKIPPED ON THE RESUME.
 01  STEP-ENTRY-COUNT        PIC 9(02) VALUE ZERO.
 01  STEP-ENTRY-MAX          PIC 9(02) VALUE 20.
 01  STEP-INDEX              PIC 9(02) VALUE ZERO.
 01  STEP-TABLE.
     05  STEP-ENTRY OCCURS 20 TIMES.
         10  ST-STEP-NAME        PIC X(08).
         10  ST-RC-LIMIT         PIC 9(02).
         10  ST-REQUIRED-SW      PIC X(01).
         10  ST-PRIOR-OUTCOME    PIC X(01).
         10  ST-OUTCOME          PIC X(01).
         10  ST-START-STAMP      PIC X(16).
         10  ST-END-STAMP        PIC X(16).
         10  ST-RETURN-CODE      PIC 9(04).
*>
*>  THE JOBDEF RECORD IS PARSED AS THREE BLANK-SEPARATED TOKENS, THE
*>  SAME WAY THE PARM FILES ARE. A RECORD THAT WON'T PARSE, OR NAMES A
*>  PROGRAM THIS CONTROLLER DOES NOT KNOW HOW TO CALL, ABANDONS THE
*>  NIGHT BEFORE ANY STEP RUNS. RELEASE-READER-SEEN-SW IS SET ONCE A
*>  STEP THAT READS HELDPRN'S RELEASE FILE OFF CTLFILE HAS BEEN LOADED.
 01  DEFINITION-ERROR-SW     PIC X(01) VALUE "N".
 01  RELEASE-READER-SEEN-SW  PIC X(01) VALUE "N".
 01  DEF-STEP-NAME           PIC X(10).
 01  DEF-RC-LIMIT-TEXT       PIC X(10).
 01  DEF-REQUIRED-TEXT       PIC X(10).
 01  DEF-RC-DIGITS           PIC X(02) JUSTIFIED RIGHT.
 01  DEF-RC-DIGITS-9 REDEFINES DEF-RC-DIGITS PIC 9(02).
 01  STEP-NAME-KNOWN-SW      PIC X(01).
*>
*>  THE NIGHT THIS START BELONGS TO. A FRESH NIGHT TAKES THE WALL
*>  CLOCK AS ITS STAMP; A RESUME CARRIES ON UNDER THE UNFINISHED
*>  NIGHT'S STAMP SO ITS RECORDS READ BACK AS ONE NIGHT.
 01  NIGHT-STAMP             PIC X(16) VALUE SPACES.
 01  LAST-NIGHT-STAMP        PIC X(16) VALUE SPACES.
 01  LAST-NIGHT-COMPLETE-SW  PIC X(01) VALUE "N".
 01  RESUME-SW               PIC X(01) VALUE "N".
 01  RESUME-STEP-IX          PIC 9(02) VALUE ZERO.
 01  STOPPED-STEP-IX         PIC 9(02) VALUE ZERO.
*>
 01  STAMP-DATE              PIC 9(08).
 01  STAMP-TIME              PIC 9(08).
 01  EVENT-STAMP             PIC X(16).
 01  NIGHT-EVENT-CODE        PIC X(01).
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
 01  STEP-RETURN-CODE        PIC 9(04) VALUE ZERO.
*>
 01  STEPS-RUN-COUNT         PIC 9(02) VALUE ZERO.
 01  STEPS-EARLIER-COUNT     PIC 9(02) VALUE ZERO.
 01  STEPS-OVER-COUNT        PIC 9(02) VALUE ZERO.
 01  STEPS-NOT-RUN-COUNT     PIC 9(02) VALUE ZERO.
*>
 01  OUTCOME-TEXT            PIC X(22).
 01  REPORT-LINE             PIC X(80).
*>
PROCEDURE DIVISION.
*>  (1) LOAD THE STEP DEFINITIONS. NOTHING RUNS AGAINST A DEFINITION
*>      FILE THAT IS MISSING OR WON'T PARSE -- A NIGHT RUN FROM A
*>      GUESSED STEP LIST IS WORSE THAN A LATE ONE.
     PERFORM LOAD-STEP-DEFINITIONS THRU LOAD-STEP-EXIT.
     IF DEFINITION-ERROR-SW = "Y" OR STEP-ENTRY-COUNT = ZERO
         DISPLAY "NIGHTRUN - JOBDEF INVALID OR EMPTY, NIGHT ABANDONED"
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
*>  (1A) READ THE NIGHT-STATUS DATASET BACK AND DECIDE: A FRESH NIGHT,
*>       OR THE RESUME OF ONE THAT STOPPED SHORT.
     PERFORM READ-NIGHT-STATUS THRU READ-NIGHT-STATUS-EXIT.
     IF LAST-NIGHT-STAMP = SPACES OR LAST-NIGHT-COMPLETE-SW = "Y"
         ACCEPT STAMP-DATE FROM DATE YYYYMMDD
         ACCEPT STAMP-TIME FROM TIME
         MOVE SPACES TO NIGHT-STAMP
         STRING STAMP-DATE DELIMITED BY SIZE
                STAMP-TIME DELIMITED BY SIZE
           INTO NIGHT-STAMP
         PERFORM CLEAR-PRIOR-OUTCOME
             VARYING STEP-INDEX FROM 1 BY 1
             UNTIL STEP-INDEX > STEP-ENTRY-COUNT
     ELSE
         MOVE LAST-NIGHT-STAMP TO NIGHT-STAMP
         MOVE "Y" TO RESUME-SW
         PERFORM MARK-EARLIER-STEP
             VARYING STEP-INDEX FROM 1 BY 1
             UNTIL STEP-INDEX > STEP-ENTRY-COUNT
         DISPLAY "NIGHTRUN - RESUMING NIGHT " NIGHT-STAMP
                 " AT STEP " RESUME-STEP-IX
     END-IF
     MOVE 1 TO STEP-INDEX.
*>
 STEP-LOOP.
*>  (2) ONE PASS PER DEFINED STEP, IN RUN ORDER. A STEP DONE EARLIER
*>      IN A RESUMED NIGHT IS PASSED OVER; A MANDATORY STEP OVER ITS
*>      LIMIT ENDS THE NIGHT.
     IF STEP-INDEX > STEP-ENTRY-COUNT
         GO TO NIGHT-TERM-PROC
     END-IF
     IF ST-OUTCOME (STEP-INDEX) = "P"
         ADD 1 TO STEP-INDEX
         GO TO STEP-LOOP
     END-IF
     PERFORM RUN-ONE-STEP.
     IF ST-OUTCOME (STEP-INDEX) = "F"
         MOVE STEP-INDEX TO STOPPED-STEP-IX
         GO TO NIGHT-TERM-PROC
     END-IF
     ADD 1 TO STEP-INDEX.
     GO TO STEP-LOOP.
*>
 RUN-ONE-STEP.
*>  LOG THE START BEFORE THE CALL -- AN ABEND INSIDE THE STEP THEN
*>  LEAVES A STARTED-NEVER-ENDED RECORD, WHICH IS EXACTLY WHAT THE
*>  RESUME LOOKS FOR -- THEN CALL, THEN JUDGE AND LOG THE END.
     PERFORM TAKE-EVENT-STAMP.
     MOVE EVENT-STAMP TO ST-START-STAMP (STEP-INDEX).
     MOVE SPACES      TO ST-END-STAMP (STEP-INDEX).
     MOVE ZERO        TO ST-RETURN-CODE (STEP-INDEX).
     MOVE "S" TO NIGHT-EVENT-CODE.
     PERFORM WRITE-NIGHT-STATUS.
     DISPLAY "NIGHTRUN - STEP " STEP-INDEX " " ST-STEP-NAME (STEP-INDEX)
             " STARTED".
     MOVE ZERO TO RETURN-CODE.
     PERFORM CALL-STEP-PROGRAM.
     MOVE RETURN-CODE TO STEP-RETURN-CODE.
     MOVE ZERO TO RETURN-CODE.
     ADD 1 TO STEPS-RUN-COUNT.
     PERFORM TAKE-EVENT-STAMP.
     MOVE EVENT-STAMP      TO ST-END-STAMP (STEP-INDEX).
     MOVE STEP-RETURN-CODE TO ST-RETURN-CODE (STEP-INDEX).
     IF STEP-RETURN-CODE > ST-RC-LIMIT (STEP-INDEX)
         IF ST-REQUIRED-SW (STEP-INDEX) = "M"
             MOVE "F" TO ST-OUTCOME (STEP-INDEX)
         ELSE
             MOVE "W" TO ST-OUTCOME (STEP-INDEX)
             ADD 1 TO STEPS-OVER-COUNT
         END-IF
     ELSE
         MOVE "C" TO ST-OUTCOME (STEP-INDEX)
     END-IF
     MOVE "E" TO NIGHT-EVENT-CODE.
     PERFORM WRITE-NIGHT-STATUS.
     DISPLAY "NIGHTRUN - STEP " STEP-INDEX " " ST-STEP-NAME (STEP-INDEX)
             " ENDED, RETURN CODE " STEP-RETURN-CODE.
*>
 CALL-STEP-PROGRAM.
*>  THE KNOWN STEP PROGRAMS -- THE SAME LIST CHECK-STEP-NAME VALIDATES
*>  JOBDEF AGAINST. EACH IS CANCELLED AFTER ITS CALL SO ITS WORKING
*>  STORAGE STARTS FROM ITS VALUE CLAUSES IF THE NIGHT EVER CALLS IT
*>  AGAIN.
     EVALUATE ST-STEP-NAME (STEP-INDEX)
         WHEN "BATDATE"
             CALL "BATDATE"
             CANCEL "BATDATE"
         WHEN "DUPCHK"
             CALL "DUPCHK"
             CANCEL "DUPCHK"
         WHEN "EBOUNCE"
             CALL "EBOUNCE"
             CANCEL "EBOUNCE"
         WHEN "PRINTBAT"
             CALL "PRINTBAT"
             CANCEL "PRINTBAT"
         WHEN "HELDPRN"
             CALL "HELDPRN"
             CANCEL "HELDPRN"
         WHEN "CREDPRN"
             CALL "CREDPRN"
             CANCEL "CREDPRN"
         WHEN "EXCRECYC"
             CALL "EXCRECYC"
             CANCEL "EXCRECYC"
         WHEN "PRINTCON"
             CALL "PRINTCON"
             CANCEL "PRINTCON"
         WHEN "GLINTF"
             CALL "GLINTF"
             CANCEL "GLINTF"
         WHEN "PRINTPST"
             CALL "PRINTPST"
             CANCEL "PRINTPST"
         WHEN "RECONRPT"
             CALL "RECONRPT"
             CANCEL "RECONRPT"
         WHEN "PRINTHKP"
             CALL "PRINTHKP"
             CANCEL "PRINTHKP"
         WHEN "UNDLVRPT"
             CALL "UNDLVRPT"
             CANCEL "UNDLVRPT"
         WHEN "HELDRPT"
             CALL "HELDRPT"
             CANCEL "HELDRPT"
         WHEN "AUDITRPT"
             CALL "AUDITRPT"
             CANCEL "AUDITRPT"
         WHEN "FORMRPT"
             CALL "FORMRPT"
             CANCEL "FORMRPT"
         WHEN OTHER
             DISPLAY "NIGHTRUN - NO CALL FOR STEP "
                     ST-STEP-NAME (STEP-INDEX)
             MOVE 16 TO RETURN-CODE
     END-EVALUATE.
*>
 CHECK-STEP-NAME.
     MOVE "Y" TO STEP-NAME-KNOWN-SW.
     EVALUATE DEF-STEP-NAME
         WHEN "BATDATE"
         WHEN "DUPCHK"
         WHEN "EBOUNCE"
         WHEN "PRINTBAT"
         WHEN "HELDPRN"
         WHEN "CREDPRN"
         WHEN "EXCRECYC"
         WHEN "PRINTCON"
         WHEN "GLINTF"
         WHEN "PRINTPST"
         WHEN "RECONRPT"
         WHEN "PRINTHKP"
         WHEN "UNDLVRPT"
         WHEN "HELDRPT"
         WHEN "AUDITRPT"
         WHEN "FORMRPT"
             CONTINUE
         WHEN OTHER
             MOVE "N" TO STEP-NAME-KNOWN-SW
     END-EVALUATE.
*>
 TAKE-EVENT-STAMP.
     ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT STAMP-TIME FROM TIME.
     MOVE SPACES TO EVENT-STAMP.
     STRING STAMP-DATE DELIMITED BY SIZE
            STAMP-TIME DELIMITED BY SIZE
       INTO EVENT-STAMP.
*>
 WRITE-NIGHT-STATUS.
*>  ONE NIGHTSTS RECORD FOR THE STEP AT STEP-INDEX; THE CALLER SETS
*>  NIGHT-EVENT-CODE. THE DATASET IS OPENED AND CLOSED AROUND EVERY
*>  RECORD SO EACH ONE IS ON DISK BEFORE THE STEP IT DESCRIBES CAN
*>  ABEND. A STATUS THAT CANNOT BE RECORDED ENDS THE NIGHT: THE
*>  RESUME LOGIC IS ONLY AS GOOD AS THIS DATASET.
     PERFORM GET-BUSINESS-DATE.
     MOVE SPACES TO NIGHT-STATUS-RECORD.
     MOVE NIGHT-EVENT-CODE TO NS-EVENT-CODE OF NIGHT-STATUS-RECORD.
     MOVE NIGHT-STAMP   TO NS-NIGHT-STAMP OF NIGHT-STATUS-RECORD.
     MOVE BUSINESS-DATE TO NS-BUSINESS-DATE OF NIGHT-STATUS-RECORD.
     IF NIGHT-EVENT-CODE = "N"
         MOVE ZERO TO NS-STEP-SEQ OF NIGHT-STATUS-RECORD
         MOVE ZERO TO NS-RETURN-CODE OF NIGHT-STATUS-RECORD
         MOVE EVENT-STAMP TO NS-END-STAMP OF NIGHT-STATUS-RECORD
     ELSE
         MOVE STEP-INDEX TO NS-STEP-SEQ OF NIGHT-STATUS-RECORD
         MOVE ST-STEP-NAME (STEP-INDEX)
           TO NS-STEP-NAME OF NIGHT-STATUS-RECORD
         MOVE ST-START-STAMP (STEP-INDEX)
           TO NS-START-STAMP OF NIGHT-STATUS-RECORD
         MOVE ST-END-STAMP (STEP-INDEX)
           TO NS-END-STAMP OF NIGHT-STATUS-RECORD
         MOVE ST-RETURN-CODE (STEP-INDEX)
           TO NS-RETURN-CODE OF NIGHT-STATUS-RECORD
         IF NIGHT-EVENT-CODE = "E"
             MOVE ST-OUTCOME (STEP-INDEX)
               TO NS-OUTCOME OF NIGHT-STATUS-RECORD
         END-IF
     END-IF
     OPEN EXTEND NIGHT-STATUS-FILE.
     IF NIGHT-STATUS-STATUS = "35"
         OPEN OUTPUT NIGHT-STATUS-FILE
     END-IF
     IF NIGHT-STATUS-STATUS NOT = "00"
         DISPLAY "NIGHTRUN - CANNOT OPEN NIGHTSTS, STATUS "
                 NIGHT-STATUS-STATUS " - NIGHT STOPPED"
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     WRITE NIGHT-STATUS-RECORD.
     IF NIGHT-STATUS-STATUS NOT = "00"
         DISPLAY "NIGHTRUN - NIGHTSTS WRITE FAILED, STATUS "
                 NIGHT-STATUS-STATUS " - NIGHT STOPPED"
         MOVE 16 TO RETURN-CODE
         CLOSE NIGHT-STATUS-FILE
         GOBACK
     END-IF
     CLOSE NIGHT-STATUS-FILE.
*>
 LOAD-STEP-DEFINITIONS.
*>  ONE STEP PER NON-BLANK JOBDEF RECORD, IN RUN ORDER. NO FILE AT
*>  ALL IS AN ERROR, NOT A DEFAULT -- THE STEP LIST IS OPERATIONS
*>  POLICY AND IS NOT GUESSED AT HERE.
     OPEN INPUT STEP-DEFINITION-FILE.
     IF STEP-DEFINITION-STATUS NOT = "00"
         DISPLAY "NIGHTRUN - CANNOT OPEN JOBDEF, STATUS "
                 STEP-DEFINITION-STATUS
         MOVE "Y" TO DEFINITION-ERROR-SW
         GO TO LOAD-STEP-EXIT
     END-IF.
 LOAD-STEP-LOOP.
     READ STEP-DEFINITION-FILE
         AT END
             CLOSE STEP-DEFINITION-FILE
             GO TO LOAD-STEP-EXIT
     END-READ
     IF STEP-DEFINITION-RECORD = SPACES
         GO TO LOAD-STEP-LOOP
     END-IF
     MOVE SPACES TO DEF-STEP-NAME.
     MOVE SPACES TO DEF-RC-LIMIT-TEXT.
     MOVE SPACES TO DEF-REQUIRED-TEXT.
     UNSTRING STEP-DEFINITION-RECORD DELIMITED BY ALL " "
         INTO DEF-STEP-NAME DEF-RC-LIMIT-TEXT DEF-REQUIRED-TEXT.
     PERFORM CHECK-STEP-NAME.
     IF STEP-NAME-KNOWN-SW = "N"
         DISPLAY "NIGHTRUN - UNKNOWN STEP IN JOBDEF: " DEF-STEP-NAME
         MOVE "Y" TO DEFINITION-ERROR-SW
         GO TO LOAD-STEP-LOOP
     END-IF
     IF DEF-STEP-NAME = "CREDPRN" OR DEF-STEP-NAME = "PRINTCON" OR
        DEF-STEP-NAME = "GLINTF" OR DEF-STEP-NAME = "RECONRPT" OR
        DEF-STEP-NAME = "PRINTHKP"
         MOVE "Y" TO RELEASE-READER-SEEN-SW
     END-IF
     IF DEF-STEP-NAME = "HELDPRN" AND RELEASE-READER-SEEN-SW = "Y"
         DISPLAY "NIGHTRUN - HELDPRN MUST RUN AHEAD OF CREDPRN, "
                 "PRINTCON, GLINTF, RECONRPT AND PRINTHKP"
         MOVE "Y" TO DEFINITION-ERROR-SW
         GO TO LOAD-STEP-LOOP
     END-IF
     MOVE SPACES TO DEF-RC-DIGITS.
     IF DEF-RC-LIMIT-TEXT (3:8) = SPACES
         MOVE DEF-RC-LIMIT-TEXT (1:2) TO DEF-RC-DIGITS
         IF DEF-RC-DIGITS (2:1) = " "
             MOVE DEF-RC-DIGITS (1:1) TO DEF-RC-DIGITS
         END-IF
         INSPECT DEF-RC-DIGITS REPLACING LEADING " " BY "0"
     END-IF
     IF DEF-RC-DIGITS-9 NOT NUMERIC
         DISPLAY "NIGHTRUN - BAD RC LIMIT FOR STEP " DEF-STEP-NAME
                 ": " DEF-RC-LIMIT-TEXT
         MOVE "Y" TO DEFINITION-ERROR-SW
         GO TO LOAD-STEP-LOOP
     END-IF
     IF DEF-REQUIRED-TEXT NOT = "M" AND NOT = "MANDATORY" AND
        DEF-REQUIRED-TEXT NOT = "O" AND NOT = "OPTIONAL"
         DISPLAY "NIGHTRUN - STEP " DEF-STEP-NAME
                 " MUST BE M(ANDATORY) OR O(PTIONAL): "
                 DEF-REQUIRED-TEXT
         MOVE "Y" TO DEFINITION-ERROR-SW
         GO TO LOAD-STEP-LOOP
     END-IF
     IF STEP-ENTRY-COUNT NOT < STEP-ENTRY-MAX
         DISPLAY "NIGHTRUN - TOO MANY STEPS IN JOBDEF, LIMIT "
                 STEP-ENTRY-MAX
         MOVE "Y" TO DEFINITION-ERROR-SW
         GO TO LOAD-STEP-LOOP
     END-IF
     ADD 1 TO STEP-ENTRY-COUNT.
     MOVE DEF-STEP-NAME   TO ST-STEP-NAME (STEP-ENTRY-COUNT).
     MOVE DEF-RC-DIGITS-9 TO ST-RC-LIMIT (STEP-ENTRY-COUNT).
     MOVE DEF-REQUIRED-TEXT (1:1) TO ST-REQUIRED-SW (STEP-ENTRY-COUNT).
     MOVE SPACE  TO ST-PRIOR-OUTCOME (STEP-ENTRY-COUNT).
     MOVE SPACE  TO ST-OUTCOME (STEP-ENTRY-COUNT).
     MOVE SPACES TO ST-START-STAMP (STEP-ENTRY-COUNT).
     MOVE SPACES TO ST-END-STAMP (STEP-ENTRY-COUNT).
     MOVE ZERO   TO ST-RETURN-CODE (STEP-ENTRY-COUNT).
     GO TO LOAD-STEP-LOOP.
 LOAD-STEP-EXIT.
     EXIT.
*>
 READ-NIGHT-STATUS.
*>  WALK NIGHTSTS FRONT TO BACK, KEEPING ONLY THE LAST NIGHT'S FACTS:
*>  EACH NEW NIGHT STAMP CLEARS WHAT THE PREVIOUS NIGHT LEFT IN THE
*>  TABLE. A STEP'S LATEST RECORD IN THAT NIGHT WINS -- AN "S" WITH NO
*>  LATER "E" IS A STEP THAT NEVER CAME BACK. NO DATASET YET IS A
*>  SITE'S FIRST NIGHT.
     OPEN INPUT NIGHT-STATUS-FILE.
     IF NIGHT-STATUS-STATUS = "35"
         GO TO READ-NIGHT-STATUS-EXIT
     END-IF
     IF NIGHT-STATUS-STATUS NOT = "00"
         DISPLAY "NIGHTRUN - CANNOT READ NIGHTSTS, STATUS "
                 NIGHT-STATUS-STATUS " - NIGHT ABANDONED"
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF.
 READ-NIGHT-STATUS-LOOP.
     READ NIGHT-STATUS-FILE
         AT END
             CLOSE NIGHT-STATUS-FILE
             GO TO READ-NIGHT-STATUS-EXIT
     END-READ
     IF NS-NIGHT-STAMP OF NIGHT-STATUS-RECORD NOT = LAST-NIGHT-STAMP
         MOVE NS-NIGHT-STAMP OF NIGHT-STATUS-RECORD TO LAST-NIGHT-STAMP
         MOVE "N" TO LAST-NIGHT-COMPLETE-SW
         PERFORM CLEAR-PRIOR-OUTCOME
             VARYING STEP-INDEX FROM 1 BY 1
             UNTIL STEP-INDEX > STEP-ENTRY-COUNT
     END-IF
     IF NS-EVENT-CODE OF NIGHT-STATUS-RECORD = "N"
         MOVE "Y" TO LAST-NIGHT-COMPLETE-SW
         GO TO READ-NIGHT-STATUS-LOOP
     END-IF
*>  A RECORD ONLY COUNTS AGAINST THE STEP IN THE SAME POSITION UNDER
*>  THE SAME NAME: A JOBDEF EDITED BETWEEN THE STOP AND THE RERUN
*>  SIMPLY LEAVES THE CHANGED STEPS TO RUN AGAIN.
     MOVE NS-STEP-SEQ OF NIGHT-STATUS-RECORD TO STEP-INDEX.
     IF STEP-INDEX = ZERO OR STEP-INDEX > STEP-ENTRY-COUNT
         GO TO READ-NIGHT-STATUS-LOOP
     END-IF
     IF ST-STEP-NAME (STEP-INDEX) NOT =
        NS-STEP-NAME OF NIGHT-STATUS-RECORD
         GO TO READ-NIGHT-STATUS-LOOP
     END-IF
     IF NS-EVENT-CODE OF NIGHT-STATUS-RECORD = "E"
         MOVE NS-OUTCOME OF NIGHT-STATUS-RECORD
           TO ST-PRIOR-OUTCOME (STEP-INDEX)
     ELSE
         MOVE "S" TO ST-PRIOR-OUTCOME (STEP-INDEX)
     END-IF
     MOVE NS-START-STAMP OF NIGHT-STATUS-RECORD
       TO ST-START-STAMP (STEP-INDEX).
     MOVE NS-END-STAMP OF NIGHT-STATUS-RECORD
       TO ST-END-STAMP (STEP-INDEX).
     MOVE NS-RETURN-CODE OF NIGHT-STATUS-RECORD
       TO ST-RETURN-CODE (STEP-INDEX).
     GO TO READ-NIGHT-STATUS-LOOP.
 READ-NIGHT-STATUS-EXIT.
     EXIT.
*>
 CLEAR-PRIOR-OUTCOME.
     MOVE SPACE  TO ST-PRIOR-OUTCOME (STEP-INDEX).
     MOVE SPACES TO ST-START-STAMP (STEP-INDEX).
     MOVE SPACES TO ST-END-STAMP (STEP-INDEX).
     MOVE ZERO   TO ST-RETURN-CODE (STEP-INDEX).
*>
 MARK-EARLIER-STEP.
*>  ON A RESUME, EVERY STEP BEFORE THE FIRST UNFINISHED ONE THAT
*>  COMPLETED (OR WAS AN OPTIONAL STEP ALLOWED PAST ITS LIMIT) IS
*>  DONE AND IS NOT RUN AGAIN. FROM THE FIRST UNFINISHED STEP ON,
*>  EVERYTHING RUNS.
     IF RESUME-STEP-IX = ZERO AND
        (ST-PRIOR-OUTCOME (STEP-INDEX) = "C" OR
         ST-PRIOR-OUTCOME (STEP-INDEX) = "W")
         MOVE "P" TO ST-OUTCOME (STEP-INDEX)
         ADD 1 TO STEPS-EARLIER-COUNT
     ELSE
         IF RESUME-STEP-IX = ZERO
             MOVE STEP-INDEX TO RESUME-STEP-IX
         END-IF
     END-IF.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE AS BATDATE LAST SET IT. BEFORE THE FIRST
*>  BATDATE AT A SITE THERE IS NONE, AND THE EVENT IS LOGGED UNDER
*>  ZERO RATHER THAN UNDER A MACHINE DATE THAT MAY BE WRONG.
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
     END-IF.
*>
 PRINT-STEP-LINE.
*>  ONE SUMMARY LINE PER DEFINED STEP, RUN OR NOT.
     EVALUATE ST-OUTCOME (STEP-INDEX)
         WHEN "C"
             MOVE "COMPLETED"              TO OUTCOME-TEXT
         WHEN "W"
             MOVE "OVER LIMIT - CONTINUED" TO OUTCOME-TEXT
         WHEN "F"
             MOVE "FAILED - NIGHT STOPPED" TO OUTCOME-TEXT
         WHEN "P"
             MOVE "DONE EARLIER"           TO OUTCOME-TEXT
         WHEN OTHER
             MOVE "NOT RUN"                TO OUTCOME-TEXT
             MOVE SPACES TO ST-START-STAMP (STEP-INDEX)
             MOVE SPACES TO ST-END-STAMP (STEP-INDEX)
             MOVE ZERO   TO ST-RETURN-CODE (STEP-INDEX)
             ADD 1 TO STEPS-NOT-RUN-COUNT
     END-EVALUATE
     MOVE SPACES TO REPORT-LINE.
     STRING STEP-INDEX                  DELIMITED BY SIZE
            " "                         DELIMITED BY SIZE
            ST-STEP-NAME (STEP-INDEX)   DELIMITED BY SIZE
            " "                         DELIMITED BY SIZE
            ST-REQUIRED-SW (STEP-INDEX) DELIMITED BY SIZE
            " "                         DELIMITED BY SIZE
            ST-RC-LIMIT (STEP-INDEX)    DELIMITED BY SIZE
            " "                         DELIMITED BY SIZE
            ST-START-STAMP (STEP-INDEX) DELIMITED BY SIZE
            " "                         DELIMITED BY SIZE
            ST-END-STAMP (STEP-INDEX)   DELIMITED BY SIZE
            " "                         DELIMITED BY SIZE
            ST-RETURN-CODE (STEP-INDEX) DELIMITED BY SIZE
            " "                         DELIMITED BY SIZE
            OUTCOME-TEXT                DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE SUMMARY-REPORT-RECORD FROM REPORT-LINE.
*>
 NIGHT-TERM-PROC.
*>  (3) A NIGHT THAT RAN TO THE END IS MARKED COMPLETE, SO THE NEXT
*>      START BEGINS A NEW ONE. THEN THE ONE-PAGE SUMMARY, AND THE
*>      CONTROLLER'S OWN RETURN CODE: 16 FOR A STOPPED NIGHT, 4 WHEN
*>      AN OPTIONAL STEP WAS ALLOWED PAST ITS LIMIT, OTHERWISE ZERO.
     IF STOPPED-STEP-IX = ZERO
         PERFORM TAKE-EVENT-STAMP
         MOVE "N" TO NIGHT-EVENT-CODE
         PERFORM WRITE-NIGHT-STATUS
     END-IF
     PERFORM GET-BUSINESS-DATE.
     OPEN OUTPUT SUMMARY-REPORT.
     IF SUMMARY-REPORT-STATUS NOT = "00"
         DISPLAY "NIGHTRUN - CANNOT OPEN NIGHTRPT, STATUS "
                 SUMMARY-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "NIGHTRUN NIGHT SUMMARY   BUSINESS DATE: " DELIMITED BY SIZE
            BUSINESS-DATE                              DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE SUMMARY-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     IF RESUME-SW = "Y"
         STRING "NIGHT STARTED: "  DELIMITED BY SIZE
                NIGHT-STAMP        DELIMITED BY SIZE
                "   RERUN, RESUMED AT STEP " DELIMITED BY SIZE
                RESUME-STEP-IX     DELIMITED BY SIZE
           INTO REPORT-LINE
     ELSE
         STRING "NIGHT STARTED: "  DELIMITED BY SIZE
                NIGHT-STAMP        DELIMITED BY SIZE
           INTO REPORT-LINE
     END-IF
     WRITE SUMMARY-REPORT-RECORD FROM REPORT-LINE.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE SUMMARY-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "NO STEP     M LM STARTED          "  DELIMITED BY SIZE
            "ENDED            RC   OUTCOME"        DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE SUMMARY-REPORT-RECORD FROM REPORT-LINE.
     PERFORM PRINT-STEP-LINE
         VARYING STEP-INDEX FROM 1 BY 1
         UNTIL STEP-INDEX > STEP-ENTRY-COUNT.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE SUMMARY-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "STEPS RUN: "        DELIMITED BY SIZE
            STEPS-RUN-COUNT      DELIMITED BY SIZE
            "  DONE EARLIER: "   DELIMITED BY SIZE
            STEPS-EARLIER-COUNT  DELIMITED BY SIZE
            "  OVER LIMIT: "     DELIMITED BY SIZE
            STEPS-OVER-COUNT     DELIMITED BY SIZE
            "  NOT RUN: "        DELIMITED BY SIZE
            STEPS-NOT-RUN-COUNT  DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE SUMMARY-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     IF STOPPED-STEP-IX > ZERO
         STRING "*** NIGHT STOPPED AT STEP " DELIMITED BY SIZE
                STOPPED-STEP-IX              DELIMITED BY SIZE
                " "                          DELIMITED BY SIZE
                ST-STEP-NAME (STOPPED-STEP-IX) DELIMITED BY SIZE
                " - A RERUN RESUMES THERE ***" DELIMITED BY SIZE
           INTO REPORT-LINE
         MOVE 16 TO RETURN-CODE
     ELSE
         IF STEPS-OVER-COUNT > ZERO
             MOVE "NIGHT COMPLETE - OPTIONAL STEP(S) OVER LIMIT"
               TO REPORT-LINE
             MOVE 4 TO RETURN-CODE
         ELSE
             MOVE "NIGHT COMPLETE - ALL STEPS WITHIN LIMITS"
               TO REPORT-LINE
             MOVE ZERO TO RETURN-CODE
         END-IF
     END-IF
     WRITE SUMMARY-REPORT-RECORD FROM REPORT-LINE.
     CLOSE SUMMARY-REPORT.
     GOBACK.
END PROGRAM NIGHTRUN.
