IDENTIFICATION DIVISION.
 PROGRAM-ID. BRCHMNT.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  BRANCH MASTER MAINTENANCE. THE BRANCHMST PERMANENT DATASET
*>  (BR_REC.CBL LAYOUT, KEYED BY BRANCH NUMBER) TURNS THE BARE
*>  S-BRANCH-NO ON THE PRINTPRC AND PRINTCON CONTROL BREAKS INTO A
*>  BRANCH NAME AND GIVES PRINTCON THE REGION EACH BRANCH ROLLS UP
*>  INTO -- THE JOB HEAD OFFICE USED TO DO FROM A SPREADSHEET. IT IS
*>  MAINTAINED THE SAME WAY AS THE CUSTMST AND RATEMST MASTERS (SEE
*>  CUSTMNT, RATEMNT): A SIGNED-ON OPERATOR, ADD / CHANGE / DELETE /
*>  INQUIRE SCREENS, AND AN APPEND-ONLY CHANGE-AUDIT FILE (BRAUDIT)
*>  CARRYING WHO, WHEN, WHICH ACTION AND THE BEFORE AND AFTER RECORD
*>  IMAGES. A BRANCH THAT SHUTS IS CHANGED TO STATUS "C", NOT
*>  DELETED, SO ITS NAME STILL PRINTS ON ANY LATE EXTRACT AND THE
*>  REPORTS CAN SAY IT IS CLOSED RATHER THAN UNKNOWN.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT BRANCH-MASTER
        ASSIGN       TO  BRANCHMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  BR-BRANCH-NO OF BRANCH-MASTER-RECORD
        FILE STATUS  IS  BRANCH-MASTER-STATUS.
    SELECT AUDIT-FILE
        ASSIGN       TO  BRAUDIT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  AUDIT-FILE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  BRANCH-MASTER.
 01  BRANCH-MASTER-RECORD.
     COPY "BR_REC.CBL".
 FD  AUDIT-FILE.
*>  THE SAME SHAPE AS THE CUSTMST AND RATEMST CHANGE AUDITS, WITH THE
*>  100-BYTE BRANCH RECORD AS THE IMAGE.
 01  BRANCH-AUDIT-RECORD.
     05  BA-OPERATOR-ID      PIC X(08).
     05  FILLER              PIC X(01).
     05  BA-CHANGE-STAMP     PIC X(16).
     05  FILLER              PIC X(01).
     05  BA-ACTION-CODE      PIC X(01).
     05  FILLER              PIC X(01).
     05  BA-BEFORE-IMAGE     PIC X(100).
     05  FILLER              PIC X(01).
     05  BA-AFTER-IMAGE      PIC X(100).
*>
 WORKING-STORAGE SECTION.
*>  THE RECORD IMAGE AS IT STOOD BEFORE THE ACTION, SAVED OFF THE FD
*>  AREA AHEAD OF ANY REWRITE OR DELETE.
 01  MAINT-BEFORE-AREA.
     COPY "BR_REC.CBL".
*>
 01  BRANCH-MASTER-STATUS    PIC X(02).
 01  AUDIT-FILE-STATUS       PIC X(02).
*>
 01  MAINT-CHOICE            PIC X(01) VALUE SPACE.
 01  MAINT-OPERATOR-ID       PIC X(08) VALUE SPACES.
 01  MAINT-CONFIRM-SW        PIC X(01) VALUE "N".
 01  RECORD-FOUND-SW         PIC X(01) VALUE "N".
 01  FIELDS-OK-SW            PIC X(01) VALUE "N".
*>
*>  THE SCREEN-KEYED COPY OF THE MASTER FIELDS; MOVED INTO THE FD
*>  RECORD ONLY ONCE THEY HAVE PASSED EDIT-MAINT-FIELDS.
 01  MAINT-BRANCH-NO         PIC X(04) VALUE SPACES.
 01  MAINT-BRANCH-NAME       PIC X(30) VALUE SPACES.
 01  MAINT-REGION            PIC X(10) VALUE SPACES.
 01  MAINT-STATUS            PIC X(01) VALUE SPACE.
 01  MAINT-CONTACT-NAME      PIC X(30) VALUE SPACES.
 01  MAINT-CONTACT-PHONE     PIC X(15) VALUE SPACES.
*>
 01  AUDIT-STAMP-DATE        PIC 9(08).
 01  AUDIT-STAMP-TIME        PIC 9(08).
 01  AUDIT-STAMP             PIC X(16).
 01  AUDIT-ACTION-CODE       PIC X(01).
*>
 SCREEN SECTION.
 01  SIGNON-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "BRCHMNT - BRANCH MASTER MAINT".
     05  LINE 04 COLUMN 10 VALUE "OPERATOR ID ...:".
     05  LINE 04 COLUMN 27 PIC X(08) USING MAINT-OPERATOR-ID.
 01  MAINT-MENU-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "BRCHMNT - BRANCH MASTER MAINT".
     05  LINE 04 COLUMN 10 VALUE "1 - ADD A BRANCH".
     05  LINE 05 COLUMN 10 VALUE "2 - CHANGE A BRANCH".
     05  LINE 06 COLUMN 10 VALUE "3 - DELETE A BRANCH".
     05  LINE 07 COLUMN 10 VALUE "4 - INQUIRE ON A BRANCH".
     05  LINE 08 COLUMN 10 VALUE "X - EXIT".
     05  LINE 10 COLUMN 10 VALUE "CHOICE:".
     05  LINE 10 COLUMN 18 PIC X(01) USING MAINT-CHOICE.
 01  BRANCH-KEY-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "BRCHMNT - KEY THE BRANCH".
     05  LINE 04 COLUMN 10 VALUE "BRANCH NUMBER .:".
     05  LINE 04 COLUMN 27 PIC X(04) USING MAINT-BRANCH-NO.
 01  BRANCH-DETAIL-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "BRCHMNT - BRANCH DETAIL".
     05  LINE 04 COLUMN 10 VALUE "BRANCH NUMBER .:".
     05  LINE 04 COLUMN 27 PIC X(04) FROM MAINT-BRANCH-NO.
     05  LINE 05 COLUMN 10 VALUE "BRANCH NAME ...:".
     05  LINE 05 COLUMN 27 PIC X(30) USING MAINT-BRANCH-NAME.
     05  LINE 06 COLUMN 10 VALUE "REGION ........:".
     05  LINE 06 COLUMN 27 PIC X(10) USING MAINT-REGION.
     05  LINE 07 COLUMN 10 VALUE "STATUS O/C ....:".
     05  LINE 07 COLUMN 27 PIC X(01) USING MAINT-STATUS.
     05  LINE 08 COLUMN 10 VALUE "CONTACT NAME ..:".
     05  LINE 08 COLUMN 27 PIC X(30) USING MAINT-CONTACT-NAME.
     05  LINE 09 COLUMN 10 VALUE "CONTACT PHONE .:".
     05  LINE 09 COLUMN 27 PIC X(15) USING MAINT-CONTACT-PHONE.
 01  CONFIRM-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "BRCHMNT - CONFIRM DELETE".
     05  LINE 04 COLUMN 10 VALUE "BRANCH NUMBER .:".
     05  LINE 04 COLUMN 27 PIC X(04) FROM MAINT-BRANCH-NO.
     05  LINE 05 COLUMN 10 VALUE "BRANCH NAME ...:".
     05  LINE 05 COLUMN 27 PIC X(30) FROM MAINT-BRANCH-NAME.
     05  LINE 06 COLUMN 10 VALUE "REGION ........:".
     05  LINE 06 COLUMN 27 PIC X(10) FROM MAINT-REGION.
     05  LINE 08 COLUMN 10 VALUE "DELETE Y/N ....:".
     05  LINE 08 COLUMN 27 PIC X(01) USING MAINT-CONFIRM-SW.
*>
PROCEDURE DIVISION.
*>  (1) SIGN ON AND OPEN THE MASTER AND THE AUDIT TRAIL -- THE SAME
*>      SEQUENCE, AND THE SAME RULES, AS CUSTMNT AND RATEMNT.
     PERFORM SHOW-SIGNON-SCREEN.
     IF MAINT-OPERATOR-ID = SPACES
         DISPLAY "BRCHMNT - OPERATOR ID IS REQUIRED"
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN I-O BRANCH-MASTER.
     IF BRANCH-MASTER-STATUS = "35"
         OPEN OUTPUT BRANCH-MASTER
         CLOSE BRANCH-MASTER
         OPEN I-O BRANCH-MASTER
     END-IF
     IF BRANCH-MASTER-STATUS NOT = "00"
         DISPLAY "BRCHMNT - CANNOT OPEN BRANCH MASTER, STATUS "
                 BRANCH-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN EXTEND AUDIT-FILE.
     IF AUDIT-FILE-STATUS = "35"
         OPEN OUTPUT AUDIT-FILE
     END-IF
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "BRCHMNT - CANNOT OPEN AUDIT FILE, STATUS "
                 AUDIT-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE BRANCH-MASTER
         STOP RUN
     END-IF.
*>
 MAINT-LOOP.
     MOVE SPACE TO MAINT-CHOICE.
     PERFORM SHOW-MENU-SCREEN.
     EVALUATE MAINT-CHOICE
         WHEN "1"
             PERFORM DO-BRANCH-ADD THRU DO-BRANCH-ADD-EXIT
         WHEN "2"
             PERFORM DO-BRANCH-CHANGE THRU DO-BRANCH-CHANGE-EXIT
         WHEN "3"
             PERFORM DO-BRANCH-DELETE THRU DO-BRANCH-DELETE-EXIT
         WHEN "4"
             PERFORM DO-BRANCH-INQUIRY THRU DO-BRANCH-INQUIRY-EXIT
         WHEN "X"
             GO TO MAINT-TERM-PROC
         WHEN "x"
             GO TO MAINT-TERM-PROC
         WHEN OTHER
             DISPLAY "BRCHMNT - ENTER 1, 2, 3, 4 OR X"
     END-EVALUATE
     GO TO MAINT-LOOP.
*>
 MAINT-TERM-PROC.
     CLOSE BRANCH-MASTER AUDIT-FILE.
     DISPLAY "BRCHMNT - END OF SESSION".
     STOP RUN.
*>
 DO-BRANCH-ADD.
*>  (2) THE KEY IS READ FIRST SO A DUPLICATE IS REPORTED BEFORE THE
*>      DETAIL IS KEYED. A NEW BRANCH COMES UP OPEN UNLESS THE
*>      OPERATOR SAYS OTHERWISE.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-BRANCH-KEY-SCREEN.
     IF MAINT-BRANCH-NO = SPACES
         DISPLAY "BRCHMNT - BRANCH NUMBER IS REQUIRED"
         GO TO DO-BRANCH-ADD-EXIT
     END-IF
     PERFORM READ-BRANCH-BY-KEY.
     IF RECORD-FOUND-SW = "Y"
         DISPLAY "BRCHMNT - BRANCH ALREADY ON MASTER: "
                 MAINT-BRANCH-NO
         GO TO DO-BRANCH-ADD-EXIT
     END-IF
     MOVE "O" TO MAINT-STATUS.
     PERFORM SHOW-BRANCH-DETAIL-SCREEN.
     PERFORM EDIT-MAINT-FIELDS.
     IF FIELDS-OK-SW = "N"
         GO TO DO-BRANCH-ADD-EXIT
     END-IF
     PERFORM MOVE-FIELDS-TO-MASTER.
     WRITE BRANCH-MASTER-RECORD
         INVALID KEY
             DISPLAY "BRCHMNT - WRITE REJECTED, STATUS "
                     BRANCH-MASTER-STATUS
             GO TO DO-BRANCH-ADD-EXIT
     END-WRITE
*>  INVALID KEY ONLY CATCHES KEY TROUBLE; A NON-KEY I/O FAILURE
*>  (STATUS 30/9X) FALLS THROUGH IT. CHECK THE STATUS BEFORE CUTTING
*>  AN AUDIT RECORD FOR A CHANGE THAT NEVER LANDED ON THE MASTER.
     IF BRANCH-MASTER-STATUS NOT = "00"
         DISPLAY "BRCHMNT - WRITE FAILED, STATUS "
                 BRANCH-MASTER-STATUS
         GO TO DO-BRANCH-ADD-EXIT
     END-IF
     MOVE SPACES TO MAINT-BEFORE-AREA.
     MOVE "A" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "BRCHMNT - ADDED: " MAINT-BRANCH-NO.
 DO-BRANCH-ADD-EXIT.
     EXIT.
*>
 DO-BRANCH-CHANGE.
*>  (3) A NAME, REGION OR CONTACT CHANGE, OR A BRANCH CLOSING ("C").
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-BRANCH-KEY-SCREEN.
     IF MAINT-BRANCH-NO = SPACES
         DISPLAY "BRCHMNT - BRANCH NUMBER IS REQUIRED"
         GO TO DO-BRANCH-CHANGE-EXIT
     END-IF
     PERFORM READ-BRANCH-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "BRCHMNT - NO BRANCH RECORD FOR: " MAINT-BRANCH-NO
         GO TO DO-BRANCH-CHANGE-EXIT
     END-IF
     MOVE BRANCH-MASTER-RECORD TO MAINT-BEFORE-AREA.
     PERFORM MOVE-MASTER-TO-FIELDS.
     PERFORM SHOW-BRANCH-DETAIL-SCREEN.
     PERFORM EDIT-MAINT-FIELDS.
     IF FIELDS-OK-SW = "N"
         GO TO DO-BRANCH-CHANGE-EXIT
     END-IF
     PERFORM MOVE-FIELDS-TO-MASTER.
     REWRITE BRANCH-MASTER-RECORD
         INVALID KEY
             DISPLAY "BRCHMNT - REWRITE REJECTED, STATUS "
                     BRANCH-MASTER-STATUS
             GO TO DO-BRANCH-CHANGE-EXIT
     END-REWRITE
*>  SEE THE ADD: A NON-KEY FAILURE MUST NOT REACH THE AUDIT WRITE.
     IF BRANCH-MASTER-STATUS NOT = "00"
         DISPLAY "BRCHMNT - REWRITE FAILED, STATUS "
                 BRANCH-MASTER-STATUS
         GO TO DO-BRANCH-CHANGE-EXIT
     END-IF
     MOVE "C" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "BRCHMNT - CHANGED: " MAINT-BRANCH-NO.
 DO-BRANCH-CHANGE-EXIT.
     EXIT.
*>
 DO-BRANCH-DELETE.
*>  (4) DELETE IS FOR A BRANCH KEYED IN ERROR. A BRANCH THAT HAS
*>      SHUT SHOULD BE CHANGED TO CLOSED INSTEAD, OR ITS LATE
*>      EXTRACTS WILL REPORT AS AN UNKNOWN BRANCH.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-BRANCH-KEY-SCREEN.
     IF MAINT-BRANCH-NO = SPACES
         DISPLAY "BRCHMNT - BRANCH NUMBER IS REQUIRED"
         GO TO DO-BRANCH-DELETE-EXIT
     END-IF
     PERFORM READ-BRANCH-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "BRCHMNT - NO BRANCH RECORD FOR: " MAINT-BRANCH-NO
         GO TO DO-BRANCH-DELETE-EXIT
     END-IF
     MOVE BRANCH-MASTER-RECORD TO MAINT-BEFORE-AREA.
     PERFORM MOVE-MASTER-TO-FIELDS.
     MOVE "N" TO MAINT-CONFIRM-SW.
     PERFORM SHOW-CONFIRM-SCREEN.
     IF MAINT-CONFIRM-SW NOT = "Y" AND MAINT-CONFIRM-SW NOT = "y"
         DISPLAY "BRCHMNT - DELETE ABANDONED"
         GO TO DO-BRANCH-DELETE-EXIT
     END-IF
     DELETE BRANCH-MASTER
         INVALID KEY
             DISPLAY "BRCHMNT - DELETE REJECTED, STATUS "
                     BRANCH-MASTER-STATUS
             GO TO DO-BRANCH-DELETE-EXIT
     END-DELETE
*>  SEE THE ADD: A NON-KEY FAILURE MUST NOT REACH THE AUDIT WRITE.
     IF BRANCH-MASTER-STATUS NOT = "00"
         DISPLAY "BRCHMNT - DELETE FAILED, STATUS "
                 BRANCH-MASTER-STATUS
         GO TO DO-BRANCH-DELETE-EXIT
     END-IF
     MOVE SPACES TO BRANCH-MASTER-RECORD.
     MOVE "D" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "BRCHMNT - DELETED: " MAINT-BRANCH-NO.
 DO-BRANCH-DELETE-EXIT.
     EXIT.
*>
 DO-BRANCH-INQUIRY.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-BRANCH-KEY-SCREEN.
     IF MAINT-BRANCH-NO = SPACES
         DISPLAY "BRCHMNT - BRANCH NUMBER IS REQUIRED"
         GO TO DO-BRANCH-INQUIRY-EXIT
     END-IF
     PERFORM READ-BRANCH-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "BRCHMNT - NO BRANCH RECORD FOR: " MAINT-BRANCH-NO
         GO TO DO-BRANCH-INQUIRY-EXIT
     END-IF
     DISPLAY "BRCHMNT - " MAINT-BRANCH-NO " "
             BR-BRANCH-NAME OF BRANCH-MASTER-RECORD
             " REGION " BR-REGION OF BRANCH-MASTER-RECORD
             " STATUS " BR-STATUS OF BRANCH-MASTER-RECORD.
     DISPLAY "BRCHMNT - CONTACT "
             BR-CONTACT-NAME OF BRANCH-MASTER-RECORD
             " " BR-CONTACT-PHONE OF BRANCH-MASTER-RECORD.
 DO-BRANCH-INQUIRY-EXIT.
     EXIT.
*>
 READ-BRANCH-BY-KEY.
     MOVE "N" TO RECORD-FOUND-SW.
     MOVE MAINT-BRANCH-NO TO BR-BRANCH-NO OF BRANCH-MASTER-RECORD.
     READ BRANCH-MASTER
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO RECORD-FOUND-SW
     END-READ.
*>
 MOVE-MASTER-TO-FIELDS.
     MOVE BR-BRANCH-NAME OF BRANCH-MASTER-RECORD TO MAINT-BRANCH-NAME.
     MOVE BR-REGION OF BRANCH-MASTER-RECORD      TO MAINT-REGION.
     MOVE BR-STATUS OF BRANCH-MASTER-RECORD      TO MAINT-STATUS.
     MOVE BR-CONTACT-NAME OF BRANCH-MASTER-RECORD
       TO MAINT-CONTACT-NAME.
     MOVE BR-CONTACT-PHONE OF BRANCH-MASTER-RECORD
       TO MAINT-CONTACT-PHONE.
*>
 MOVE-FIELDS-TO-MASTER.
     MOVE SPACES TO BRANCH-MASTER-RECORD.
     MOVE MAINT-BRANCH-NO     TO BR-BRANCH-NO OF BRANCH-MASTER-RECORD.
     MOVE MAINT-BRANCH-NAME   TO BR-BRANCH-NAME OF BRANCH-MASTER-RECORD.
     MOVE MAINT-REGION        TO BR-REGION OF BRANCH-MASTER-RECORD.
     MOVE MAINT-STATUS        TO BR-STATUS OF BRANCH-MASTER-RECORD.
     MOVE MAINT-CONTACT-NAME
       TO BR-CONTACT-NAME OF BRANCH-MASTER-RECORD.
     MOVE MAINT-CONTACT-PHONE
       TO BR-CONTACT-PHONE OF BRANCH-MASTER-RECORD.
*>
 CLEAR-MAINT-FIELDS.
     MOVE SPACES TO MAINT-BRANCH-NO.
     MOVE SPACES TO MAINT-BRANCH-NAME.
     MOVE SPACES TO MAINT-REGION.
     MOVE SPACE  TO MAINT-STATUS.
     MOVE SPACES TO MAINT-CONTACT-NAME.
     MOVE SPACES TO MAINT-CONTACT-PHONE.
*>
 EDIT-MAINT-FIELDS.
*>  A BRANCH WITH NO NAME WOULD PRINT A BLANK CONTROL BREAK, AND ONE
*>  WITH NO REGION WOULD FALL OUT OF THE PRINTCON REGIONAL ROLLUP, SO
*>  BOTH ARE REQUIRED. THE STATUS IS "O" OR "C" AND NOTHING ELSE --
*>  LOWER CASE IS TAKEN AND FOLDED.
     MOVE "N" TO FIELDS-OK-SW.
     IF MAINT-STATUS = "o"
         MOVE "O" TO MAINT-STATUS
     END-IF
     IF MAINT-STATUS = "c"
         MOVE "C" TO MAINT-STATUS
     END-IF
     IF MAINT-BRANCH-NAME = SPACES
         DISPLAY "BRCHMNT - BRANCH NAME IS REQUIRED"
     ELSE
         IF MAINT-REGION = SPACES
             DISPLAY "BRCHMNT - REGION IS REQUIRED"
         ELSE
             IF MAINT-STATUS NOT = "O" AND MAINT-STATUS NOT = "C"
                 DISPLAY "BRCHMNT - STATUS MUST BE O (OPEN) OR "
                         "C (CLOSED)"
             ELSE
                 MOVE "Y" TO FIELDS-OK-SW
             END-IF
         END-IF
     END-IF.
*>
 WRITE-AUDIT-RECORD.
*>  ONE APPEND-ONLY AUDIT RECORD PER ACTION, THE SAME RULE AS THE
*>  CUSTOMER AND RATE MASTER AUDITS: A CHANGE THAT CANNOT BE
*>  RECORDED MUST NOT BE MADE, SO A FAILED WRITE ENDS THE SESSION.
     ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT AUDIT-STAMP-TIME FROM TIME.
     MOVE SPACES TO AUDIT-STAMP.
     STRING AUDIT-STAMP-DATE DELIMITED BY SIZE
            AUDIT-STAMP-TIME DELIMITED BY SIZE
       INTO AUDIT-STAMP.
     MOVE SPACES TO BRANCH-AUDIT-RECORD.
     MOVE MAINT-OPERATOR-ID    TO BA-OPERATOR-ID.
     MOVE AUDIT-STAMP          TO BA-CHANGE-STAMP.
     MOVE AUDIT-ACTION-CODE    TO BA-ACTION-CODE.
     MOVE MAINT-BEFORE-AREA    TO BA-BEFORE-IMAGE.
     MOVE BRANCH-MASTER-RECORD TO BA-AFTER-IMAGE.
     WRITE BRANCH-AUDIT-RECORD.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "BRCHMNT - AUDIT WRITE FAILED, STATUS "
                 AUDIT-FILE-STATUS " - SESSION ENDED"
         MOVE 16 TO RETURN-CODE
         CLOSE BRANCH-MASTER AUDIT-FILE
         STOP RUN
     END-IF.
*>
 SHOW-SIGNON-SCREEN.
     DISPLAY SIGNON-SCREEN.
     ACCEPT SIGNON-SCREEN.
*>
 SHOW-MENU-SCREEN.
     DISPLAY MAINT-MENU-SCREEN.
     ACCEPT MAINT-MENU-SCREEN.
*>
 SHOW-BRANCH-KEY-SCREEN.
     DISPLAY BRANCH-KEY-SCREEN.
     ACCEPT BRANCH-KEY-SCREEN.
*>
 SHOW-BRANCH-DETAIL-SCREEN.
     DISPLAY BRANCH-DETAIL-SCREEN.
     ACCEPT BRANCH-DETAIL-SCREEN.
*>
 SHOW-CONFIRM-SCREEN.
     DISPLAY CONFIRM-SCREEN.
     ACCEPT CONFIRM-SCREEN.
END PROGRAM BRCHMNT.
