IDENTIFICATION DIVISION.
 PROGRAM-ID. MSGMNT.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  STATEMENT-MESSAGE MASTER MAINTENANCE. THE MSGMST PERMANENT DATASET
*>  (MS_REC.CBL LAYOUT, KEYED BY MESSAGE ID) HOLDS THE NOTICES
*>  MARKETING AND COMPLIANCE WANT ON THE STATEMENTS -- A RATE CHANGE
*>  FOR ONE ACCOUNT TYPE, A BRANCH RELOCATION, A HOLIDAY CLOSING --
*>  EACH WITH THE BUSINESS-DATE RANGE IT RUNS FOR AND THE FORMS IT
*>  TARGETS. PRINTPRC AND PRINTPST PRINT THEM UNDER THE ADDRESS BLOCK
*>  IN PLACE OF THE HAND-STUFFED INSERTS. IT IS MAINTAINED THE SAME
*>  WAY AS THE OTHER MASTERS (SEE CUSTMNT, RATEMNT, BRCHMNT): ADD /
*>  CHANGE / DELETE / INQUIRE SCREENS AND AN APPEND-ONLY CHANGE-AUDIT
*>  FILE (MSGAUDIT) WITH WHO, WHEN, WHICH ACTION AND THE BEFORE AND
*>  AFTER RECORD IMAGES. BECAUSE WHAT IS KEYED HERE GOES OUT ON EVERY
*>  CUSTOMER'S PAPER, THE SIGN-ON ALSO CHECKS THE OPRAUTH AUTHORITY
*>  FILE THE WAY PRNTMENU DOES: LEVEL "A" (OR SUPERVISOR LEVEL "S")
*>  MAY CHANGE THE MASTER, LEVEL "I" MAY ONLY INQUIRE, AND A REFUSED
*>  ATTEMPT GOES ON OPRLOG.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT MESSAGE-MASTER
        ASSIGN       TO  MSGMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD
        FILE STATUS  IS  MESSAGE-MASTER-STATUS.
    SELECT AUDIT-FILE
        ASSIGN       TO  MSGAUDIT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  AUDIT-FILE-STATUS.
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
 FD  MESSAGE-MASTER.
 01  MESSAGE-MASTER-RECORD.
     COPY "MS_REC.CBL".
 FD  AUDIT-FILE.
*>  THE SAME SHAPE AS THE OTHER MASTER CHANGE AUDITS, WITH THE
*>  250-BYTE MESSAGE RECORD AS THE IMAGE.
 01  MESSAGE-AUDIT-RECORD.
     05  MA-OPERATOR-ID      PIC X(08).
     05  FILLER              PIC X(01).
     05  MA-CHANGE-STAMP     PIC X(16).
     05  FILLER              PIC X(01).
     05  MA-ACTION-CODE      PIC X(01).
     05  FILLER              PIC X(01).
     05  MA-BEFORE-IMAGE     PIC X(250).
     05  FILLER              PIC X(01).
     05  MA-AFTER-IMAGE      PIC X(250).
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
*>  THE RECORD IMAGE AS IT STOOD BEFORE THE ACTION, SAVED OFF THE FD
*>  AREA AHEAD OF ANY REWRITE OR DELETE.
 01  MAINT-BEFORE-AREA.
     COPY "MS_REC.CBL".
*>
 01  MESSAGE-MASTER-STATUS   PIC X(02).
 01  AUDIT-FILE-STATUS       PIC X(02).
 01  AUTHORITY-FILE-STATUS   PIC X(02).
 01  ACTION-LOG-STATUS       PIC X(02).
*>
 01  MAINT-CHOICE            PIC X(01) VALUE SPACE.
 01  MAINT-OPERATOR-ID       PIC X(08) VALUE SPACES.
 01  MAINT-CONFIRM-SW        PIC X(01) VALUE "N".
 01  RECORD-FOUND-SW         PIC X(01) VALUE "N".
 01  FIELDS-OK-SW            PIC X(01) VALUE "N".
*>
*>  THE SIGNED-ON OPERATOR'S LEVEL READ OFF OPRAUTH: "A" AND "S"
*>  TAKE EVERYTHING, "I" TAKES THE INQUIRY ONLY.
 01  OPERATOR-LEVEL          PIC X(01) VALUE SPACE.
 01  OPERATOR-FOUND-SW       PIC X(01) VALUE "N".
 01  AUTH-OPERATOR-ID        PIC X(08).
 01  AUTH-LEVEL-VALUE        PIC X(01).
 01  AUTH-SPARE              PIC X(20).
*>
*>  THE SCREEN-KEYED COPY OF THE MASTER FIELDS; MOVED INTO THE FD
*>  RECORD ONLY ONCE THEY HAVE PASSED EDIT-MAINT-FIELDS. THE BRANCH
*>  LIST AND THE TEXT LINES ARE KEYED AS SEPARATE FIELDS AND MOVED
*>  TO AND FROM THE RECORD'S TABLES.
 01  MAINT-MESSAGE-ID        PIC X(06) VALUE SPACES.
 01  MAINT-EFFECTIVE-FROM    PIC 9(08) VALUE ZERO.
 01  MAINT-EFFECTIVE-TO      PIC 9(08) VALUE ZERO.
 01  MAINT-TARGET-TYPE       PIC X(01) VALUE SPACE.
 01  MAINT-BRANCH-1          PIC X(04) VALUE SPACES.
 01  MAINT-BRANCH-2          PIC X(04) VALUE SPACES.
 01  MAINT-BRANCH-3          PIC X(04) VALUE SPACES.
 01  MAINT-BRANCH-4          PIC X(04) VALUE SPACES.
 01  MAINT-BRANCH-5          PIC X(04) VALUE SPACES.
 01  MAINT-ACCT-TYPE         PIC X(02) VALUE SPACES.
 01  MAINT-CURRENCY          PIC X(03) VALUE SPACES.
 01  MAINT-TEXT-1            PIC X(58) VALUE SPACES.
 01  MAINT-TEXT-2            PIC X(58) VALUE SPACES.
 01  MAINT-TEXT-3            PIC X(58) VALUE SPACES.
*>
 01  AUDIT-STAMP-DATE        PIC 9(08).
 01  AUDIT-STAMP-TIME        PIC 9(08).
 01  AUDIT-STAMP             PIC X(16).
 01  AUDIT-ACTION-CODE       PIC X(01).
*>
 SCREEN SECTION.
 01  SIGNON-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "MSGMNT - STATEMENT MESSAGE MAINT".
     05  LINE 04 COLUMN 10 VALUE "OPERATOR ID ...:".
     05  LINE 04 COLUMN 27 PIC X(08) USING MAINT-OPERATOR-ID.
 01  MAINT-MENU-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "MSGMNT - STATEMENT MESSAGE MAINT".
     05  LINE 04 COLUMN 10 VALUE "1 - ADD A MESSAGE".
     05  LINE 05 COLUMN 10 VALUE "2 - CHANGE A MESSAGE".
     05  LINE 06 COLUMN 10 VALUE "3 - DELETE A MESSAGE".
     05  LINE 07 COLUMN 10 VALUE "4 - INQUIRE ON A MESSAGE".
     05  LINE 08 COLUMN 10 VALUE "X - EXIT".
     05  LINE 10 COLUMN 10 VALUE "CHOICE:".
     05  LINE 10 COLUMN 18 PIC X(01) USING MAINT-CHOICE.
 01  MESSAGE-KEY-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "MSGMNT - KEY THE MESSAGE".
     05  LINE 04 COLUMN 10 VALUE "MESSAGE ID ....:".
     05  LINE 04 COLUMN 27 PIC X(06) USING MAINT-MESSAGE-ID.
 01  MESSAGE-DETAIL-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "MSGMNT - MESSAGE DETAIL".
     05  LINE 04 COLUMN 10 VALUE "MESSAGE ID ....:".
     05  LINE 04 COLUMN 27 PIC X(06) FROM MAINT-MESSAGE-ID.
     05  LINE 05 COLUMN 10 VALUE "FROM YYYYMMDD .:".
     05  LINE 05 COLUMN 27 PIC 9(08) USING MAINT-EFFECTIVE-FROM.
     05  LINE 06 COLUMN 10 VALUE "TO YYYYMMDD ...:".
     05  LINE 06 COLUMN 27 PIC 9(08) USING MAINT-EFFECTIVE-TO.
     05  LINE 07 COLUMN 10 VALUE "TARGET A/B/T/C :".
     05  LINE 07 COLUMN 27 PIC X(01) USING MAINT-TARGET-TYPE.
     05  LINE 08 COLUMN 10 VALUE "BRANCHES (B) ..:".
     05  LINE 08 COLUMN 27 PIC X(04) USING MAINT-BRANCH-1.
     05  LINE 08 COLUMN 32 PIC X(04) USING MAINT-BRANCH-2.
     05  LINE 08 COLUMN 37 PIC X(04) USING MAINT-BRANCH-3.
     05  LINE 08 COLUMN 42 PIC X(04) USING MAINT-BRANCH-4.
     05  LINE 08 COLUMN 47 PIC X(04) USING MAINT-BRANCH-5.
     05  LINE 09 COLUMN 10 VALUE "ACCT TYPE (T) .:".
     05  LINE 09 COLUMN 27 PIC X(02) USING MAINT-ACCT-TYPE.
     05  LINE 10 COLUMN 10 VALUE "CURRENCY (C) ..:".
     05  LINE 10 COLUMN 27 PIC X(03) USING MAINT-CURRENCY.
     05  LINE 12 COLUMN 10 VALUE "MESSAGE TEXT:".
     05  LINE 13 COLUMN 10 PIC X(58) USING MAINT-TEXT-1.
     05  LINE 14 COLUMN 10 PIC X(58) USING MAINT-TEXT-2.
     05  LINE 15 COLUMN 10 PIC X(58) USING MAINT-TEXT-3.
 01  CONFIRM-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "MSGMNT - CONFIRM DELETE".
     05  LINE 04 COLUMN 10 VALUE "MESSAGE ID ....:".
     05  LINE 04 COLUMN 27 PIC X(06) FROM MAINT-MESSAGE-ID.
     05  LINE 05 COLUMN 10 VALUE "FROM YYYYMMDD .:".
     05  LINE 05 COLUMN 27 PIC 9(08) FROM MAINT-EFFECTIVE-FROM.
     05  LINE 06 COLUMN 10 VALUE "TO YYYYMMDD ...:".
     05  LINE 06 COLUMN 27 PIC 9(08) FROM MAINT-EFFECTIVE-TO.
     05  LINE 07 COLUMN 10 PIC X(58) FROM MAINT-TEXT-1.
     05  LINE 09 COLUMN 10 VALUE "DELETE Y/N ....:".
     05  LINE 09 COLUMN 27 PIC X(01) USING MAINT-CONFIRM-SW.
*>
PROCEDURE DIVISION.
*>  (1) SIGN ON AGAINST OPRAUTH AND OPEN THE MASTER, THE AUDIT TRAIL
*>      AND THE ACTION LOG. AN OPERATOR NOT ON THE AUTHORITY FILE (OR
*>      AN AUTHORITY FILE THAT CANNOT BE READ) GETS NO SESSION.
     PERFORM DO-OPERATOR-SIGNON THRU DO-OPERATOR-SIGNON-EXIT.
     IF OPERATOR-FOUND-SW = "N"
         DISPLAY "MSGMNT - SIGN-ON REFUSED"
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN I-O MESSAGE-MASTER.
     IF MESSAGE-MASTER-STATUS = "35"
         OPEN OUTPUT MESSAGE-MASTER
         CLOSE MESSAGE-MASTER
         OPEN I-O MESSAGE-MASTER
     END-IF
     IF MESSAGE-MASTER-STATUS NOT = "00"
         DISPLAY "MSGMNT - CANNOT OPEN MESSAGE MASTER, STATUS "
                 MESSAGE-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN EXTEND AUDIT-FILE.
     IF AUDIT-FILE-STATUS = "35"
         OPEN OUTPUT AUDIT-FILE
     END-IF
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "MSGMNT - CANNOT OPEN AUDIT FILE, STATUS "
                 AUDIT-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE MESSAGE-MASTER
         STOP RUN
     END-IF
     OPEN EXTEND ACTION-LOG.
     IF ACTION-LOG-STATUS = "35"
         OPEN OUTPUT ACTION-LOG
     END-IF
     IF ACTION-LOG-STATUS NOT = "00"
         DISPLAY "MSGMNT - CANNOT OPEN ACTION LOG, STATUS "
                 ACTION-LOG-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE MESSAGE-MASTER AUDIT-FILE
         STOP RUN
     END-IF.
*>
 MAINT-LOOP.
*>  (2) ADD, CHANGE AND DELETE PUT WORDS ON CUSTOMER PAPER, SO THEY
*>      NEED LEVEL "A" OR "S"; THE INQUIRY IS OPEN TO EVERY SIGNED-ON
*>      OPERATOR. A DENIED ATTEMPT GOES ON THE ACTION LOG.
     MOVE SPACE TO MAINT-CHOICE.
     PERFORM SHOW-MENU-SCREEN.
     EVALUATE MAINT-CHOICE
         WHEN "1"
             IF OPERATOR-LEVEL = "A" OR OPERATOR-LEVEL = "S"
                 PERFORM DO-MESSAGE-ADD THRU DO-MESSAGE-ADD-EXIT
             ELSE
                 PERFORM DENY-RESTRICTED-OPTION
             END-IF
         WHEN "2"
             IF OPERATOR-LEVEL = "A" OR OPERATOR-LEVEL = "S"
                 PERFORM DO-MESSAGE-CHANGE THRU DO-MESSAGE-CHANGE-EXIT
             ELSE
                 PERFORM DENY-RESTRICTED-OPTION
             END-IF
         WHEN "3"
             IF OPERATOR-LEVEL = "A" OR OPERATOR-LEVEL = "S"
                 PERFORM DO-MESSAGE-DELETE THRU DO-MESSAGE-DELETE-EXIT
             ELSE
                 PERFORM DENY-RESTRICTED-OPTION
             END-IF
         WHEN "4"
             PERFORM DO-MESSAGE-INQUIRY THRU DO-MESSAGE-INQUIRY-EXIT
         WHEN "X"
             GO TO MAINT-TERM-PROC
         WHEN "x"
             GO TO MAINT-TERM-PROC
         WHEN OTHER
             DISPLAY "MSGMNT - ENTER 1, 2, 3, 4 OR X"
     END-EVALUATE
     GO TO MAINT-LOOP.
*>
 MAINT-TERM-PROC.
     CLOSE MESSAGE-MASTER AUDIT-FILE ACTION-LOG.
     DISPLAY "MSGMNT - END OF SESSION".
     STOP RUN.
*>
 DO-OPERATOR-SIGNON.
*>  THE SAME CHECK AS PRNTMENU: THE KEYED OPERATOR ID MUST APPEAR ON
*>  OPRAUTH, AND ITS RECORD SAYS WHAT THE SESSION MAY DO.
     PERFORM SHOW-SIGNON-SCREEN.
     MOVE "N"   TO OPERATOR-FOUND-SW.
     MOVE SPACE TO OPERATOR-LEVEL.
     IF MAINT-OPERATOR-ID = SPACES
         DISPLAY "MSGMNT - OPERATOR ID IS REQUIRED"
         GO TO DO-OPERATOR-SIGNON-EXIT
     END-IF
     OPEN INPUT AUTHORITY-FILE.
     IF AUTHORITY-FILE-STATUS NOT = "00"
         DISPLAY "MSGMNT - CANNOT OPEN AUTHORITY FILE, STATUS "
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
     IF AUTH-OPERATOR-ID = MAINT-OPERATOR-ID
         MOVE AUTH-LEVEL-VALUE TO OPERATOR-LEVEL
         MOVE "Y" TO OPERATOR-FOUND-SW
         CLOSE AUTHORITY-FILE
         DISPLAY "MSGMNT - SIGNED ON: " MAINT-OPERATOR-ID
                 " LEVEL " OPERATOR-LEVEL
         GO TO DO-OPERATOR-SIGNON-EXIT
     END-IF
     GO TO SIGNON-READ-LOOP.
 DO-OPERATOR-SIGNON-EXIT.
     EXIT.
*>
 DENY-RESTRICTED-OPTION.
*>  THE REFUSAL IS LOGGED THE SAME WAY PRNTMENU LOGS ITS OWN: WHO,
*>  WHEN, WHICH OPTION, RETURN CODE 12. THE WORK-FILE COLUMN NAMES
*>  THE MASTER SO THE ENTRY CANNOT BE MISTAKEN FOR A PRINT OPTION.
     DISPLAY "MSGMNT - OPTION " MAINT-CHOICE
             " NOT AUTHORIZED FOR " MAINT-OPERATOR-ID.
     ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT AUDIT-STAMP-TIME FROM TIME.
     MOVE SPACES TO ACTION-LOG-RECORD.
     MOVE MAINT-OPERATOR-ID TO AL-OPERATOR-ID.
     STRING AUDIT-STAMP-DATE DELIMITED BY SIZE
            AUDIT-STAMP-TIME DELIMITED BY SIZE
       INTO AL-ACTION-STAMP.
     MOVE MAINT-CHOICE  TO AL-OPTION-CODE.
     MOVE "MSGMST"      TO AL-WORK-FILE-NAME.
     MOVE 12            TO AL-RETURN-CODE.
     WRITE ACTION-LOG-RECORD.
     IF ACTION-LOG-STATUS NOT = "00"
         DISPLAY "MSGMNT - ACTION LOG WRITE FAILED, STATUS "
                 ACTION-LOG-STATUS " - SESSION ENDED"
         MOVE 16 TO RETURN-CODE
         CLOSE MESSAGE-MASTER AUDIT-FILE ACTION-LOG
         STOP RUN
     END-IF.
*>
 DO-MESSAGE-ADD.
*>  (3) THE KEY IS READ FIRST SO A DUPLICATE IS REPORTED BEFORE THE
*>      DETAIL IS KEYED. A NEW MESSAGE DEFAULTS TO EVERY FORM.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-MESSAGE-KEY-SCREEN.
     IF MAINT-MESSAGE-ID = SPACES
         DISPLAY "MSGMNT - MESSAGE ID IS REQUIRED"
         GO TO DO-MESSAGE-ADD-EXIT
     END-IF
     PERFORM READ-MESSAGE-BY-KEY.
     IF RECORD-FOUND-SW = "Y"
         DISPLAY "MSGMNT - MESSAGE ALREADY ON MASTER: "
                 MAINT-MESSAGE-ID
         GO TO DO-MESSAGE-ADD-EXIT
     END-IF
     MOVE "A" TO MAINT-TARGET-TYPE.
     PERFORM SHOW-MESSAGE-DETAIL-SCREEN.
     PERFORM EDIT-MAINT-FIELDS.
     IF FIELDS-OK-SW = "N"
         GO TO DO-MESSAGE-ADD-EXIT
     END-IF
     PERFORM MOVE-FIELDS-TO-MASTER.
     WRITE MESSAGE-MASTER-RECORD
         INVALID KEY
             DISPLAY "MSGMNT - WRITE REJECTED, STATUS "
                     MESSAGE-MASTER-STATUS
             GO TO DO-MESSAGE-ADD-EXIT
     END-WRITE
*>  INVALID KEY ONLY CATCHES KEY TROUBLE; A NON-KEY I/O FAILURE
*>  (STATUS 30/9X) FALLS THROUGH IT. CHECK THE STATUS BEFORE CUTTING
*>  AN AUDIT RECORD FOR A CHANGE THAT NEVER LANDED ON THE MASTER.
     IF MESSAGE-MASTER-STATUS NOT = "00"
         DISPLAY "MSGMNT - WRITE FAILED, STATUS "
                 MESSAGE-MASTER-STATUS
         GO TO DO-MESSAGE-ADD-EXIT
     END-IF
     MOVE SPACES TO MAINT-BEFORE-AREA.
     MOVE "A" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "MSGMNT - ADDED: " MAINT-MESSAGE-ID.
 DO-MESSAGE-ADD-EXIT.
     EXIT.
*>
 DO-MESSAGE-CHANGE.
*>  (4) NEW WORDING, A NEW TARGET, OR A NEW DATE RANGE -- INCLUDING
*>      PULLING A MESSAGE EARLY BY BRINGING ITS END DATE FORWARD.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-MESSAGE-KEY-SCREEN.
     IF MAINT-MESSAGE-ID = SPACES
         DISPLAY "MSGMNT - MESSAGE ID IS REQUIRED"
         GO TO DO-MESSAGE-CHANGE-EXIT
     END-IF
     PERFORM READ-MESSAGE-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "MSGMNT - NO MESSAGE RECORD FOR: " MAINT-MESSAGE-ID
         GO TO DO-MESSAGE-CHANGE-EXIT
     END-IF
     MOVE MESSAGE-MASTER-RECORD TO MAINT-BEFORE-AREA.
     PERFORM MOVE-MASTER-TO-FIELDS.
     PERFORM SHOW-MESSAGE-DETAIL-SCREEN.
     PERFORM EDIT-MAINT-FIELDS.
     IF FIELDS-OK-SW = "N"
         GO TO DO-MESSAGE-CHANGE-EXIT
     END-IF
     PERFORM MOVE-FIELDS-TO-MASTER.
     REWRITE MESSAGE-MASTER-RECORD
         INVALID KEY
             DISPLAY "MSGMNT - REWRITE REJECTED, STATUS "
                     MESSAGE-MASTER-STATUS
             GO TO DO-MESSAGE-CHANGE-EXIT
     END-REWRITE
*>  SEE THE ADD: A NON-KEY FAILURE MUST NOT REACH THE AUDIT WRITE.
     IF MESSAGE-MASTER-STATUS NOT = "00"
         DISPLAY "MSGMNT - REWRITE FAILED, STATUS "
                 MESSAGE-MASTER-STATUS
         GO TO DO-MESSAGE-CHANGE-EXIT
     END-IF
     MOVE "C" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "MSGMNT - CHANGED: " MAINT-MESSAGE-ID.
 DO-MESSAGE-CHANGE-EXIT.
     EXIT.
*>
 DO-MESSAGE-DELETE.
*>  (5) A MESSAGE THAT HAS RUN ITS COURSE CAN SIMPLY BE LEFT ON THE
*>      MASTER -- ITS DATE RANGE KEEPS IT OFF THE FORMS -- BUT ONE
*>      KEYED IN ERROR OR NO LONGER WANTED FOR REFERENCE GOES HERE.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-MESSAGE-KEY-SCREEN.
     IF MAINT-MESSAGE-ID = SPACES
         DISPLAY "MSGMNT - MESSAGE ID IS REQUIRED"
         GO TO DO-MESSAGE-DELETE-EXIT
     END-IF
     PERFORM READ-MESSAGE-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "MSGMNT - NO MESSAGE RECORD FOR: " MAINT-MESSAGE-ID
         GO TO DO-MESSAGE-DELETE-EXIT
     END-IF
     MOVE MESSAGE-MASTER-RECORD TO MAINT-BEFORE-AREA.
     PERFORM MOVE-MASTER-TO-FIELDS.
     MOVE "N" TO MAINT-CONFIRM-SW.
     PERFORM SHOW-CONFIRM-SCREEN.
     IF MAINT-CONFIRM-SW NOT = "Y" AND MAINT-CONFIRM-SW NOT = "y"
         DISPLAY "MSGMNT - DELETE ABANDONED"
         GO TO DO-MESSAGE-DELETE-EXIT
     END-IF
     DELETE MESSAGE-MASTER
         INVALID KEY
             DISPLAY "MSGMNT - DELETE REJECTED, STATUS "
                     MESSAGE-MASTER-STATUS
             GO TO DO-MESSAGE-DELETE-EXIT
     END-DELETE
*>  SEE THE ADD: A NON-KEY FAILURE MUST NOT REACH THE AUDIT WRITE.
     IF MESSAGE-MASTER-STATUS NOT = "00"
         DISPLAY "MSGMNT - DELETE FAILED, STATUS "
                 MESSAGE-MASTER-STATUS
         GO TO DO-MESSAGE-DELETE-EXIT
     END-IF
     MOVE SPACES TO MESSAGE-MASTER-RECORD.
     MOVE "D" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "MSGMNT - DELETED: " MAINT-MESSAGE-ID.
 DO-MESSAGE-DELETE-EXIT.
     EXIT.
*>
 DO-MESSAGE-INQUIRY.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-MESSAGE-KEY-SCREEN.
     IF MAINT-MESSAGE-ID = SPACES
         DISPLAY "MSGMNT - MESSAGE ID IS REQUIRED"
         GO TO DO-MESSAGE-INQUIRY-EXIT
     END-IF
     PERFORM READ-MESSAGE-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "MSGMNT - NO MESSAGE RECORD FOR: " MAINT-MESSAGE-ID
         GO TO DO-MESSAGE-INQUIRY-EXIT
     END-IF
     PERFORM MOVE-MASTER-TO-FIELDS.
     DISPLAY "MSGMNT - " MAINT-MESSAGE-ID
             " FROM " MAINT-EFFECTIVE-FROM
             " TO " MAINT-EFFECTIVE-TO
             " TARGET " MAINT-TARGET-TYPE.
     DISPLAY "MSGMNT - BRANCHES " MAINT-BRANCH-1 " " MAINT-BRANCH-2
             " " MAINT-BRANCH-3 " " MAINT-BRANCH-4 " " MAINT-BRANCH-5
             " ACCT TYPE " MAINT-ACCT-TYPE
             " CURRENCY " MAINT-CURRENCY.
     DISPLAY "MSGMNT - " MAINT-TEXT-1.
     DISPLAY "MSGMNT - " MAINT-TEXT-2.
     DISPLAY "MSGMNT - " MAINT-TEXT-3.
 DO-MESSAGE-INQUIRY-EXIT.
     EXIT.
*>
 READ-MESSAGE-BY-KEY.
     MOVE "N" TO RECORD-FOUND-SW.
     MOVE MAINT-MESSAGE-ID TO MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD.
     READ MESSAGE-MASTER
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO RECORD-FOUND-SW
     END-READ.
*>
 MOVE-MASTER-TO-FIELDS.
     MOVE MS-EFFECTIVE-FROM OF MESSAGE-MASTER-RECORD
       TO MAINT-EFFECTIVE-FROM.
     MOVE MS-EFFECTIVE-TO OF MESSAGE-MASTER-RECORD
       TO MAINT-EFFECTIVE-TO.
     MOVE MS-TARGET-TYPE OF MESSAGE-MASTER-RECORD
       TO MAINT-TARGET-TYPE.
     MOVE MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (1)
       TO MAINT-BRANCH-1.
     MOVE MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (2)
       TO MAINT-BRANCH-2.
     MOVE MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (3)
       TO MAINT-BRANCH-3.
     MOVE MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (4)
       TO MAINT-BRANCH-4.
     MOVE MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (5)
       TO MAINT-BRANCH-5.
     MOVE MS-TARGET-ACCT-TYPE OF MESSAGE-MASTER-RECORD
       TO MAINT-ACCT-TYPE.
     MOVE MS-TARGET-CURRENCY OF MESSAGE-MASTER-RECORD
       TO MAINT-CURRENCY.
     MOVE MS-TEXT-LINE OF MESSAGE-MASTER-RECORD (1) TO MAINT-TEXT-1.
     MOVE MS-TEXT-LINE OF MESSAGE-MASTER-RECORD (2) TO MAINT-TEXT-2.
     MOVE MS-TEXT-LINE OF MESSAGE-MASTER-RECORD (3) TO MAINT-TEXT-3.
*>
 MOVE-FIELDS-TO-MASTER.
*>  ONLY THE TARGET FIELD THE TARGET TYPE NAMES IS CARRIED ONTO THE
*>  MASTER, SO A MESSAGE CHANGED FROM A BRANCH LIST TO "ALL" DOES NOT
*>  KEEP A STALE LIST THAT WOULD CONFUSE THE NEXT PERSON TO READ IT.
     MOVE SPACES TO MESSAGE-MASTER-RECORD.
     MOVE MAINT-MESSAGE-ID TO MS-MESSAGE-ID OF MESSAGE-MASTER-RECORD.
     MOVE MAINT-EFFECTIVE-FROM
       TO MS-EFFECTIVE-FROM OF MESSAGE-MASTER-RECORD.
     MOVE MAINT-EFFECTIVE-TO
       TO MS-EFFECTIVE-TO OF MESSAGE-MASTER-RECORD.
     MOVE MAINT-TARGET-TYPE
       TO MS-TARGET-TYPE OF MESSAGE-MASTER-RECORD.
     EVALUATE MAINT-TARGET-TYPE
         WHEN "B"
             MOVE MAINT-BRANCH-1
               TO MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (1)
             MOVE MAINT-BRANCH-2
               TO MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (2)
             MOVE MAINT-BRANCH-3
               TO MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (3)
             MOVE MAINT-BRANCH-4
               TO MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (4)
             MOVE MAINT-BRANCH-5
               TO MS-TARGET-BRANCH OF MESSAGE-MASTER-RECORD (5)
         WHEN "T"
             MOVE MAINT-ACCT-TYPE
               TO MS-TARGET-ACCT-TYPE OF MESSAGE-MASTER-RECORD
         WHEN "C"
             MOVE MAINT-CURRENCY
               TO MS-TARGET-CURRENCY OF MESSAGE-MASTER-RECORD
     END-EVALUATE
     MOVE MAINT-TEXT-1 TO MS-TEXT-LINE OF MESSAGE-MASTER-RECORD (1).
     MOVE MAINT-TEXT-2 TO MS-TEXT-LINE OF MESSAGE-MASTER-RECORD (2).
     MOVE MAINT-TEXT-3 TO MS-TEXT-LINE OF MESSAGE-MASTER-RECORD (3).
*>
 CLEAR-MAINT-FIELDS.
     MOVE SPACES TO MAINT-MESSAGE-ID.
     MOVE ZERO   TO MAINT-EFFECTIVE-FROM.
     MOVE ZERO   TO MAINT-EFFECTIVE-TO.
     MOVE SPACE  TO MAINT-TARGET-TYPE.
     MOVE SPACES TO MAINT-BRANCH-1.
     MOVE SPACES TO MAINT-BRANCH-2.
     MOVE SPACES TO MAINT-BRANCH-3.
     MOVE SPACES TO MAINT-BRANCH-4.
     MOVE SPACES TO MAINT-BRANCH-5.
     MOVE SPACES TO MAINT-ACCT-TYPE.
     MOVE SPACES TO MAINT-CURRENCY.
     MOVE SPACES TO MAINT-TEXT-1.
     MOVE SPACES TO MAINT-TEXT-2.
     MOVE SPACES TO MAINT-TEXT-3.
*>
 EDIT-MAINT-FIELDS.
*>  BOTH DATES ARE REQUIRED AND THE RANGE MUST RUN FORWARD; A
*>  MESSAGE RUNNING A SINGLE DAY HAS FROM = TO. THE TARGET TYPE IS
*>  A, B, T OR C (LOWER CASE IS TAKEN AND FOLDED) AND THE FIELD IT
*>  NAMES MUST BE FILLED. A MESSAGE WITH NO TEXT WOULD PRINT NOTHING
*>  BUT STILL COUNT AS CARRIED, SO AT LEAST ONE LINE IS REQUIRED.
     MOVE "N" TO FIELDS-OK-SW.
     INSPECT MAINT-TARGET-TYPE CONVERTING "abtc" TO "ABTC".
     IF MAINT-EFFECTIVE-FROM = ZERO OR MAINT-EFFECTIVE-TO = ZERO
         DISPLAY "MSGMNT - FROM AND TO DATES ARE REQUIRED"
     ELSE
         IF MAINT-EFFECTIVE-FROM > MAINT-EFFECTIVE-TO
             DISPLAY "MSGMNT - FROM DATE IS AFTER TO DATE"
         ELSE
             IF MAINT-TARGET-TYPE NOT = "A" AND
                MAINT-TARGET-TYPE NOT = "B" AND
                MAINT-TARGET-TYPE NOT = "T" AND
                MAINT-TARGET-TYPE NOT = "C"
                 DISPLAY "MSGMNT - TARGET MUST BE A (ALL), B (BRANCH"
                         "), T (ACCT TYPE) OR C (CURRENCY)"
             ELSE
                 IF MAINT-TARGET-TYPE = "B" AND
                    MAINT-BRANCH-1 = SPACES AND
                    MAINT-BRANCH-2 = SPACES AND
                    MAINT-BRANCH-3 = SPACES AND
                    MAINT-BRANCH-4 = SPACES AND
                    MAINT-BRANCH-5 = SPACES
                     DISPLAY "MSGMNT - AT LEAST ONE BRANCH IS REQUIRED"
                 ELSE
                     IF MAINT-TARGET-TYPE = "T" AND
                        MAINT-ACCT-TYPE = SPACES
                         DISPLAY "MSGMNT - ACCOUNT TYPE IS REQUIRED"
                     ELSE
                         IF MAINT-TARGET-TYPE = "C" AND
                            MAINT-CURRENCY = SPACES
                             DISPLAY "MSGMNT - CURRENCY IS REQUIRED"
                         ELSE
                             IF MAINT-TEXT-1 = SPACES AND
                                MAINT-TEXT-2 = SPACES AND
                                MAINT-TEXT-3 = SPACES
                                 DISPLAY "MSGMNT - MESSAGE TEXT IS "
                                         "REQUIRED"
                             ELSE
                                 MOVE "Y" TO FIELDS-OK-SW
                             END-IF
                         END-IF
                     END-IF
                 END-IF
             END-IF
         END-IF
     END-IF.
*>
 WRITE-AUDIT-RECORD.
*>  ONE APPEND-ONLY AUDIT RECORD PER ACTION, THE SAME RULE AS THE
*>  OTHER MASTER AUDITS: A CHANGE THAT CANNOT BE RECORDED MUST NOT
*>  BE MADE, SO A FAILED WRITE ENDS THE SESSION.
     ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT AUDIT-STAMP-TIME FROM TIME.
     MOVE SPACES TO AUDIT-STAMP.
     STRING AUDIT-STAMP-DATE DELIMITED BY SIZE
            AUDIT-STAMP-TIME DELIMITED BY SIZE
       INTO AUDIT-STAMP.
     MOVE SPACES TO MESSAGE-AUDIT-RECORD.
     MOVE MAINT-OPERATOR-ID     TO MA-OPERATOR-ID.
     MOVE AUDIT-STAMP           TO MA-CHANGE-STAMP.
     MOVE AUDIT-ACTION-CODE     TO MA-ACTION-CODE.
     MOVE MAINT-BEFORE-AREA     TO MA-BEFORE-IMAGE.
     MOVE MESSAGE-MASTER-RECORD TO MA-AFTER-IMAGE.
     WRITE MESSAGE-AUDIT-RECORD.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "MSGMNT - AUDIT WRITE FAILED, STATUS "
                 AUDIT-FILE-STATUS " - SESSION ENDED"
         MOVE 16 TO RETURN-CODE
         CLOSE MESSAGE-MASTER AUDIT-FILE ACTION-LOG
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
 SHOW-MESSAGE-KEY-SCREEN.
     DISPLAY MESSAGE-KEY-SCREEN.
     ACCEPT MESSAGE-KEY-SCREEN.
*>
 SHOW-MESSAGE-DETAIL-SCREEN.
     DISPLAY MESSAGE-DETAIL-SCREEN.
     ACCEPT MESSAGE-DETAIL-SCREEN.
*>
 SHOW-CONFIRM-SCREEN.
     DISPLAY CONFIRM-SCREEN.
     ACCEPT CONFIRM-SCREEN.
END PROGRAM MSGMNT.
