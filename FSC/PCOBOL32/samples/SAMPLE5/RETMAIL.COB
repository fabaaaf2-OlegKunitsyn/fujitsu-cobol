IDENTIFICATION DIVISION.
 PROGRAM-ID. RETMAIL.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  RETURNED-MAIL ENTRY. WHEN A STATEMENT CAME BACK "ADDRESSEE
*>  UNKNOWN" NOTHING IN THIS SUBSYSTEM KNEW ABOUT IT: PRINTPRC FOUND
*>  THE SAME CUSTMST ADDRESS THE NEXT NIGHT AND MAILED TO IT AGAIN,
*>  AND EVERY NIGHT AFTER. THIS SCREEN PROGRAM, IN THE SAME STYLE AS
*>  CUSTMNT, LETS THE MAILROOM KEY THE ACCOUNT NUMBER OFF THE
*>  RETURNED ENVELOPE AND A RETURN-REASON CODE. AFTER THE OPERATOR
*>  HAS SEEN WHOSE ADDRESS IT IS AND CONFIRMED, THE MASTER RECORD IS
*>  MARKED UNDELIVERABLE WITH TODAY'S DATE AND THE REASON, AND ONE
*>  "R" RECORD IS APPENDED TO THE CSTAUDIT CHANGE-AUDIT FILE WITH THE
*>  BEFORE AND AFTER IMAGES. FROM THEN ON PRINTPRC AND PRINTPST KEEP
*>  THE ACCOUNT'S FORMS OUT OF THE MAIL AND LIST THEM AS HELD FOR A
*>  BAD ADDRESS, UNTIL CUSTMNT RECORDS A NEW ADDRESS AND THE HOLD
*>  RELEASES ITSELF. UNDLVRPT IS THE WEEKLY LIST OF WHAT IS STILL
*>  OUTSTANDING. A BLANK ACCOUNT NUMBER ENDS THE SESSION.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
*>  THE SAME INSTALLATION-WIDE MAILING-ADDRESS MASTER CUSTMNT
*>  MAINTAINS, OPENED I-O BECAUSE THE RETURN IS RECORDED ON IT.
    SELECT CUSTOMER-MASTER
        ASSIGN       TO  CUSTMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD
        FILE STATUS  IS  CUSTOMER-MASTER-STATUS.
    SELECT AUDIT-FILE
        ASSIGN       TO  CSTAUDIT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  AUDIT-FILE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  CUSTOMER-MASTER.
 01  CUSTOMER-MASTER-RECORD.
     COPY "CUST_REC.CBL".
 FD  AUDIT-FILE.
 01  AUDIT-RECORD.
     COPY "CA_REC.CBL".
*>
 WORKING-STORAGE SECTION.
*>  THE RECORD IMAGE AS IT STOOD BEFORE THE RETURN WAS RECORDED, FOR
*>  THE AUDIT RECORD'S BEFORE IMAGE.
 01  MAINT-BEFORE-AREA.
     COPY "CUST_REC.CBL".
*>
 01  CUSTOMER-MASTER-STATUS  PIC X(02).
 01  AUDIT-FILE-STATUS       PIC X(02).
*>
 01  MAINT-OPERATOR-ID       PIC X(08) VALUE SPACES.
 01  MAINT-CONFIRM-SW        PIC X(01) VALUE "N".
 01  RECORD-FOUND-SW         PIC X(01) VALUE "N".
 01  REASON-OK-SW            PIC X(01) VALUE "N".
 01  RETURNS-LOGGED-COUNT    PIC 9(05) VALUE ZERO.
*>
*>  THE SCREEN-KEYED ACCOUNT AND REASON CODE, AND THE MASTER FIELDS
*>  SHOWN BACK ON THE CONFIRM SCREEN. THE REASON CODE IS TURNED INTO
*>  ITS FIXED TEXT BEFORE IT GOES ON THE MASTER, SO THE HOLD LISTS
*>  AND THE WEEKLY REPORT READ THE SAME WORDS FOR THE SAME REASON.
 01  MAINT-ACCOUNT-NO        PIC X(10) VALUE SPACES.
 01  MAINT-REASON-CODE       PIC X(01) VALUE SPACE.
 01  MAINT-REASON-TEXT       PIC X(20) VALUE SPACES.
 01  MAINT-FULL-NAME         PIC X(30) VALUE SPACES.
 01  MAINT-ADDRESS-LINE-1    PIC X(30) VALUE SPACES.
 01  MAINT-ADDRESS-LINE-2    PIC X(30) VALUE SPACES.
 01  MAINT-CITY              PIC X(20) VALUE SPACES.
 01  MAINT-POSTCODE          PIC X(10) VALUE SPACES.
 01  MAINT-PRIOR-STATUS      PIC X(01) VALUE SPACE.
 01  MAINT-PRIOR-DATE        PIC X(08) VALUE SPACES.
 01  MAINT-PRIOR-REASON      PIC X(20) VALUE SPACES.
*>
*>  THE AUDIT STAMP IS BUILT THE SAME WAY CUSTMNT BUILDS IT: THE DATE
*>  (YYYYMMDD) FOLLOWED BY THE TIME (HHMMSSHH). THE DATE HALF IS ALSO
*>  THE RETURN DATE PUT ON THE MASTER.
 01  AUDIT-STAMP-DATE        PIC 9(08).
 01  AUDIT-STAMP-TIME        PIC 9(08).
 01  AUDIT-STAMP             PIC X(16).
 01  AUDIT-ACTION-CODE       PIC X(01).
*>
 SCREEN SECTION.
 01  SIGNON-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "RETMAIL - RETURNED MAIL ENTRY".
     05  LINE 04 COLUMN 10 VALUE "OPERATOR ID ...:".
     05  LINE 04 COLUMN 27 PIC X(08) USING MAINT-OPERATOR-ID.
 01  RETURN-ENTRY-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "RETMAIL - RETURNED MAIL ENTRY".
     05  LINE 04 COLUMN 10 VALUE "ACCOUNT NUMBER :".
     05  LINE 04 COLUMN 27 PIC X(10) USING MAINT-ACCOUNT-NO.
     05  LINE 05 COLUMN 10 VALUE "RETURN REASON .:".
     05  LINE 05 COLUMN 27 PIC X(01) USING MAINT-REASON-CODE.
     05  LINE 07 COLUMN 10 VALUE "1 - ADDRESSEE UNKNOWN".
     05  LINE 08 COLUMN 10 VALUE "2 - MOVED, NO FORWARDING ADDRESS".
     05  LINE 09 COLUMN 10 VALUE "3 - NO SUCH ADDRESS".
     05  LINE 10 COLUMN 10 VALUE "4 - INSUFFICIENT ADDRESS".
     05  LINE 11 COLUMN 10 VALUE "5 - REFUSED".
     05  LINE 12 COLUMN 10 VALUE "9 - OTHER".
     05  LINE 14 COLUMN 10 VALUE "BLANK ACCOUNT ENDS THE SESSION".
 01  CONFIRM-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "RETMAIL - CONFIRM RETURNED MAIL".
     05  LINE 04 COLUMN 10 VALUE "ACCOUNT NUMBER :".
     05  LINE 04 COLUMN 27 PIC X(10) FROM MAINT-ACCOUNT-NO.
     05  LINE 05 COLUMN 10 VALUE "FULL NAME .....:".
     05  LINE 05 COLUMN 27 PIC X(30) FROM MAINT-FULL-NAME.
     05  LINE 06 COLUMN 10 VALUE "ADDRESS LINE 1 :".
     05  LINE 06 COLUMN 27 PIC X(30) FROM MAINT-ADDRESS-LINE-1.
     05  LINE 07 COLUMN 10 VALUE "ADDRESS LINE 2 :".
     05  LINE 07 COLUMN 27 PIC X(30) FROM MAINT-ADDRESS-LINE-2.
     05  LINE 08 COLUMN 10 VALUE "CITY ..........:".
     05  LINE 08 COLUMN 27 PIC X(20) FROM MAINT-CITY.
     05  LINE 09 COLUMN 10 VALUE "POSTCODE ......:".
     05  LINE 09 COLUMN 27 PIC X(10) FROM MAINT-POSTCODE.
     05  LINE 10 COLUMN 10 VALUE "RETURN REASON .:".
     05  LINE 10 COLUMN 27 PIC X(20) FROM MAINT-REASON-TEXT.
     05  LINE 12 COLUMN 10 VALUE "ALREADY HELD ..:".
     05  LINE 12 COLUMN 27 PIC X(01) FROM MAINT-PRIOR-STATUS.
     05  LINE 12 COLUMN 29 PIC X(08) FROM MAINT-PRIOR-DATE.
     05  LINE 12 COLUMN 38 PIC X(20) FROM MAINT-PRIOR-REASON.
     05  LINE 14 COLUMN 10 VALUE "MARK UNDELIVERABLE Y/N:".
     05  LINE 14 COLUMN 34 PIC X(01) USING MAINT-CONFIRM-SW.
*>
PROCEDURE DIVISION.
*>  (1) SIGN ON AND OPEN THE MASTER AND THE AUDIT TRAIL. THE OPERATOR
*>      ID IS REQUIRED BEFORE ANYTHING ELSE, AS IN CUSTMNT. THERE IS
*>      NO CREATING A MISSING MASTER HERE -- A RETURN CAN ONLY BE
*>      RECORDED AGAINST AN ADDRESS THAT IS ALREADY ON FILE.
     PERFORM SHOW-SIGNON-SCREEN.
     IF MAINT-OPERATOR-ID = SPACES
         DISPLAY "RETMAIL - OPERATOR ID IS REQUIRED"
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN I-O CUSTOMER-MASTER.
     IF CUSTOMER-MASTER-STATUS NOT = "00"
         DISPLAY "RETMAIL - CANNOT OPEN CUSTOMER MASTER, STATUS "
                 CUSTOMER-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN EXTEND AUDIT-FILE.
     IF AUDIT-FILE-STATUS = "35"
         OPEN OUTPUT AUDIT-FILE
     END-IF
*>  NO AUDIT TRAIL MEANS NO ENTRY: A CHANGE TO MAILING DATA THAT
*>  CANNOT BE RECORDED MUST NOT BE MADE.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "RETMAIL - CANNOT OPEN AUDIT FILE, STATUS "
                 AUDIT-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CUSTOMER-MASTER
         STOP RUN
     END-IF.
*>
 ENTRY-LOOP.
*>  (2) ONE TRIP PER RETURNED ENVELOPE, UNTIL A BLANK ACCOUNT.
     PERFORM CLEAR-ENTRY-FIELDS.
     PERFORM SHOW-RETURN-ENTRY-SCREEN.
     IF MAINT-ACCOUNT-NO = SPACES
         GO TO ENTRY-TERM-PROC
     END-IF
     PERFORM DO-RETURN-ENTRY THRU DO-RETURN-ENTRY-EXIT.
     GO TO ENTRY-LOOP.
*>
 ENTRY-TERM-PROC.
     CLOSE CUSTOMER-MASTER AUDIT-FILE.
     DISPLAY "RETMAIL - RETURNS LOGGED: " RETURNS-LOGGED-COUNT.
     DISPLAY "RETMAIL - END OF SESSION".
     STOP RUN.
*>
 DO-RETURN-ENTRY.
*>  (3) CHECK THE REASON, FIND THE ACCOUNT, SHOW THE OPERATOR THE
*>      ADDRESS THAT FAILED AND TAKE THE CONFIRMATION, THEN MARK THE
*>      MASTER AND CUT THE AUDIT RECORD. AN ACCOUNT ALREADY HELD IS
*>      SHOWN AS SUCH; CONFIRMING IT AGAIN RE-DATES THE HOLD TO THE
*>      LATEST RETURN.
     PERFORM EDIT-REASON-CODE.
     IF REASON-OK-SW = "N"
         DISPLAY "RETMAIL - REASON MUST BE 1, 2, 3, 4, 5 OR 9"
         GO TO DO-RETURN-ENTRY-EXIT
     END-IF
     PERFORM READ-MASTER-BY-ACCOUNT.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "RETMAIL - NO MASTER RECORD FOR: " MAINT-ACCOUNT-NO
         GO TO DO-RETURN-ENTRY-EXIT
     END-IF
     MOVE CUSTOMER-MASTER-RECORD TO MAINT-BEFORE-AREA.
     PERFORM MOVE-MASTER-TO-FIELDS.
     MOVE "N" TO MAINT-CONFIRM-SW.
     PERFORM SHOW-CONFIRM-SCREEN.
     IF MAINT-CONFIRM-SW NOT = "Y" AND MAINT-CONFIRM-SW NOT = "y"
         DISPLAY "RETMAIL - ENTRY ABANDONED FOR: " MAINT-ACCOUNT-NO
         GO TO DO-RETURN-ENTRY-EXIT
     END-IF
     ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT AUDIT-STAMP-TIME FROM TIME.
     MOVE "U"               TO CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD.
     MOVE AUDIT-STAMP-DATE  TO CM-RETURN-DATE OF CUSTOMER-MASTER-RECORD.
     MOVE MAINT-REASON-TEXT
       TO CM-RETURN-REASON OF CUSTOMER-MASTER-RECORD.
     REWRITE CUSTOMER-MASTER-RECORD
         INVALID KEY
             DISPLAY "RETMAIL - REWRITE REJECTED, STATUS "
                     CUSTOMER-MASTER-STATUS " FOR: " MAINT-ACCOUNT-NO
             GO TO DO-RETURN-ENTRY-EXIT
     END-REWRITE
*>  INVALID KEY ONLY CATCHES KEY TROUBLE; A NON-KEY I/O FAILURE MUST
*>  NOT REACH THE AUDIT WRITE EITHER.
     IF CUSTOMER-MASTER-STATUS NOT = "00"
         DISPLAY "RETMAIL - REWRITE FAILED, STATUS "
                 CUSTOMER-MASTER-STATUS " FOR: " MAINT-ACCOUNT-NO
         GO TO DO-RETURN-ENTRY-EXIT
     END-IF
     MOVE "R" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     ADD 1 TO RETURNS-LOGGED-COUNT.
     DISPLAY "RETMAIL - MARKED UNDELIVERABLE: " MAINT-ACCOUNT-NO.
 DO-RETURN-ENTRY-EXIT.
     EXIT.
*>
 EDIT-REASON-CODE.
     MOVE "Y" TO REASON-OK-SW.
     EVALUATE MAINT-REASON-CODE
         WHEN "1"
             MOVE "ADDRESSEE UNKNOWN"    TO MAINT-REASON-TEXT
         WHEN "2"
             MOVE "MOVED - NO FORWARD"   TO MAINT-REASON-TEXT
         WHEN "3"
             MOVE "NO SUCH ADDRESS"      TO MAINT-REASON-TEXT
         WHEN "4"
             MOVE "INSUFFICIENT ADDRESS" TO MAINT-REASON-TEXT
         WHEN "5"
             MOVE "REFUSED"              TO MAINT-REASON-TEXT
         WHEN "9"
             MOVE "OTHER"                TO MAINT-REASON-TEXT
         WHEN OTHER
             MOVE "N" TO REASON-OK-SW
     END-EVALUATE.
*>
 READ-MASTER-BY-ACCOUNT.
     MOVE "N" TO RECORD-FOUND-SW.
     MOVE MAINT-ACCOUNT-NO
       TO CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD.
     READ CUSTOMER-MASTER
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO RECORD-FOUND-SW
     END-READ.
*>
 MOVE-MASTER-TO-FIELDS.
     MOVE CM-FULL-NAME OF CUSTOMER-MASTER-RECORD
       TO MAINT-FULL-NAME.
     MOVE CM-ADDRESS-LINE-1 OF CUSTOMER-MASTER-RECORD
       TO MAINT-ADDRESS-LINE-1.
     MOVE CM-ADDRESS-LINE-2 OF CUSTOMER-MASTER-RECORD
       TO MAINT-ADDRESS-LINE-2.
     MOVE CM-CITY OF CUSTOMER-MASTER-RECORD
       TO MAINT-CITY.
     MOVE CM-POSTCODE OF CUSTOMER-MASTER-RECORD
       TO MAINT-POSTCODE.
     IF CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD = "U"
         MOVE "U" TO MAINT-PRIOR-STATUS
         MOVE CM-RETURN-DATE OF CUSTOMER-MASTER-RECORD
           TO MAINT-PRIOR-DATE
         MOVE CM-RETURN-REASON OF CUSTOMER-MASTER-RECORD
           TO MAINT-PRIOR-REASON
     END-IF.
*>
 CLEAR-ENTRY-FIELDS.
     MOVE SPACES TO MAINT-ACCOUNT-NO.
     MOVE SPACE  TO MAINT-REASON-CODE.
     MOVE SPACES TO MAINT-REASON-TEXT.
     MOVE SPACES TO MAINT-FULL-NAME.
     MOVE SPACES TO MAINT-ADDRESS-LINE-1.
     MOVE SPACES TO MAINT-ADDRESS-LINE-2.
     MOVE SPACES TO MAINT-CITY.
     MOVE SPACES TO MAINT-POSTCODE.
     MOVE SPACE  TO MAINT-PRIOR-STATUS.
     MOVE SPACES TO MAINT-PRIOR-DATE.
     MOVE SPACES TO MAINT-PRIOR-REASON.
*>
 WRITE-AUDIT-RECORD.
*>  ONE APPEND-ONLY AUDIT RECORD PER RETURN LOGGED, IN THE SAME FORM
*>  CUSTMNT WRITES. A FAILED AUDIT WRITE ENDS THE SESSION.
     MOVE SPACES TO AUDIT-STAMP.
     STRING AUDIT-STAMP-DATE DELIMITED BY SIZE
            AUDIT-STAMP-TIME DELIMITED BY SIZE
       INTO AUDIT-STAMP.
     MOVE SPACES TO AUDIT-RECORD.
     MOVE MAINT-OPERATOR-ID  TO CA-OPERATOR-ID OF AUDIT-RECORD.
     MOVE AUDIT-STAMP        TO CA-CHANGE-STAMP OF AUDIT-RECORD.
     MOVE AUDIT-ACTION-CODE  TO CA-ACTION-CODE OF AUDIT-RECORD.
     MOVE MAINT-ACCOUNT-NO   TO CA-ACCOUNT-NO OF AUDIT-RECORD.
     MOVE MAINT-BEFORE-AREA  TO CA-BEFORE-IMAGE OF AUDIT-RECORD.
     MOVE CUSTOMER-MASTER-RECORD
       TO CA-AFTER-IMAGE OF AUDIT-RECORD.
     WRITE AUDIT-RECORD.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "RETMAIL - AUDIT WRITE FAILED, STATUS "
                 AUDIT-FILE-STATUS " - SESSION ENDED"
         MOVE 16 TO RETURN-CODE
         CLOSE CUSTOMER-MASTER AUDIT-FILE
         STOP RUN
     END-IF.
*>
 SHOW-SIGNON-SCREEN.
     DISPLAY SIGNON-SCREEN.
     ACCEPT SIGNON-SCREEN.
*>
 SHOW-RETURN-ENTRY-SCREEN.
     DISPLAY RETURN-ENTRY-SCREEN.
     ACCEPT RETURN-ENTRY-SCREEN.
*>
 SHOW-CONFIRM-SCREEN.
     DISPLAY CONFIRM-SCREEN.
     ACCEPT CONFIRM-SCREEN.
END PROGRAM RETMAIL.
