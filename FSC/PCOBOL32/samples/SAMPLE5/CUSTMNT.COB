*>  IMAGES -- SO THE AUDIT TEAM CAN SEE EVERY CHANGE EVER MADE TO
*>  MAILING DATA. THE AUDIT FILE IS APPEND-ONLY: IT IS OPENED EXTEND,
*>  NEVER OUTPUT, EXCEPT TO CREATE IT ON A BRAND-NEW INSTALLATION.
*>  AN ADDRESS THE MAILROOM HAS MARKED UNDELIVERABLE (RETMAIL) IS
*>  SHOWN ON THE DETAIL SCREEN, AND A CHANGE THAT GIVES THE ACCOUNT A
*>  NEW ADDRESS CLEARS THE MARK IN THE SAME REWRITE -- SO THE NEXT
*>  NIGHT'S FORMS GO BACK INTO THE MAIL WITHOUT A SEPARATE RELEASE.
*>  THE DETAIL SCREEN ALSO CARRIES THE STATEMENT DELIVERY PREFERENCE
*>  (P = PAPER, E = E-MAIL ONLY, B = BOTH) AND THE E-MAIL ADDRESS
*>  PRINTPRC SENDS E-STATEMENTS TO. E-MAIL OR BOTH IS NOT ACCEPTED
*>  WITHOUT A PLAUSIBLE ADDRESS. THEY ARE AUDITED LIKE ANY OTHER
*>  FIELD, THROUGH THE BEFORE AND AFTER IMAGES.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
 01  MAINT-CONFIRM-SW        PIC X(01) VALUE "N".
 01  RECORD-FOUND-SW         PIC X(01) VALUE "N".
*>
*>  THE SCREEN-KEYED COPY OF THE SIX MAILING FIELDS; MOVED INTO THE
*>  FD RECORD ONLY WHEN THE ACTION IS TAKEN, SO AN ABANDONED SCREEN
*>  LEAVES THE MASTER UNTOUCHED. THE RETURNED-MAIL FIELDS ARE SHOWN
*>  BUT NOT KEYED: ONLY RETMAIL SETS THEM, ONLY AN ADDRESS CHANGE
*>  CLEARS THEM.
 01  MAINT-ACCOUNT-NO        PIC X(10) VALUE SPACES.
 01  MAINT-FULL-NAME         PIC X(30) VALUE SPACES.
 01  MAINT-ADDRESS-LINE-1    PIC X(30) VALUE SPACES.
 01  MAINT-ADDRESS-LINE-2    PIC X(30) VALUE SPACES.
 01  MAINT-CITY              PIC X(20) VALUE SPACES.
 01  MAINT-POSTCODE          PIC X(10) VALUE SPACES.
 01  MAINT-MAIL-STATUS       PIC X(01) VALUE SPACE.
 01  MAINT-RETURN-DATE       PIC X(08) VALUE SPACES.
 01  MAINT-RETURN-REASON     PIC X(20) VALUE SPACES.
 01  HOLD-RELEASED-SW        PIC X(01) VALUE "N".
*>
*>  THE DELIVERY PREFERENCE AND E-MAIL ADDRESS, KEYED ON THE DETAIL
*>  SCREEN AND EDITED BEFORE THEY GO ON THE MASTER. A BLANK
*>  PREFERENCE IS TAKEN AS PAPER.
 01  MAINT-DELIVERY-PREF     PIC X(01) VALUE SPACE.
 01  MAINT-EMAIL-ADDRESS     PIC X(40) VALUE SPACES.
 01  DELIVERY-OK-SW          PIC X(01) VALUE "Y".
 01  EMAIL-AT-COUNT          PIC 9(02) VALUE ZERO.
*>
*>  THE AUDIT STAMP IS BUILT THE SAME WAY PRINTPRC BUILDS THE RUN-LOG
*>  STAMPS: THE DATE (YYYYMMDD) FOLLOWED BY THE TIME (HHMMSSHH).
     05  LINE 08 COLUMN 27 PIC X(20) USING MAINT-CITY.
     05  LINE 09 COLUMN 10 VALUE "POSTCODE ......:".
     05  LINE 09 COLUMN 27 PIC X(10) USING MAINT-POSTCODE.
     05  LINE 11 COLUMN 10 VALUE "BAD ADDRESS ...:".
     05  LINE 11 COLUMN 27 PIC X(01) FROM MAINT-MAIL-STATUS.
     05  LINE 11 COLUMN 29 PIC X(08) FROM MAINT-RETURN-DATE.
     05  LINE 11 COLUMN 38 PIC X(20) FROM MAINT-RETURN-REASON.
     05  LINE 13 COLUMN 10 VALUE "DELIVERY ......:".
     05  LINE 13 COLUMN 27 PIC X(01) USING MAINT-DELIVERY-PREF.
     05  LINE 13 COLUMN 29 VALUE "P=PAPER  E=E-MAIL ONLY  B=BOTH".
     05  LINE 14 COLUMN 10 VALUE "E-MAIL ADDRESS :".
     05  LINE 14 COLUMN 27 PIC X(40) USING MAINT-EMAIL-ADDRESS.
 01  CONFIRM-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "CUSTMNT - CONFIRM DELETE".
         DISPLAY "CUSTMNT - FULL NAME IS REQUIRED, NOT ADDED"
         GO TO DO-CUSTOMER-ADD-EXIT
     END-IF
     PERFORM EDIT-DELIVERY-FIELDS.
     IF DELIVERY-OK-SW = "N"
         DISPLAY "CUSTMNT - NOT ADDED: " MAINT-ACCOUNT-NO
         GO TO DO-CUSTOMER-ADD-EXIT
     END-IF
*>  A NEW RECORD STARTS FROM BLANKS SO THE FIELDS THE SCREEN DOES NOT
*>  KEY (THE RETURNED-MAIL MARK) GO ON THE MASTER CLEAR.
     MOVE SPACES TO CUSTOMER-MASTER-RECORD.
     PERFORM MOVE-FIELDS-TO-MASTER.
     WRITE CUSTOMER-MASTER-RECORD
         INVALID KEY
         DISPLAY "CUSTMNT - FULL NAME IS REQUIRED, NOT CHANGED"
         GO TO DO-CUSTOMER-CHANGE-EXIT
     END-IF
     PERFORM EDIT-DELIVERY-FIELDS.
     IF DELIVERY-OK-SW = "N"
         DISPLAY "CUSTMNT - NOT CHANGED: " MAINT-ACCOUNT-NO
         GO TO DO-CUSTOMER-CHANGE-EXIT
     END-IF
     PERFORM MOVE-FIELDS-TO-MASTER.
*>  AN ACCOUNT HELD FOR A BAD ADDRESS IS RELEASED BY THE CHANGE THAT
*>  GIVES IT A DIFFERENT ONE. A NAME-ONLY CHANGE LEAVES THE HOLD ON --
*>  THE ADDRESS THE MAIL CAME BACK FROM IS STILL THE ONE ON FILE.
     MOVE "N" TO HOLD-RELEASED-SW.
     IF CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD = "U"
         IF CM-ADDRESS-LINE-1 OF CUSTOMER-MASTER-RECORD
                NOT = CM-ADDRESS-LINE-1 OF MAINT-BEFORE-AREA
            OR CM-ADDRESS-LINE-2 OF CUSTOMER-MASTER-RECORD
                NOT = CM-ADDRESS-LINE-2 OF MAINT-BEFORE-AREA
            OR CM-CITY OF CUSTOMER-MASTER-RECORD
                NOT = CM-CITY OF MAINT-BEFORE-AREA
            OR CM-POSTCODE OF CUSTOMER-MASTER-RECORD
                NOT = CM-POSTCODE OF MAINT-BEFORE-AREA
             MOVE SPACE  TO CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD
             MOVE SPACES TO CM-RETURN-DATE OF CUSTOMER-MASTER-RECORD
             MOVE SPACES
               TO CM-RETURN-REASON OF CUSTOMER-MASTER-RECORD
             MOVE "Y" TO HOLD-RELEASED-SW
         END-IF
     END-IF
     REWRITE CUSTOMER-MASTER-RECORD
         INVALID KEY
             DISPLAY "CUSTMNT - REWRITE REJECTED, STATUS "
     MOVE "C" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "CUSTMNT - CHANGED: " MAINT-ACCOUNT-NO.
     IF HOLD-RELEASED-SW = "Y"
         DISPLAY "CUSTMNT - BAD-ADDRESS HOLD RELEASED FOR: "
                 MAINT-ACCOUNT-NO
     END-IF.
 DO-CUSTOMER-CHANGE-EXIT.
     EXIT.
*>
       TO MAINT-CITY.
     MOVE CM-POSTCODE OF CUSTOMER-MASTER-RECORD
       TO MAINT-POSTCODE.
*>  A RECORD CARRIED OVER WITH NO PREFERENCE SHOWS AS THE PAPER IT IS.
     MOVE CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD
       TO MAINT-DELIVERY-PREF.
     IF MAINT-DELIVERY-PREF = SPACE
         MOVE "P" TO MAINT-DELIVERY-PREF
     END-IF
     MOVE CM-EMAIL-ADDRESS OF CUSTOMER-MASTER-RECORD
       TO MAINT-EMAIL-ADDRESS.
     IF CM-MAIL-STATUS OF CUSTOMER-MASTER-RECORD = "U"
         MOVE "U" TO MAINT-MAIL-STATUS
         MOVE CM-RETURN-DATE OF CUSTOMER-MASTER-RECORD
           TO MAINT-RETURN-DATE
         MOVE CM-RETURN-REASON OF CUSTOMER-MASTER-RECORD
           TO MAINT-RETURN-REASON
     END-IF.
*>
 MOVE-FIELDS-TO-MASTER.
     MOVE MAINT-ACCOUNT-NO
       TO CM-CITY OF CUSTOMER-MASTER-RECORD.
     MOVE MAINT-POSTCODE
       TO CM-POSTCODE OF CUSTOMER-MASTER-RECORD.
     MOVE MAINT-DELIVERY-PREF
       TO CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD.
     MOVE MAINT-EMAIL-ADDRESS
       TO CM-EMAIL-ADDRESS OF CUSTOMER-MASTER-RECORD.
*>
 EDIT-DELIVERY-FIELDS.
*>  THE PREFERENCE MUST BE P, E OR B (KEYED IN EITHER CASE; BLANK IS
*>  PAPER), AND E-MAIL ONLY OR BOTH NEEDS AN ADDRESS THAT STARTS IN
*>  THE FIRST POSITION AND CARRIES EXACTLY ONE "@" -- A STATEMENT
*>  E-MAILED TO A MIS-KEYED ADDRESS IS A STATEMENT NOBODY GETS.
     MOVE "Y" TO DELIVERY-OK-SW.
     INSPECT MAINT-DELIVERY-PREF CONVERTING "peb" TO "PEB".
     IF MAINT-DELIVERY-PREF = SPACE
         MOVE "P" TO MAINT-DELIVERY-PREF
     END-IF
     IF MAINT-DELIVERY-PREF NOT = "P" AND
        MAINT-DELIVERY-PREF NOT = "E" AND
        MAINT-DELIVERY-PREF NOT = "B"
         DISPLAY "CUSTMNT - DELIVERY MUST BE P, E OR B"
         MOVE "N" TO DELIVERY-OK-SW
     END-IF
     IF MAINT-DELIVERY-PREF = "E" OR MAINT-DELIVERY-PREF = "B"
         MOVE ZERO TO EMAIL-AT-COUNT
         INSPECT MAINT-EMAIL-ADDRESS TALLYING EMAIL-AT-COUNT
             FOR ALL "@"
         IF MAINT-EMAIL-ADDRESS (1:1) = SPACE OR EMAIL-AT-COUNT NOT = 1
             DISPLAY "CUSTMNT - E-MAIL DELIVERY NEEDS A VALID E-MAIL "
                     "ADDRESS"
             MOVE "N" TO DELIVERY-OK-SW
         END-IF
     END-IF.
*>
 CLEAR-MAINT-FIELDS.
     MOVE SPACES TO MAINT-ACCOUNT-NO.
     MOVE SPACES TO MAINT-ADDRESS-LINE-2.
     MOVE SPACES TO MAINT-CITY.
     MOVE SPACES TO MAINT-POSTCODE.
     MOVE SPACE  TO MAINT-MAIL-STATUS.
     MOVE SPACES TO MAINT-RETURN-DATE.
     MOVE SPACES TO MAINT-RETURN-REASON.
     MOVE SPACE  TO MAINT-DELIVERY-PREF.
     MOVE SPACES TO MAINT-EMAIL-ADDRESS.
*>
 WRITE-AUDIT-RECORD.
*>  ONE APPEND-ONLY AUDIT RECORD PER ACTION TAKEN: WHO, WHEN, WHAT,
