IDENTIFICATION DIVISION.
 PROGRAM-ID. FORMMNT.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  FORMS INVENTORY MAINTENANCE. THE FORMINV PERMANENT DATASET
*>  (FI_REC.CBL LAYOUT, KEYED BY FORM TYPE AND PRINTER) HOLDS ONE
*>  RECORD PER PRE-NUMBERED FORM STOCK: THE SERIAL RANGES RECEIVED
*>  FROM THE VAULT, THE SERIAL OF THE NEXT FORM IN THE PRINTER, THE
*>  FORMS ON HAND AND THE REORDER POINT. IT IS MAINTAINED THE SAME
*>  WAY AS THE BRANCHMST MASTER (SEE BRCHMNT): A SIGNED-ON OPERATOR,
*>  ADD / CHANGE / DELETE / INQUIRE SCREENS, AND AN APPEND-ONLY
*>  CHANGE-AUDIT FILE (FORMAUDIT) CARRYING WHO, WHEN, WHICH ACTION
*>  AND THE BEFORE AND AFTER RECORD IMAGES. A CHANGE TOUCHES ONLY THE
*>  DESCRIPTION AND THE REORDER POINT; FORMS COME INTO STOCK ONLY BY
*>  OPTION 5, WHICH RECEIVES A SERIAL RANGE, ADDS IT TO THE FORMS ON
*>  HAND AND ALSO LOGS IT TO THE FORMUSE REGISTER ("G") SO THE DAILY
*>  FORMRPT SEES THE RECEIPT. FORMS GO OUT OF STOCK ONLY THROUGH
*>  FORMSER, AS THE PRINT PROGRAMS TURN THEM.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT FORM-INVENTORY
        ASSIGN       TO  FORMINV
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  FI-FORM-KEY OF FORM-INVENTORY-RECORD
        FILE STATUS  IS  FORM-INVENTORY-STATUS.
    SELECT AUDIT-FILE
        ASSIGN       TO  FORMAUDIT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  AUDIT-FILE-STATUS.
    SELECT FORM-USAGE-FILE
        ASSIGN       TO  FORMUSE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  FORM-USAGE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  FORM-INVENTORY.
 01  FORM-INVENTORY-RECORD.
     COPY "FI_REC.CBL".
 FD  AUDIT-FILE.
*>  THE SAME SHAPE AS THE BRAUDIT AND MSGAUDIT CHANGE AUDITS, WITH THE
*>  250-BYTE FORMS INVENTORY RECORD AS THE IMAGE.
 01  FORM-AUDIT-RECORD.
     05  FA-OPERATOR-ID      PIC X(08).
     05  FILLER              PIC X(01).
     05  FA-CHANGE-STAMP     PIC X(16).
     05  FILLER              PIC X(01).
     05  FA-ACTION-CODE      PIC X(01).
     05  FILLER              PIC X(01).
     05  FA-BEFORE-IMAGE     PIC X(250).
     05  FILLER              PIC X(01).
     05  FA-AFTER-IMAGE      PIC X(250).
 FD  FORM-USAGE-FILE.
 01  FORM-USAGE-RECORD.
     COPY "FU_REC.CBL".
*>
 WORKING-STORAGE SECTION.
*>  THE RECORD IMAGE AS IT STOOD BEFORE THE ACTION, SAVED OFF THE FD
*>  AREA AHEAD OF ANY REWRITE OR DELETE.
 01  MAINT-BEFORE-AREA.
     COPY "FI_REC.CBL".
*>
 01  FORM-INVENTORY-STATUS   PIC X(02).
 01  AUDIT-FILE-STATUS       PIC X(02).
 01  FORM-USAGE-STATUS       PIC X(02).
*>
 01  MAINT-CHOICE            PIC X(01) VALUE SPACE.
 01  MAINT-OPERATOR-ID       PIC X(08) VALUE SPACES.
 01  MAINT-CONFIRM-SW        PIC X(01) VALUE "N".
 01  RECORD-FOUND-SW         PIC X(01) VALUE "N".
 01  FIELDS-OK-SW            PIC X(01) VALUE "N".
*>
*>  THE SCREEN-KEYED COPY OF THE MASTER FIELDS; MOVED INTO THE FD
*>  RECORD ONLY ONCE THEY HAVE PASSED EDIT-MAINT-FIELDS. THE STOCK
*>  FIGURES ARE SHOWN, NEVER KEYED.
 01  MAINT-FORM-TYPE         PIC X(04) VALUE SPACES.
 01  MAINT-PRINTER-ID        PIC X(08) VALUE SPACES.
 01  MAINT-DESCRIPTION       PIC X(30) VALUE SPACES.
 01  MAINT-REORDER-POINT     PIC 9(09) VALUE ZERO.
 01  MAINT-NEXT-SERIAL       PIC 9(09) VALUE ZERO.
 01  MAINT-ON-HAND           PIC 9(09) VALUE ZERO.
*>
*>  A RANGE BEING RECEIVED, AND THE RANGE TABLE CHECKS ON IT.
 01  MAINT-FIRST-SERIAL      PIC 9(09) VALUE ZERO.
 01  MAINT-LAST-SERIAL       PIC 9(09) VALUE ZERO.
 01  MAINT-RANGE-SIZE        PIC 9(09) VALUE ZERO.
 01  RANGE-INDEX             PIC 9(01) VALUE ZERO.
 01  RANGE-DROP-IX           PIC 9(01) VALUE ZERO.
 01  RANGE-OVERLAP-SW        PIC X(01) VALUE "N".
 01  STOCK-PENDING-SW        PIC X(01) VALUE "N".
*>
 01  AUDIT-STAMP-DATE        PIC 9(08).
 01  AUDIT-STAMP-TIME        PIC 9(08).
 01  AUDIT-STAMP             PIC X(16).
 01  AUDIT-ACTION-CODE       PIC X(01).
*>
 SCREEN SECTION.
 01  SIGNON-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "FORMMNT - FORMS INVENTORY MAINT".
     05  LINE 04 COLUMN 10 VALUE "OPERATOR ID ...:".
     05  LINE 04 COLUMN 27 PIC X(08) USING MAINT-OPERATOR-ID.
 01  MAINT-MENU-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "FORMMNT - FORMS INVENTORY MAINT".
     05  LINE 04 COLUMN 10 VALUE "1 - ADD A FORM STOCK".
     05  LINE 05 COLUMN 10 VALUE "2 - CHANGE A FORM STOCK".
     05  LINE 06 COLUMN 10 VALUE "3 - DELETE A FORM STOCK".
     05  LINE 07 COLUMN 10 VALUE "4 - INQUIRE ON A FORM STOCK".
     05  LINE 08 COLUMN 10 VALUE "5 - RECEIVE A SERIAL RANGE".
     05  LINE 09 COLUMN 10 VALUE "X - EXIT".
     05  LINE 11 COLUMN 10 VALUE "CHOICE:".
     05  LINE 11 COLUMN 18 PIC X(01) USING MAINT-CHOICE.
 01  FORM-KEY-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "FORMMNT - KEY THE FORM STOCK".
     05  LINE 04 COLUMN 10 VALUE "FORM TYPE .....:".
     05  LINE 04 COLUMN 27 PIC X(04) USING MAINT-FORM-TYPE.
     05  LINE 05 COLUMN 10 VALUE "PRINTER .......:".
     05  LINE 05 COLUMN 27 PIC X(08) USING MAINT-PRINTER-ID.
 01  FORM-DETAIL-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "FORMMNT - FORM STOCK DETAIL".
     05  LINE 04 COLUMN 10 VALUE "FORM TYPE .....:".
     05  LINE 04 COLUMN 27 PIC X(04) FROM MAINT-FORM-TYPE.
     05  LINE 05 COLUMN 10 VALUE "PRINTER .......:".
     05  LINE 05 COLUMN 27 PIC X(08) FROM MAINT-PRINTER-ID.
     05  LINE 06 COLUMN 10 VALUE "DESCRIPTION ...:".
     05  LINE 06 COLUMN 27 PIC X(30) USING MAINT-DESCRIPTION.
     05  LINE 07 COLUMN 10 VALUE "REORDER POINT .:".
     05  LINE 07 COLUMN 27 PIC 9(09) USING MAINT-REORDER-POINT.
     05  LINE 08 COLUMN 10 VALUE "ON HAND .......:".
     05  LINE 08 COLUMN 27 PIC 9(09) FROM MAINT-ON-HAND.
     05  LINE 09 COLUMN 10 VALUE "NEXT SERIAL ...:".
     05  LINE 09 COLUMN 27 PIC 9(09) FROM MAINT-NEXT-SERIAL.
 01  RECEIVE-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "FORMMNT - RECEIVE A SERIAL RANGE".
     05  LINE 04 COLUMN 10 VALUE "FORM TYPE .....:".
     05  LINE 04 COLUMN 27 PIC X(04) FROM MAINT-FORM-TYPE.
     05  LINE 05 COLUMN 10 VALUE "PRINTER .......:".
     05  LINE 05 COLUMN 27 PIC X(08) FROM MAINT-PRINTER-ID.
     05  LINE 06 COLUMN 10 VALUE "DESCRIPTION ...:".
     05  LINE 06 COLUMN 27 PIC X(30) FROM MAINT-DESCRIPTION.
     05  LINE 07 COLUMN 10 VALUE "ON HAND .......:".
     05  LINE 07 COLUMN 27 PIC 9(09) FROM MAINT-ON-HAND.
     05  LINE 08 COLUMN 10 VALUE "NEXT SERIAL ...:".
     05  LINE 08 COLUMN 27 PIC 9(09) FROM MAINT-NEXT-SERIAL.
     05  LINE 10 COLUMN 10 VALUE "FIRST SERIAL ..:".
     05  LINE 10 COLUMN 27 PIC 9(09) USING MAINT-FIRST-SERIAL.
     05  LINE 11 COLUMN 10 VALUE "LAST SERIAL ...:".
     05  LINE 11 COLUMN 27 PIC 9(09) USING MAINT-LAST-SERIAL.
 01  CONFIRM-SCREEN.
     05  BLANK SCREEN.
     05  LINE 02 COLUMN 10 VALUE "FORMMNT - CONFIRM DELETE".
     05  LINE 04 COLUMN 10 VALUE "FORM TYPE .....:".
     05  LINE 04 COLUMN 27 PIC X(04) FROM MAINT-FORM-TYPE.
     05  LINE 05 COLUMN 10 VALUE "PRINTER .......:".
     05  LINE 05 COLUMN 27 PIC X(08) FROM MAINT-PRINTER-ID.
     05  LINE 06 COLUMN 10 VALUE "DESCRIPTION ...:".
     05  LINE 06 COLUMN 27 PIC X(30) FROM MAINT-DESCRIPTION.
     05  LINE 07 COLUMN 10 VALUE "ON HAND .......:".
     05  LINE 07 COLUMN 27 PIC 9(09) FROM MAINT-ON-HAND.
     05  LINE 09 COLUMN 10 VALUE "DELETE Y/N ....:".
     05  LINE 09 COLUMN 27 PIC X(01) USING MAINT-CONFIRM-SW.
*>
PROCEDURE DIVISION.
*>  (1) SIGN ON AND OPEN THE MASTER AND THE AUDIT TRAIL -- THE SAME
*>      SEQUENCE, AND THE SAME RULES, AS BRCHMNT.
     PERFORM SHOW-SIGNON-SCREEN.
     IF MAINT-OPERATOR-ID = SPACES
         DISPLAY "FORMMNT - OPERATOR ID IS REQUIRED"
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN I-O FORM-INVENTORY.
     IF FORM-INVENTORY-STATUS = "35"
         OPEN OUTPUT FORM-INVENTORY
         CLOSE FORM-INVENTORY
         OPEN I-O FORM-INVENTORY
     END-IF
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMMNT - CANNOT OPEN FORMS INVENTORY, STATUS "
                 FORM-INVENTORY-STATUS
         MOVE 16 TO RETURN-CODE
         STOP RUN
     END-IF
     OPEN EXTEND AUDIT-FILE.
     IF AUDIT-FILE-STATUS = "35"
         OPEN OUTPUT AUDIT-FILE
     END-IF
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "FORMMNT - CANNOT OPEN AUDIT FILE, STATUS "
                 AUDIT-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE FORM-INVENTORY
         STOP RUN
     END-IF.
*>
 MAINT-LOOP.
     MOVE SPACE TO MAINT-CHOICE.
     PERFORM SHOW-MENU-SCREEN.
     EVALUATE MAINT-CHOICE
         WHEN "1"
             PERFORM DO-FORM-ADD THRU DO-FORM-ADD-EXIT
         WHEN "2"
             PERFORM DO-FORM-CHANGE THRU DO-FORM-CHANGE-EXIT
         WHEN "3"
             PERFORM DO-FORM-DELETE THRU DO-FORM-DELETE-EXIT
         WHEN "4"
             PERFORM DO-FORM-INQUIRY THRU DO-FORM-INQUIRY-EXIT
         WHEN "5"
             PERFORM DO-FORM-RECEIVE THRU DO-FORM-RECEIVE-EXIT
         WHEN "X"
             GO TO MAINT-TERM-PROC
         WHEN "x"
             GO TO MAINT-TERM-PROC
         WHEN OTHER
             DISPLAY "FORMMNT - ENTER 1, 2, 3, 4, 5 OR X"
     END-EVALUATE
     GO TO MAINT-LOOP.
*>
 MAINT-TERM-PROC.
     CLOSE FORM-INVENTORY AUDIT-FILE.
     DISPLAY "FORMMNT - END OF SESSION".
     STOP RUN.
*>
 DO-FORM-ADD.
*>  (2) THE KEY IS READ FIRST SO A DUPLICATE IS REPORTED BEFORE THE
*>      DETAIL IS KEYED. A NEW STOCK STARTS EMPTY: NO RANGES, NOTHING
*>      ON HAND, NO NEXT SERIAL UNTIL ITS FIRST RANGE IS RECEIVED.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-FORM-KEY-SCREEN.
     IF MAINT-FORM-TYPE = SPACES OR MAINT-PRINTER-ID = SPACES
         DISPLAY "FORMMNT - FORM TYPE AND PRINTER ARE REQUIRED"
         GO TO DO-FORM-ADD-EXIT
     END-IF
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "Y"
         DISPLAY "FORMMNT - FORM STOCK ALREADY ON FILE: "
                 MAINT-FORM-TYPE " " MAINT-PRINTER-ID
         GO TO DO-FORM-ADD-EXIT
     END-IF
     PERFORM SHOW-FORM-DETAIL-SCREEN.
     PERFORM EDIT-MAINT-FIELDS.
     IF FIELDS-OK-SW = "N"
         GO TO DO-FORM-ADD-EXIT
     END-IF
     MOVE SPACES TO FORM-INVENTORY-RECORD.
     MOVE ZERO   TO FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD.
     MOVE ZERO   TO FI-ON-HAND OF FORM-INVENTORY-RECORD.
     MOVE ZERO   TO FI-RANGE-COUNT OF FORM-INVENTORY-RECORD.
     PERFORM CLEAR-RANGE-ENTRY
         VARYING RANGE-INDEX FROM 1 BY 1 UNTIL RANGE-INDEX > 4.
     MOVE ZERO   TO FI-OPEN-FIRST-SERIAL OF FORM-INVENTORY-RECORD.
     MOVE ZERO   TO FI-OPEN-LAST-SERIAL OF FORM-INVENTORY-RECORD.
     MOVE ZERO   TO FI-OPEN-ISSUED-COUNT OF FORM-INVENTORY-RECORD.
     MOVE ZERO   TO FI-OPEN-LOGGED-COUNT OF FORM-INVENTORY-RECORD.
     PERFORM MOVE-FIELDS-TO-MASTER.
     WRITE FORM-INVENTORY-RECORD
         INVALID KEY
             DISPLAY "FORMMNT - WRITE REJECTED, STATUS "
                     FORM-INVENTORY-STATUS
             GO TO DO-FORM-ADD-EXIT
     END-WRITE
*>  INVALID KEY ONLY CATCHES KEY TROUBLE; A NON-KEY I/O FAILURE
*>  (STATUS 30/9X) FALLS THROUGH IT. CHECK THE STATUS BEFORE CUTTING
*>  AN AUDIT RECORD FOR A CHANGE THAT NEVER LANDED ON THE MASTER.
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMMNT - WRITE FAILED, STATUS "
                 FORM-INVENTORY-STATUS
         GO TO DO-FORM-ADD-EXIT
     END-IF
     MOVE SPACES TO MAINT-BEFORE-AREA.
     MOVE "A" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "FORMMNT - ADDED: " MAINT-FORM-TYPE " " MAINT-PRINTER-ID.
 DO-FORM-ADD-EXIT.
     EXIT.
*>
 DO-FORM-CHANGE.
*>  (3) A DESCRIPTION OR REORDER-POINT CHANGE. THE STOCK FIGURES ARE
*>      LEFT EXACTLY AS FORMSER AND THE RECEIPTS HAVE THEM.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-FORM-KEY-SCREEN.
     IF MAINT-FORM-TYPE = SPACES OR MAINT-PRINTER-ID = SPACES
         DISPLAY "FORMMNT - FORM TYPE AND PRINTER ARE REQUIRED"
         GO TO DO-FORM-CHANGE-EXIT
     END-IF
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "FORMMNT - NO FORM STOCK RECORD FOR: "
                 MAINT-FORM-TYPE " " MAINT-PRINTER-ID
         GO TO DO-FORM-CHANGE-EXIT
     END-IF
     MOVE FORM-INVENTORY-RECORD TO MAINT-BEFORE-AREA.
     PERFORM MOVE-MASTER-TO-FIELDS.
     PERFORM SHOW-FORM-DETAIL-SCREEN.
     PERFORM EDIT-MAINT-FIELDS.
     IF FIELDS-OK-SW = "N"
         GO TO DO-FORM-CHANGE-EXIT
     END-IF
     PERFORM MOVE-FIELDS-TO-MASTER.
     REWRITE FORM-INVENTORY-RECORD
         INVALID KEY
             DISPLAY "FORMMNT - REWRITE REJECTED, STATUS "
                     FORM-INVENTORY-STATUS
             GO TO DO-FORM-CHANGE-EXIT
     END-REWRITE
*>  SEE THE ADD: A NON-KEY FAILURE MUST NOT REACH THE AUDIT WRITE.
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMMNT - REWRITE FAILED, STATUS "
                 FORM-INVENTORY-STATUS
         GO TO DO-FORM-CHANGE-EXIT
     END-IF
     MOVE "C" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "FORMMNT - CHANGED: " MAINT-FORM-TYPE " "
             MAINT-PRINTER-ID.
 DO-FORM-CHANGE-EXIT.
     EXIT.
*>
 DO-FORM-DELETE.
*>  (4) DELETE IS FOR A STOCK KEYED IN ERROR OR ONE TAKEN OUT OF USE.
*>      A STOCK WITH A PRINT RUN OPEN ON IT IS NOT DELETED: THE RUN'S
*>      RESTART WOULD HAVE NOWHERE TO LOG ITS SPOILED FORMS.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-FORM-KEY-SCREEN.
     IF MAINT-FORM-TYPE = SPACES OR MAINT-PRINTER-ID = SPACES
         DISPLAY "FORMMNT - FORM TYPE AND PRINTER ARE REQUIRED"
         GO TO DO-FORM-DELETE-EXIT
     END-IF
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "FORMMNT - NO FORM STOCK RECORD FOR: "
                 MAINT-FORM-TYPE " " MAINT-PRINTER-ID
         GO TO DO-FORM-DELETE-EXIT
     END-IF
     IF FI-OPEN-WORK-FILE OF FORM-INVENTORY-RECORD NOT = SPACES
         DISPLAY "FORMMNT - A PRINT RUN IS OPEN ON THIS STOCK: "
                 FI-OPEN-WORK-FILE OF FORM-INVENTORY-RECORD
         GO TO DO-FORM-DELETE-EXIT
     END-IF
     MOVE FORM-INVENTORY-RECORD TO MAINT-BEFORE-AREA.
     PERFORM MOVE-MASTER-TO-FIELDS.
     MOVE "N" TO MAINT-CONFIRM-SW.
     PERFORM SHOW-CONFIRM-SCREEN.
     IF MAINT-CONFIRM-SW NOT = "Y" AND MAINT-CONFIRM-SW NOT = "y"
         DISPLAY "FORMMNT - DELETE ABANDONED"
         GO TO DO-FORM-DELETE-EXIT
     END-IF
     DELETE FORM-INVENTORY
         INVALID KEY
             DISPLAY "FORMMNT - DELETE REJECTED, STATUS "
                     FORM-INVENTORY-STATUS
             GO TO DO-FORM-DELETE-EXIT
     END-DELETE
*>  SEE THE ADD: A NON-KEY FAILURE MUST NOT REACH THE AUDIT WRITE.
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMMNT - DELETE FAILED, STATUS "
                 FORM-INVENTORY-STATUS
         GO TO DO-FORM-DELETE-EXIT
     END-IF
     MOVE SPACES TO FORM-INVENTORY-RECORD.
     MOVE "D" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     DISPLAY "FORMMNT - DELETED: " MAINT-FORM-TYPE " "
             MAINT-PRINTER-ID.
 DO-FORM-DELETE-EXIT.
     EXIT.
*>
 DO-FORM-INQUIRY.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-FORM-KEY-SCREEN.
     IF MAINT-FORM-TYPE = SPACES OR MAINT-PRINTER-ID = SPACES
         DISPLAY "FORMMNT - FORM TYPE AND PRINTER ARE REQUIRED"
         GO TO DO-FORM-INQUIRY-EXIT
     END-IF
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "FORMMNT - NO FORM STOCK RECORD FOR: "
                 MAINT-FORM-TYPE " " MAINT-PRINTER-ID
         GO TO DO-FORM-INQUIRY-EXIT
     END-IF
     DISPLAY "FORMMNT - " MAINT-FORM-TYPE " " MAINT-PRINTER-ID " "
             FI-DESCRIPTION OF FORM-INVENTORY-RECORD.
     DISPLAY "FORMMNT - ON HAND "
             FI-ON-HAND OF FORM-INVENTORY-RECORD
             " REORDER POINT "
             FI-REORDER-POINT OF FORM-INVENTORY-RECORD
             " NEXT SERIAL "
             FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD.
     PERFORM SHOW-RANGE-ENTRY
         VARYING RANGE-INDEX FROM 1 BY 1
         UNTIL RANGE-INDEX > FI-RANGE-COUNT OF FORM-INVENTORY-RECORD.
     IF FI-OPEN-WORK-FILE OF FORM-INVENTORY-RECORD NOT = SPACES
         DISPLAY "FORMMNT - RUN OPEN: "
                 FI-OPEN-WORK-FILE OF FORM-INVENTORY-RECORD " BY "
                 FI-OPEN-PROGRAM OF FORM-INVENTORY-RECORD
                 " SERIALS "
                 FI-OPEN-FIRST-SERIAL OF FORM-INVENTORY-RECORD "-"
                 FI-OPEN-LAST-SERIAL OF FORM-INVENTORY-RECORD
     END-IF.
 DO-FORM-INQUIRY-EXIT.
     EXIT.
*>
 DO-FORM-RECEIVE.
*>  (5) A SERIAL RANGE DELIVERED FROM THE VAULT. IT MUST NOT OVERLAP
*>      A RANGE ALREADY HELD. THE RECORD HOLDS FOUR RANGES; WHEN ALL
*>      FOUR ARE IN USE THE OLDEST ONE FULLY ISSUED MAKES ROOM, AND IF
*>      NONE IS, THE RECEIPT HAS TO WAIT. A STOCK WITH NOTHING LEFT TO
*>      ISSUE STARTS ON THE NEW RANGE STRAIGHT AWAY; OTHERWISE FORMSER
*>      STEPS ONTO IT WHEN THE RANGES BELOW IT RUN OUT -- SO WHILE
*>      FORMS ARE STILL TO ISSUE, A RANGE NUMBERED BELOW THE NEXT
*>      SERIAL IS REFUSED: FORMSER WOULD NEVER REACH IT, AND ITS FORMS
*>      WOULD SIT IN THE ON-HAND COUNT FOR GOOD.
     PERFORM CLEAR-MAINT-FIELDS.
     PERFORM SHOW-FORM-KEY-SCREEN.
     IF MAINT-FORM-TYPE = SPACES OR MAINT-PRINTER-ID = SPACES
         DISPLAY "FORMMNT - FORM TYPE AND PRINTER ARE REQUIRED"
         GO TO DO-FORM-RECEIVE-EXIT
     END-IF
     PERFORM READ-FORM-BY-KEY.
     IF RECORD-FOUND-SW = "N"
         DISPLAY "FORMMNT - NO FORM STOCK RECORD FOR: "
                 MAINT-FORM-TYPE " " MAINT-PRINTER-ID
         GO TO DO-FORM-RECEIVE-EXIT
     END-IF
     MOVE FORM-INVENTORY-RECORD TO MAINT-BEFORE-AREA.
     PERFORM MOVE-MASTER-TO-FIELDS.
     MOVE ZERO TO MAINT-FIRST-SERIAL.
     MOVE ZERO TO MAINT-LAST-SERIAL.
     PERFORM SHOW-RECEIVE-SCREEN.
     IF MAINT-FIRST-SERIAL = ZERO OR
        MAINT-LAST-SERIAL < MAINT-FIRST-SERIAL
         DISPLAY "FORMMNT - FIRST SERIAL MUST BE NON-ZERO AND NOT "
                 "ABOVE THE LAST"
         GO TO DO-FORM-RECEIVE-EXIT
     END-IF
     MOVE "N" TO RANGE-OVERLAP-SW.
     PERFORM CHECK-RANGE-OVERLAP
         VARYING RANGE-INDEX FROM 1 BY 1
         UNTIL RANGE-INDEX > FI-RANGE-COUNT OF FORM-INVENTORY-RECORD.
     IF RANGE-OVERLAP-SW = "Y"
         DISPLAY "FORMMNT - RANGE OVERLAPS ONE ALREADY RECEIVED"
         GO TO DO-FORM-RECEIVE-EXIT
     END-IF
     IF FI-RANGE-COUNT OF FORM-INVENTORY-RECORD = 4
         MOVE ZERO TO RANGE-DROP-IX
         PERFORM FIND-ISSUED-RANGE
             VARYING RANGE-INDEX FROM 1 BY 1
             UNTIL RANGE-INDEX > 4 OR RANGE-DROP-IX > ZERO
         IF RANGE-DROP-IX = ZERO
             DISPLAY "FORMMNT - FOUR RANGES STILL HOLD UNISSUED "
                     "FORMS - RECEIVE LATER"
             GO TO DO-FORM-RECEIVE-EXIT
         END-IF
         PERFORM SHIFT-RANGE-DOWN
             VARYING RANGE-INDEX FROM RANGE-DROP-IX BY 1
             UNTIL RANGE-INDEX > 3
         MOVE 3 TO FI-RANGE-COUNT OF FORM-INVENTORY-RECORD
     END-IF
     PERFORM CHECK-STOCK-PENDING.
     IF STOCK-PENDING-SW = "Y" AND
        MAINT-FIRST-SERIAL < FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD
         DISPLAY "FORMMNT - RANGE IS BELOW THE NEXT SERIAL TO ISSUE, "
                 FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD
         GO TO DO-FORM-RECEIVE-EXIT
     END-IF
     ADD 1 TO FI-RANGE-COUNT OF FORM-INVENTORY-RECORD.
     MOVE FI-RANGE-COUNT OF FORM-INVENTORY-RECORD TO RANGE-INDEX.
     MOVE MAINT-FIRST-SERIAL
       TO FI-RANGE-FIRST OF FORM-INVENTORY-RECORD (RANGE-INDEX).
     MOVE MAINT-LAST-SERIAL
       TO FI-RANGE-LAST OF FORM-INVENTORY-RECORD (RANGE-INDEX).
     ACCEPT FI-RANGE-RECEIVED OF FORM-INVENTORY-RECORD (RANGE-INDEX)
       FROM DATE YYYYMMDD.
     COMPUTE MAINT-RANGE-SIZE =
         MAINT-LAST-SERIAL - MAINT-FIRST-SERIAL + 1.
     ADD MAINT-RANGE-SIZE TO FI-ON-HAND OF FORM-INVENTORY-RECORD.
     IF STOCK-PENDING-SW = "N"
         MOVE MAINT-FIRST-SERIAL
           TO FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD
     END-IF
     REWRITE FORM-INVENTORY-RECORD
         INVALID KEY
             DISPLAY "FORMMNT - REWRITE REJECTED, STATUS "
                     FORM-INVENTORY-STATUS
             GO TO DO-FORM-RECEIVE-EXIT
     END-REWRITE
*>  SEE THE ADD: A NON-KEY FAILURE MUST NOT REACH THE AUDIT WRITE.
     IF FORM-INVENTORY-STATUS NOT = "00"
         DISPLAY "FORMMNT - REWRITE FAILED, STATUS "
                 FORM-INVENTORY-STATUS
         GO TO DO-FORM-RECEIVE-EXIT
     END-IF
     MOVE "R" TO AUDIT-ACTION-CODE.
     PERFORM WRITE-AUDIT-RECORD.
     PERFORM WRITE-RECEIPT-USAGE THRU WRITE-RECEIPT-USAGE-EXIT.
     DISPLAY "FORMMNT - RECEIVED " MAINT-RANGE-SIZE " FORMS, "
             MAINT-FIRST-SERIAL "-" MAINT-LAST-SERIAL.
 DO-FORM-RECEIVE-EXIT.
     EXIT.
*>
 CHECK-RANGE-OVERLAP.
     IF MAINT-FIRST-SERIAL NOT >
            FI-RANGE-LAST OF FORM-INVENTORY-RECORD (RANGE-INDEX) AND
        MAINT-LAST-SERIAL NOT <
            FI-RANGE-FIRST OF FORM-INVENTORY-RECORD (RANGE-INDEX)
         MOVE "Y" TO RANGE-OVERLAP-SW
     END-IF.
*>
 FIND-ISSUED-RANGE.
*>  SERIALS ARE ISSUED IN ASCENDING ORDER, SO A RANGE WHOLLY BELOW THE
*>  NEXT SERIAL HAS NO FORM LEFT IN IT.
     IF FI-RANGE-LAST OF FORM-INVENTORY-RECORD (RANGE-INDEX) <
        FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD
         MOVE RANGE-INDEX TO RANGE-DROP-IX
     END-IF.
*>
 SHIFT-RANGE-DOWN.
     MOVE FI-RANGE-ENTRY OF FORM-INVENTORY-RECORD (RANGE-INDEX + 1)
       TO FI-RANGE-ENTRY OF FORM-INVENTORY-RECORD (RANGE-INDEX).
*>
 CHECK-STOCK-PENDING.
*>  IS THERE STILL A FORM TO ISSUE -- THE NEXT SERIAL INSIDE A RANGE
*>  HELD, OR A RANGE HELD ABOVE IT -- AHEAD OF THE NEW RANGE?
     MOVE "N" TO STOCK-PENDING-SW.
     IF FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD > ZERO
         PERFORM CHECK-RANGE-PENDING
             VARYING RANGE-INDEX FROM 1 BY 1
             UNTIL RANGE-INDEX >
                   FI-RANGE-COUNT OF FORM-INVENTORY-RECORD
     END-IF.
*>
 CHECK-RANGE-PENDING.
     IF FI-RANGE-LAST OF FORM-INVENTORY-RECORD (RANGE-INDEX) NOT <
        FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD
         MOVE "Y" TO STOCK-PENDING-SW
     END-IF.
*>
 CLEAR-RANGE-ENTRY.
     MOVE ZERO TO FI-RANGE-FIRST OF FORM-INVENTORY-RECORD (RANGE-INDEX).
     MOVE ZERO TO FI-RANGE-LAST OF FORM-INVENTORY-RECORD (RANGE-INDEX).
     MOVE ZERO
       TO FI-RANGE-RECEIVED OF FORM-INVENTORY-RECORD (RANGE-INDEX).
*>
 SHOW-RANGE-ENTRY.
     DISPLAY "FORMMNT - RANGE "
             FI-RANGE-FIRST OF FORM-INVENTORY-RECORD (RANGE-INDEX) "-"
             FI-RANGE-LAST OF FORM-INVENTORY-RECORD (RANGE-INDEX)
             " RECEIVED "
             FI-RANGE-RECEIVED OF FORM-INVENTORY-RECORD (RANGE-INDEX).
*>
 READ-FORM-BY-KEY.
     MOVE "N" TO RECORD-FOUND-SW.
     MOVE MAINT-FORM-TYPE  TO FI-FORM-TYPE OF FORM-INVENTORY-RECORD.
     MOVE MAINT-PRINTER-ID TO FI-PRINTER-ID OF FORM-INVENTORY-RECORD.
     READ FORM-INVENTORY
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO RECORD-FOUND-SW
     END-READ.
*>
 MOVE-MASTER-TO-FIELDS.
     MOVE FI-DESCRIPTION OF FORM-INVENTORY-RECORD
       TO MAINT-DESCRIPTION.
     MOVE FI-REORDER-POINT OF FORM-INVENTORY-RECORD
       TO MAINT-REORDER-POINT.
     MOVE FI-NEXT-SERIAL OF FORM-INVENTORY-RECORD
       TO MAINT-NEXT-SERIAL.
     MOVE FI-ON-HAND OF FORM-INVENTORY-RECORD
       TO MAINT-ON-HAND.
*>
 MOVE-FIELDS-TO-MASTER.
*>  ONLY THE KEYED FIELDS; THE STOCK FIGURES STAY AS THEY ARE.
     MOVE MAINT-FORM-TYPE     TO FI-FORM-TYPE OF FORM-INVENTORY-RECORD.
     MOVE MAINT-PRINTER-ID
       TO FI-PRINTER-ID OF FORM-INVENTORY-RECORD.
     MOVE MAINT-DESCRIPTION
       TO FI-DESCRIPTION OF FORM-INVENTORY-RECORD.
     MOVE MAINT-REORDER-POINT
       TO FI-REORDER-POINT OF FORM-INVENTORY-RECORD.
*>
 CLEAR-MAINT-FIELDS.
     MOVE SPACES TO MAINT-FORM-TYPE.
     MOVE SPACES TO MAINT-PRINTER-ID.
     MOVE SPACES TO MAINT-DESCRIPTION.
     MOVE ZERO   TO MAINT-REORDER-POINT.
     MOVE ZERO   TO MAINT-NEXT-SERIAL.
     MOVE ZERO   TO MAINT-ON-HAND.
*>
 EDIT-MAINT-FIELDS.
*>  THE DESCRIPTION HEADS THE STOCK ON THE DAILY FORMS REPORT, SO IT
*>  IS REQUIRED. A ZERO REORDER POINT IS ALLOWED -- IT MEANS NO
*>  WARNING UNTIL THE STOCK WILL NOT COVER A RUN.
     MOVE "N" TO FIELDS-OK-SW.
     IF MAINT-DESCRIPTION = SPACES
         DISPLAY "FORMMNT - DESCRIPTION IS REQUIRED"
     ELSE
         IF MAINT-REORDER-POINT NOT NUMERIC
             DISPLAY "FORMMNT - REORDER POINT MUST BE NUMERIC"
         ELSE
             MOVE "Y" TO FIELDS-OK-SW
         END-IF
     END-IF.
*>
 WRITE-AUDIT-RECORD.
*>  ONE APPEND-ONLY AUDIT RECORD PER ACTION, THE SAME RULE AS THE
*>  BRANCH MASTER AUDIT: A CHANGE THAT CANNOT BE RECORDED MUST NOT BE
*>  MADE, SO A FAILED WRITE ENDS THE SESSION.
     ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT AUDIT-STAMP-TIME FROM TIME.
     MOVE SPACES TO AUDIT-STAMP.
     STRING AUDIT-STAMP-DATE DELIMITED BY SIZE
            AUDIT-STAMP-TIME DELIMITED BY SIZE
       INTO AUDIT-STAMP.
     MOVE SPACES TO FORM-AUDIT-RECORD.
     MOVE MAINT-OPERATOR-ID     TO FA-OPERATOR-ID.
     MOVE AUDIT-STAMP           TO FA-CHANGE-STAMP.
     MOVE AUDIT-ACTION-CODE     TO FA-ACTION-CODE.
     MOVE MAINT-BEFORE-AREA     TO FA-BEFORE-IMAGE.
     MOVE FORM-INVENTORY-RECORD TO FA-AFTER-IMAGE.
     WRITE FORM-AUDIT-RECORD.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "FORMMNT - AUDIT WRITE FAILED, STATUS "
                 AUDIT-FILE-STATUS " - SESSION ENDED"
         MOVE 16 TO RETURN-CODE
         CLOSE FORM-INVENTORY AUDIT-FILE
         STOP RUN
     END-IF.
*>
 WRITE-RECEIPT-USAGE.
*>  THE RECEIPT ALSO GOES ON THE FORMUSE REGISTER, DATED THE DAY IT
*>  WAS KEYED, SO THAT NIGHT'S FORMRPT SHOWS THE NEW STOCK. THE
*>  MASTER AND ITS AUDIT ALREADY HAVE IT, SO A FAILURE HERE IS
*>  REPORTED BUT DOES NOT UNDO THE RECEIPT.
     OPEN EXTEND FORM-USAGE-FILE.
     IF FORM-USAGE-STATUS = "35"
         OPEN OUTPUT FORM-USAGE-FILE
     END-IF
     IF FORM-USAGE-STATUS NOT = "00"
         DISPLAY "FORMMNT - CANNOT OPEN FORMUSE, STATUS "
                 FORM-USAGE-STATUS " - RECEIPT NOT ON THE REGISTER"
         GO TO WRITE-RECEIPT-USAGE-EXIT
     END-IF
     MOVE SPACES TO FORM-USAGE-RECORD.
     MOVE AUDIT-STAMP-DATE   TO FU-BUSINESS-DATE.
     MOVE AUDIT-STAMP        TO FU-USAGE-STAMP.
     MOVE MAINT-FORM-TYPE    TO FU-FORM-TYPE.
     MOVE MAINT-PRINTER-ID   TO FU-PRINTER-ID.
     MOVE "G"                TO FU-USAGE-KIND.
     MOVE MAINT-FIRST-SERIAL TO FU-FIRST-SERIAL.
     MOVE MAINT-LAST-SERIAL  TO FU-LAST-SERIAL.
     MOVE MAINT-RANGE-SIZE   TO FU-SERIAL-COUNT.
     MOVE ZERO               TO FU-PAGE-COUNT.
     MOVE "FORMMNT"          TO FU-PROGRAM-ID.
     MOVE SPACES             TO FU-WORK-FILE-NAME.
     MOVE MAINT-OPERATOR-ID  TO FU-OPERATOR-ID.
     WRITE FORM-USAGE-RECORD.
     IF FORM-USAGE-STATUS NOT = "00"
         DISPLAY "FORMMNT - FORMUSE WRITE FAILED, STATUS "
                 FORM-USAGE-STATUS " - RECEIPT NOT ON THE REGISTER"
     END-IF
     CLOSE FORM-USAGE-FILE.
 WRITE-RECEIPT-USAGE-EXIT.
     EXIT.
*>
 SHOW-SIGNON-SCREEN.
     DISPLAY SIGNON-SCREEN.
     ACCEPT SIGNON-SCREEN.
*>
 SHOW-MENU-SCREEN.
     DISPLAY MAINT-MENU-SCREEN.
     ACCEPT MAINT-MENU-SCREEN.
*>
 SHOW-FORM-KEY-SCREEN.
     DISPLAY FORM-KEY-SCREEN.
     ACCEPT FORM-KEY-SCREEN.
*>
 SHOW-FORM-DETAIL-SCREEN.
     DISPLAY FORM-DETAIL-SCREEN.
     ACCEPT FORM-DETAIL-SCREEN.
*>
 SHOW-RECEIVE-SCREEN.
     DISPLAY RECEIVE-SCREEN.
     ACCEPT RECEIVE-SCREEN.
*>
 SHOW-CONFIRM-SCREEN.
     DISPLAY CONFIRM-SCREEN.
     ACCEPT CONFIRM-SCREEN.
END PROGRAM FORMMNT.
