IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSTCNV.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  ONE-OFF CONVERSION OF THE CUSTOMER MASTER AND ITS CHANGE-AUDIT
*>  TRAIL TO THE 200-BYTE CUST_REC.CBL LAYOUT. THE MASTER GREW FROM
*>  130 TO 200 BYTES FOR THE RETURNED-MAIL AND E-STATEMENT FIELDS,
*>  AND EVERY PROGRAM THAT OPENS CUSTMST NOW EXPECTS THE LONGER
*>  RECORD, SO THE EXISTING MASTER CANNOT SIMPLY BE READ ON -- AND
*>  THE CSTAUDIT BEFORE AND AFTER IMAGES GREW WITH IT, SO AUDITRPT
*>  WOULD MISREAD EVERY OLD ENTRY. BEFORE THE FIRST RUN UNDER THE NEW
*>  LAYOUT THE OPERATOR RENAMES THE OLD MASTER TO CUSTOLD AND THE OLD
*>  AUDIT TRAIL TO AUDOLD, THEN RUNS THIS PROGRAM ONCE. EACH OLD
*>  MASTER RECORD IS WRITTEN TO A NEW CUSTMST WITH THE SIX MAILING
*>  FIELDS AS THEY WERE AND THE NEW FIELDS BLANK -- BLANK MAIL STATUS
*>  IS DELIVERABLE AND BLANK DELIVERY PREFERENCE IS PAPER, WHICH IS
*>  HOW EVERY ACCOUNT WAS HANDLED BEFORE -- AND EACH OLD AUDIT ENTRY
*>  IS WRITTEN TO A NEW CSTAUDIT WITH ITS IMAGES PADDED THE SAME WAY.
*>  IT REFUSES TO RUN OVER A CUSTMST OR CSTAUDIT THAT IS ALREADY
*>  THERE, SO A SECOND RUN CANNOT WIPE A CONVERTED MASTER. NO AUDOLD
*>  MEANS THE SITE HAD NO AUDIT TRAIL YET, WHICH IS NOT AN ERROR. IT
*>  IS A GOBACK PROGRAM RUN BY HAND; IT IS NOT A NIGHTRUN STEP.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
*>  THE OLD 130-BYTE MASTER UNDER ITS CONVERSION NAME, READ IN KEY
*>  ORDER SO THE NEW MASTER IS LOADED IN KEY ORDER.
    SELECT OLD-CUSTOMER-MASTER
        ASSIGN       TO  CUSTOLD
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  SEQUENTIAL
        RECORD KEY   IS  OM-ACCOUNT-NO OF OLD-MASTER-RECORD
        FILE STATUS  IS  OLD-MASTER-STATUS.
    SELECT CUSTOMER-MASTER
        ASSIGN       TO  CUSTMST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  SEQUENTIAL
        RECORD KEY   IS  CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD
        FILE STATUS  IS  CUSTOMER-MASTER-STATUS.
    SELECT OLD-AUDIT-FILE
        ASSIGN       TO  AUDOLD
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  OLD-AUDIT-STATUS.
    SELECT AUDIT-FILE
        ASSIGN       TO  CSTAUDIT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  AUDIT-FILE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
*>  THE 130-BYTE MASTER: THE ACCOUNT KEY AND THE SIX MAILING FIELDS
*>  (FULL NAME, TWO ADDRESS LINES, CITY, POSTCODE) IN THE ORDER AND
*>  AT THE WIDTHS CUST_REC.CBL STILL CARRIES THEM.
 FD  OLD-CUSTOMER-MASTER.
 01  OLD-MASTER-RECORD.
     05  OM-ACCOUNT-NO       PIC X(10).
     05  OM-MAILING-DATA     PIC X(120).
 FD  CUSTOMER-MASTER.
 01  CUSTOMER-MASTER-RECORD.
     COPY "CUST_REC.CBL".
*>  THE OLD CSTAUDIT ENTRY: THE SAME HEADING FIELDS AS CA_REC.CBL,
*>  WITH 130-BYTE BEFORE AND AFTER IMAGES.
 FD  OLD-AUDIT-FILE.
 01  OLD-AUDIT-RECORD.
     05  OA-OPERATOR-ID      PIC X(08).
     05  FILLER              PIC X(01).
     05  OA-CHANGE-STAMP     PIC X(16).
     05  FILLER              PIC X(01).
     05  OA-ACTION-CODE      PIC X(01).
     05  FILLER              PIC X(01).
     05  OA-ACCOUNT-NO       PIC X(10).
     05  FILLER              PIC X(01).
     05  OA-BEFORE-IMAGE     PIC X(130).
     05  FILLER              PIC X(01).
     05  OA-AFTER-IMAGE      PIC X(130).
 FD  AUDIT-FILE.
 01  AUDIT-RECORD.
     COPY "CA_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  OLD-MASTER-STATUS       PIC X(02).
 01  CUSTOMER-MASTER-STATUS  PIC X(02).
 01  OLD-AUDIT-STATUS        PIC X(02).
 01  AUDIT-FILE-STATUS       PIC X(02).
*>
 01  MASTERS-CONVERTED       PIC 9(07) VALUE ZERO.
 01  AUDITS-CONVERTED        PIC 9(07) VALUE ZERO.
*>
PROCEDURE DIVISION.
*>  (1) NEITHER NEW DATASET MAY EXIST YET: A CONVERTED MASTER, OR ONE
*>      THE NEW PROGRAMS HAVE ALREADY WRITTEN TO, IS NEVER OPENED
*>      OUTPUT OVER.
     OPEN INPUT CUSTOMER-MASTER.
     IF CUSTOMER-MASTER-STATUS NOT = "35"
         IF CUSTOMER-MASTER-STATUS = "00"
             CLOSE CUSTOMER-MASTER
         END-IF
         DISPLAY "CUSTCNV - CUSTMST ALREADY EXISTS, STATUS "
                 CUSTOMER-MASTER-STATUS " - NOTHING CONVERTED"
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN INPUT AUDIT-FILE.
     IF AUDIT-FILE-STATUS NOT = "35"
         IF AUDIT-FILE-STATUS = "00"
             CLOSE AUDIT-FILE
         END-IF
         DISPLAY "CUSTCNV - CSTAUDIT ALREADY EXISTS, STATUS "
                 AUDIT-FILE-STATUS " - NOTHING CONVERTED"
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
*>  (2) THE MASTER.
     OPEN INPUT OLD-CUSTOMER-MASTER.
     IF OLD-MASTER-STATUS NOT = "00"
         DISPLAY "CUSTCNV - CANNOT OPEN CUSTOLD, STATUS "
                 OLD-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT CUSTOMER-MASTER.
     IF CUSTOMER-MASTER-STATUS NOT = "00"
         DISPLAY "CUSTCNV - CANNOT CREATE CUSTMST, STATUS "
                 CUSTOMER-MASTER-STATUS
         CLOSE OLD-CUSTOMER-MASTER
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM CONVERT-MASTER THRU CONVERT-MASTER-EXIT.
     CLOSE OLD-CUSTOMER-MASTER CUSTOMER-MASTER.
     DISPLAY "CUSTCNV - CUSTMST RECORDS CONVERTED: " MASTERS-CONVERTED.
     IF RETURN-CODE NOT < 16
         GOBACK
     END-IF
*>  (3) THE AUDIT TRAIL, IF THE SITE HAD ONE.
     OPEN INPUT OLD-AUDIT-FILE.
     IF OLD-AUDIT-STATUS = "35"
         DISPLAY "CUSTCNV - NO AUDOLD, NO AUDIT TRAIL TO CONVERT"
         GOBACK
     END-IF
     IF OLD-AUDIT-STATUS NOT = "00"
         DISPLAY "CUSTCNV - CANNOT OPEN AUDOLD, STATUS "
                 OLD-AUDIT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT AUDIT-FILE.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "CUSTCNV - CANNOT CREATE CSTAUDIT, STATUS "
                 AUDIT-FILE-STATUS
         CLOSE OLD-AUDIT-FILE
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM CONVERT-AUDIT THRU CONVERT-AUDIT-EXIT.
     CLOSE OLD-AUDIT-FILE AUDIT-FILE.
     DISPLAY "CUSTCNV - CSTAUDIT ENTRIES CONVERTED: " AUDITS-CONVERTED.
     GOBACK.
*>
 CONVERT-MASTER.
*>  THE ACCOUNT KEY AND MAILING FIELDS CARRY ACROSS AS THEY STAND; THE
*>  SPACES UNDER THEM LEAVE EVERY NEW FIELD BLANK.
     READ OLD-CUSTOMER-MASTER NEXT RECORD
         AT END
             GO TO CONVERT-MASTER-EXIT
     END-READ
     IF OLD-MASTER-STATUS NOT = "00"
         DISPLAY "CUSTCNV - CUSTOLD READ ERROR, STATUS "
                 OLD-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO CONVERT-MASTER-EXIT
     END-IF
     MOVE SPACES TO CUSTOMER-MASTER-RECORD.
     MOVE OM-ACCOUNT-NO OF OLD-MASTER-RECORD
       TO CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD.
     MOVE OM-MAILING-DATA OF OLD-MASTER-RECORD
       TO CUSTOMER-MASTER-RECORD (11:120).
     WRITE CUSTOMER-MASTER-RECORD
         INVALID KEY
             CONTINUE
     END-WRITE
     IF CUSTOMER-MASTER-STATUS NOT = "00"
         DISPLAY "CUSTCNV - CUSTMST WRITE FAILED, STATUS "
                 CUSTOMER-MASTER-STATUS " ACCOUNT "
                 OM-ACCOUNT-NO OF OLD-MASTER-RECORD
         MOVE 16 TO RETURN-CODE
         GO TO CONVERT-MASTER-EXIT
     END-IF
     ADD 1 TO MASTERS-CONVERTED.
     GO TO CONVERT-MASTER.
 CONVERT-MASTER-EXIT.
     EXIT.
*>
 CONVERT-AUDIT.
*>  THE HEADING FIELDS MOVE ACROSS ONE FOR ONE; EACH 130-BYTE IMAGE
*>  LANDS AT THE FRONT OF ITS 200-BYTE FIELD, BLANK-PADDED, SO A
*>  BLANK ADD OR DELETE IMAGE STAYS BLANK.
     READ OLD-AUDIT-FILE
         AT END
             GO TO CONVERT-AUDIT-EXIT
     END-READ
     IF OLD-AUDIT-STATUS NOT = "00"
         DISPLAY "CUSTCNV - AUDOLD READ ERROR, STATUS "
                 OLD-AUDIT-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO CONVERT-AUDIT-EXIT
     END-IF
     MOVE SPACES TO AUDIT-RECORD.
     MOVE OA-OPERATOR-ID  TO CA-OPERATOR-ID.
     MOVE OA-CHANGE-STAMP TO CA-CHANGE-STAMP.
     MOVE OA-ACTION-CODE  TO CA-ACTION-CODE.
     MOVE OA-ACCOUNT-NO   TO CA-ACCOUNT-NO.
     MOVE OA-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
     MOVE OA-AFTER-IMAGE  TO CA-AFTER-IMAGE.
     WRITE AUDIT-RECORD.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "CUSTCNV - CSTAUDIT WRITE FAILED, STATUS "
                 AUDIT-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO CONVERT-AUDIT-EXIT
     END-IF
     ADD 1 TO AUDITS-CONVERTED.
     GO TO CONVERT-AUDIT.
 CONVERT-AUDIT-EXIT.
     EXIT.
END PROGRAM CUSTCNV.
