IDENTIFICATION DIVISION.
 PROGRAM-ID. EBOUNCE.
*>  THIS SAMPLE PROGRAM IS IN FREE FORMAT. THE PROGRAM MUST BE
*>  COMPILED WITH THE SRF COMPILER OPTION. THE SRF COMPILER OPTION
*>  SPECIFIES THE SOURCE FORMAT TYPE. SRF(FREE,FREE) TELLS THE
*>  COMPILER THAT THE SOURCE PROGRAM AND COPYBOOKS ARE IN FREE FORMAT.
*>  E-MAIL BOUNCE-BACK PROCESSING. PRINTPRC PUTS AN E-MAIL-ONLY
*>  CUSTOMER'S STATEMENT ON THE E-DELIVERY EXTRACT INSTEAD OF THE
*>  FORM, AND THE E-MAIL GATEWAY SENDS IT. WHEN THE RECEIVING SERVER
*>  REFUSES IT, THE GATEWAY LISTS THE ACCOUNT ON ITS BOUNCE-BACK FILE
*>  (EB_REC.CBL LAYOUT) -- AND WITHOUT THIS STEP THE CUSTOMER WOULD
*>  GET NOTHING, NIGHT AFTER NIGHT, WITH NOBODY TOLD. RUN THE NEXT
*>  NIGHT AHEAD OF PRINTBAT, IT READS THE FILE BACK AND FOR EACH
*>  BOUNCE STILL ADDRESSED TO THE E-MAIL ON CUSTMST PUTS THE
*>  ACCOUNT'S DELIVERY PREFERENCE BACK TO PAPER, SO THAT NIGHT'S
*>  STATEMENT GOES IN THE MAIL. EVERY REVERSION APPENDS A "B" RECORD
*>  TO THE CSTAUDIT CHANGE-AUDIT FILE, SIGNED "EBOUNCE" AS THE
*>  OPERATOR, WITH THE BEFORE AND AFTER IMAGES. THE E-MAIL ADDRESS
*>  STAYS ON THE MASTER SO CUSTMNT CAN SHOW IT WHEN THE CUSTOMER RINGS
*>  WITH A CORRECTED ONE. A BOUNCE FOR AN ADDRESS CUSTMNT HAS SINCE
*>  CHANGED, OR AN ACCOUNT ALREADY ON PAPER, CHANGES NOTHING. EVERY
*>  BOUNCE AND WHAT WAS DONE ABOUT IT GOES ON THE EBNCRPT EXCEPTION
*>  LIST. A PROCESSED BOUNCE FILE IS DELETED, THE SAME WAY PRINTPRC
*>  DELETES A .SEL IT HAS USED, SO A RERUN CANNOT APPLY IT TWICE.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT BOUNCE-FILE
        ASSIGN       TO  BOUNCES
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BOUNCE-FILE-STATUS.
*>  THE SAME INSTALLATION-WIDE MAILING-ADDRESS MASTER CUSTMNT
*>  MAINTAINS, OPENED I-O BECAUSE THE REVERSION IS RECORDED ON IT.
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
    SELECT BOUNCE-REPORT
        ASSIGN       TO  EBNCRPT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BOUNCE-REPORT-STATUS.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
 FD  BOUNCE-FILE.
 01  BOUNCE-RECORD.
     COPY "EB_REC.CBL".
 FD  CUSTOMER-MASTER.
 01  CUSTOMER-MASTER-RECORD.
     COPY "CUST_REC.CBL".
 FD  AUDIT-FILE.
 01  AUDIT-RECORD.
     COPY "CA_REC.CBL".
 FD  BOUNCE-REPORT.
 01  BOUNCE-REPORT-RECORD    PIC X(100).
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
*>
 WORKING-STORAGE SECTION.
*>  THE RECORD IMAGE AS IT STOOD BEFORE THE REVERSION, FOR THE AUDIT
*>  RECORD'S BEFORE IMAGE.
 01  MAINT-BEFORE-AREA.
     COPY "CUST_REC.CBL".
*>
 01  BOUNCE-FILE-STATUS      PIC X(02).
 01  CUSTOMER-MASTER-STATUS  PIC X(02).
 01  AUDIT-FILE-STATUS       PIC X(02).
 01  BOUNCE-REPORT-STATUS    PIC X(02).
*>
*>  THE BATCH STEP SIGNS ITS AUDIT RECORDS WITH ITS OWN NAME IN PLACE
*>  OF AN OPERATOR ID, SO THE TRAIL SHOWS WHO MADE THE CHANGE.
 01  BOUNCE-OPERATOR-ID      PIC X(08) VALUE "EBOUNCE".
 01  RECORD-FOUND-SW         PIC X(01) VALUE "N".
 01  OUTCOME-TEXT            PIC X(17).
*>
 01  BOUNCES-READ            PIC 9(07) VALUE ZERO.
 01  BOUNCES-REVERTED        PIC 9(07) VALUE ZERO.
 01  BOUNCES-NOT-ON-MASTER   PIC 9(07) VALUE ZERO.
 01  BOUNCES-ALREADY-PAPER   PIC 9(07) VALUE ZERO.
 01  BOUNCES-ADDRESS-CHANGED PIC 9(07) VALUE ZERO.
*>
*>  THE AUDIT STAMP IS BUILT THE SAME WAY CUSTMNT BUILDS IT: THE DATE
*>  (YYYYMMDD) FOLLOWED BY THE TIME (HHMMSSHH).
 01  AUDIT-STAMP-DATE        PIC 9(08).
 01  AUDIT-STAMP-TIME        PIC 9(08).
 01  AUDIT-STAMP             PIC X(16).
*>
 01  BUSINESS-DATE-STATUS    PIC X(02).
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
 01  BUSINESS-DATE-SPLIT REDEFINES BUSINESS-DATE.
     05  BUS-DATE-CC         PIC X(02).
     05  BUS-DATE-YY         PIC X(02).
     05  BUS-DATE-MM         PIC X(02).
     05  BUS-DATE-DD         PIC X(02).
 01  RUN-DATE-DISPLAY        PIC X(08).
 01  REPORT-LINE             PIC X(100).
*>
PROCEDURE DIVISION.
*>  (1) OPEN THE EXCEPTION LIST AND PRINT THE HEADING, THEN THE
*>      BOUNCE FILE. NO BOUNCE FILE MEANS THE GATEWAY HAD NOTHING
*>      REFUSED (OR SENT NOTHING), WHICH IS REPORTED, NOT AN ERROR.
     OPEN OUTPUT BOUNCE-REPORT.
     IF BOUNCE-REPORT-STATUS NOT = "00"
         DISPLAY "EBOUNCE - CANNOT OPEN REPORT, STATUS "
                 BOUNCE-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     PERFORM GET-BUSINESS-DATE.
     STRING BUS-DATE-MM DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-DD  DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
            BUS-DATE-YY  DELIMITED BY SIZE
       INTO RUN-DATE-DISPLAY.
     MOVE SPACES TO REPORT-LINE.
     STRING "EBOUNCE - E-MAIL BOUNCE EXCEPTIONS   DATE: "
            DELIMITED BY SIZE
            RUN-DATE-DISPLAY DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE BOUNCE-REPORT-RECORD FROM REPORT-LINE.
     MOVE ALL "-" TO REPORT-LINE.
     WRITE BOUNCE-REPORT-RECORD FROM REPORT-LINE.
     OPEN INPUT BOUNCE-FILE.
     IF BOUNCE-FILE-STATUS = "35"
         MOVE "*** NO BOUNCE FILE FROM THE GATEWAY - NOTHING TO DO ***"
           TO REPORT-LINE
         WRITE BOUNCE-REPORT-RECORD FROM REPORT-LINE
         CLOSE BOUNCE-REPORT
         GOBACK
     END-IF
     IF BOUNCE-FILE-STATUS NOT = "00"
         DISPLAY "EBOUNCE - CANNOT OPEN BOUNCE FILE, STATUS "
                 BOUNCE-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE BOUNCE-REPORT
         GOBACK
     END-IF
     OPEN I-O CUSTOMER-MASTER.
     IF CUSTOMER-MASTER-STATUS NOT = "00"
         DISPLAY "EBOUNCE - CANNOT OPEN CUSTOMER MASTER, STATUS "
                 CUSTOMER-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE BOUNCE-FILE BOUNCE-REPORT
         GOBACK
     END-IF
     OPEN EXTEND AUDIT-FILE.
     IF AUDIT-FILE-STATUS = "35"
         OPEN OUTPUT AUDIT-FILE
     END-IF
*>  NO AUDIT TRAIL MEANS NO REVERSION: A CHANGE TO MAILING DATA THAT
*>  CANNOT BE RECORDED MUST NOT BE MADE. THE BOUNCE FILE IS KEPT FOR
*>  THE RERUN.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "EBOUNCE - CANNOT OPEN AUDIT FILE, STATUS "
                 AUDIT-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE BOUNCE-FILE CUSTOMER-MASTER BOUNCE-REPORT
         GOBACK
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "ACCOUNT    E-MAIL ADDRESS                           "
                                                   DELIMITED BY SIZE
            "BOUNCED  REASON               OUTCOME"
                                                   DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE BOUNCE-REPORT-RECORD FROM REPORT-LINE.
*>
 BOUNCE-LOOP.
*>  (2) ONE LINE PER BOUNCE, WITH WHAT WAS DONE ABOUT IT.
     READ BOUNCE-FILE
          AT END GO TO BOUNCE-TERM-PROC.
     IF BOUNCE-FILE-STATUS NOT = "00"
         DISPLAY "EBOUNCE - BOUNCE FILE READ ERROR, STATUS "
                 BOUNCE-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GO TO BOUNCE-TERM-PROC
     END-IF
     ADD 1 TO BOUNCES-READ.
     PERFORM APPLY-BOUNCE THRU APPLY-BOUNCE-EXIT.
     PERFORM WRITE-BOUNCE-LINE.
     GO TO BOUNCE-LOOP.
*>
 BOUNCE-TERM-PROC.
*>  (3) THE TOTALS, THEN CLOSE DOWN. A BOUNCE FOR AN ACCOUNT NOT ON
*>      THE MASTER MEANS THE GATEWAY AND CUSTMST DISAGREE ABOUT WHO
*>      WAS SENT WHAT -- A WARNING FOR THE SCHEDULER. ONLY A CLEAN
*>      PASS DELETES THE BOUNCE FILE; AFTER A FAILURE IT IS KEPT, AND
*>      A RERUN FINDS THE BOUNCES ALREADY APPLIED AS "ALREADY PAPER".
     MOVE ALL "=" TO REPORT-LINE.
     WRITE BOUNCE-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "BOUNCES READ: "        DELIMITED BY SIZE
            BOUNCES-READ            DELIMITED BY SIZE
            "  REVERTED TO PAPER: " DELIMITED BY SIZE
            BOUNCES-REVERTED        DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE BOUNCE-REPORT-RECORD FROM REPORT-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING "NOT ON MASTER: "       DELIMITED BY SIZE
            BOUNCES-NOT-ON-MASTER   DELIMITED BY SIZE
            "  ALREADY PAPER: "     DELIMITED BY SIZE
            BOUNCES-ALREADY-PAPER   DELIMITED BY SIZE
            "  ADDRESS CHANGED: "   DELIMITED BY SIZE
            BOUNCES-ADDRESS-CHANGED DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE BOUNCE-REPORT-RECORD FROM REPORT-LINE.
     IF BOUNCES-NOT-ON-MASTER > ZERO
         DISPLAY "EBOUNCE - " BOUNCES-NOT-ON-MASTER
                 " BOUNCE(S) FOR ACCOUNTS NOT ON CUSTMST"
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF
     DISPLAY "EBOUNCE - BOUNCES READ: " BOUNCES-READ
             "  REVERTED TO PAPER: " BOUNCES-REVERTED.
     CLOSE BOUNCE-FILE CUSTOMER-MASTER AUDIT-FILE BOUNCE-REPORT.
     IF RETURN-CODE < 16
         DELETE FILE BOUNCE-FILE
         DISPLAY "EBOUNCE - BOUNCE FILE DELETED AFTER USE"
     END-IF
     GOBACK.
*>
 APPLY-BOUNCE.
*>  FIND THE ACCOUNT AND DECIDE. ONLY AN ACCOUNT STILL TAKING E-MAIL
*>  AT THE VERY ADDRESS THAT BOUNCED IS PUT BACK TO PAPER.
     MOVE "N" TO RECORD-FOUND-SW.
     MOVE EB-ACCOUNT-NO OF BOUNCE-RECORD
       TO CM-ACCOUNT-NO OF CUSTOMER-MASTER-RECORD.
     READ CUSTOMER-MASTER
         INVALID KEY
             CONTINUE
         NOT INVALID KEY
             MOVE "Y" TO RECORD-FOUND-SW
     END-READ.
     IF RECORD-FOUND-SW = "N"
         MOVE "NOT ON MASTER" TO OUTCOME-TEXT
         ADD 1 TO BOUNCES-NOT-ON-MASTER
         GO TO APPLY-BOUNCE-EXIT
     END-IF
     IF CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD NOT = "E" AND
        CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD NOT = "B"
         MOVE "ALREADY PAPER" TO OUTCOME-TEXT
         ADD 1 TO BOUNCES-ALREADY-PAPER
         GO TO APPLY-BOUNCE-EXIT
     END-IF
     IF CM-EMAIL-ADDRESS OF CUSTOMER-MASTER-RECORD NOT =
        EB-EMAIL-ADDRESS OF BOUNCE-RECORD
         MOVE "ADDRESS CHANGED" TO OUTCOME-TEXT
         ADD 1 TO BOUNCES-ADDRESS-CHANGED
         GO TO APPLY-BOUNCE-EXIT
     END-IF
     MOVE CUSTOMER-MASTER-RECORD TO MAINT-BEFORE-AREA.
     MOVE "P" TO CM-DELIVERY-PREF OF CUSTOMER-MASTER-RECORD.
     REWRITE CUSTOMER-MASTER-RECORD
         INVALID KEY
             CONTINUE
     END-REWRITE
     IF CUSTOMER-MASTER-STATUS NOT = "00"
         DISPLAY "EBOUNCE - REWRITE FAILED, STATUS "
                 CUSTOMER-MASTER-STATUS " FOR: "
                 EB-ACCOUNT-NO OF BOUNCE-RECORD
         MOVE 16 TO RETURN-CODE
         MOVE "REWRITE FAILED" TO OUTCOME-TEXT
         GO TO APPLY-BOUNCE-EXIT
     END-IF
     PERFORM WRITE-AUDIT-RECORD.
     MOVE "REVERTED TO PAPER" TO OUTCOME-TEXT.
     ADD 1 TO BOUNCES-REVERTED.
 APPLY-BOUNCE-EXIT.
     EXIT.
*>
 WRITE-AUDIT-RECORD.
*>  ONE APPEND-ONLY AUDIT RECORD PER REVERSION, IN THE SAME FORM
*>  CUSTMNT WRITES. A FAILED AUDIT WRITE ENDS THE STEP AND KEEPS THE
*>  BOUNCE FILE.
     ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT AUDIT-STAMP-TIME FROM TIME.
     MOVE SPACES TO AUDIT-STAMP.
     STRING AUDIT-STAMP-DATE DELIMITED BY SIZE
            AUDIT-STAMP-TIME DELIMITED BY SIZE
       INTO AUDIT-STAMP.
     MOVE SPACES TO AUDIT-RECORD.
     MOVE BOUNCE-OPERATOR-ID TO CA-OPERATOR-ID OF AUDIT-RECORD.
     MOVE AUDIT-STAMP        TO CA-CHANGE-STAMP OF AUDIT-RECORD.
     MOVE "B"                TO CA-ACTION-CODE OF AUDIT-RECORD.
     MOVE EB-ACCOUNT-NO OF BOUNCE-RECORD
       TO CA-ACCOUNT-NO OF AUDIT-RECORD.
     MOVE MAINT-BEFORE-AREA  TO CA-BEFORE-IMAGE OF AUDIT-RECORD.
     MOVE CUSTOMER-MASTER-RECORD
       TO CA-AFTER-IMAGE OF AUDIT-RECORD.
     WRITE AUDIT-RECORD.
     IF AUDIT-FILE-STATUS NOT = "00"
         DISPLAY "EBOUNCE - AUDIT WRITE FAILED, STATUS "
                 AUDIT-FILE-STATUS " - STEP ENDED"
         MOVE 16 TO RETURN-CODE
         CLOSE BOUNCE-FILE CUSTOMER-MASTER AUDIT-FILE BOUNCE-REPORT
         GOBACK
     END-IF.
*>
 WRITE-BOUNCE-LINE.
     MOVE SPACES TO REPORT-LINE.
     STRING EB-ACCOUNT-NO OF BOUNCE-RECORD    DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            EB-EMAIL-ADDRESS OF BOUNCE-RECORD DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            EB-BOUNCE-DATE OF BOUNCE-RECORD   DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            EB-BOUNCE-REASON OF BOUNCE-RECORD DELIMITED BY SIZE
            " "                               DELIMITED BY SIZE
            OUTCOME-TEXT                      DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE BOUNCE-REPORT-RECORD FROM REPORT-LINE.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN; THE
*>  REPORT DATES ITSELF FROM IT. A MISSING CONTROL DATASET FALLS BACK
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
         DISPLAY "EBOUNCE - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
END PROGRAM EBOUNCE.
