        ASSIGN       TO  HKP-CRP-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  HKP-CRP-STATUS.
    SELECT HKP-HLD-FILE
        ASSIGN       TO  HKP-HLD-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  HKP-HLD-STATUS.
*>  THE E-DELIVERY EXTRACT (.EDL DOCUMENTS, .EDX INDEX). THE GATEWAY
*>  HAS LONG SINCE SENT IT AND STMTHIST KEEPS THE RECORD OF IT.
    SELECT HKP-EDL-FILE
        ASSIGN       TO  HKP-EDL-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  HKP-EDL-STATUS.
    SELECT HKP-EDX-FILE
        ASSIGN       TO  HKP-EDX-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  HKP-EDX-STATUS.
    SELECT HKP-SEL-FILE
        ASSIGN       TO  HKP-SEL-NAME
        ORGANIZATION IS  LINE SEQUENTIAL
 01  HKP-EXC-RECORD          PIC X(80).
 FD  HKP-CRP-FILE.
 01  HKP-CRP-RECORD          PIC X(60).
 FD  HKP-HLD-FILE.
 01  HKP-HLD-RECORD          PIC X(80).
 FD  HKP-EDL-FILE.
 01  HKP-EDL-RECORD          PIC X(80).
 FD  HKP-EDX-FILE.
 01  HKP-EDX-RECORD          PIC X(100).
 FD  HKP-SEL-FILE.
 01  HKP-SEL-RECORD          PIC X(30).
 FD  HKP-SUS-FILE.
 01  HKP-ERR-STATUS          PIC X(02).
 01  HKP-EXC-STATUS          PIC X(02).
 01  HKP-CRP-STATUS          PIC X(02).
 01  HKP-HLD-STATUS          PIC X(02).
 01  HKP-EDL-STATUS          PIC X(02).
 01  HKP-EDX-STATUS          PIC X(02).
 01  HKP-SEL-STATUS          PIC X(02).
 01  HKP-SUS-STATUS          PIC X(02).
 01  HKP-RDY-STATUS          PIC X(02).
 01  HKP-ERR-NAME            PIC X(20).
 01  HKP-EXC-NAME            PIC X(20).
 01  HKP-CRP-NAME            PIC X(20).
 01  HKP-HLD-NAME            PIC X(20).
 01  HKP-EDL-NAME            PIC X(20).
 01  HKP-EDX-NAME            PIC X(20).
 01  HKP-SEL-NAME            PIC X(20).
 01  HKP-SUS-NAME            PIC X(20).
 01  HKP-RDY-NAME            PIC X(20).
     IF PARM-ERROR-SW = "Y"
         DISPLAY "PRINTHKP - HKPPARM INVALID, SWEEP ABANDONED"
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN INPUT CONTROL-FILE.
     IF CONTROL-FILE-STATUS NOT = "00"
         DISPLAY "PRINTHKP - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN EXTEND ARCHIVE-FILE.
*>  A BRAND-NEW INSTALLATION HAS NO ARCHIVE YET; CREATE IT RATHER
                 ARCHIVE-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE
         GOBACK
     END-IF
     OPEN OUTPUT HKP-REPORT.
     IF HKP-REPORT-STATUS NOT = "00"
                 HKP-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE ARCHIVE-FILE
         GOBACK
     END-IF
*>  RETENTION AGES AGAINST THE BATCH BUSINESS DATE, NOT THE MACHINE
*>  CLOCK -- A SWEEP RUNNING AFTER MIDNIGHT MUST NOT AGE EVERYTHING
     STRING HKP-BASE-NAME DELIMITED BY SPACE
            ".CRP"        DELIMITED BY SIZE
       INTO HKP-CRP-NAME.
     MOVE SPACES TO HKP-HLD-NAME.
     STRING HKP-BASE-NAME DELIMITED BY SPACE
            ".HLD"        DELIMITED BY SIZE
       INTO HKP-HLD-NAME.
     MOVE SPACES TO HKP-EDL-NAME.
     STRING HKP-BASE-NAME DELIMITED BY SPACE
            ".EDL"        DELIMITED BY SIZE
       INTO HKP-EDL-NAME.
     MOVE SPACES TO HKP-EDX-NAME.
     STRING HKP-BASE-NAME DELIMITED BY SPACE
            ".EDX"        DELIMITED BY SIZE
       INTO HKP-EDX-NAME.
     MOVE SPACES TO HKP-SEL-NAME.
     STRING HKP-BASE-NAME DELIMITED BY SPACE
            ".SEL"        DELIMITED BY SIZE
     ADD 1 TO LOGS-ARCHIVED-COUNT.
*>  THE FULL DERIVED SET GOES: AUDIT TRAIL (JUST ARCHIVED), RESTART
*>  AND REPRINT DATASETS, ALTERNATE OUTPUTS, EDIT AND EXCEPTION
*>  REPORTS (THE .HLD BAD-ADDRESS LIST AMONG THEM -- ITS ACCOUNTS
*>  STAY MARKED ON CUSTMST, WHICH IS WHAT UNDLVRPT READS), THE
*>  E-DELIVERY EXTRACT THE GATEWAY HAS LONG SINCE SENT, ANY
*>  LEFTOVER SELECTION CRITERIA, THE NIGHTLY REJECT SUSPENSE
*>  (SRECEDIT WRITES ONE EVEN WHEN NOTHING REJECTED), AND A
*>  RELEASED-BUT-NEVER-PRINTED .RDY -- A RUN THIS FAR PAST ITS
*>  RETENTION HAS HAD ITS REPAIRS PRINTED OR RERUN LONG AGO. THE
*>  .CRX CREDIT-EXCEPTION FILE IS DELIBERATELY KEPT -- IT IS THE
     DELETE FILE HKP-ERR-FILE.
     DELETE FILE HKP-EXC-FILE.
     DELETE FILE HKP-CRP-FILE.
     DELETE FILE HKP-HLD-FILE.
     DELETE FILE HKP-EDL-FILE.
     DELETE FILE HKP-EDX-FILE.
     DELETE FILE HKP-SEL-FILE.
     DELETE FILE HKP-SUS-FILE.
     DELETE FILE HKP-RDY-FILE.
       INTO REPORT-LINE.
     WRITE HKP-REPORT-RECORD FROM REPORT-LINE.
     CLOSE CONTROL-FILE ARCHIVE-FILE HKP-REPORT.
     GOBACK.
END PROGRAM PRINTHKP.
