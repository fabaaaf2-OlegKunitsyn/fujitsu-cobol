*>  RECORD -- WITH PER-BRANCH, PER-CURRENCY TOTALS AND A TRAILER
*>  COUNT CHECK AGAINST THE DIVERTED COUNT PRINTPRC WROTE ON THE .CRX
*>  TRAILER -- SO REFUND NOTICES GO OUT THE SAME NIGHT AS THE
*>  STATEMENTS INSTEAD OF DAYS LATER. THE MEMOS ARE PRE-NUMBERED
*>  STOCK ("CRMO" ON THE "CREDMEMO" PRINTER IN THE FORMS INVENTORY):
*>  EACH .CRX IS COUNTED TO ITS TRAILER FIRST AND THE OPERATOR WARNED
*>  WHEN THE FORMS ON HAND WILL NOT COVER IT, THEN EVERY MEMO TAKES
*>  THE NEXT SERIAL THROUGH FORMSER AND THE FILE'S SERIALS ARE LOGGED
*>  AGAINST ITS MEMO COUNT WHEN IT IS DONE.
ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
  FILE-CONTROL.
        ASSIGN       TO  CREDMEMO
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  MEMO-REPORT-STATUS.
*>  EVERY MEMO IS A FORM ISSUED TO THE CUSTOMER, SO IT GOES ON THE
*>  ACCOUNT'S STATEMENT HISTORY (SH_REC.CBL) BESIDE THE STATEMENTS
*>  PRINTPRC RECORDS, DATED BY THE BATCHDTE BUSINESS DATE.
    SELECT STATEMENT-HISTORY
        ASSIGN       TO  STMTHIST
        ORGANIZATION IS  INDEXED
        ACCESS MODE  IS  RANDOM
        RECORD KEY   IS  SH-HISTORY-KEY OF STATEMENT-HISTORY-RECORD
        FILE STATUS  IS  STATEMENT-HISTORY-STATUS.
    SELECT BUSINESS-DATE-FILE
        ASSIGN       TO  BATCHDTE
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  BUSINESS-DATE-STATUS.
*>  THE RUN'S CONTROL TOTALS (NT_REC.CBL), REPLACED EVERY RUN, SO
*>  GLINTF CAN PROVE THE LEDGER'S CREDIT ENTRIES AGREE WITH THE MEMOS.
    SELECT NIGHT-TOTALS-FILE
        ASSIGN       TO  CREDTOT
        ORGANIZATION IS  LINE SEQUENTIAL
        FILE STATUS  IS  NIGHT-TOTALS-STATUS.
*>
DATA DIVISION.
 FILE SECTION.
     COPY "CUST_REC.CBL".
 FD  MEMO-REPORT.
 01  MEMO-REPORT-RECORD      PIC X(80).
 FD  STATEMENT-HISTORY.
 01  STATEMENT-HISTORY-RECORD.
     COPY "SH_REC.CBL".
 FD  BUSINESS-DATE-FILE.
 01  BUSINESS-DATE-RECORD.
     COPY "BD_REC.CBL".
 FD  NIGHT-TOTALS-FILE.
 01  NIGHT-TOTALS-RECORD.
     COPY "NT_REC.CBL".
*>
 WORKING-STORAGE SECTION.
 01  CRED1-RECORD.
 01  CREDIT-FILE-STATUS      PIC X(02).
 01  CUSTOMER-MASTER-STATUS  PIC X(02).
 01  MEMO-REPORT-STATUS      PIC X(02).
 01  STATEMENT-HISTORY-STATUS PIC X(02).
 01  BUSINESS-DATE-STATUS    PIC X(02).
 01  NIGHT-TOTALS-STATUS     PIC X(02).
 01  RUN-BALANCED-SW         PIC X(01) VALUE "Y".
*>
 01  CRED-WORK-FILE-NAME     PIC X(12).
*>  THE BASE DATASET WHOSE .CRX IS BEING PRINTED: THE WORK FILE
         10  CT-BRANCH-AMOUNT    PIC S9(11)V99.
         10  CT-GRAND-AMOUNT     PIC S9(11)V99.
         10  CT-BRANCH-ACTIVE-SW PIC X(01).
         10  CT-GRAND-COUNT      PIC 9(09).
 01  RECORD-CURRENCY         PIC X(03).
*>
 01  MEMO-AMOUNT-EDIT        PIC -9(9).99.
     05  RUN-DATE-DD         PIC 9(02).
 01  RUN-DATE-DISPLAY        PIC X(08).
*>
*>  THE BUSINESS DATE THE MEMOS ARE RECORDED UNDER ON THE STATEMENT
*>  HISTORY, AND THE ISSUE STAMP THAT KEEPS EACH HISTORY KEY UNIQUE.
 01  BUSINESS-DATE           PIC 9(08) VALUE ZERO.
 01  HISTORY-OPEN-SW         PIC X(01) VALUE "N".
 01  HISTORY-STAMP-DATE      PIC 9(08).
 01  HISTORY-STAMP-TIME      PIC 9(08).
*>
*>  THE CREDIT-MEMO FORM STOCK: WHETHER THE CURRENT FILE'S MEMOS ARE
*>  DRAWING SERIALS, THE FORMS ITS TRAILER SAYS IT NEEDS, AND THE
*>  RETURN CODE KEPT ACROSS THE CALL TO FORMSER.
 01  MEMO-FORMS-SW           PIC X(01) VALUE "N".
 01  MEMO-FORMS-SHORT-SW     PIC X(01) VALUE "N".
 01  FILE-FORMS-NEEDED       PIC 9(07) VALUE ZERO.
 01  FORMS-SAVED-RC          PIC 9(04) VALUE ZERO.
 01  FORMS-REQUEST.
     COPY "FR_REC.CBL".
*>
PROCEDURE DIVISION.
*>  (1) OPEN THE BATCH LIST, THE MEMO SPOOL AND THE MAILING-ADDRESS
*>      MASTER. A MASTER THAT WON'T OPEN IS SURFACED BUT NOT FATAL --
         DISPLAY "CREDPRN - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT MEMO-REPORT.
     IF MEMO-REPORT-STATUS NOT = "00"
                 MEMO-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE
         GOBACK
     END-IF
     OPEN INPUT CUSTOMER-MASTER.
     IF CUSTOMER-MASTER-STATUS = "00"
                 CUSTOMER-MASTER-STATUS
         MOVE 16 TO RETURN-CODE
     END-IF
*>  THE STATEMENT HISTORY, CREATED EMPTY ON A SITE'S FIRST NIGHT. A
*>  HISTORY THAT WON'T OPEN IS SURFACED BUT THE MEMOS STILL PRINT --
*>  THE REFUND NOTICE MATTERS MORE THAN THE RECORD OF IT.
     OPEN I-O STATEMENT-HISTORY.
     IF STATEMENT-HISTORY-STATUS = "35"
         OPEN OUTPUT STATEMENT-HISTORY
         CLOSE STATEMENT-HISTORY
         OPEN I-O STATEMENT-HISTORY
     END-IF
     IF STATEMENT-HISTORY-STATUS = "00"
         MOVE "Y" TO HISTORY-OPEN-SW
     ELSE
         DISPLAY "CREDPRN - CANNOT OPEN STMTHIST, STATUS "
                 STATEMENT-HISTORY-STATUS
         MOVE 16 TO RETURN-CODE
     END-IF
     PERFORM GET-BUSINESS-DATE.
     ACCEPT RUN-DATE-YYMMDD FROM DATE.
     STRING RUN-DATE-MM DELIMITED BY SIZE
            "/"          DELIMITED BY SIZE
     MOVE "N"  TO FILE-TRAILER-SW.
     MOVE "Y"  TO FILE-FIRST-RECORD-SW.
     MOVE SPACES TO PREVIOUS-BRANCH-NO.
     PERFORM START-MEMO-FORMS THRU START-MEMO-FORMS-EXIT.
     IF CREDIT-FILE-STATUS NOT = "00"
         DISPLAY "CREDPRN - CREDIT FILE REOPEN ERROR, STATUS "
                 CREDIT-FILE-STATUS " ON: " CRED-CRX-NAME
         MOVE 16 TO RETURN-CODE
         GO TO PROCESS-CREDIT-EXIT
     END-IF
     MOVE SPACES TO REPORT-LINE.
     STRING "CREDIT MEMOS FOR: " DELIMITED BY SIZE
            CRED-BASE-NAME       DELIMITED BY SIZE
*>  TRAILER-STYLE COUNT CHECK AGAINST WHAT PRINTPRC SAID IT DIVERTED.
     CLOSE CREDIT-FILE.
     ADD 1 TO FILES-PRINTED-COUNT.
     IF MEMO-FORMS-SW = "Y"
         PERFORM END-MEMO-FORMS
     END-IF
     IF FILE-MEMOS-PRINTED > ZERO
         PERFORM PRINT-BRANCH-SUBTOTAL
     END-IF
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         MOVE "N" TO RUN-BALANCED-SW
     ELSE
         IF FILE-MEMOS-PRINTED NOT = FILE-EXPECTED-COUNT
             MOVE SPACES TO REPORT-LINE
               INTO REPORT-LINE
             WRITE MEMO-REPORT-RECORD FROM REPORT-LINE
             MOVE 16 TO RETURN-CODE
             MOVE "N" TO RUN-BALANCED-SW
         ELSE
             MOVE SPACES TO REPORT-LINE
             STRING "  MEMOS PRINTED: " DELIMITED BY SIZE
            ".CRX"         DELIMITED BY SIZE
       INTO CRED-CRX-NAME.
     OPEN INPUT CREDIT-FILE.
*>
 START-MEMO-FORMS.
*>  COUNT THE FILE'S MEMOS TO ITS TRAILER (THE DETAIL RECORDS, IF AN
*>  OLD .CRX HAS NO TRAILER), WARN WHEN THE STOCK ON HAND WILL NOT
*>  COVER THEM, THEN OPEN THE FILE'S DRAW ON THE STOCK AND REOPEN THE
*>  FILE FOR PRINTING. A SHORT STOCK STILL PRINTS; THE FORMS REPORT
*>  SHOWS THE MEMOS THAT TOOK NO SERIAL. A STOCK WITH NO INVENTORY
*>  RECORD PRINTS UNCOUNTED.
     MOVE "N"  TO MEMO-FORMS-SW.
     MOVE "N"  TO MEMO-FORMS-SHORT-SW.
     MOVE ZERO TO FILE-FORMS-NEEDED.
 COUNT-MEMO-FORMS-LOOP.
     READ CREDIT-FILE INTO CRED1-RECORD
         AT END GO TO COUNT-MEMO-FORMS-DONE.
     IF CREDIT-FILE-STATUS NOT = "00"
         GO TO COUNT-MEMO-FORMS-DONE
     END-IF
     IF S-REC-TYPE OF CRED1-RECORD = "T"
         IF S-TRAILER-COUNT OF CRED1-RECORD NUMERIC
             MOVE S-TRAILER-COUNT OF CRED1-RECORD TO FILE-FORMS-NEEDED
         END-IF
         GO TO COUNT-MEMO-FORMS-DONE
     END-IF
     ADD 1 TO FILE-FORMS-NEEDED.
     GO TO COUNT-MEMO-FORMS-LOOP.
 COUNT-MEMO-FORMS-DONE.
     CLOSE CREDIT-FILE.
     PERFORM SET-FORMS-REQUEST.
     MOVE "C" TO FR-FUNCTION.
     MOVE FILE-FORMS-NEEDED TO FR-REQUIRED-COUNT.
     PERFORM CALL-FORMS-CONTROL.
     EVALUATE FR-RESULT
         WHEN ZERO
             CONTINUE
         WHEN 04
             DISPLAY "CREDPRN - " FR-FORM-TYPE " STOCK WILL FALL "
                     "BELOW ITS REORDER POINT " FR-REORDER-POINT
                     ": ON HAND " FR-ON-HAND ", NEEDED "
                     FILE-FORMS-NEEDED
         WHEN 08
             DISPLAY "CREDPRN - NOT ENOUGH FORMS ON HAND FOR: "
                     CRED-CRX-NAME
             DISPLAY "CREDPRN - " FR-FORM-TYPE " ON HAND "
                     FR-ON-HAND ", NEEDED " FILE-FORMS-NEEDED
             IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
             END-IF
         WHEN OTHER
             DISPLAY "CREDPRN - NO FORMS INVENTORY FOR " FR-FORM-TYPE
                     " ON " FR-PRINTER-ID ", RESULT " FR-RESULT
                     " - SERIALS NOT COUNTED FOR: " CRED-CRX-NAME
             IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
             END-IF
             GO TO START-MEMO-FORMS-REOPEN
     END-EVALUATE
     PERFORM SET-FORMS-REQUEST.
     MOVE "O" TO FR-FUNCTION.
     MOVE "C" TO FR-USAGE-KIND.
     PERFORM CALL-FORMS-CONTROL.
     IF FR-RESULT = ZERO
         MOVE "Y" TO MEMO-FORMS-SW
     ELSE
         DISPLAY "CREDPRN - FORMS RUN NOT OPENED, RESULT " FR-RESULT
                 " - SERIALS NOT COUNTED FOR: " CRED-CRX-NAME
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.
 START-MEMO-FORMS-REOPEN.
     PERFORM OPEN-CREDIT-FILE.
 START-MEMO-FORMS-EXIT.
     EXIT.
*>
 ISSUE-MEMO-SERIAL.
*>  EVERY MEMO IS A NEW FORM. A STOCK WITH NO SERIAL LEFT STILL
*>  PRINTS, BUT THE OPERATOR IS TOLD ONCE PER FILE.
     MOVE "N" TO FR-FUNCTION.
     PERFORM CALL-FORMS-CONTROL.
     IF FR-RESULT NOT = ZERO AND MEMO-FORMS-SHORT-SW = "N"
         MOVE "Y" TO MEMO-FORMS-SHORT-SW
         DISPLAY "CREDPRN - NO SERIAL ISSUED FROM " FR-FORM-TYPE
                 " ON " FR-PRINTER-ID ", RESULT " FR-RESULT
                 " - MEMO " FILE-MEMOS-PRINTED " OF: " CRED-CRX-NAME
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.
*>
 END-MEMO-FORMS.
*>  LOG THE SERIALS THE FILE TOOK BESIDE ITS OWN MEMO COUNT.
     MOVE "E" TO FR-FUNCTION.
     MOVE FILE-MEMOS-PRINTED TO FR-PAGE-COUNT.
     PERFORM CALL-FORMS-CONTROL.
     MOVE "N" TO MEMO-FORMS-SW.
     IF FR-RESULT NOT = ZERO
         DISPLAY "CREDPRN - FORMS USAGE NOT LOGGED, RESULT "
                 FR-RESULT " FOR: " CRED-CRX-NAME
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
     END-IF.
*>
 SET-FORMS-REQUEST.
     MOVE SPACES TO FORMS-REQUEST.
     MOVE "CRMO"         TO FR-FORM-TYPE.
     MOVE "CREDMEMO"     TO FR-PRINTER-ID.
     MOVE "CREDPRN"      TO FR-PROGRAM-ID.
     MOVE CRED-BASE-NAME TO FR-WORK-FILE-NAME.
     MOVE ZERO           TO FR-REQUIRED-COUNT.
     MOVE ZERO           TO FR-PAGE-COUNT.
     MOVE ZERO           TO FR-SERIAL.
*>
 CALL-FORMS-CONTROL.
     MOVE RETURN-CODE TO FORMS-SAVED-RC.
     CALL "FORMSER" USING FORMS-REQUEST.
     MOVE FORMS-SAVED-RC TO RETURN-CODE.
*>
 CLASSIFY-RECORD-CURRENCY.
*>  A VERSION-1 RECORD LEAVES THE CURRENCY BYTES BLANK: ITS AMOUNT IS
*>  FOLDS STRAIGHT INTO A WINDOW ENVELOPE. A MISSING MASTER RECORD
*>  PRINTS FROM THE WORK RECORD'S OWN 20-BYTE NAME AND ROUTES TO
*>  MANUAL HANDLING, THE SAME AS THE MAIN FORM.
     IF MEMO-FORMS-SW = "Y"
         PERFORM ISSUE-MEMO-SERIAL
     END-IF
     MOVE SPACES TO MEMO-LINE.
     STRING "CREDIT MEMO            DATE: " DELIMITED BY SIZE
            RUN-DATE-DISPLAY                DELIMITED BY SIZE
     END-IF
     MOVE ALL "-" TO MEMO-LINE.
     WRITE MEMO-REPORT-RECORD FROM MEMO-LINE.
     PERFORM WRITE-STATEMENT-HISTORY THRU WRITE-HISTORY-EXIT.
*>
 WRITE-STATEMENT-HISTORY.
*>  ONE HISTORY RECORD PER MEMO, KIND "C". A MEMO IS ITS OWN ONE-PAGE
*>  FORM, SO THE PAGE NUMBER IS THE MEMO'S PLACE IN TONIGHT'S SPOOL --
*>  WHAT THE MAILROOM COUNTS BY. A DUPLICATE KEY (SAME ACCOUNT, SAME
*>  CLOCK TICK) BUMPS THE SEQUENCE AND TRIES AGAIN.
     IF HISTORY-OPEN-SW NOT = "Y"
         GO TO WRITE-HISTORY-EXIT
     END-IF
     ACCEPT HISTORY-STAMP-DATE FROM DATE YYYYMMDD.
     ACCEPT HISTORY-STAMP-TIME FROM TIME.
     MOVE SPACES TO STATEMENT-HISTORY-RECORD.
     MOVE S-ACCOUNT-NO OF CRED1-RECORD
       TO SH-ACCOUNT-NO OF STATEMENT-HISTORY-RECORD.
     MOVE BUSINESS-DATE
       TO SH-BUSINESS-DATE OF STATEMENT-HISTORY-RECORD.
     STRING HISTORY-STAMP-DATE DELIMITED BY SIZE
            HISTORY-STAMP-TIME DELIMITED BY SIZE
       INTO SH-ISSUE-STAMP OF STATEMENT-HISTORY-RECORD.
     MOVE ZERO TO SH-ISSUE-SEQ OF STATEMENT-HISTORY-RECORD.
     MOVE S-BRANCH-NO OF CRED1-RECORD
       TO SH-BRANCH-NO OF STATEMENT-HISTORY-RECORD.
     MOVE CRED-BASE-NAME
       TO SH-SOURCE-FILE-NAME OF STATEMENT-HISTORY-RECORD.
     MOVE S-AMOUNT OF CRED1-RECORD
       TO SH-AMOUNT OF STATEMENT-HISTORY-RECORD.
     MOVE RECORD-CURRENCY
       TO SH-CURRENCY-CODE OF STATEMENT-HISTORY-RECORD.
     MOVE "C" TO SH-FORM-KIND OF STATEMENT-HISTORY-RECORD.
     COMPUTE SH-PAGE-NUMBER OF STATEMENT-HISTORY-RECORD =
         TOTAL-MEMOS-PRINTED + 1.
     COMPUTE SH-SOURCE-RECORD-NO OF STATEMENT-HISTORY-RECORD =
         FILE-MEMOS-PRINTED + 1.
 WRITE-HISTORY-RETRY.
     WRITE STATEMENT-HISTORY-RECORD
         INVALID KEY
             CONTINUE
     END-WRITE
     IF STATEMENT-HISTORY-STATUS = "22" AND
        SH-ISSUE-SEQ OF STATEMENT-HISTORY-RECORD < 99
         ADD 1 TO SH-ISSUE-SEQ OF STATEMENT-HISTORY-RECORD
         GO TO WRITE-HISTORY-RETRY
     END-IF
     IF STATEMENT-HISTORY-STATUS NOT = "00"
         DISPLAY "CREDPRN - STMTHIST WRITE FAILED, STATUS "
                 STATEMENT-HISTORY-STATUS " ACCOUNT "
                 S-ACCOUNT-NO OF CRED1-RECORD
         MOVE 16 TO RETURN-CODE
     END-IF.
 WRITE-HISTORY-EXIT.
     EXIT.
*>
 GET-BUSINESS-DATE.
*>  THE BATCH BUSINESS DATE, AS BATDATE SET IT AT BATCH OPEN. A
*>  MISSING OR UNREADABLE CONTROL DATASET FALLS BACK TO THE MACHINE
*>  DATE -- SURFACED ON THE CONSOLE, THE SAME AS THE PRINT RUN.
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
         DISPLAY "CREDPRN - NO BATCHDTE CONTROL DATE, USING "
                 "MACHINE DATE"
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
     END-IF.
*>
 READ-CUSTOMER-MASTER.
*>  RANDOM READ OF THE MAILING-ADDRESS MASTER FOR THE RECORD IN
             MOVE ZERO TO CT-BRANCH-AMOUNT (CURRENCY-FOUND-IX)
             MOVE ZERO TO CT-GRAND-AMOUNT (CURRENCY-FOUND-IX)
             MOVE "N"  TO CT-BRANCH-ACTIVE-SW (CURRENCY-FOUND-IX)
             MOVE ZERO TO CT-GRAND-COUNT (CURRENCY-FOUND-IX)
         ELSE
             DISPLAY "CREDPRN - CURRENCY TABLE FULL, FOLDING "
                     RECORD-CURRENCY
       TO CT-BRANCH-AMOUNT (CURRENCY-FOUND-IX)
          CT-GRAND-AMOUNT (CURRENCY-FOUND-IX).
     MOVE "Y" TO CT-BRANCH-ACTIVE-SW (CURRENCY-FOUND-IX).
     ADD 1 TO CT-GRAND-COUNT (CURRENCY-FOUND-IX).
*>
 FIND-CURRENCY-ENTRY.
     IF CT-CURRENCY-CODE (CURRENCY-INDEX) = RECORD-CURRENCY
            MASTER-MISSING-COUNT  DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE MEMO-REPORT-RECORD FROM REPORT-LINE.
     PERFORM WRITE-NIGHT-TOTALS THRU WRITE-NIGHT-TOTALS-EXIT.
     IF CUSTOMER-MASTER-OPEN-SW = "Y"
         CLOSE CUSTOMER-MASTER
     END-IF
     IF HISTORY-OPEN-SW = "Y"
         CLOSE STATEMENT-HISTORY
     END-IF
     CLOSE CONTROL-FILE MEMO-REPORT.
     GOBACK.
*>
 WRITE-NIGHT-TOTALS.
*>  THE CONTROL TOTALS: A HEADER CARRYING THE BUSINESS DATE AND THIS
*>  RUN'S OWN BALANCE VERDICT, THEN EACH CURRENCY'S TOTAL CREDITS AND
*>  MEMO COUNT. A FAILURE HERE DOES NOT SPOIL THE MEMOS, BUT THE
*>  LEDGER FEED WILL HOLD WITHOUT IT, SO IT IS A WARNING.
     OPEN OUTPUT NIGHT-TOTALS-FILE.
     IF NIGHT-TOTALS-STATUS NOT = "00"
         DISPLAY "CREDPRN - CANNOT OPEN CREDTOT, STATUS "
                 NIGHT-TOTALS-STATUS
         IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
         END-IF
         GO TO WRITE-NIGHT-TOTALS-EXIT
     END-IF
     MOVE SPACES TO NIGHT-TOTALS-RECORD.
     MOVE "H"             TO NT-REC-TYPE OF NIGHT-TOTALS-RECORD.
     MOVE "CREDPRN"       TO NT-SOURCE-PROGRAM OF NIGHT-TOTALS-RECORD.
     MOVE BUSINESS-DATE   TO NT-BUSINESS-DATE OF NIGHT-TOTALS-RECORD.
     MOVE TOTAL-MEMOS-PRINTED TO NT-RECORD-COUNT OF NIGHT-TOTALS-RECORD.
     MOVE ZERO            TO NT-AMOUNT OF NIGHT-TOTALS-RECORD.
     MOVE RUN-BALANCED-SW TO NT-BALANCED-SW OF NIGHT-TOTALS-RECORD.
     WRITE NIGHT-TOTALS-RECORD.
     PERFORM WRITE-CURRENCY-TOTAL
         VARYING CURRENCY-INDEX FROM 1 BY 1
         UNTIL CURRENCY-INDEX > CURRENCY-ENTRY-COUNT.
     CLOSE NIGHT-TOTALS-FILE.
 WRITE-NIGHT-TOTALS-EXIT.
     EXIT.
*>
 WRITE-CURRENCY-TOTAL.
     MOVE SPACES TO NIGHT-TOTALS-RECORD.
     MOVE "D"       TO NT-REC-TYPE OF NIGHT-TOTALS-RECORD.
     MOVE "CREDPRN" TO NT-SOURCE-PROGRAM OF NIGHT-TOTALS-RECORD.
     MOVE BUSINESS-DATE TO NT-BUSINESS-DATE OF NIGHT-TOTALS-RECORD.
     MOVE CT-CURRENCY-CODE (CURRENCY-INDEX)
       TO NT-CURRENCY-CODE OF NIGHT-TOTALS-RECORD.
     MOVE CT-GRAND-COUNT (CURRENCY-INDEX)
       TO NT-RECORD-COUNT OF NIGHT-TOTALS-RECORD.
     MOVE CT-GRAND-AMOUNT (CURRENCY-INDEX)
       TO NT-AMOUNT OF NIGHT-TOTALS-RECORD.
     WRITE NIGHT-TOTALS-RECORD.
END PROGRAM CREDPRN.
