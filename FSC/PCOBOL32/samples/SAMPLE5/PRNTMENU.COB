*>  OPRAUTH IS THE OPERATOR AUTHORITY FILE, TOKEN FORM LIKE THE
*>  OTHER PARM FILES: ONE RECORD PER OPERATOR, "OPERID LEVEL", WHERE
*>  LEVEL "A" MAY TAKE EVERY OPTION AND LEVEL "I" ONLY THE INQUIRY.
*>  LEVEL "S" IS A SUPERVISOR: EVERYTHING LEVEL "A" MAY DO, PLUS THE
*>  HELD-ITEM DECISIONS ON THE HELDREL SCREEN.
*>  REPRINTS AND RESUMES PUT PAPER IN ENVELOPES, SO THEY ARE
*>  RESTRICTED; LOOKING AT A RUN LOG IS OPEN TO EVERY SIGNED-ON
*>  OPERATOR. AN OPERATOR NOT ON THE FILE GETS NO SESSION AT ALL.
 MENU-LOOP.
*>  (1) ONE TRIP AROUND THE MENU PER OPERATOR ACTION, UNTIL "X".
*>      THE REPRINT AND PRINT/RESUME OPTIONS REISSUE CUSTOMER PAPER,
*>      SO THEY NEED LEVEL "A" (OR "S"); THE INQUIRY IS OPEN TO EVERY
*>      SIGNED-ON OPERATOR. A DENIED ATTEMPT STILL GOES ON THE LOG.
     MOVE SPACE TO MENU-CHOICE.
     PERFORM SHOW-MENU-SCREEN.
     EVALUATE MENU-CHOICE
         WHEN "1"
             IF OPERATOR-LEVEL = "A" OR OPERATOR-LEVEL = "S"
                 PERFORM DO-ACCOUNT-REPRINT
             ELSE
                 MOVE "1" TO LOG-OPTION-CODE
             MOVE ZERO TO LOG-RETURN-CODE
             PERFORM WRITE-ACTION-LOG
         WHEN "3"
             IF OPERATOR-LEVEL = "A" OR OPERATOR-LEVEL = "S"
                 PERFORM DO-SINGLE-FILE-PRINT
             ELSE
                 MOVE "3" TO LOG-OPTION-CODE
*>      OUTPUT DEVICE AND RESUME POINT TAKEN FROM THE SCREEN -- THE
*>      SAME SEQUENCE PRINTBAT RUNS, MINUS THE BATCH LOOP: THE FILE
*>      IS VETTED BY SRECEDIT FIRST, A CLEAN FILE PRINTS AS IS, A
*>      FILE WITH REJECTS OR HELD ITEMS PRINTS ITS .CLN CLEAN COPY,
*>      AND AN UNREADABLE FILE IS NOT PRINTED AT ALL. A MENU LAUNCH
*>      MUST NOT BE THE ONE DOOR THAT LETS A DIRTY EXTRACT (OR AN
*>      OVER-CEILING AMOUNT) REACH THE FORMS.
     PERFORM SHOW-LAUNCH-SCREEN.
     IF MENU-WORK-FILE-NAME = SPACES
         DISPLAY "PRNTMENU - WORK FILE IS REQUIRED"
*>              OPERATOR KEYED A DERIVED DATASET THAT ITSELF FAILED
*>              THE EDIT, WHICH IS A PROBLEM TO REPORT, NOT PRINT.
                 IF MENU-WORK-FILE-NAME (13:4) NOT = SPACES
                     DISPLAY "PRNTMENU - REJECTS OR HOLDS FOUND AND "
                             "CLEAN-COPY NAME WILL NOT FIT, NOT "
                             "PRINTED - SEE THE .ERR REPORT"
                     MOVE "3" TO LOG-OPTION-CODE
                     MOVE MENU-WORK-FILE-NAME TO LOG-WORK-FILE-NAME
                     MOVE SPACES TO LOG-ACCOUNT-NO
                     STRING MENU-WORK-FILE-NAME DELIMITED BY SPACE
                            ".CLN"              DELIMITED BY SIZE
                       INTO MENU-PRINT-TARGET
                     DISPLAY "PRNTMENU - REJECTS OR HOLDS FOUND, "
                             "PRINTING CLEAN COPY: " MENU-PRINT-TARGET
                     PERFORM LAUNCH-PRINT-CALL
                 END-IF
             WHEN OTHER
