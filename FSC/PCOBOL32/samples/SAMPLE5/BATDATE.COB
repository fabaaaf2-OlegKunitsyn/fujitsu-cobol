     IF PARM-ERROR-SW = "Y"
         DISPLAY "BATDATE - BDTPARM INVALID, BATCH OPEN ABANDONED"
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     IF BUSINESS-DATE = ZERO
         ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
         DISPLAY "BATDATE - CANNOT OPEN BATCHDTE, STATUS "
                 BUSINESS-DATE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     MOVE SPACES TO BUSINESS-DATE-RECORD.
     MOVE BUSINESS-DATE TO BD-BUSINESS-DATE OF BUSINESS-DATE-RECORD.
         DISPLAY "BATDATE - BUSINESS DATE SET: " BUSINESS-DATE
     END-IF
     CLOSE BUSINESS-DATE-FILE.
     GOBACK.
*>
 LOAD-DATE-PARM.
*>  THE OPTIONAL OVERRIDE, TOKEN FORM LIKE HKPPARM. NO FILE OR NO
