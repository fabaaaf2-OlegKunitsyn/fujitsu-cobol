         DISPLAY "RECONRPT - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT RECON-REPORT.
     IF RECON-REPORT-STATUS NOT = "00"
                 RECON-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE
         GOBACK
     END-IF
     PERFORM GET-BUSINESS-DATE.
     STRING BUS-DATE-MM DELIMITED BY SIZE
       INTO REPORT-LINE.
     WRITE RECON-REPORT-RECORD FROM REPORT-LINE.
     CLOSE CONTROL-FILE RECON-REPORT.
     GOBACK.
END PROGRAM RECONRPT.
