         DISPLAY "DUPCHK - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN OUTPUT QUARANTINE-FILE.
     IF QUARANTINE-STATUS NOT = "00"
                 QUARANTINE-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE
         GOBACK
     END-IF
     OPEN OUTPUT DUP-REPORT.
     IF DUP-REPORT-STATUS NOT = "00"
                 DUP-REPORT-STATUS
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE QUARANTINE-FILE
         GOBACK
     END-IF
     MOVE "DUPCHK - CROSS-FILE DUPLICATE CHECK" TO REPORT-LINE.
     WRITE DUP-REPORT-RECORD FROM REPORT-LINE.
         MOVE 4 TO RETURN-CODE
     END-IF
     CLOSE CONTROL-FILE QUARANTINE-FILE DUP-REPORT.
     GOBACK.
*>
 FEED-INPUT SECTION.
*>  (2A) FEED EVERY DETAIL RECORD FROM EVERY WORK FILE IN THE BATCH
