         DISPLAY "EXCRECYC - CANNOT OPEN CTLFILE, STATUS "
                 CONTROL-FILE-STATUS
         MOVE 16 TO RETURN-CODE
         GOBACK
     END-IF
     OPEN INPUT CUSTOMER-MASTER.
     IF CUSTOMER-MASTER-STATUS = "00"
                 CUSTOMER-MASTER-STATUS " - NOTHING TO RECYCLE"
         MOVE 16 TO RETURN-CODE
         CLOSE CONTROL-FILE
         GOBACK
     END-IF.
*>
 RECYC-CTL-LOOP.
         CLOSE CUSTOMER-MASTER
     END-IF
     CLOSE CONTROL-FILE.
     GOBACK.
END PROGRAM EXCRECYC.
