     COPY "XR_REC.CBL".
 FD  AUDIT-FILE.
*>  THE SAME SHAPE AS THE CUSTMST CHANGE AUDIT (CA_REC.CBL), WITH THE
*>  25-BYTE RATE RECORD AS THE IMAGE INSTEAD OF THE 200-BYTE CUSTOMER
*>  RECORD.
 01  RATE-AUDIT-RECORD.
     05  RA-OPERATOR-ID      PIC X(08).
