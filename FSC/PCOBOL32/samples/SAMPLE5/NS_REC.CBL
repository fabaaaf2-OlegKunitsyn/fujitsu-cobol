*>  NS_REC.CBL
*>  NIGHT-STATUS RECORD LAYOUT, SHARED BY THE FD IN NIGHTRUN (WHICH
*>  APPENDS TO THE NIGHTSTS DATASET AS EACH JOB STEP STARTS AND ENDS)
*>  AND BY WHATEVER READS THE NIGHT BACK. EVERY RECORD CARRIES THE
*>  NIGHT STAMP OF THE STREAM IT BELONGS TO -- THE WALL-CLOCK STAMP
*>  OF THE NIGHT'S FIRST START, KEPT UNCHANGED ACROSS ANY RERUNS --
*>  SO A RERUN CAN FIND THE NIGHT IT IS FINISHING. A STEP THAT
*>  STARTED AND NEVER ENDED (AN ABEND) LEAVES ITS "S" RECORD WITH NO
*>  MATCHING "E" RECORD. STAMPS ARE THE SAME DATE-PLUS-TIME FORM THE
*>  RUN-LOG STAMPS USE (YYYYMMDD THEN HHMMSSHH).
    05  NS-NIGHT-STAMP      PIC X(16).
    05  FILLER              PIC X(01).
*>  THE BATCHDTE BUSINESS DATE IN FORCE WHEN THE EVENT WAS LOGGED.
    05  NS-BUSINESS-DATE    PIC 9(08).
    05  FILLER              PIC X(01).
    05  NS-STEP-SEQ         PIC 9(02).
    05  FILLER              PIC X(01).
    05  NS-STEP-NAME        PIC X(08).
    05  FILLER              PIC X(01).
*>  "S" = STEP STARTED, "E" = STEP ENDED, "N" = NIGHT COMPLETE.
    05  NS-EVENT-CODE       PIC X(01).
    05  FILLER              PIC X(01).
    05  NS-START-STAMP      PIC X(16).
    05  FILLER              PIC X(01).
    05  NS-END-STAMP        PIC X(16).
    05  FILLER              PIC X(01).
    05  NS-RETURN-CODE      PIC 9(04).
    05  FILLER              PIC X(01).
*>  ON AN "E" RECORD: "C" = COMPLETED WITHIN ITS RC LIMIT, "W" = AN
*>  OPTIONAL STEP OVER ITS LIMIT (THE NIGHT CARRIED ON), "F" = A
*>  MANDATORY STEP OVER ITS LIMIT (THE NIGHT STOPPED THERE).
    05  NS-OUTCOME          PIC X(01).
    05  FILLER              PIC X(04).
