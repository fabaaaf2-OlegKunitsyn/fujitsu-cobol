*>  SIZED FOR THE FULL 16-BYTE DATASET NAME (A .CLN CLEAN COPY RUNS
*>  FOUR BYTES LONGER THAN A RAW EXTRACT NAME), SO A CHECKPOINT
*>  IDENTIFIES THE RUN IT ACTUALLY BELONGS TO.
*>  CKPT-FORM-SERIAL IS THE SERIAL OF THE PRE-NUMBERED FORM THAT WAS
*>  IN THE PRINTER AT THE CHECKPOINT (ZERO ON A RUN THAT TAKES NO
*>  NUMBERED FORMS); THE RESTART HANDS IT TO FORMSER, WHICH COUNTS THE
*>  FORMS TURNED AFTER IT AS SPOILED. CKPT-BUSINESS-DATE IS THE
*>  BATCHDTE DATE THE RUN ISSUED ITS FORMS UNDER, SO A RESTART ON A
*>  LATER DATE STILL FINDS THE CUT-OFF RUN'S STATEMENT HISTORY.
    05  CKPT-WORK-FILE-NAME PIC X(16).
    05  FILLER              PIC X(02).
    05  CKPT-RECORD-COUNT   PIC 9(07).
    05  FILLER              PIC X(02).
    05  CKPT-FORM-SERIAL    PIC 9(09).
    05  FILLER              PIC X(02).
    05  CKPT-BUSINESS-DATE  PIC 9(08).
    05  FILLER              PIC X(14).
