*>  HI_REC.CBL
*>  HELD-ITEM RECORD LAYOUT. THE HELDITM FILE IS A PERMANENT DATASET
*>  LIKE CUSTMST AND MSGMST, KEYED BY THE BUSINESS DATE THE ITEM WAS
*>  HELD, THE WORK FILE IT CAME FROM AND ITS DETAIL POSITION IN THAT
*>  FILE -- SO AN EDIT RERUN THE SAME NIGHT FINDS THE ITEM ALREADY
*>  HELD INSTEAD OF HOLDING IT TWICE. SRECEDIT WRITES ONE FOR EVERY
*>  DETAIL OVER ITS AMTCEIL CEILING, HELDREL RECORDS THE SUPERVISOR'S
*>  DECISION, HELDPRN PRINTS THE APPROVED ONES AND HELDRPT LISTS WHAT
*>  IS STILL WAITING. THE DETAIL ITSELF RIDES ALONG AS ITS S_REC.CBL
*>  IMAGE. FIXED AT 200 BYTES.
    05  HI-HOLD-KEY.
        10  HI-HOLD-DATE        PIC 9(08).
        10  HI-WORK-FILE-NAME   PIC X(16).
        10  HI-RECORD-NO        PIC 9(07).
*>  "W" = WAITING FOR A DECISION, "A" = APPROVED, "J" = REJECTED,
*>  "R" = IN A RELEASE PRINT RUN, "P" = PRINTED BY THAT RUN.
    05  HI-ITEM-STATUS          PIC X(01).
    05  HI-CEILING-AMOUNT       PIC 9(09)V99.
    05  HI-RECORD-IMAGE         PIC X(60).
    05  HI-DECIDED-BY           PIC X(08).
    05  HI-DECIDED-STAMP        PIC X(16).
    05  HI-DECISION-COMMENT     PIC X(40).
*>  THE BUSINESS DATE OF THE RELEASE RUN THAT TOOK THE ITEM ("R"/"P").
    05  HI-RELEASE-DATE         PIC 9(08).
    05  FILLER                  PIC X(25).
