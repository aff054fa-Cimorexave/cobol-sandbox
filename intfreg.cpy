      *****************************************************************
      *    INTERFACE FILE REGISTRY RECORD. ONE LINE PER FILE THAT
      *    CAME IN OR WENT OUT, WRITTEN BY THE intfreg SERVICE ON
      *    INTERFACE-REGISTRY (LINE SEQUENTIAL, SO AN OPERATOR CAN
      *    INSPECT IT AND, TO REPROCESS A FILE DELIBERATELY, REMOVE
      *    ITS LINE). A FILE IS KNOWN BY ITS RECORD COUNT, HASH TOTAL
      *    AND CONTENT FINGERPRINT; A SECOND FILE WITH ALL THREE THE
      *    SAME AS ONE ALREADY PROCESSED OR SENT IS A DUPLICATE.
      *      IR-DIRECTION "I" INBOUND, "O" OUTBOUND
      *      IR-STATUS    "P" INBOUND FILE PROCESSED
      *                   "S" OUTBOUND FILE RELEASED TO BE SENT
      *                   "D" DUPLICATE - REJECTED (INBOUND) OR NOT
      *                       RELEASED (OUTBOUND); NEVER MATCHED
      *    intf_log REPORTS THE DAY'S LINES AGAINST THE SCHEDULE.
      *****************************************************************
       01  INTERFACE-REGISTRY-RECORD.
           05 IR-INTERFACE         PIC X(16).
           05 FILLER               PIC X VALUE SPACE.
           05 IR-DIRECTION         PIC X.
              88 IR-INBOUND            VALUE "I".
              88 IR-OUTBOUND           VALUE "O".
           05 FILLER               PIC X VALUE SPACE.
           05 IR-STATUS            PIC X.
              88 IR-PROCESSED          VALUE "P".
              88 IR-SENT               VALUE "S".
              88 IR-DUPLICATE          VALUE "D".
           05 FILLER               PIC X VALUE SPACE.
           05 IR-BUSINESS-DATE     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 IR-RECORD-COUNT      PIC 9(7).
           05 FILLER               PIC X VALUE SPACE.
           05 IR-HASH-TOTAL        PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X VALUE SPACE.
           05 IR-FINGERPRINT       PIC 9(10).
           05 FILLER               PIC X VALUE SPACE.
           05 IR-PROGRAM           PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 IR-DATE              PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 IR-TIME              PIC 9(6).
