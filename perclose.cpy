      *****************************************************************
      *    PARAMETER AREA FOR THE closectl SERVICE. THE CALLER SETS
      *    PCK-SUBSYSTEM ("PAY", "VCH" OR "GL ") AND PCK-DATE, THE
      *    DATE THE POSTING IS DATED; THE SERVICE ANSWERS FROM THE
      *    ACCOUNTING PERIOD CONTROL FILE (acctper.cpy):
      *      PCK-RESULT    "Y" - THE MONTH IS OPEN
      *                    "N" - THE MONTH IS CLOSED
      *      PCK-OPEN-DATE PCK-DATE WHEN OPEN; WHEN CLOSED, THE FIRST
      *                    DAY OF THE NEXT MONTH STILL OPEN, FOR A
      *                    CALLER THAT REDIRECTS RATHER THAN REFUSES
      *****************************************************************
       01  PERIOD-CLOSE-CHECK.
           05 PCK-SUBSYSTEM        PIC X(3).
           05 PCK-DATE             PIC 9(8).
           05 PCK-RESULT           PIC X.
           05 PCK-OPEN-DATE        PIC 9(8).
