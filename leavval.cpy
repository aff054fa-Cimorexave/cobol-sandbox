      *****************************************************************
      *    LEAVE LIABILITY VALUATION HISTORY. THE MONTH-END LEAVE
      *    VALUATION APPENDS ONE RECORD PER DEPARTMENT FOR THE MONTH
      *    IT VALUED: THE HOURS OWED ON LEAVE-BALANCE AND THEIR VALUE
      *    AT EACH EMPLOYEE'S CURRENT HOURLY RATE. THE LATEST EARLIER
      *    MONTH ON FILE IS WHAT THE NEXT RUN MEASURES ITS CHANGE
      *    AGAINST, AND A MONTH ALREADY ON FILE IS NOT VALUED AGAIN.
      *****************************************************************
       01  LEAVE-VALUATION-RECORD.
           05 LV-MONTH             PIC 9(6).
           05 LV-DEPARTMENT        PIC X(4).
           05 LV-EMPLOYEES         PIC 9(5).
           05 LV-HOURS             PIC S9(7)V9.
           05 LV-VALUE             PIC S9(9)V99.
           05 LV-RUN-DATE          PIC 9(8).
