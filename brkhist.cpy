      *****************************************************************
      *    VOUCHER BREAKAGE RECOGNITION HISTORY. THE MONTH-END
      *    BREAKAGE RUN APPENDS ONE RECORD PER ISSUE-MONTH COHORT
      *    FOR THE MONTH IT VALUED: WHAT THE COHORT HAS HAD LOADED,
      *    WHAT IS STILL OUTSTANDING ON ITS ACTIVE VOUCHERS, AND THE
      *    CUMULATIVE BREAKAGE RECOGNIZED AGAINST IT TO DATE. THE
      *    LATEST EARLIER MONTH ON FILE IS WHAT THE NEXT RUN POSTS
      *    ITS INCREMENT AGAINST, AND A MONTH ALREADY ON FILE IS NOT
      *    VALUED AGAIN.
      *****************************************************************
       01  BREAKAGE-HISTORY-RECORD.
           05 BK-MONTH             PIC 9(6).
           05 BK-COHORT            PIC 9(6).
           05 BK-LOADED            PIC S9(9)V99.
           05 BK-OUTSTANDING       PIC S9(9)V99.
           05 BK-RECOGNIZED        PIC S9(9)V99.
           05 BK-RUN-DATE          PIC 9(8).
