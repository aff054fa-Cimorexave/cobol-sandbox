      *    VOUCHERS ISSUED UNDER A CAMPAIGN CARRY THE CODE ON THE
      *    MASTER, SO THE PERFORMANCE REPORT CAN CROSS ISSUANCE
      *    AGAINST REDEMPTIONS AND THE CAMPAIGN BUDGET.
      *    THE POINTS FIELDS ARE THE CAMPAIGN'S LOYALTY EARN RULE:
      *    WHOLE POINTS PER DOLLAR ISSUED AND PER DOLLAR TOPPED UP
      *    WHILE THE CAMPAIGN RUNS, AND HOW MANY DAYS THE POINTS
      *    LIVE (ZERO = THE STANDARD LOYALTY-LIFE-DAYS PARAMETER).
      *    ZERO RATES MEAN THE CAMPAIGN EARNS NO POINTS.
      *****************************************************************
       01  CAMPAIGN-MASTER-RECORD.
           05 CP-CAMPAIGN-CODE     PIC X(6).
           05 CP-START-DATE        PIC 9(8).
           05 CP-END-DATE          PIC 9(8).
           05 CP-BUDGET            PIC S9(9)V99 COMP-3.
           05 CP-ISSUE-POINTS      PIC 9(3)V99.
           05 CP-TOPUP-POINTS      PIC 9(3)V99.
           05 CP-POINTS-LIFE-DAYS  PIC 9(4).
