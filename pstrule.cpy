      *****************************************************************
      *    GL POSTING-RULE MASTER RECORD LAYOUT. MAPS EACH POSTING
      *    LEG A LEDGER FEED RAISES TO THE LEDGER ACCOUNT AND COST
      *    CENTRE IT IS BOOKED TO. THE KEY IS:
      *      PR-SOURCE    - THE FEED: "VCH" VOUCHER ACTIVITY,
      *                     "PAY" PAYROLL (RUN AND VOIDS), "ACR"
      *                     WAGE ACCRUAL, "LVE" LEAVE LIABILITY,
      *                     "EXP" EXPENSE CLAIMS, "MRC" MERCHANT
      *                     SETTLEMENT, "BRK" VOUCHER BREAKAGE, OR
      *                     "ALL" FOR EVERY FEED
      *      PR-EVENT     - THE LEG THE FEED RAISES, NAMED BY ITS
      *                     POSTING CODE (VCHLIAB, VCHSALES, PAYEXP,
      *                     PAYDEDL, EXPMEAL ...)
      *      PR-QUALIFIER - THE DEPARTMENT (PAYEXP) OR DEDUCTION
      *                     CODE (PAYDEDL) THE LEG IS FOR, OR SPACES
      *                     FOR THE RULE THAT COVERS ALL OF THEM
      *    PR-COST-CENTER SPACES ON A DEPARTMENT LEG BOOKS TO THE
      *    DEPARTMENT ITSELF. READ THROUGH THE glacct SERVICE
      *    (glacct.cpy); MAINTAINED BY coa_maint UNDER THE CHANGE-LOG.
      *****************************************************************
       01  POSTING-RULE-RECORD.
           05 PR-KEY.
              10 PR-SOURCE         PIC X(3).
              10 PR-EVENT          PIC X(8).
              10 PR-QUALIFIER      PIC X(4).
           05 PR-ACCOUNT           PIC X(8).
           05 PR-COST-CENTER       PIC X(6).
           05 PR-DESCRIPTION       PIC X(20).
