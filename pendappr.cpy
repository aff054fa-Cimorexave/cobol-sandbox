      *      "VCHVOID " - TARGET IS A VOUCHER CODE
      *      "OVERRIDE" - TARGET IS AN APPLICANT-ID, NEW VALUE THE
      *                   REASON CODE
      *      "EXPENSE " - TARGET IS AN EXPENSE-CLAIM KEY (EMPLOYEE-ID
      *                   AND CLAIM NUMBER), NEW VALUE THE CLAIM TOTAL
      *      "PERREOPN" - TARGET IS AN ACCT-PERIODS KEY (SUBSYSTEM AND
      *                   YYYYMM) TO BE REOPENED; RAISED BY AN ADMIN
      *    PA-STATUS: "P" PENDING, "A" APPROVED/POSTED, "R" REJECTED
      *****************************************************************
       01  PENDING-APPROVAL-RECORD.
