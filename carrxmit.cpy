      *****************************************************************
      *    SHARED CARRIER TRANSMISSION REGISTER RECORD, KEYED BY PLAN
      *    PLUS EXTRACT DATE. carrier_extract WRITES ONE PER FEED
      *    (STATUS "S"; FEED TYPE "C" CHANGES SINCE THE LAST FEED OR
      *    "F" FULL-FILE RECONCILIATION). THE ACKNOWLEDGMENT RUN
      *    MARKS IT "C" WHEN THE CARRIER CONFIRMS THE DATE AND COUNT
      *    AND RECORDS HOW MANY DISCREPANCIES THE CARRIER RETURNED.
      *****************************************************************
       01  CARRIER-XMIT-RECORD.
           05 CX-KEY.
              10 CX-PLAN-CODE      PIC X(4).
              10 CX-EXTRACT-DATE   PIC 9(8).
           05 CX-FEED-TYPE         PIC X.
              88 CX-CHANGE-FEED        VALUE "C".
              88 CX-FULL-FEED          VALUE "F".
           05 CX-RECORD-COUNT      PIC 9(7).
           05 CX-STATUS            PIC X.
           05 CX-ACK-DATE          PIC 9(8).
           05 CX-DISCREP-COUNT     PIC 9(5).
