      *****************************************************************
      *    SHARED BALANCE-LOOKUP TRANSMISSION REGISTER RECORD, KEYED
      *    BY EXTRACT DATE. lookup_extract WRITES ONE PER FEED
      *    (STATUS "S"; FEED TYPE "C" CHANGES SINCE THE LAST FEED OR
      *    "F" FULL REFRESH) WITH THE TRAILER'S CONTROL TOTALS.
      *    lookup_ack MARKS IT "C" WHEN THE VENDOR CONFIRMS THE
      *    COUNT AND BALANCE TOTAL, OR "R" WHEN THE VENDOR REJECTED
      *    THE FILE - WHICH MAKES THE NEXT FEED A FULL REFRESH, AND
      *    THAT FULL FEED MARKS THE REJECTED ONE "X" (SUPERSEDED).
      *****************************************************************
       01  LOOKUP-XMIT-RECORD.
           05 LX-EXTRACT-DATE      PIC 9(8).
           05 LX-FEED-TYPE         PIC X.
              88 LX-CHANGE-FEED        VALUE "C".
              88 LX-FULL-FEED          VALUE "F".
           05 LX-RECORD-COUNT      PIC 9(7).
           05 LX-HISTORY-COUNT     PIC 9(7).
           05 LX-BALANCE-TOTAL     PIC S9(9)V99.
           05 LX-STATUS            PIC X.
           05 LX-ACK-DATE          PIC 9(8).
