      *****************************************************************
      *    SHARED STORE MASTER RECORD LAYOUT, KEYED BY THE
      *    FOUR-CHARACTER STORE CODE THE POS, THE VOUCHER
      *    TRANSACTIONS AND THE CARD-STOCK ALLOCATIONS CARRY
      *    (VT-/RH-/VS-/CS-STORE-CODE). A STORE TAKES TENDER WHEN
      *    THE PROCESSING DATE IS ON OR AFTER ST-OPEN-DATE AND
      *    BEFORE ST-CLOSE-DATE (ZERO = NO CLOSE DATE SET).
      *    ST-STATUS "A" = ACTIVE, "C" = CLOSED AS OF ST-CLOSE-DATE
      *    (A CLOSURE MAY BE KEYED AHEAD OF THE DATE). MAINTAINED
      *    BY store_maint UNDER THE CHANGE-LOG.
      *****************************************************************
       01  STORE-MASTER-RECORD.
           05 ST-STORE-CODE        PIC X(4).
           05 ST-STORE-NAME        PIC X(30).
           05 ST-ADDRESS.
              10 ST-STREET         PIC X(30).
              10 ST-CITY           PIC X(20).
           05 ST-REGION            PIC X(10).
           05 ST-OPEN-DATE         PIC 9(8).
           05 ST-CLOSE-DATE        PIC 9(8).
           05 ST-STATUS            PIC X.
