      *    CUSTOMER-MASTER) ONTO THE CORP-ORDERS FILE UNDER THE
      *    USUAL CHANGE-LOG DISCIPLINE, AND ANSWERS ORDER-STATUS
      *    INQUIRIES SO THE SALES DESK CAN SAY WHERE AN ORDER IS
      *    WITHOUT PHONING THE MACHINE ROOM. AN ORDER NAMES THE
      *    PRODUCT (prodmast.cpy) THE BLOCK IS SOLD UNDER - BLANK FOR
      *    THE STANDARD VOUCHER - WHICH MUST BE ON SALE AND, WHERE IT
      *    LISTS DENOMINATIONS, SELL AT THE ORDER'S FACE VALUE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-DENOM-IDX        PIC 9(2).
       01 WS-PRODUCT-OK       PIC X.

           COPY "prodrule.cpy".
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DENOM-INPUT TO CO-DENOMINATION.
           DISPLAY "PRODUCT CODE (BLANK = STANDARD): ".
           ACCEPT CO-PRODUCT-CODE.
           PERFORM 0850-VALIDATE-PRODUCT.
           IF WS-PRODUCT-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REQUESTED DATE (YYYYMMDD): ".
           ACCEPT CO-REQUEST-DATE.
           MOVE "VALD" TO WS-DATE-FUNCTION.
                   DISPLAY "CUSTOMER:    " CO-CUSTOMER-ID
                   DISPLAY "QUANTITY:    " CO-QUANTITY
                   DISPLAY "DENOM:       " CO-DENOMINATION
                   DISPLAY "PRODUCT:     " CO-PRODUCT-CODE
                   DISPLAY "REQUESTED:   " CO-REQUEST-DATE
                   EVALUATE TRUE
                       WHEN CO-STATUS = "F"
                   MOVE "Y" TO WS-CUST-FOUND
           END-READ.

       0850-VALIDATE-PRODUCT.
           MOVE "N" TO WS-PRODUCT-OK.
           MOVE CO-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           CALL "prodrule" USING PRODUCT-RULES.
           IF PRD-RESULT = "N"
               DISPLAY "PRODUCT " CO-PRODUCT-CODE
                       " NOT ON THE CATALOG. ENTRY REJECTED."
               EXIT PARAGRAPH
           END-IF.
           IF PRD-STATUS = "W"
               DISPLAY "PRODUCT " CO-PRODUCT-CODE
                       " IS WITHDRAWN FROM SALE. ENTRY REJECTED."
               EXIT PARAGRAPH
           END-IF.
           IF PRD-DENOM-COUNT = 0
               MOVE "Y" TO WS-PRODUCT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > PRD-DENOM-COUNT
                      OR WS-DENOM-IDX > 10
               IF CO-DENOMINATION = PRD-DENOMINATION (WS-DENOM-IDX)
                   MOVE "Y" TO WS-PRODUCT-OK
               END-IF
           END-PERFORM.
           IF WS-PRODUCT-OK <> "Y"
               DISPLAY "PRODUCT " CO-PRODUCT-CODE " DOES NOT SELL AT "
                       "THAT DENOMINATION. ENTRY REJECTED."
           END-IF.

       0900-LOG-ORDER-ADD.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "CORPORDER"      TO CL-KEY-TYPE.
