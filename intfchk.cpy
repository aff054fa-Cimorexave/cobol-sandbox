      *****************************************************************
      *    PARAMETER AREA FOR THE intfreg SERVICE (INTERFACE FILE
      *    REGISTRY, intfreg.cpy). IFC-FUNCTION:
      *      "INIT" - START A FILE: CLEARS COUNT, HASH, FINGERPRINT
      *      "ADD " - ONE RECORD: IFC-RECORD (IFC-RECORD-LENGTH
      *               BYTES OF IT) AND IFC-AMOUNT, ITS HASH FIELD
      *      "CHK " - IS AN IDENTICAL IFC-INTERFACE FILE ALREADY ON
      *               THE REGISTRY? IFC-RESULT "Y" NO, "N" YES - THE
      *               DUPLICATE IS LOGGED AT ONCE AND IFC-DETAIL SAYS
      *               WHEN THE ORIGINAL WAS TAKEN
      *      "DONE" - REGISTER THE FILE LAST CHECKED UNDER
      *               IFC-INTERFACE, ONCE THE CALLER HAS PROCESSED
      *               (OR RELEASED) IT CLEANLY
      *    AN INBOUND CALLER FINGERPRINTS THE FILE BEFORE IT USES
      *    IT; AN OUTBOUND CALLER AS IT WRITES IT. AN EMPTY FILE IS
      *    NEVER A DUPLICATE.
      *****************************************************************
       01  INTERFACE-CHECK.
           05 IFC-FUNCTION         PIC X(4).
           05 IFC-INTERFACE        PIC X(16).
           05 IFC-DIRECTION        PIC X.
           05 IFC-PROGRAM          PIC X(15).
           05 IFC-RECORD-LENGTH    PIC 9(3).
           05 IFC-RECORD           PIC X(200).
           05 IFC-AMOUNT           PIC S9(11)V99.
           05 IFC-RECORD-COUNT     PIC 9(7).
           05 IFC-HASH-TOTAL       PIC S9(13)V99.
           05 IFC-FINGERPRINT      PIC 9(10).
           05 IFC-RESULT           PIC X.
           05 IFC-DETAIL           PIC X(40).
