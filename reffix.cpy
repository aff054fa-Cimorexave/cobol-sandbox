      *****************************************************************
      *    REFERENTIAL-INTEGRITY FIX-UP CANDIDATE RECORD. ONE LINE
      *    PER ORPHAN THE WEEKLY ref_integrity SWEEP FINDS - A ROW
      *    WHOSE FOREIGN KEY POINTS AT NOTHING ON ITS PARENT MASTER.
      *    THE FILE IS A WORK LIST FOR THE OWNING DEPARTMENT; NOTHING
      *    IS CHANGED OR DELETED UNTIL SOMEONE ACTS ON A LINE THROUGH
      *    THE MAINTENANCE PROGRAM FOR THAT FILE.
      *      RF-RELATIONSHIP  CHILD FILE -> PARENT, AS ON THE REPORT
      *      RF-FILE          LOGICAL NAME OF THE FILE HOLDING THE ROW
      *      RF-RECORD-KEY    THE ROW'S OWN KEY
      *      RF-FOREIGN-KEY   THE KEY THAT FOUND NO PARENT
      *      RF-CONDITION     WHY IT IS AN ORPHAN
      *      RF-ACTION        THE SUGGESTED FIX-UP
      *****************************************************************
       01  REF-FIXUP-RECORD.
           05 RF-RELATIONSHIP      PIC X(26).
           05 FILLER               PIC X VALUE SPACE.
           05 RF-FILE              PIC X(16).
           05 FILLER               PIC X VALUE SPACE.
           05 RF-RECORD-KEY        PIC X(16).
           05 FILLER               PIC X VALUE SPACE.
           05 RF-FOREIGN-KEY       PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 RF-CONDITION         PIC X(24).
           05 FILLER               PIC X VALUE SPACE.
           05 RF-ACTION            PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 RF-SWEEP-DATE        PIC 9(8).
