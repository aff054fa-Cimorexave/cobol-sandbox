      *****************************************************************
      *    SHARED TRAINING RECORD. ONE ENTRY PER EMPLOYEE PER COURSE
      *    (course.cpy) HOLDING THE LATEST COMPLETION: RECORDING A
      *    RENEWAL REPLACES THE DATES. TR-EXPIRY-DATE IS SET FROM THE
      *    COURSE'S CM-VALID-MONTHS WHEN THE COMPLETION IS RECORDED;
      *    ZERO MEANS THE CERTIFICATION DOES NOT EXPIRE.
      *****************************************************************
       01  TRAINING-RECORD.
           05 TR-KEY.
              10 TR-EMPLOYEE-ID    PIC 9(7).
              10 TR-COURSE-CODE    PIC X(6).
           05 TR-COMPLETED-DATE    PIC 9(8).
           05 TR-EXPIRY-DATE       PIC 9(8).
           05 TR-CERT-NUMBER       PIC X(15).
           05 TR-RECORDED-DATE     PIC 9(8).
