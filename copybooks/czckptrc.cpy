      *                     THE FILE-LEVEL BALANCING AGAINST THE
      *                     CIPHIN TRAILER AND STILL WRITE A CORRECT
      *                     TRAILER ONTO CIPHOUT.
      *    10/15/26   SMS   ADDED THE DUPLICATE-MESSAGE COUNT SO A
      *                     RESTARTED RUN CARRIES IT FORWARD WITH THE
      *                     OTHER COUNTS.
      ******************************************************************
       01  CZ-CHECKPOINT-RECORD.
           05  CZ-CKPT-LAST-SEQ-NO     PIC 9(06).
           05  CZ-CKPT-RECS-REJECTED   PIC 9(06).
           05  CZ-CKPT-IN-SEQ-HASH     PIC 9(12).
           05  CZ-CKPT-OUT-SEQ-HASH    PIC 9(12).
           05  CZ-CKPT-RECS-DUP        PIC 9(06).
