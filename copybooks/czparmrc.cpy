      *                     LEGITIMATE REPROCESS THROUGH, AND THE
      *                     OVERRIDE ITSELF IS RECORDED ON THE AUDIT
      *                     RECORD.
      *    10/15/26   SMS   ADDED THE DUPLICATE LOOKBACK IN DAYS. THE
      *                     ENCRYPT JOB REJECTS A MESSAGE WHOSE ID AND
      *                     PARTNER CODE WERE ALREADY ARCHIVED WITHIN
      *                     THIS MANY DAYS. BLANK TAKES THE DEFAULT OF
      *                     14 DAYS; 000 TURNS THE ARCHIVE LOOKBACK OFF
      *                     BUT KEEPS THE CHECK WITHIN THE FILE ITSELF.
      ******************************************************************
       01  CZ-PARM-RECORD.
           05  CZ-PARM-KEY-ID          PIC X(08).
               88  CZ-PARM-RESTART-NO          VALUE "N".
           05  CZ-PARM-FORCE-SWITCH    PIC X(01).
               88  CZ-PARM-FORCE-YES           VALUE "Y".
           05  CZ-PARM-DUP-DAYS        PIC 9(03).
           05  FILLER                  PIC X(11).
