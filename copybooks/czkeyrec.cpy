      ******************************************************************
      *    COPYBOOK   : CZKEYREC
      *    DESCRIPTION : KEY-STORE MASTER RECORD. ONE RECORD PER KEY
      *                  ID AND GENERATION. THE ACTUAL KEY MATERIAL
      *                  (SHIFT VALUE OR KEYWORD) LIVES ONLY HERE,
      *                  MAINTAINED BY THE CIPHKEYM KEY-MANAGEMENT
      *                  JOB. RUN CONTROL CARDS AND THE AUDIT TRAIL
      *                  CARRY ONLY THE KEY ID, AND THE CIPHER JOBS
      *                  RESOLVE THE ID AGAINST THIS FILE AT RUN TIME.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    08/23/26   SMS   INITIAL VERSION.
      *    10/15/26   SMS   KEY GENERATIONS. A ROTATION NO LONGER
      *                     OVERWRITES THE MATERIAL UNDER A KEY ID -
      *                     CIPHKEYM ADDS A NEW GENERATION AND RETIRES
      *                     THE OLD ONE (STATUS R, RETIRED DATE SET),
      *                     SO TRAFFIC CIPHERED BEFORE THE ROTATION
      *                     CAN STILL BE DECIPHERED. ONLY THE HIGHEST
      *                     GENERATION OF AN ID MAY ENCRYPT. RECORD
      *                     GROWS FROM 52 TO 65 BYTES; A RECORD WRITTEN
      *                     BEFORE THIS CHANGE READS BACK WITH THE NEW
      *                     FIELDS BLANK AND IS TAKEN AS GENERATION 1.
      ******************************************************************
       01  CZ-KEY-RECORD.
           05  CZ-KEY-ID               PIC X(08).
           05  CZ-KEY-STATUS           PIC X(01).
               88  CZ-KEY-ACTIVE               VALUE "A".
               88  CZ-KEY-EXPIRED              VALUE "E".
               88  CZ-KEY-RETIRED              VALUE "R".
           05  CZ-KEY-RETIRED-DATE     PIC X(10).
           05  CZ-KEY-GENERATION       PIC 9(03).
