      *                     THE CIPHIN INTERFACE, SO THE PARTNER CAN
      *                     BALANCE THE CIPHERED FILE ON THEIR SIDE
      *                     THE SAME WAY THIS JOB BALANCES CIPHIN.
      *    10/15/26   SMS   KEY-USED NOW SPLITS INTO THE KEY ID AND THE
      *                     KEY GENERATION THE RECORD WAS CIPHERED
      *                     UNDER, SO A RECORD CIPHERED BEFORE A KEY
      *                     ROTATION CAN STILL BE DECIPHERED WITH THE
      *                     MATERIAL IT WAS CIPHERED WITH. THE
      *                     GENERATION USES BYTES THE ID NEVER FILLED,
      *                     SO THE RECORD LENGTH IS UNCHANGED; A RECORD
      *                     WRITTEN BEFORE THIS CHANGE CARRIES SPACES
      *                     THERE.
      *    10/15/26   SMS   ADDED THE HEADER CYCLE NUMBER, COPIED FROM
      *                     THE CIPHIN HEADER, SO EACH CIPHOUT NAMES THE
      *                     CYCLE IT BELONGS TO (00 OR BLANK = THE NIGHT
      *                     RUN, 01-99 = AN INTRADAY EXPRESS CYCLE).
      ******************************************************************
       01  CZ-CIPHER-RECORD.
           05  CZ-CIP-REC-TYPE         PIC X(01).
           05  CZ-CIP-TEXT             PIC X(60).
           05  CZ-CIP-OPERATION        PIC X(01).
           05  CZ-CIP-MODE             PIC X(01).
           05  CZ-CIP-KEY-USED.
               10  CZ-CIP-KEY-ID       PIC X(08).
               10  CZ-CIP-KEY-GEN      PIC 9(03).
               10  FILLER              PIC X(09).
       01  CZ-CIP-HEADER-REC REDEFINES CZ-CIPHER-RECORD.
           05  FILLER                  PIC X(01).
           05  CZ-CIP-HDR-FILE-DATE    PIC X(10).
           05  CZ-CIP-HDR-SOURCE-SYS   PIC X(08).
           05  CZ-CIP-HDR-CYCLE-NO     PIC 9(02).
           05  FILLER                  PIC X(81).
       01  CZ-CIP-TRAILER-REC REDEFINES CZ-CIPHER-RECORD.
           05  FILLER                  PIC X(01).
           05  CZ-CIP-TRL-REC-COUNT    PIC 9(06).
