      *                     FILE IT WRITES BACK ONCE THE REPAIR HAS
      *                     BEEN SPLICED INTO A CIPHIN, SO THE SAME
      *                     REPAIR CAN NEVER BE SPLICED TWICE.
      *    10/15/26   SMS   ADDED THE HEADER STREAM NUMBER. CIPHSPLT
      *                     STAMPS EACH STREAM'S COPY OF THE HEADER WITH
      *                     ITS STREAM (1-4) SO THE CAESAR-CIPHER RUN ON
      *                     IT IS RECORDED AGAINST THAT STREAM ON THE
      *                     CIPHRUN RUN-CONTROL FILE. AN EXTRACT HEADER
      *                     LEAVES IT BLANK - AN UNSPLIT RUN, STREAM 0.
      *    10/15/26   SMS   ADDED THE HEADER CYCLE NUMBER SO MORE THAN
      *                     ONE CIPHIN CAN BE RUN FOR A BUSINESS DAY.
      *                     CYCLE 00 (OR BLANK, ON AN EXTRACT WRITTEN
      *                     BEFORE THIS CHANGE) IS THE NIGHT RUN; 01-99
      *                     ARE INTRADAY EXPRESS CYCLES FOR PRIORITY
      *                     PARTNERS. THE CYCLE IS CARRIED ONTO THE
      *                     CIPHOUT HEADER, THE AUDIT AND ARCHIVE
      *                     RECORDS, AND THE CIPHRUN RUN-CONTROL KEY.
      ******************************************************************
       01  CZ-MESSAGE-RECORD.
           05  CZ-MSG-REC-TYPE         PIC X(01).
           05  FILLER                  PIC X(01).
           05  CZ-MSG-HDR-FILE-DATE    PIC X(10).
           05  CZ-MSG-HDR-SOURCE-SYS   PIC X(08).
           05  CZ-MSG-HDR-STREAM-NO    PIC 9(01).
           05  CZ-MSG-HDR-CYCLE-NO     PIC 9(02).
           05  FILLER                  PIC X(58).
       01  CZ-MSG-TRAILER-REC REDEFINES CZ-MESSAGE-RECORD.
           05  FILLER                  PIC X(01).
           05  CZ-MSG-TRL-REC-COUNT    PIC 9(06).
