      ******************************************************************
      *    COPYBOOK   : CZCHGREC
      *    DESCRIPTION : MONTHLY PARTNER CHARGEBACK EXTRACT RECORD
      *                  WRITTEN BY THE CIPHCHRG MONTH-END JOB FOR THE
      *                  BILLING SYSTEM. THE FILE OPENS WITH ONE TYPE-H
      *                  HEADER NAMING THE BILLING MONTH AND ITS FIRST
      *                  AND LAST DAYS, CARRIES ONE TYPE-D DETAIL PER
      *                  PARTNER AND KEY ID WITH THE MONTH'S BILLABLE
      *                  COUNTS, AND CLOSES WITH ONE TYPE-T TRAILER
      *                  WHOSE DETAIL COUNT AND COLUMN TOTALS EQUAL THE
      *                  SUM OF THE DETAILS AND THE ALL-PARTNER MONTH
      *                  TOTAL ON THE CHRGRPT REPORT.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-CHARGE-RECORD.
           05  CZ-CHG-REC-TYPE         PIC X(01).
               88  CZ-CHG-TYPE-HEADER          VALUE "H".
               88  CZ-CHG-TYPE-DETAIL          VALUE "D".
               88  CZ-CHG-TYPE-TRAILER         VALUE "T".
           05  CZ-CHG-PARTNER-CODE     PIC X(04).
           05  CZ-CHG-KEY-ID           PIC X(08).
           05  CZ-CHG-MONTH            PIC X(07).
           05  CZ-CHG-MESSAGES         PIC 9(09).
           05  CZ-CHG-SEGMENTS         PIC 9(09).
           05  CZ-CHG-CHARACTERS       PIC 9(09).
           05  CZ-CHG-RESENDS          PIC 9(09).
           05  CZ-CHG-RETRIEVALS       PIC 9(09).
           05  CZ-CHG-DECR-ACCEPTED    PIC 9(09).
           05  CZ-CHG-DECR-REJECTED    PIC 9(09).
           05  FILLER                  PIC X(17).
       01  CZ-CHG-HEADER-REC REDEFINES CZ-CHARGE-RECORD.
           05  FILLER                  PIC X(01).
           05  CZ-CHG-HDR-SOURCE       PIC X(08).
           05  CZ-CHG-HDR-MONTH        PIC X(07).
           05  CZ-CHG-HDR-FIRST-DATE   PIC X(10).
           05  CZ-CHG-HDR-LAST-DATE    PIC X(10).
           05  CZ-CHG-HDR-RUN-DATE     PIC X(10).
           05  FILLER                  PIC X(54).
       01  CZ-CHG-TRAILER-REC REDEFINES CZ-CHARGE-RECORD.
           05  FILLER                  PIC X(01).
           05  CZ-CHG-TRL-DETAIL-COUNT PIC 9(06).
           05  CZ-CHG-TRL-PARTNER-COUNT
                                       PIC 9(04).
           05  FILLER                  PIC X(09).
           05  CZ-CHG-TRL-MESSAGES     PIC 9(09).
           05  CZ-CHG-TRL-SEGMENTS     PIC 9(09).
           05  CZ-CHG-TRL-CHARACTERS   PIC 9(09).
           05  CZ-CHG-TRL-RESENDS      PIC 9(09).
           05  CZ-CHG-TRL-RETRIEVALS   PIC 9(09).
           05  CZ-CHG-TRL-DECR-ACCEPTED
                                       PIC 9(09).
           05  CZ-CHG-TRL-DECR-REJECTED
                                       PIC 9(09).
           05  FILLER                  PIC X(17).
