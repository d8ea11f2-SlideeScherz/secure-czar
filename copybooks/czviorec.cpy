      ******************************************************************
      *    COPYBOOK   : CZVIOREC
      *    DESCRIPTION : SECURITY-VIOLATION RECORD (CIPHVIOL). ONE
      *                  RECORD FOR EVERY OPERATOR REFUSED BY THE
      *                  CIPHAUTH SERVICE - UNKNOWN, REVOKED, OR
      *                  WITHOUT THE ROLE THE WORK NEEDED. CIPHAUTH
      *                  ONLY EVER APPENDS; THE CIPHVRPT JOB PRINTS
      *                  EACH DAY'S RECORDS FOR THE SECURITY OFFICER.
      *                  THE ROLE AND REASON CODES ARE THE CZ-ATH-ROLE
      *                  AND CZ-ATH-RESULT VALUES FROM CZAUTPRM.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-VIOLATION-RECORD.
           05  CZ-VIO-DATE             PIC X(10).
           05  CZ-VIO-TIME             PIC X(08).
           05  CZ-VIO-PROGRAM          PIC X(08).
           05  CZ-VIO-OPERATOR-ID      PIC X(08).
           05  CZ-VIO-ROLE             PIC 9(01).
           05  CZ-VIO-REASON           PIC X(01).
               88  CZ-VIO-UNKNOWN-OPERATOR     VALUE "U".
               88  CZ-VIO-OPERATOR-REVOKED     VALUE "R".
               88  CZ-VIO-ROLE-NOT-HELD        VALUE "N".
           05  CZ-VIO-CONTEXT          PIC X(20).
           05  FILLER                  PIC X(24).
