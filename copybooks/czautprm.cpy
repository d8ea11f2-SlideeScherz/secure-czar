      ******************************************************************
      *    COPYBOOK   : CZAUTPRM
      *    DESCRIPTION : CALL PARAMETERS FOR THE CIPHAUTH OPERATOR
      *                  AUTHORITY SERVICE. A PROGRAM THAT TAKES AN
      *                  OPERATOR ID ON ITS CONTROL CARD FILLS IN ITS
      *                  OWN NAME, THE OPERATOR ID, THE ROLE THE WORK
      *                  NEEDS, AND A SHORT CONTEXT (KEY ID, PARTNER,
      *                  ARCHIVE SEQUENCE) AND CALLS "CIPHAUTH" USING
      *                  THIS LAYOUT. THE SERVICE CHECKS THE CIPHOPER
      *                  MASTER (CZOPRREC), LOGS ANY REFUSAL TO THE
      *                  CIPHVIOL SECURITY-VIOLATION FILE (CZVIOREC),
      *                  AND HANDS BACK THE RESULT AND A PRINTABLE
      *                  REASON. THE CALLER DOES NO WORK UNLESS
      *                  CZ-ATH-GRANTED.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-AUTH-PARMS.
           05  CZ-ATH-PROGRAM          PIC X(08).
           05  CZ-ATH-OPERATOR-ID      PIC X(08).
           05  CZ-ATH-ROLE             PIC 9(01).
               88  CZ-ATH-ROLE-BATCH           VALUE 1.
               88  CZ-ATH-ROLE-DESK            VALUE 2.
               88  CZ-ATH-ROLE-RETRIEVE        VALUE 3.
               88  CZ-ATH-ROLE-RESEND          VALUE 4.
               88  CZ-ATH-ROLE-KEY-SUBMIT      VALUE 5.
               88  CZ-ATH-ROLE-KEY-APPROVE     VALUE 6.
               88  CZ-ATH-ROLE-VALID           VALUE 1 THRU 6.
           05  CZ-ATH-CONTEXT          PIC X(20).
           05  CZ-ATH-RESULT           PIC X(01).
               88  CZ-ATH-GRANTED              VALUE "Y".
               88  CZ-ATH-UNKNOWN-OPERATOR     VALUE "U".
               88  CZ-ATH-OPERATOR-REVOKED     VALUE "R".
               88  CZ-ATH-ROLE-NOT-HELD        VALUE "N".
               88  CZ-ATH-MASTER-UNAVAILABLE   VALUE "F".
           05  CZ-ATH-REASON-TEXT      PIC X(40).
           05  CZ-ATH-OPERATOR-NAME    PIC X(30).
