      ******************************************************************
      *    COPYBOOK   : CZOPRTRN
      *    DESCRIPTION : OPERATOR AUTHORITY TRANSACTION CARD READ BY
      *                  CIPHOPRM. ONE CARD PER ACTION AGAINST THE
      *                  CIPHOPER MASTER: ADD A NEW OPERATOR, CHANGE
      *                  AN OPERATOR'S NAME OR ROLES, REVOKE AN
      *                  OPERATOR, OR REINSTATE A REVOKED ONE. THE
      *                  ROLE BYTES FOLLOW CZ-OPR-ROLES IN CZOPRREC
      *                  ("Y" GRANTS). ON A CHANGE A BLANK NAME KEEPS
      *                  THE NAME ON FILE; THE ROLES ARE ALWAYS TAKEN
      *                  FROM THE CARD AS A WHOLE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-OPRTRAN-RECORD.
           05  CZ-OTR-ACTION           PIC X(01).
               88  CZ-OTR-ADD                  VALUE "A".
               88  CZ-OTR-CHANGE               VALUE "C".
               88  CZ-OTR-REVOKE               VALUE "R".
               88  CZ-OTR-REINSTATE            VALUE "I".
           05  CZ-OTR-OPERATOR-ID      PIC X(08).
           05  CZ-OTR-NAME             PIC X(30).
           05  CZ-OTR-ROLES            PIC X(06).
           05  FILLER                  PIC X(05).
