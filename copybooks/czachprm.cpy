      ******************************************************************
      *    COPYBOOK   : CZACHPRM
      *    DESCRIPTION : CALL PARAMETERS FOR THE CIPHACHN AUDIT-CHAIN
      *                  SERVICE, CALLED USING THIS LAYOUT AND THE
      *                  CZ-AUDIT-RECORD (CZAUDREC) IN THAT ORDER.
      *                  AN APPEND REQUEST FINDS THE LAST CHAINED
      *                  RECORD ON CIPHAUD AND STAMPS THE CALLER'S
      *                  RECORD AS THE NEXT LINK - SEQUENCE NUMBER AND
      *                  CHAINED HASH - READY FOR THE CALLER TO WRITE.
      *                  A CHECK REQUEST PROVES THE CALLER'S RECORD IS
      *                  THE NEXT LINK AFTER THE PREVIOUS SEQUENCE AND
      *                  HASH GIVEN HERE, AND MOVES THEM ON TO THIS
      *                  RECORD SO A READER CAN WALK A WHOLE FILE ONE
      *                  CALL PER RECORD. A CHECKER STARTS A FILE WITH
      *                  SEQUENCE ZERO AND ZERO HASH, WHICH IS WHERE
      *                  THE FIRST LINK ON ANY TRAIL IS CHAINED FROM.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-AUDCHAIN-PARMS.
           05  CZ-ACH-REQUEST          PIC X(01).
               88  CZ-ACH-REQ-APPEND           VALUE "A".
               88  CZ-ACH-REQ-CHECK            VALUE "C".
           05  CZ-ACH-PREV-SEQ-NO      PIC 9(09).
           05  CZ-ACH-PREV-HASH.
               10  CZ-ACH-PREV-HASH-A  PIC 9(09).
               10  CZ-ACH-PREV-HASH-B  PIC 9(09).
      *    THE HASH THE RECORD SHOULD CARRY, FOR THE CHECKER'S REPORT
           05  CZ-ACH-EXPECTED-HASH.
               10  CZ-ACH-EXP-HASH-A   PIC 9(09).
               10  CZ-ACH-EXP-HASH-B   PIC 9(09).
           05  CZ-ACH-RESULT           PIC X(01).
               88  CZ-ACH-LINKED               VALUE "Y".
               88  CZ-ACH-UNCHAINED            VALUE "U".
               88  CZ-ACH-SEQ-GAP              VALUE "G".
               88  CZ-ACH-OUT-OF-ORDER         VALUE "O".
               88  CZ-ACH-HASH-BROKEN          VALUE "H".
