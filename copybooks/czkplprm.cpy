      ******************************************************************
      *    COPYBOOK   : CZKPLPRM
      *    DESCRIPTION : CALL PARAMETERS FOR THE CIPHKPOL KEY-STRENGTH
      *                  POLICY SERVICE. THE CALLER SAYS WHETHER THE
      *                  MATERIAL IS FOR A NEW KEY ID, A ROTATION OF
      *                  AN EXISTING ONE (WITH THE MODE OF THE
      *                  GENERATION BEING REPLACED), OR AN ENTRY
      *                  ALREADY ON CIPHKEYS BEING SCANNED, FILLS IN
      *                  THE MODE AND MATERIAL, AND CALLS "CIPHKPOL"
      *                  USING THIS LAYOUT. THE SERVICE JUDGES THE
      *                  MATERIAL AGAINST THE POLICY ON THE KEYPOLCY
      *                  CARD (OR THE SHOP DEFAULTS) AND HANDS BACK
      *                  THE RESULT, THE FIRST RULE BROKEN, AND A
      *                  PRINTABLE REASON THAT NEVER QUOTES THE
      *                  MATERIAL. THE POLICY IN FORCE IS HANDED BACK
      *                  AS WELL, SO A CALLER GENERATING MATERIAL
      *                  KNOWS HOW LONG TO MAKE IT.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-KEYPOL-PARMS.
           05  CZ-KPL-REQUEST          PIC X(01).
               88  CZ-KPL-REQ-NEW-KEY          VALUE "N".
               88  CZ-KPL-REQ-ROTATE           VALUE "R".
               88  CZ-KPL-REQ-SCAN             VALUE "S".
           05  CZ-KPL-MODE             PIC X(01).
               88  CZ-KPL-MODE-SINGLE          VALUE "S".
               88  CZ-KPL-MODE-KEYWORD         VALUE "K".
           05  CZ-KPL-PRIOR-MODE       PIC X(01).
           05  CZ-KPL-SHIFT-KEY        PIC 9(02).
           05  CZ-KPL-KEYWORD          PIC X(20).
           05  CZ-KPL-RESULT           PIC X(01).
               88  CZ-KPL-PASSED               VALUE "Y".
               88  CZ-KPL-FAILED               VALUE "N".
           05  CZ-KPL-RULE             PIC X(05).
           05  CZ-KPL-REASON-TEXT      PIC X(40).
           05  CZ-KPL-POLICY.
               10  CZ-KPL-MIN-LENGTH   PIC 9(02).
               10  CZ-KPL-MIN-DISTINCT PIC 9(02).
               10  CZ-KPL-SINGLE-NEW   PIC X(01).
               10  CZ-KPL-SINGLE-SCAN  PIC X(01).
               10  CZ-KPL-GEN-LENGTH   PIC 9(02).
