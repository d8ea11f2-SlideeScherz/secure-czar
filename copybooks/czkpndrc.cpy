      *                  RUN. THE RECORD CARRIES KEY MATERIAL, SO THE
      *                  PENDING FILE IS GUARDED LIKE THE MASTER AND
      *                  THE KEYMRPT REPORT PRINTS ONLY THE ACTION AND
      *                  THE KEY ID, NEVER THE MATERIAL. A MODE "G"
      *                  CHANGE CARRIES NO MATERIAL AT ALL - CIPHKEYM
      *                  GENERATES IT ONLY WHEN THE CHANGE IS
      *                  APPROVED, STRAIGHT INTO THE MASTER, AND IT
      *                  NEVER LANDS HERE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/01/26   SMS   INITIAL VERSION.
      *    10/15/26   SMS   MODE G CHANGES HELD WITHOUT MATERIAL.
      ******************************************************************
       01  CZ-PENDING-KEY-RECORD.
           05  CZ-PND-TRAN-NO          PIC 9(04).
