      *                  ROTATE THE KEY MATERIAL UNDER AN EXISTING ID,
      *                  OR EXPIRE AN ID SO THE CIPHER JOBS STOP
      *                  ACCEPTING IT.
      *                  MODE "G" ON AN ADD OR ROTATE HAS CIPHKEYM
      *                  GENERATE THE KEYWORD MATERIAL ITSELF AT
      *                  APPROVAL; THE CARD CARRIES NO SHIFT AND NO
      *                  KEYWORD, SO NO ONE TYPES OR SEES THE KEY.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    08/23/26   SMS   INITIAL VERSION.
      *    10/15/26   SMS   MODE G - SYSTEM-GENERATED MATERIAL. SHIFT
      *                     KEY ALSO SEEN AS TEXT TO TEST FOR BLANKS.
      ******************************************************************
       01  CZ-KEYTRAN-RECORD.
           05  CZ-KTR-ACTION           PIC X(01).
           05  CZ-KTR-MODE             PIC X(01).
               88  CZ-KTR-MODE-SINGLE          VALUE "S".
               88  CZ-KTR-MODE-KEYWORD         VALUE "K".
               88  CZ-KTR-MODE-GENERATE        VALUE "G".
           05  CZ-KTR-SHIFT-KEY        PIC 9(02).
           05  CZ-KTR-SHIFT-KEY-X REDEFINES CZ-KTR-SHIFT-KEY
                                       PIC X(02).
           05  CZ-KTR-KEYWORD          PIC X(20).
           05  CZ-KTR-EFF-DATE         PIC X(10).
           05  CZ-KTR-EXP-DATE         PIC X(10).
