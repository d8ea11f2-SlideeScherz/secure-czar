      ******************************************************************
      *    COPYBOOK   : CZPTMREC
      *    DESCRIPTION : PARTNER MASTER RECORD (CIPHPTNR). ONE RECORD
      *                  PER PARTNER/DESTINATION CODE. REPLACES THE
      *                  12-BYTE CIPHPPRF PARTNER PROFILE: BESIDES THE
      *                  KEY ID THE PARTNER'S TRAFFIC IS CIPHERED
      *                  UNDER, IT CARRIES WHO THE PARTNER IS, WHETHER
      *                  THEY MAY BE SENT TO, THE XMITOUT FILE THEIR
      *                  TRAFFIC ALWAYS GOES OUT ON, AND THE KEY MODES
      *                  THEY MAY RECEIVE. MAINTAINED ONLY BY THE
      *                  CIPHPTNM JOB.
      *                  A PARTNER IS LIVE ON A GIVEN DAY WHEN ITS
      *                  STATUS IS "A", ITS GO-LIVE DATE IS ON OR
      *                  BEFORE THAT DAY, AND ITS TERMINATION DATE IS
      *                  BLANK OR AFTER THAT DAY - SO AN ONBOARDING OR
      *                  OFFBOARDING CAN BE LOADED AHEAD OF ITS DATE.
      *                  THE CIPHER JOBS REFUSE TRAFFIC FOR A PARTNER
      *                  THAT IS NOT LIVE TODAY.
      *                  A MODE BYTE OF "Y" ALLOWS THAT KEY MODE;
      *                  CZ-PTM-MODE-FLAG GIVES THE SAME TWO BYTES BY
      *                  NUMBER (1 = SINGLE SHIFT, 2 = KEYWORD).
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-PARTNER-MASTER-RECORD.
           05  CZ-PTM-PARTNER-CODE     PIC X(04).
           05  CZ-PTM-KEY-ID           PIC X(08).
           05  CZ-PTM-NAME             PIC X(30).
           05  CZ-PTM-CONTACT-NAME     PIC X(24).
           05  CZ-PTM-CONTACT-PHONE    PIC X(16).
           05  CZ-PTM-STATUS           PIC X(01).
               88  CZ-PTM-ACTIVE               VALUE "A".
               88  CZ-PTM-SUSPENDED            VALUE "S".
               88  CZ-PTM-TERMINATED           VALUE "T".
           05  CZ-PTM-GO-LIVE-DATE     PIC X(10).
           05  CZ-PTM-TERM-DATE        PIC X(10).
           05  CZ-PTM-XMIT-SLOT        PIC 9(01).
           05  CZ-PTM-KEY-MODES.
               10  CZ-PTM-MODE-SINGLE  PIC X(01).
                   88  CZ-PTM-SINGLE-ALLOWED   VALUE "Y".
               10  CZ-PTM-MODE-KEYWORD PIC X(01).
                   88  CZ-PTM-KEYWORD-ALLOWED  VALUE "Y".
           05  CZ-PTM-MODE-TABLE REDEFINES CZ-PTM-KEY-MODES.
               10  CZ-PTM-MODE-FLAG    PIC X(01) OCCURS 2 TIMES.
           05  CZ-PTM-ADDED-DATE       PIC X(10).
           05  CZ-PTM-CHANGED-DATE     PIC X(10).
           05  CZ-PTM-SUSPENDED-DATE   PIC X(10).
           05  FILLER                  PIC X(14).
