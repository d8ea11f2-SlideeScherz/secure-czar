      ******************************************************************
      *    COPYBOOK   : CZPTMTRN
      *    DESCRIPTION : PARTNER MASTER TRANSACTION CARD READ BY
      *                  CIPHPTNM. ONE CARD PER ACTION AGAINST THE
      *                  CIPHPTNR MASTER: ADD (ONBOARD) A PARTNER,
      *                  CHANGE A PARTNER'S DETAILS, SUSPEND A LIVE
      *                  PARTNER, REINSTATE A SUSPENDED ONE, OR
      *                  TERMINATE (OFFBOARD) A PARTNER.
      *                  THE DATE IS THE GO-LIVE DATE ON AN ADD OR
      *                  CHANGE AND THE TERMINATION DATE ON A
      *                  TERMINATE (BLANK = TODAY). ON A CHANGE EVERY
      *                  BLANK FIELD KEEPS WHAT IS ON FILE. THE MODE
      *                  BYTES FOLLOW CZ-PTM-KEY-MODES IN CZPTMREC
      *                  ("Y" ALLOWS).
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-PTMTRAN-RECORD.
           05  CZ-PTT-ACTION           PIC X(01).
               88  CZ-PTT-ADD                  VALUE "A".
               88  CZ-PTT-CHANGE               VALUE "C".
               88  CZ-PTT-SUSPEND              VALUE "S".
               88  CZ-PTT-REINSTATE            VALUE "I".
               88  CZ-PTT-TERMINATE            VALUE "T".
           05  CZ-PTT-PARTNER-CODE     PIC X(04).
           05  CZ-PTT-KEY-ID           PIC X(08).
           05  CZ-PTT-NAME             PIC X(30).
           05  CZ-PTT-CONTACT-NAME     PIC X(24).
           05  CZ-PTT-CONTACT-PHONE    PIC X(16).
           05  CZ-PTT-DATE             PIC X(10).
           05  CZ-PTT-XMIT-SLOT-X      PIC X(01).
           05  CZ-PTT-XMIT-SLOT REDEFINES CZ-PTT-XMIT-SLOT-X
                                       PIC 9(01).
           05  CZ-PTT-KEY-MODES        PIC X(02).
           05  FILLER                  PIC X(04).
