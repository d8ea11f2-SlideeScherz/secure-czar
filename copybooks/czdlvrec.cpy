      ******************************************************************
      *    COPYBOOK   : CZDLVREC
      *    DESCRIPTION : OUTBOUND DELIVERY-STATUS RECORD. ONE RECORD
      *                  PER CIPHARCH RECORD (PARTNER, RUN DATE AND
      *                  SEQUENCE NUMBER), KEPT IN ARCHIVE ORDER ON THE
      *                  CUMULATIVE DLVSTAT FILE BY THE CIPHDLVT
      *                  DELIVERY-TRACKING JOB. A RECORD STARTS PENDING
      *                  WHEN ITS MESSAGE IS FIRST SEEN ON THE ARCHIVE
      *                  AND MOVES TO ACKNOWLEDGED OR REJECTED WHEN THE
      *                  PARTNER'S ACKNOWLEDGEMENT FILE (CZRCPREC
      *                  LAYOUT) ACCOUNTS FOR IT, CARRYING THE PARTNER'S
      *                  REASON CODE AND THE DATE THE ACK WAS APPLIED.
      *                  THE RESEND COUNT AND DATE RECORD EACH RSNDPARM
      *                  CARD RAISED FOR THE MESSAGE, AND THE AGING
      *                  CLOCK RESTARTS FROM THE LAST RESEND.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-DELIVERY-RECORD.
           05  CZ-DLV-PARTNER-CODE     PIC X(04).
           05  CZ-DLV-RUN-DATE         PIC X(10).
           05  CZ-DLV-SEQ-NO           PIC 9(06).
           05  CZ-DLV-MSG-ID           PIC X(06).
           05  CZ-DLV-STATUS           PIC X(01).
               88  CZ-DLV-PENDING              VALUE "P".
               88  CZ-DLV-ACKNOWLEDGED         VALUE "A".
               88  CZ-DLV-REJECTED             VALUE "R".
           05  CZ-DLV-REASON-CODE      PIC X(05).
           05  CZ-DLV-ACK-DATE         PIC X(10).
           05  CZ-DLV-RESEND-COUNT     PIC 9(03).
           05  CZ-DLV-LAST-RESEND      PIC X(10).
           05  FILLER                  PIC X(25).
