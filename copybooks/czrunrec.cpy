      ******************************************************************
      *    COPYBOOK   : CZRUNREC
      *    DESCRIPTION : NIGHTLY RUN-CONTROL EVENT RECORD (CIPHRUN).
      *                  THE CIPHRCTL SERVICE APPENDS ONE TYPE-S
      *                  RECORD WHEN A STEP OF THE NIGHTLY STREAM IS
      *                  ALLOWED TO START AND ONE TYPE-E RECORD WHEN IT
      *                  FINISHES, WITH ITS RETURN CODE AND THE RECORD
      *                  COUNTS IT PRODUCED. RECORDS ARE KEYED BY THE
      *                  EXTRACT DATE OF THE NIGHT'S CIPHIN FILE, THE
      *                  STEP NAME, AND THE CIPHER STREAM NUMBER (0 FOR
      *                  EVERY STEP BUT A SPLIT CAESAR-CIPHER STREAM).
      *                  THE FILE IS NEVER REWRITTEN - FOR ONE EXTRACT
      *                  DATE THE LAST RECORD OF A STEP AND STREAM IS
      *                  ITS CURRENT STATE. A START WITH NO END AFTER
      *                  IT IS A STEP THAT ABENDED OR WAS CANCELLED.
      *                  THE STREAM COUNT IS FILLED IN BY CIPHSPLT AND
      *                  CIPHMRGE SO THE CIPHNSTS NIGHT-STATUS REPORT
      *                  KNOWS HOW MANY CIPHER STREAMS TO EXPECT.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      *    10/15/26   SMS   ADDED THE CYCLE NUMBER TO THE KEY. AN
      *                     INTRADAY EXPRESS CYCLE RUNS THE SAME STREAM
      *                     AS THE NIGHT FOR THE SAME EXTRACT DATE, SO
      *                     EACH CYCLE IS CONTROLLED ON ITS OWN. A
      *                     RECORD WRITTEN BEFORE THIS CHANGE CARRIES
      *                     SPACES THERE AND IS THE NIGHT RUN, CYCLE 00.
      ******************************************************************
       01  CZ-RUN-RECORD.
           05  CZ-RNR-EXTRACT-DATE     PIC X(10).
           05  CZ-RNR-STEP-NAME        PIC X(08).
           05  CZ-RNR-STREAM-NO        PIC 9(01).
           05  CZ-RNR-STREAM-COUNT     PIC 9(01).
           05  CZ-RNR-EVENT            PIC X(01).
               88  CZ-RNR-EVENT-START          VALUE "S".
               88  CZ-RNR-EVENT-END            VALUE "E".
           05  CZ-RNR-EVENT-DATE       PIC X(10).
           05  CZ-RNR-EVENT-TIME       PIC X(08).
           05  CZ-RNR-RETURN-CODE      PIC 9(03).
           05  CZ-RNR-COUNT-IN         PIC 9(07).
           05  CZ-RNR-COUNT-OUT        PIC 9(07).
           05  CZ-RNR-COUNT-EXC        PIC 9(07).
           05  CZ-RNR-FORCE-FLAG       PIC X(01).
               88  CZ-RNR-FORCED               VALUE "Y".
           05  CZ-RNR-CYCLE-NO         PIC 9(02).
           05  FILLER                  PIC X(14).
