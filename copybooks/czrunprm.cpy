      ******************************************************************
      *    COPYBOOK   : CZRUNPRM
      *    DESCRIPTION : CALL PARAMETERS FOR THE CIPHRCTL NIGHTLY
      *                  RUN-CONTROL SERVICE. EACH STEP OF THE NIGHTLY
      *                  STREAM CALLS "CIPHRCTL" TWICE USING THIS
      *                  LAYOUT - A START REQUEST BEFORE IT OPENS ANY
      *                  OUTPUT, AND AN END REQUEST WITH ITS RETURN
      *                  CODE AND COUNTS AS ITS LAST ACT. THE STEP
      *                  FILLS IN ITS STEP NAME, ITS CIPHER STREAM
      *                  NUMBER (0 UNLESS IT IS A SPLIT CAESAR-CIPHER
      *                  STREAM) AND THE EXTRACT DATE FROM ITS INPUT
      *                  HEADER. A STEP WITH NO HEADER TO READ LEAVES
      *                  THE DATE BLANK AND THE SERVICE HANDS BACK THE
      *                  LATEST NIGHT ITS PREDECESSOR FINISHED. THE
      *                  STEP DOES NO WORK UNLESS CZ-RUN-GO; ON
      *                  CZ-RUN-ALREADY-DONE IT ENDS AT ONCE WITH
      *                  RETURN-CODE 0 SO A RESUBMITTED STREAM RESUMES
      *                  AT THE STEP THAT FAILED.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      *    10/15/26   SMS   ADDED THE CYCLE NUMBER. THE STEP PASSES THE
      *                     CYCLE FROM ITS INPUT HEADER (00 FOR THE
      *                     NIGHT RUN, 01-99 FOR AN INTRADAY EXPRESS
      *                     CYCLE); A STEP WITH NO HEADER PASSES THE
      *                     CYCLE FROM ITS CONTROL CARD. EVERY START,
      *                     END AND PREDECESSOR CHECK IS FOR THAT
      *                     EXTRACT DATE AND CYCLE.
      ******************************************************************
       01  CZ-RUNCTL-PARMS.
           05  CZ-RUN-REQUEST          PIC X(01).
               88  CZ-RUN-REQ-START            VALUE "S".
               88  CZ-RUN-REQ-END              VALUE "E".
           05  CZ-RUN-STEP-NAME        PIC X(08).
           05  CZ-RUN-STREAM-NO        PIC 9(01).
           05  CZ-RUN-STREAM-COUNT     PIC 9(01).
           05  CZ-RUN-EXTRACT-DATE     PIC X(10).
           05  CZ-RUN-CYCLE-NO         PIC 9(02).
           05  CZ-RUN-FORCE-FLAG       PIC X(01).
               88  CZ-RUN-FORCED               VALUE "Y".
           05  CZ-RUN-STEP-RC          PIC 9(03).
           05  CZ-RUN-COUNT-IN         PIC 9(07).
           05  CZ-RUN-COUNT-OUT        PIC 9(07).
           05  CZ-RUN-COUNT-EXC        PIC 9(07).
           05  CZ-RUN-RESULT           PIC X(01).
               88  CZ-RUN-GO                   VALUE "Y".
               88  CZ-RUN-ALREADY-DONE         VALUE "D".
               88  CZ-RUN-PRED-NOT-CLEAN       VALUE "P".
               88  CZ-RUN-UNKNOWN-STEP         VALUE "U".
               88  CZ-RUN-FILE-FAILURE         VALUE "F".
           05  CZ-RUN-REASON-TEXT      PIC X(60).
