      *                     REPROCESS. RECORDS WRITTEN BEFORE THIS
      *                     CHANGE READ BACK WITH ALL THREE FIELDS
      *                     BLANK.
      *    10/15/26   SMS   ADDED THE AUDIT SEQUENCE NUMBER AND THE
      *                     CHAINED RECORD HASH (RECORD GREW TO 132
      *                     BYTES). EVERY WRITER STAMPS A NEW RECORD
      *                     THROUGH THE CIPHACHN SERVICE AS THE NEXT
      *                     LINK AFTER THE LAST RECORD ON THE FILE -
      *                     SEQUENCE ONE HIGHER, HASH COMPUTED OVER
      *                     THE FIRST 114 BYTES (BUSINESS FIELDS PLUS
      *                     SEQUENCE NUMBER) SEEDED WITH THE PREVIOUS
      *                     RECORD'S HASH - SO AN EDITED, DELETED OR
      *                     INSERTED LINE BREAKS THE CHAIN AND THE
      *                     CIPHAVFY JOB REPORTS IT. RECORDS WRITTEN
      *                     BEFORE THIS CHANGE READ BACK WITH BOTH
      *                     FIELDS BLANK AND ARE TREATED AS UNCHAINED
      *                     HISTORY AHEAD OF THE FIRST LINK.
      *    10/15/26   SMS   ADDED THE DUPLICATE-MESSAGE COUNT AFTER THE
      *                     CHAIN HASH (RECORD GREW TO 138 BYTES).
      *                     DUPLICATES ARE ALSO COUNTED IN RECS-REJ, SO
      *                     EVERY EXISTING BALANCE STILL HOLDS; RECS-DUP
      *                     SAYS HOW MANY OF THE REJECTS WERE
      *                     DUPLICATES. CIPHACHN FOLDS THE NEW FIELD
      *                     INTO THE CHAIN HASH WHEN IT IS PRESENT, SO A
      *                     RECORD WRITTEN BEFORE THIS CHANGE (READ BACK
      *                     WITH THE FIELD BLANK) STILL VERIFIES.
      *    10/15/26   SMS   ADDED THE PARTNER CODE (RECORD GREW TO 142
      *                     BYTES) SO THE MONTHLY CHARGEBACK JOB CAN
      *                     BILL RESENDS, HELP-DESK RETRIEVALS AND
      *                     INBOUND DECRYPTS TO A PARTNER. CIPHRSND AND
      *                     CIPHRTRV NAME THE PARTNER THEY SERVED;
      *                     CIPHDECR NOW WRITES ONE RECORD PER PARTNER
      *                     ON THE INBOUND FILE. RUNS THAT SPAN PARTNERS
      *                     (THE NIGHTLY ENCRYPT, AD HOC DESK WORK)
      *                     LEAVE IT BLANK. CIPHACHN FOLDS IT INTO THE
      *                     CHAIN HASH WHEN PRESENT.
      *    10/15/26   SMS   THE RECORD GREW TO 144 BYTES WITH THE CYCLE
      *                     NUMBER OF THE EXTRACT THE RUN PROCESSED (00
      *                     = THE NIGHT RUN, 01-99 = AN INTRADAY EXPRESS
      *                     CYCLE). IT IS LEFT BLANK BY JOBS THAT DO NOT
      *                     WORK A CYCLE, AND ON EVERY RECORD WRITTEN
      *                     BEFORE THIS CHANGE; BLANK IS TAKEN AS THE
      *                     NIGHT RUN.
      ******************************************************************
       01  CZ-AUDIT-RECORD.
           05  CZ-AUD-RUN-DATE         PIC X(10).
           05  CZ-AUD-FORCE-FLAG       PIC X(01).
               88  CZ-AUD-FORCED               VALUE "Y".
           05  CZ-AUD-FILE-DATE        PIC X(10).
           05  CZ-AUD-SEQ-NO           PIC 9(09).
           05  CZ-AUD-CHAIN-HASH.
               10  CZ-AUD-HASH-A       PIC 9(09).
               10  CZ-AUD-HASH-B       PIC 9(09).
           05  CZ-AUD-RECS-DUP         PIC 9(06).
           05  CZ-AUD-PARTNER-CODE     PIC X(04).
           05  CZ-AUD-CYCLE-NO-X       PIC X(02).
           05  CZ-AUD-CYCLE-NO         REDEFINES CZ-AUD-CYCLE-NO-X
                                       PIC 9(02).
