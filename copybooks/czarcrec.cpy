      *                     EVERY SEGMENT OF A LONG MESSAGE, CARRYING
      *                     THE KEYWORD POSITION ACROSS SEGMENTS AS IT
      *                     DECIPHERS THEM.
      *    10/15/26   SMS   KEY-USED NOW SPLITS INTO THE KEY ID AND THE
      *                     KEY GENERATION, CARRIED FROM THE CIPHOUT
      *                     RECORD, SO CIPHRTRV DECIPHERS AN ARCHIVED
      *                     MESSAGE WITH THE GENERATION IT WAS CIPHERED
      *                     UNDER EVEN AFTER THE KEY HAS BEEN ROTATED.
      *                     A RECORD ARCHIVED BEFORE THIS CHANGE HAS
      *                     SPACES FOR THE GENERATION AND IS RESOLVED
      *                     BY ITS RUN DATE.
      *    10/15/26   SMS   THE RECORD GREW TO 113 BYTES WITH THE CYCLE
      *                     NUMBER OF THE RUN THAT ARCHIVED IT, SO TWO
      *                     CYCLES ON ONE RUN DATE CAN BE TOLD APART. 00
      *                     IS THE NIGHT RUN; A RECORD WRITTEN BEFORE
      *                     THIS CHANGE READS BACK BLANK THERE AND IS
      *                     TAKEN AS THE NIGHT RUN.
      ******************************************************************
       01  CZ-ARCHIVE-RECORD.
           05  CZ-ARC-MSG-ID           PIC X(06).
           05  CZ-ARC-TEXT             PIC X(60).
           05  CZ-ARC-OPERATION        PIC X(01).
           05  CZ-ARC-MODE             PIC X(01).
           05  CZ-ARC-KEY-USED.
               10  CZ-ARC-KEY-ID       PIC X(08).
               10  CZ-ARC-KEY-GEN      PIC 9(03).
               10  FILLER              PIC X(09).
           05  CZ-ARC-CYCLE-NO         PIC 9(02).
