      ******************************************************************
      *    COPYBOOK   : CZOPRREC
      *    DESCRIPTION : OPERATOR AUTHORITY MASTER RECORD (CIPHOPER).
      *                  ONE RECORD PER REAL OPERATOR, WITH THE
      *                  OPERATOR'S STATUS AND THE ROLES THEY HOLD.
      *                  EVERY PROGRAM THAT TAKES AN OPERATOR ID ON ITS
      *                  CONTROL CARD CHECKS IT HERE THROUGH THE
      *                  CIPHAUTH SERVICE (CZAUTPRM) BEFORE DOING ANY
      *                  WORK. MAINTAINED ONLY BY THE CIPHOPRM JOB.
      *                  A ROLE BYTE OF "Y" GRANTS THE ROLE; ANYTHING
      *                  ELSE WITHHOLDS IT. CZ-OPR-ROLE-FLAG GIVES THE
      *                  SAME SIX BYTES BY ROLE NUMBER, IN THE ORDER OF
      *                  THE CZ-ATH-ROLE VALUES IN CZAUTPRM.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/26   SMS   INITIAL VERSION.
      ******************************************************************
       01  CZ-OPERATOR-RECORD.
           05  CZ-OPR-OPERATOR-ID      PIC X(08).
           05  CZ-OPR-NAME             PIC X(30).
           05  CZ-OPR-STATUS           PIC X(01).
               88  CZ-OPR-ACTIVE               VALUE "A".
               88  CZ-OPR-REVOKED              VALUE "R".
           05  CZ-OPR-ROLES.
               10  CZ-OPR-ROLE-BATCH   PIC X(01).
                   88  CZ-OPR-HAS-BATCH        VALUE "Y".
               10  CZ-OPR-ROLE-DESK    PIC X(01).
                   88  CZ-OPR-HAS-DESK         VALUE "Y".
               10  CZ-OPR-ROLE-RETRIEVE
                                       PIC X(01).
                   88  CZ-OPR-HAS-RETRIEVE     VALUE "Y".
               10  CZ-OPR-ROLE-RESEND  PIC X(01).
                   88  CZ-OPR-HAS-RESEND       VALUE "Y".
               10  CZ-OPR-ROLE-KEY-SUBMIT
                                       PIC X(01).
                   88  CZ-OPR-HAS-KEY-SUBMIT   VALUE "Y".
               10  CZ-OPR-ROLE-KEY-APPROVE
                                       PIC X(01).
                   88  CZ-OPR-HAS-KEY-APPROVE  VALUE "Y".
           05  CZ-OPR-ROLE-TABLE REDEFINES CZ-OPR-ROLES.
               10  CZ-OPR-ROLE-FLAG    PIC X(01) OCCURS 6 TIMES.
           05  CZ-OPR-ADDED-DATE       PIC X(10).
           05  CZ-OPR-CHANGED-DATE     PIC X(10).
           05  CZ-OPR-REVOKED-DATE     PIC X(10).
           05  FILLER                  PIC X(05).
