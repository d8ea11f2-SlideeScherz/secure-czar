000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHAUTH.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. OPERATOR AUTHORITY
000110*                     SERVICE. EVERY OPERATOR ID IN THE SUITE
000120*                     WAS FREE TEXT THAT NOTHING CHECKED, SO THE
000130*                     AUDIT TRAIL AND THE CIPHKEYM DUAL CONTROL
000140*                     WERE ONLY AS GOOD AS WHATEVER WAS TYPED ON
000150*                     THE CARD. A PROGRAM NOW CALLS "CIPHAUTH"
000160*                     USING CZ-AUTH-PARMS (COPY CZAUTPRM) WITH
000170*                     THE OPERATOR ID AND THE ROLE THE WORK
000180*                     NEEDS. THE SERVICE LOOKS THE OPERATOR UP
000190*                     ON THE CIPHOPER MASTER (CZOPRREC) AND
000200*                     REFUSES ONE WHO IS NOT ON FILE, IS
000210*                     REVOKED, OR DOES NOT HOLD THE ROLE. EVERY
000220*                     REFUSAL IS APPENDED TO CIPHVIOL (CZVIOREC)
000230*                     FOR THE CIPHVRPT DAILY VIOLATIONS REPORT.
000240*                     A MISSING MASTER IS HANDED BACK AS ITS OWN
000250*                     RESULT - NOBODY IS GRANTED ANYTHING
000260*                     WITHOUT IT, BUT IT IS A SET-UP FAULT, NOT
000270*                     A VIOLATION BY THE OPERATOR.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CIPHOPER ASSIGN TO "CIPHOPER"
000340            ORGANIZATION IS LINE SEQUENTIAL
000350            FILE STATUS IS CZ-CIPHOPER-STATUS.
000360
000370     SELECT CIPHVIOL ASSIGN TO "CIPHVIOL"
000380            ORGANIZATION IS LINE SEQUENTIAL
000390            FILE STATUS IS CZ-CIPHVIOL-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CIPHOPER
000440     RECORDING MODE IS F.
000450 01  CIPHOPER-RECORD            PIC X(80).
000460
000470 FD  CIPHVIOL
000480     RECORDING MODE IS F.
000490 01  CIPHVIOL-RECORD            PIC X(80).
000500
000510 WORKING-STORAGE SECTION.
000520******************************************************************
000530*    RECORD WORK AREAS - COPYBOOKS
000540******************************************************************
000550     COPY czoprrec.
000560
000570     COPY czviorec.
000580
000590******************************************************************
000600*    FILE STATUS AND SWITCHES - RESET ON EVERY CALL, SINCE THE
000610*    SERVICE KEEPS ITS WORKING STORAGE BETWEEN CALLS
000620******************************************************************
000630 77  CZ-CIPHOPER-STATUS         PIC X(02) VALUE SPACES.
000640     88  CZ-CIPHOPER-OK                   VALUE "00".
000650
000660 77  CZ-CIPHVIOL-STATUS         PIC X(02) VALUE SPACES.
000670     88  CZ-CIPHVIOL-OK                   VALUE "00".
000680
000690 77  CZ-OPER-EOF-SWITCH         PIC X(01) VALUE "N".
000700     88  CZ-END-OF-OPERATORS              VALUE "Y".
000710
000720 77  CZ-OPER-FOUND-SWITCH       PIC X(01) VALUE "N".
000730     88  CZ-OPER-FOUND                    VALUE "Y".
000740
000750 01  CZ-CURRENT-DATETIME.
000760     05  CZ-CDT-DATE.
000770         10  CZ-CDT-YEAR         PIC 9(04).
000780         10  CZ-CDT-MONTH        PIC 9(02).
000790         10  CZ-CDT-DAY          PIC 9(02).
000800     05  CZ-CDT-TIME.
000810         10  CZ-CDT-HOURS        PIC 9(02).
000820         10  CZ-CDT-MINUTES      PIC 9(02).
000830         10  CZ-CDT-SECONDS      PIC 9(02).
000840     05  FILLER                  PIC X(07).
000850
000860******************************************************************
000870*    ROLE NAMES FOR THE REFUSAL TEXT, IN CZ-ATH-ROLE ORDER
000880******************************************************************
000890 01  CZ-ROLE-NAME-LITERALS.
000900     05  FILLER                  PIC X(16)
000910                                 VALUE "NIGHTLY BATCH".
000920     05  FILLER                  PIC X(16)
000930                                 VALUE "DESK CIPHER".
000940     05  FILLER                  PIC X(16)
000950                                 VALUE "ARCHIVE RETRIEVE".
000960     05  FILLER                  PIC X(16)
000970                                 VALUE "PARTNER RESEND".
000980     05  FILLER                  PIC X(16)
000990                                 VALUE "KEY SUBMIT".
001000     05  FILLER                  PIC X(16)
001010                                 VALUE "KEY APPROVE".
001020 01  CZ-ROLE-NAME-TABLE REDEFINES CZ-ROLE-NAME-LITERALS.
001030     05  CZ-ROLE-NAME            PIC X(16) OCCURS 6 TIMES.
001040
001050 LINKAGE SECTION.
001060     COPY czautprm.
001070
001080 PROCEDURE DIVISION USING CZ-AUTH-PARMS.
001090******************************************************************
001100*    0000-MAINLINE
001110******************************************************************
001120 0000-MAINLINE.
001130
001140     PERFORM 1000-FIND-OPERATOR THRU 1000-EXIT.
001150
001160     IF NOT CZ-ATH-MASTER-UNAVAILABLE
001170         PERFORM 2000-JUDGE-OPERATOR THRU 2000-EXIT
001180     END-IF.
001190
001200     IF CZ-ATH-UNKNOWN-OPERATOR
001210       OR CZ-ATH-OPERATOR-REVOKED
001220       OR CZ-ATH-ROLE-NOT-HELD
001230         PERFORM 3000-LOG-VIOLATION THRU 3000-EXIT
001240     END-IF.
001250
001260     GOBACK.
001270
001280******************************************************************
001290*    1000-FIND-OPERATOR - READ THE CIPHOPER MASTER UNTIL THE
001300*                         OPERATOR ID TURNS UP OR THE FILE
001310*                         ENDS. THE MASTER IS SMALL AND EACH
001320*                         CALLER ASKS ONCE PER RUN, SO A
001330*                         STRAIGHT SCAN IS ENOUGH.
001340******************************************************************
001350 1000-FIND-OPERATOR.
001360
001370     MOVE SPACE  TO CZ-ATH-RESULT.
001380     MOVE SPACES TO CZ-ATH-REASON-TEXT.
001390     MOVE SPACES TO CZ-ATH-OPERATOR-NAME.
001400     MOVE "N"    TO CZ-OPER-EOF-SWITCH.
001410     MOVE "N"    TO CZ-OPER-FOUND-SWITCH.
001420
001430     OPEN INPUT CIPHOPER.
001440     IF NOT CZ-CIPHOPER-OK
001450         MOVE "F" TO CZ-ATH-RESULT
001460         STRING "CIPHOPER OPEN FAILED, STATUS "
001470                CZ-CIPHOPER-STATUS
001480             DELIMITED BY SIZE INTO CZ-ATH-REASON-TEXT
001490         GO TO 1000-EXIT
001500     END-IF.
001510
001520     IF CZ-ATH-OPERATOR-ID NOT = SPACES
001530         PERFORM 1100-READ-ONE-OPERATOR THRU 1100-EXIT
001540                 UNTIL CZ-END-OF-OPERATORS
001550                    OR CZ-OPER-FOUND
001560     END-IF.
001570
001580     CLOSE CIPHOPER.
001590
001600 1000-EXIT.
001610     EXIT.
001620
001630******************************************************************
001640*    1100-READ-ONE-OPERATOR - READ ONE MASTER RECORD AND COMPARE
001650*                             ITS OPERATOR ID
001660******************************************************************
001670 1100-READ-ONE-OPERATOR.
001680
001690     READ CIPHOPER INTO CZ-OPERATOR-RECORD
001700         AT END
001710             MOVE "Y" TO CZ-OPER-EOF-SWITCH
001720             GO TO 1100-EXIT
001730     END-READ.
001740
001750     IF CZ-OPR-OPERATOR-ID = CZ-ATH-OPERATOR-ID
001760         MOVE "Y" TO CZ-OPER-FOUND-SWITCH
001770     END-IF.
001780
001790 1100-EXIT.
001800     EXIT.
001810
001820******************************************************************
001830*    2000-JUDGE-OPERATOR - GRANT OR REFUSE. ONLY AN ACTIVE
001840*                          OPERATOR HOLDING THE REQUESTED ROLE
001850*                          IS GRANTED; AN UNRECOGNISED ROLE
001860*                          NUMBER IS NEVER GRANTED.
001870******************************************************************
001880 2000-JUDGE-OPERATOR.
001890
001900     IF NOT CZ-OPER-FOUND
001910         MOVE "U" TO CZ-ATH-RESULT
001920         MOVE "OPERATOR IS NOT ON CIPHOPER"
001930             TO CZ-ATH-REASON-TEXT
001940         GO TO 2000-EXIT
001950     END-IF.
001960
001970     MOVE CZ-OPR-NAME TO CZ-ATH-OPERATOR-NAME.
001980
001990     IF NOT CZ-OPR-ACTIVE
002000         MOVE "R" TO CZ-ATH-RESULT
002010         MOVE "OPERATOR IS REVOKED"
002020             TO CZ-ATH-REASON-TEXT
002030         GO TO 2000-EXIT
002040     END-IF.
002050
002060     IF NOT CZ-ATH-ROLE-VALID
002070         MOVE "N" TO CZ-ATH-RESULT
002080         MOVE "ROLE REQUESTED IS NOT A KNOWN ROLE"
002090             TO CZ-ATH-REASON-TEXT
002100         GO TO 2000-EXIT
002110     END-IF.
002120
002130     IF CZ-OPR-ROLE-FLAG(CZ-ATH-ROLE) NOT = "Y"
002140         MOVE "N" TO CZ-ATH-RESULT
002150         STRING "OPERATOR LACKS THE " DELIMITED BY SIZE
002160                CZ-ROLE-NAME(CZ-ATH-ROLE) DELIMITED BY "  "
002170                " ROLE" DELIMITED BY SIZE
002180             INTO CZ-ATH-REASON-TEXT
002190         GO TO 2000-EXIT
002200     END-IF.
002210
002220     MOVE "Y" TO CZ-ATH-RESULT.
002230
002240 2000-EXIT.
002250     EXIT.
002260
002270******************************************************************
002280*    3000-LOG-VIOLATION - APPEND ONE RECORD TO CIPHVIOL FOR THE
002290*                         REFUSAL. A FIRST-EVER VIOLATION FINDS
002300*                         NO FILE TO EXTEND AND CREATES IT.
002310******************************************************************
002320 3000-LOG-VIOLATION.
002330
002340     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
002350
002360     MOVE SPACES TO CZ-VIOLATION-RECORD.
002370     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
002380         DELIMITED BY SIZE INTO CZ-VIO-DATE.
002390     STRING CZ-CDT-HOURS ":" CZ-CDT-MINUTES ":" CZ-CDT-SECONDS
002400         DELIMITED BY SIZE INTO CZ-VIO-TIME.
002410     MOVE CZ-ATH-PROGRAM     TO CZ-VIO-PROGRAM.
002420     MOVE CZ-ATH-OPERATOR-ID TO CZ-VIO-OPERATOR-ID.
002430     IF CZ-ATH-ROLE-VALID
002440         MOVE CZ-ATH-ROLE    TO CZ-VIO-ROLE
002450     ELSE
002460         MOVE 0              TO CZ-VIO-ROLE
002470     END-IF.
002480     MOVE CZ-ATH-RESULT      TO CZ-VIO-REASON.
002490     MOVE CZ-ATH-CONTEXT     TO CZ-VIO-CONTEXT.
002500
002510     OPEN EXTEND CIPHVIOL.
002520     IF NOT CZ-CIPHVIOL-OK
002530         OPEN OUTPUT CIPHVIOL
002540     END-IF.
002550     IF NOT CZ-CIPHVIOL-OK
002560         DISPLAY "CIPHAUTH CIPHVIOL OPEN FAILED, STATUS "
002570             CZ-CIPHVIOL-STATUS " - VIOLATION BY "
002580             CZ-ATH-OPERATOR-ID " IN " CZ-ATH-PROGRAM
002590             " NOT LOGGED"
002600         GO TO 3000-EXIT
002610     END-IF.
002620
002630     WRITE CIPHVIOL-RECORD FROM CZ-VIOLATION-RECORD.
002640     CLOSE CIPHVIOL.
002650
002660 3000-EXIT.
002670     EXIT.
002680
002690 END PROGRAM CIPHAUTH.
