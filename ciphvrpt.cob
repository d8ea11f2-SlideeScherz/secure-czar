000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHVRPT.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. DAILY SECURITY-VIOLATION
000110*                     REPORT FOR THE SECURITY OFFICER. LISTS
000120*                     EVERY CIPHVIOL RECORD FOR THE REPORT DATE
000130*                     (EACH OPERATOR THE CIPHAUTH SERVICE
000140*                     REFUSED) WITH THE PROGRAM, OPERATOR, ROLE
000150*                     ASKED FOR, REASON AND CONTEXT, FOLLOWED BY
000160*                     TOTALS BY REASON. THE REPORT DATE COMES
000170*                     FROM THE OPTIONAL VRPTPARM CARD SO A MISSED
000180*                     DAY CAN BE REPRINTED; WITH NO CARD IT IS
000190*                     TODAY. ANY VIOLATION ON THE DAY ENDS THE
000200*                     RUN WITH RETURN-CODE 4 SO THE SCHEDULER
000210*                     DRAWS ATTENTION TO IT.
000220******************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT VRPTPARM ASSIGN TO "VRPTPARM"
000280            ORGANIZATION IS LINE SEQUENTIAL
000290            FILE STATUS IS CZ-VRPTPARM-STATUS.
000300
000310     SELECT CIPHVIOL ASSIGN TO "CIPHVIOL"
000320            ORGANIZATION IS LINE SEQUENTIAL
000330            FILE STATUS IS CZ-CIPHVIOL-STATUS.
000340
000350     SELECT VIOLRPT ASSIGN TO "VIOLRPT"
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS IS CZ-VIOLRPT-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  VRPTPARM
000420     RECORDING MODE IS F.
000430 01  VRPTPARM-RECORD            PIC X(20).
000440
000450 FD  CIPHVIOL
000460     RECORDING MODE IS F.
000470 01  CIPHVIOL-RECORD            PIC X(80).
000480
000490 FD  VIOLRPT
000500     RECORDING MODE IS F.
000510 01  VIOLRPT-RECORD             PIC X(80).
000520
000530 WORKING-STORAGE SECTION.
000540******************************************************************
000550*    RECORD WORK AREAS - COPYBOOKS
000560******************************************************************
000570     COPY czviorec.
000580
000590******************************************************************
000600*    REPORT CONTROL CARD - OPTIONAL. A BLANK OR MISSING DATE
000610*    REPORTS TODAY.
000620******************************************************************
000630 01  CZ-VRPT-PARM.
000640     05  CZ-VRP-REPORT-DATE      PIC X(10).
000650     05  FILLER                  PIC X(10).
000660
000670******************************************************************
000680*    FILE STATUS AND SWITCHES
000690******************************************************************
000700 77  CZ-VRPTPARM-STATUS         PIC X(02) VALUE SPACES.
000710     88  CZ-VRPTPARM-OK                   VALUE "00".
000720
000730 77  CZ-CIPHVIOL-STATUS         PIC X(02) VALUE SPACES.
000740     88  CZ-CIPHVIOL-OK                   VALUE "00".
000750
000760 77  CZ-VIOLRPT-STATUS          PIC X(02) VALUE SPACES.
000770     88  CZ-VIOLRPT-OK                    VALUE "00".
000780
000790 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
000800     88  CZ-END-OF-INPUT                  VALUE "Y".
000802
000804 77  CZ-VIOL-OPEN-SWITCH        PIC X(01) VALUE "N".
000806     88  CZ-VIOL-OPEN                     VALUE "Y".
000810
000820 01  CZ-CURRENT-DATETIME.
000830     05  CZ-CDT-DATE.
000840         10  CZ-CDT-YEAR         PIC 9(04).
000850         10  CZ-CDT-MONTH        PIC 9(02).
000860         10  CZ-CDT-DAY          PIC 9(02).
000870     05  FILLER                  PIC X(13).
000880
000890 77  CZ-REPORT-DATE             PIC X(10) VALUE SPACES.
000900
000910******************************************************************
000920*    ROLE NAMES, INDEXED BY THE CZ-ATH-ROLE VALUE ON THE RECORD.
000930*    A ROLE OF 0 (NOT A KNOWN ROLE) PRINTS AS UNKNOWN ROLE.
000940******************************************************************
000950 01  CZ-ROLE-NAME-LITERALS.
000960     05  FILLER                  PIC X(16) VALUE "NIGHTLY BATCH".
000970     05  FILLER                  PIC X(16) VALUE "DESK CIPHER".
000980     05  FILLER                  PIC X(16)
000990                                 VALUE "ARCHIVE RETRIEVE".
001000     05  FILLER                  PIC X(16) VALUE "PARTNER RESEND".
001010     05  FILLER                  PIC X(16) VALUE "KEY SUBMIT".
001020     05  FILLER                  PIC X(16) VALUE "KEY APPROVE".
001030 01  CZ-ROLE-NAME-TABLE REDEFINES CZ-ROLE-NAME-LITERALS.
001040     05  CZ-ROLE-NAME            PIC X(16) OCCURS 6 TIMES.
001050
001060 77  CZ-ROLE-PRINT              PIC X(16) VALUE SPACES.
001070 77  CZ-REASON-PRINT            PIC X(16) VALUE SPACES.
001080
001090******************************************************************
001100*    RUN TOTALS
001110******************************************************************
001120 77  CZ-RECS-READ               PIC 9(07) VALUE 0.
001130 77  CZ-RECS-REPORTED           PIC 9(07) VALUE 0.
001140 77  CZ-UNKNOWN-COUNT           PIC 9(07) VALUE 0.
001150 77  CZ-REVOKED-COUNT           PIC 9(07) VALUE 0.
001160 77  CZ-NO-ROLE-COUNT           PIC 9(07) VALUE 0.
001170
001180 PROCEDURE DIVISION.
001190******************************************************************
001200*    0000-MAINLINE
001210******************************************************************
001220 0000-MAINLINE.
001230
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     PERFORM 2000-PROCESS-VIOLATION THRU 2000-EXIT
001260             UNTIL CZ-END-OF-INPUT.
001270     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001280
001290     STOP RUN.
001300
001310******************************************************************
001320*    1000-INITIALIZE - SETTLE THE REPORT DATE, OPEN THE LOG AND
001330*                      THE REPORT, AND PRIME THE FIRST RECORD.
001340*                      NO CIPHVIOL MEANS NOTHING HAS EVER BEEN
001350*                      REFUSED - THE REPORT PRINTS EMPTY.
001360******************************************************************
001370 1000-INITIALIZE.
001380
001390     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
001400     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
001410         DELIMITED BY SIZE INTO CZ-REPORT-DATE.
001420
001430     MOVE SPACES TO CZ-VRPT-PARM.
001440     OPEN INPUT VRPTPARM.
001450     IF CZ-VRPTPARM-OK
001460         READ VRPTPARM INTO CZ-VRPT-PARM
001470             AT END
001480                 MOVE SPACES TO CZ-VRPT-PARM
001490         END-READ
001500         CLOSE VRPTPARM
001510     END-IF.
001520     IF CZ-VRP-REPORT-DATE NOT = SPACES
001530         MOVE CZ-VRP-REPORT-DATE TO CZ-REPORT-DATE
001540     END-IF.
001550
001560     OPEN OUTPUT VIOLRPT.
001570     MOVE "CIPHVRPT DAILY SECURITY-VIOLATION REPORT"
001580         TO VIOLRPT-RECORD.
001590     WRITE VIOLRPT-RECORD.
001600     MOVE SPACES TO VIOLRPT-RECORD.
001610     STRING "REPORT DATE " CZ-REPORT-DATE
001620         DELIMITED BY SIZE INTO VIOLRPT-RECORD.
001630     WRITE VIOLRPT-RECORD.
001640     MOVE SPACES TO VIOLRPT-RECORD.
001650     WRITE VIOLRPT-RECORD.
001660     MOVE "TIME     PROGRAM  OPERATOR ROLE             REASON"
001670         TO VIOLRPT-RECORD.
001680     WRITE VIOLRPT-RECORD.
001690
001700     OPEN INPUT CIPHVIOL.
001710     IF NOT CZ-CIPHVIOL-OK
001720         MOVE "Y" TO CZ-EOF-SWITCH
001730         GO TO 1000-EXIT
001740     END-IF.
001742     MOVE "Y" TO CZ-VIOL-OPEN-SWITCH.
001750
001760     PERFORM 2100-READ-VIOLATION THRU 2100-EXIT.
001770
001780 1000-EXIT.
001790     EXIT.
001800
001810******************************************************************
001820*    2000-PROCESS-VIOLATION - REPORT ONE RECORD FROM THE REPORT
001830*                             DATE AND READ THE NEXT
001840******************************************************************
001850 2000-PROCESS-VIOLATION.
001860
001870     IF CZ-VIO-DATE = CZ-REPORT-DATE
001880         PERFORM 2200-REPORT-VIOLATION THRU 2200-EXIT
001890     END-IF.
001900
001910     PERFORM 2100-READ-VIOLATION THRU 2100-EXIT.
001920
001930 2000-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970*    2100-READ-VIOLATION - READ THE NEXT CIPHVIOL RECORD
001980******************************************************************
001990 2100-READ-VIOLATION.
002000
002010     READ CIPHVIOL INTO CZ-VIOLATION-RECORD
002020         AT END
002030             MOVE "Y" TO CZ-EOF-SWITCH
002040             GO TO 2100-EXIT
002050     END-READ.
002060
002070     ADD 1 TO CZ-RECS-READ.
002080
002090 2100-EXIT.
002100     EXIT.
002110
002120******************************************************************
002130*    2200-REPORT-VIOLATION - COUNT ONE VIOLATION BY REASON AND
002140*                            PRINT ITS DETAIL LINE, WITH THE
002150*                            CONTEXT ON A SECOND LINE
002160******************************************************************
002170 2200-REPORT-VIOLATION.
002180
002190     ADD 1 TO CZ-RECS-REPORTED.
002200
002210     EVALUATE TRUE
002220         WHEN CZ-VIO-UNKNOWN-OPERATOR
002230             ADD 1 TO CZ-UNKNOWN-COUNT
002240             MOVE "UNKNOWN OPERATOR" TO CZ-REASON-PRINT
002250         WHEN CZ-VIO-OPERATOR-REVOKED
002260             ADD 1 TO CZ-REVOKED-COUNT
002270             MOVE "REVOKED OPERATOR" TO CZ-REASON-PRINT
002280         WHEN OTHER
002290             ADD 1 TO CZ-NO-ROLE-COUNT
002300             MOVE "ROLE NOT HELD"    TO CZ-REASON-PRINT
002310     END-EVALUATE.
002320
002330     IF CZ-VIO-ROLE >= 1 AND CZ-VIO-ROLE <= 6
002340         MOVE CZ-ROLE-NAME(CZ-VIO-ROLE) TO CZ-ROLE-PRINT
002350     ELSE
002360         MOVE "UNKNOWN ROLE"             TO CZ-ROLE-PRINT
002370     END-IF.
002380
002390     MOVE SPACES TO VIOLRPT-RECORD.
002400     STRING CZ-VIO-TIME " "
002410            CZ-VIO-PROGRAM " "
002420            CZ-VIO-OPERATOR-ID " "
002430            CZ-ROLE-PRINT " "
002440            CZ-REASON-PRINT
002450         DELIMITED BY SIZE INTO VIOLRPT-RECORD.
002460     WRITE VIOLRPT-RECORD.
002470     MOVE SPACES TO VIOLRPT-RECORD.
002480     STRING "         CONTEXT: " CZ-VIO-CONTEXT
002490         DELIMITED BY SIZE INTO VIOLRPT-RECORD.
002500     WRITE VIOLRPT-RECORD.
002510
002520 2200-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560*    8000-FINALIZE - PRINT THE TOTALS BY REASON, CLOSE UP, AND
002570*                    SET THE RETURN CODE
002580******************************************************************
002590 8000-FINALIZE.
002600
002610     IF CZ-VIOL-OPEN
002620         CLOSE CIPHVIOL
002630     END-IF.
002640
002650     MOVE SPACES TO VIOLRPT-RECORD.
002660     WRITE VIOLRPT-RECORD.
002670     IF CZ-RECS-REPORTED = 0
002680         MOVE "NO VIOLATIONS RECORDED FOR THE REPORT DATE"
002690             TO VIOLRPT-RECORD
002700         WRITE VIOLRPT-RECORD
002710         MOVE SPACES TO VIOLRPT-RECORD
002720         WRITE VIOLRPT-RECORD
002730     END-IF.
002740     MOVE SPACES TO VIOLRPT-RECORD.
002750     STRING "UNKNOWN OPERATOR : " CZ-UNKNOWN-COUNT
002760         DELIMITED BY SIZE INTO VIOLRPT-RECORD.
002770     WRITE VIOLRPT-RECORD.
002780     MOVE SPACES TO VIOLRPT-RECORD.
002790     STRING "REVOKED OPERATOR : " CZ-REVOKED-COUNT
002800         DELIMITED BY SIZE INTO VIOLRPT-RECORD.
002810     WRITE VIOLRPT-RECORD.
002820     MOVE SPACES TO VIOLRPT-RECORD.
002830     STRING "ROLE NOT HELD    : " CZ-NO-ROLE-COUNT
002840         DELIMITED BY SIZE INTO VIOLRPT-RECORD.
002850     WRITE VIOLRPT-RECORD.
002860     MOVE SPACES TO VIOLRPT-RECORD.
002870     STRING "TOTAL VIOLATIONS : " CZ-RECS-REPORTED
002880         DELIMITED BY SIZE INTO VIOLRPT-RECORD.
002890     WRITE VIOLRPT-RECORD.
002900     CLOSE VIOLRPT.
002910
002920     DISPLAY "CIPHVRPT REPORT DATE          : " CZ-REPORT-DATE.
002930     DISPLAY "CIPHVRPT LOG RECORDS READ     : " CZ-RECS-READ.
002940     DISPLAY "CIPHVRPT VIOLATIONS REPORTED  : " CZ-RECS-REPORTED.
002950
002960     IF CZ-RECS-REPORTED > 0
002970         MOVE 4 TO RETURN-CODE
002980     END-IF.
002990
003000 8000-EXIT.
003010     EXIT.
003020
003030 END PROGRAM CIPHVRPT.
