000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHOPRM.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. MAINTENANCE JOB FOR THE
000110*                     CIPHOPER OPERATOR AUTHORITY MASTER THAT THE
000120*                     CIPHAUTH SERVICE CHECKS EVERY OPERATOR ID
000130*                     AGAINST. APPLIES OPERTRAN TRANSACTION CARDS
000140*                     (ADD / CHANGE / REVOKE / REINSTATE, SEE
000150*                     CZOPRTRN) TO THE OLD MASTER AND WRITES THE
000160*                     UPDATED MASTER TO CIPHOPRN, SO A BAD
000170*                     TRANSACTION RUN CAN BE ABANDONED WITHOUT
000180*                     TOUCHING THE LIVE FILE - THE SAME PATTERN
000190*                     AS CIPHKEYM AND CIPHKEYN. EVERY ACTION AND
000200*                     EVERY ERROR IS LISTED ON OPRMRPT, FOLLOWED
000210*                     BY THE WHOLE NEW MASTER SO THE SECURITY
000220*                     OFFICER SIGNS OFF WHAT IS ACTUALLY IN
000230*                     FORCE. A MISSING OLD MASTER IS AN EMPTY
000240*                     ONE - THE FIRST RUN BUILDS IT. ANY ERROR
000250*                     ENDS THE RUN WITH RETURN-CODE 4.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPERTRAN ASSIGN TO "OPERTRAN"
000320            ORGANIZATION IS LINE SEQUENTIAL
000330            FILE STATUS IS CZ-OPERTRAN-STATUS.
000340
000350     SELECT CIPHOPER ASSIGN TO "CIPHOPER"
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS IS CZ-CIPHOPER-STATUS.
000380
000390     SELECT CIPHOPRN ASSIGN TO "CIPHOPRN"
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS CZ-CIPHOPRN-STATUS.
000420
000430     SELECT OPRMRPT ASSIGN TO "OPRMRPT"
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS CZ-OPRMRPT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPERTRAN
000500     RECORDING MODE IS F.
000510 01  OPERTRAN-RECORD            PIC X(50).
000520
000530 FD  CIPHOPER
000540     RECORDING MODE IS F.
000550 01  CIPHOPER-RECORD            PIC X(80).
000560
000570 FD  CIPHOPRN
000580     RECORDING MODE IS F.
000590 01  CIPHOPRN-RECORD            PIC X(80).
000600
000610 FD  OPRMRPT
000620     RECORDING MODE IS F.
000630 01  OPRMRPT-RECORD             PIC X(80).
000640
000650 WORKING-STORAGE SECTION.
000660******************************************************************
000670*    RECORD WORK AREAS - COPYBOOKS
000680******************************************************************
000690     COPY czoprrec.
000700
000710     COPY czoprtrn.
000720
000730******************************************************************
000740*    FILE STATUS AND SWITCHES
000750******************************************************************
000760 77  CZ-OPERTRAN-STATUS         PIC X(02) VALUE SPACES.
000770     88  CZ-OPERTRAN-OK                   VALUE "00".
000780
000790 77  CZ-CIPHOPER-STATUS         PIC X(02) VALUE SPACES.
000800     88  CZ-CIPHOPER-OK                   VALUE "00".
000810
000820 77  CZ-CIPHOPRN-STATUS         PIC X(02) VALUE SPACES.
000830     88  CZ-CIPHOPRN-OK                   VALUE "00".
000840
000850 77  CZ-OPRMRPT-STATUS          PIC X(02) VALUE SPACES.
000860     88  CZ-OPRMRPT-OK                    VALUE "00".
000870
000880 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
000890     88  CZ-END-OF-INPUT                  VALUE "Y".
000900
000910 77  CZ-OPR-FOUND-SWITCH        PIC X(01) VALUE "N".
000920     88  CZ-OPR-FOUND                     VALUE "Y".
000930
000940 77  CZ-ROLES-VALID-SWITCH      PIC X(01) VALUE "Y".
000950     88  CZ-ROLES-VALID                   VALUE "Y".
000960
000970 01  CZ-CURRENT-DATETIME.
000980     05  CZ-CDT-DATE.
000990         10  CZ-CDT-YEAR         PIC 9(04).
001000         10  CZ-CDT-MONTH        PIC 9(02).
001010         10  CZ-CDT-DAY          PIC 9(02).
001020     05  FILLER                  PIC X(13).
001030
001040 77  CZ-TODAY-DISPLAY           PIC X(10) VALUE SPACES.
001050
001060******************************************************************
001070*    OPERATOR TABLE - THE OLD MASTER IS LOADED HERE, THE CARDS
001080*    ARE APPLIED AGAINST IT, AND THE TABLE IS WRITTEN BACK OUT
001090*    AS THE NEW MASTER. ENTRIES ARE HELD AS FULL RECORD IMAGES
001100*    AND STAGED THROUGH THE CZOPRREC WORK AREA.
001110******************************************************************
001120 77  CZ-OPR-TABLE-MAX           PIC 9(02) VALUE 50.
001130 77  CZ-OPR-COUNT               PIC 9(02) VALUE 0.
001140 77  CZ-OPR-SUB                 PIC 9(02) VALUE 0.
001150 77  CZ-OPR-HIT-SUB             PIC 9(02) VALUE 0.
001160 77  CZ-ROLE-SUB                PIC 9(02) VALUE 0.
001170
001180 01  CZ-OPR-TABLE.
001190     05  CZ-OPR-ENTRY            PIC X(80) OCCURS 50 TIMES.
001200
001210*    ROLES ON FILE BEFORE A CHANGE, FOR THE BEFORE/AFTER LINE
001220 77  CZ-ROLES-BEFORE            PIC X(06) VALUE SPACES.
001230
001240*    REASON TEXT FOR 2900-REPORT-ERROR
001250 77  CZ-ERROR-TEXT              PIC X(40) VALUE SPACES.
001260
001270******************************************************************
001280*    RUN TOTALS
001290******************************************************************
001300 77  CZ-TRANS-READ              PIC 9(04) VALUE 0.
001310 77  CZ-TRANS-APPLIED           PIC 9(04) VALUE 0.
001320 77  CZ-TRANS-IN-ERROR          PIC 9(04) VALUE 0.
001330
001340 PROCEDURE DIVISION.
001350******************************************************************
001360*    0000-MAINLINE
001370******************************************************************
001380 0000-MAINLINE.
001390
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001420             UNTIL CZ-END-OF-INPUT.
001430     PERFORM 4800-WRITE-NEW-MASTER THRU 4800-EXIT.
001440     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001450
001460     STOP RUN.
001470
001480******************************************************************
001490*    1000-INITIALIZE - OPEN THE REPORT, LOAD THE OLD MASTER, AND
001500*                      PRIME THE FIRST TRANSACTION CARD
001510******************************************************************
001520 1000-INITIALIZE.
001530
001540     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
001550     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
001560         DELIMITED BY SIZE INTO CZ-TODAY-DISPLAY.
001570
001580     OPEN OUTPUT OPRMRPT.
001590     MOVE "CIPHOPRM OPERATOR AUTHORITY MAINTENANCE REPORT"
001600         TO OPRMRPT-RECORD.
001610     WRITE OPRMRPT-RECORD.
001620     MOVE SPACES TO OPRMRPT-RECORD.
001630     STRING "RUN DATE: " CZ-TODAY-DISPLAY
001640            "   ROLES: B=BATCH D=DESK T=RETRIEVE R=RESEND"
001650            " S=KEY SUBMIT"
001660         DELIMITED BY SIZE INTO OPRMRPT-RECORD.
001670     WRITE OPRMRPT-RECORD.
001680     MOVE SPACES TO OPRMRPT-RECORD.
001690     MOVE "         A=KEY APPROVE - FLAGS PRINT IN ORDER BDTRSA"
001700         TO OPRMRPT-RECORD.
001710     WRITE OPRMRPT-RECORD.
001720     MOVE SPACES TO OPRMRPT-RECORD.
001730     WRITE OPRMRPT-RECORD.
001740
001750     PERFORM 1100-LOAD-OPR-TABLE THRU 1100-EXIT.
001760
001770     OPEN INPUT OPERTRAN.
001780     IF NOT CZ-OPERTRAN-OK
001790         DISPLAY "CIPHOPRM OPERTRAN OPEN FAILED, STATUS "
001800             CZ-OPERTRAN-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840
001850     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
001860
001870 1000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*    1100-LOAD-OPR-TABLE - READ THE OLD MASTER INTO THE TABLE.
001920*                          A MISSING MASTER IS AN EMPTY ONE.
001930******************************************************************
001940 1100-LOAD-OPR-TABLE.
001950
001960     MOVE 0 TO CZ-OPR-COUNT.
001970     OPEN INPUT CIPHOPER.
001980     IF NOT CZ-CIPHOPER-OK
001990         GO TO 1100-EXIT
002000     END-IF.
002010
002020     PERFORM 1110-LOAD-ONE-OPR THRU 1110-EXIT
002030             UNTIL CZ-END-OF-INPUT
002040                OR CZ-OPR-COUNT >= CZ-OPR-TABLE-MAX.
002050
002060*    A MASTER THAT OVERFILLS THE TABLE MUST FAIL THE RUN - THE
002070*    NEW MASTER IS WRITTEN FROM THE TABLE, AND WRITING IT SHORT
002080*    WOULD SILENTLY DROP EVERY OPERATOR BEYOND THE CAP
002090     IF NOT CZ-END-OF-INPUT
002100         READ CIPHOPER INTO CZ-OPERATOR-RECORD
002110             AT END
002120                 MOVE "Y" TO CZ-EOF-SWITCH
002130         END-READ
002140     END-IF.
002150     IF NOT CZ-END-OF-INPUT
002160         DISPLAY "CIPHOPRM CIPHOPER HOLDS MORE THAN "
002170             CZ-OPR-TABLE-MAX " OPERATORS - RUN ABANDONED "
002180             "BEFORE THE NEW MASTER COULD BE WRITTEN SHORT"
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220
002230     CLOSE CIPHOPER.
002240     MOVE "N" TO CZ-EOF-SWITCH.
002250
002260 1100-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300*    1110-LOAD-ONE-OPR - READ ONE OLD-MASTER RECORD INTO THE
002310*                        NEXT TABLE SLOT
002320******************************************************************
002330 1110-LOAD-ONE-OPR.
002340
002350     READ CIPHOPER INTO CZ-OPERATOR-RECORD
002360         AT END
002370             MOVE "Y" TO CZ-EOF-SWITCH
002380             GO TO 1110-EXIT
002390     END-READ.
002400
002410     ADD 1 TO CZ-OPR-COUNT.
002420     MOVE CZ-OPERATOR-RECORD TO CZ-OPR-ENTRY(CZ-OPR-COUNT).
002430
002440 1110-EXIT.
002450     EXIT.
002460
002470******************************************************************
002480*    2000-PROCESS-TRAN - APPLY ONE TRANSACTION CARD AND READ THE
002490*                        NEXT
002500******************************************************************
002510 2000-PROCESS-TRAN.
002520
002530     ADD 1 TO CZ-TRANS-READ.
002540
002550     PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT.
002560
002570     EVALUATE TRUE
002580         WHEN CZ-OTR-ADD
002590             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002600         WHEN CZ-OTR-CHANGE
002610             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002620         WHEN CZ-OTR-REVOKE
002630             PERFORM 2500-APPLY-REVOKE THRU 2500-EXIT
002640         WHEN CZ-OTR-REINSTATE
002650             PERFORM 2600-APPLY-REINSTATE THRU 2600-EXIT
002660         WHEN OTHER
002670             MOVE "UNKNOWN ACTION CODE" TO CZ-ERROR-TEXT
002680             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
002690     END-EVALUATE.
002700
002710     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002720
002730 2000-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770*    2100-READ-TRAN - READ THE NEXT TRANSACTION CARD
002780******************************************************************
002790 2100-READ-TRAN.
002800
002810     READ OPERTRAN INTO CZ-OPRTRAN-RECORD
002820         AT END
002830             MOVE "Y" TO CZ-EOF-SWITCH
002840     END-READ.
002850
002860 2100-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    2150-CHECK-ROLE-BYTE - EACH ROLE BYTE ON AN ADD OR CHANGE
002910*                           CARD MUST BE Y OR N, SO A SLIPPED
002920*                           COLUMN CANNOT GRANT A ROLE BY
002930*                           ACCIDENT
002940******************************************************************
002950 2150-CHECK-ROLE-BYTE.
002960
002970     IF CZ-OTR-ROLES(CZ-ROLE-SUB:1) NOT = "Y"
002980       AND CZ-OTR-ROLES(CZ-ROLE-SUB:1) NOT = "N"
002990         MOVE "N" TO CZ-ROLES-VALID-SWITCH
003000     END-IF.
003010
003020 2150-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060*    2200-FIND-OPERATOR - LOOK THE CARD'S OPERATOR ID UP IN THE
003070*                         TABLE. SETS THE FOUND SWITCH AND LEAVES
003080*                         THE HIT SUBSCRIPT POINTING AT THE
003090*                         ENTRY, AND CHECKS THE ROLE BYTES.
003100******************************************************************
003110 2200-FIND-OPERATOR.
003120
003130     MOVE "N" TO CZ-OPR-FOUND-SWITCH.
003140     MOVE 0   TO CZ-OPR-HIT-SUB.
003150
003160     PERFORM 2210-CHECK-ONE-OPR THRU 2210-EXIT
003170             VARYING CZ-OPR-SUB FROM 1 BY 1
003180             UNTIL CZ-OPR-SUB > CZ-OPR-COUNT
003190                OR CZ-OPR-FOUND.
003200
003210     MOVE "Y" TO CZ-ROLES-VALID-SWITCH.
003220     PERFORM 2150-CHECK-ROLE-BYTE THRU 2150-EXIT
003230             VARYING CZ-ROLE-SUB FROM 1 BY 1
003240             UNTIL CZ-ROLE-SUB > 6.
003250
003260 2200-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300*    2210-CHECK-ONE-OPR - COMPARE ONE TABLE ENTRY'S OPERATOR ID
003310******************************************************************
003320 2210-CHECK-ONE-OPR.
003330
003340     MOVE CZ-OPR-ENTRY(CZ-OPR-SUB) TO CZ-OPERATOR-RECORD.
003350     IF CZ-OPR-OPERATOR-ID = CZ-OTR-OPERATOR-ID
003360         MOVE "Y" TO CZ-OPR-FOUND-SWITCH
003370         MOVE CZ-OPR-SUB TO CZ-OPR-HIT-SUB
003380     END-IF.
003390
003400 2210-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440*    2300-APPLY-ADD - APPEND A NEW OPERATOR. THE ID MUST NOT
003450*                     ALREADY EXIST, THE CARD MUST NAME THE
003460*                     PERSON, THE ROLE BYTES MUST BE Y OR N, AND
003470*                     THE TABLE MUST HAVE ROOM.
003480******************************************************************
003490 2300-APPLY-ADD.
003500
003510     IF CZ-OTR-OPERATOR-ID = SPACES
003520         MOVE "OPERATOR ID IS BLANK" TO CZ-ERROR-TEXT
003530         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003540         GO TO 2300-EXIT
003550     END-IF.
003560
003570     IF CZ-OPR-FOUND
003580         MOVE "OPERATOR ALREADY EXISTS" TO CZ-ERROR-TEXT
003590         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003600         GO TO 2300-EXIT
003610     END-IF.
003620
003630     IF CZ-OTR-NAME = SPACES
003640         MOVE "NAME IS BLANK" TO CZ-ERROR-TEXT
003650         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003660         GO TO 2300-EXIT
003670     END-IF.
003680
003690     IF NOT CZ-ROLES-VALID
003700         MOVE "ROLE BYTES MUST BE Y OR N" TO CZ-ERROR-TEXT
003710         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003720         GO TO 2300-EXIT
003730     END-IF.
003740
003750     IF CZ-OPR-COUNT >= CZ-OPR-TABLE-MAX
003760         MOVE "OPERATOR MASTER IS FULL" TO CZ-ERROR-TEXT
003770         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003780         GO TO 2300-EXIT
003790     END-IF.
003800
003810     MOVE SPACES              TO CZ-OPERATOR-RECORD.
003820     MOVE CZ-OTR-OPERATOR-ID  TO CZ-OPR-OPERATOR-ID.
003830     MOVE CZ-OTR-NAME         TO CZ-OPR-NAME.
003840     MOVE "A"                 TO CZ-OPR-STATUS.
003850     MOVE CZ-OTR-ROLES        TO CZ-OPR-ROLES.
003860     MOVE CZ-TODAY-DISPLAY    TO CZ-OPR-ADDED-DATE.
003870     MOVE CZ-TODAY-DISPLAY    TO CZ-OPR-CHANGED-DATE.
003880     MOVE SPACES              TO CZ-OPR-REVOKED-DATE.
003890
003900     ADD 1 TO CZ-OPR-COUNT.
003910     MOVE CZ-OPERATOR-RECORD TO CZ-OPR-ENTRY(CZ-OPR-COUNT).
003920
003930     MOVE SPACES TO CZ-ROLES-BEFORE.
003940     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
003950
003960 2300-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    2400-APPLY-CHANGE - REPLACE AN OPERATOR'S ROLES, AND THEIR
004010*                        NAME WHEN THE CARD GIVES ONE. A REVOKED
004020*                        OPERATOR MAY BE CHANGED BUT STAYS
004030*                        REVOKED UNTIL REINSTATED.
004040******************************************************************
004050 2400-APPLY-CHANGE.
004060
004070     IF NOT CZ-OPR-FOUND
004080         MOVE "OPERATOR NOT ON FILE" TO CZ-ERROR-TEXT
004090         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004100         GO TO 2400-EXIT
004110     END-IF.
004120
004130     IF NOT CZ-ROLES-VALID
004140         MOVE "ROLE BYTES MUST BE Y OR N" TO CZ-ERROR-TEXT
004150         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004160         GO TO 2400-EXIT
004170     END-IF.
004180
004190     MOVE CZ-OPR-ENTRY(CZ-OPR-HIT-SUB) TO CZ-OPERATOR-RECORD.
004200     MOVE CZ-OPR-ROLES        TO CZ-ROLES-BEFORE.
004210     IF CZ-OTR-NAME NOT = SPACES
004220         MOVE CZ-OTR-NAME     TO CZ-OPR-NAME
004230     END-IF.
004240     MOVE CZ-OTR-ROLES        TO CZ-OPR-ROLES.
004250     MOVE CZ-TODAY-DISPLAY    TO CZ-OPR-CHANGED-DATE.
004260     MOVE CZ-OPERATOR-RECORD  TO CZ-OPR-ENTRY(CZ-OPR-HIT-SUB).
004270
004280     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
004290
004300 2400-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340*    2500-APPLY-REVOKE - REVOKE AN ACTIVE OPERATOR. THE RECORD
004350*                        STAYS ON THE MASTER SO A LATER ATTEMPT
004360*                        UNDER THE ID IS LOGGED AS A REVOKED
004370*                        OPERATOR, NOT AN UNKNOWN ONE.
004380******************************************************************
004390 2500-APPLY-REVOKE.
004400
004410     IF NOT CZ-OPR-FOUND
004420         MOVE "OPERATOR NOT ON FILE" TO CZ-ERROR-TEXT
004430         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004440         GO TO 2500-EXIT
004450     END-IF.
004460
004470     MOVE CZ-OPR-ENTRY(CZ-OPR-HIT-SUB) TO CZ-OPERATOR-RECORD.
004480     IF CZ-OPR-REVOKED
004490         MOVE "OPERATOR IS ALREADY REVOKED" TO CZ-ERROR-TEXT
004500         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004510         GO TO 2500-EXIT
004520     END-IF.
004530
004540     MOVE CZ-OPR-ROLES        TO CZ-ROLES-BEFORE.
004550     MOVE "R"                 TO CZ-OPR-STATUS.
004560     MOVE CZ-TODAY-DISPLAY    TO CZ-OPR-REVOKED-DATE.
004570     MOVE CZ-TODAY-DISPLAY    TO CZ-OPR-CHANGED-DATE.
004580     MOVE CZ-OPERATOR-RECORD  TO CZ-OPR-ENTRY(CZ-OPR-HIT-SUB).
004590
004600     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
004610
004620 2500-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    2600-APPLY-REINSTATE - RETURN A REVOKED OPERATOR TO ACTIVE
004670*                           STATUS WITH THE ROLES ALREADY ON
004680*                           FILE
004690******************************************************************
004700 2600-APPLY-REINSTATE.
004710
004720     IF NOT CZ-OPR-FOUND
004730         MOVE "OPERATOR NOT ON FILE" TO CZ-ERROR-TEXT
004740         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004750         GO TO 2600-EXIT
004760     END-IF.
004770
004780     MOVE CZ-OPR-ENTRY(CZ-OPR-HIT-SUB) TO CZ-OPERATOR-RECORD.
004790     IF NOT CZ-OPR-REVOKED
004800         MOVE "OPERATOR IS NOT REVOKED" TO CZ-ERROR-TEXT
004810         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004820         GO TO 2600-EXIT
004830     END-IF.
004840
004850     MOVE CZ-OPR-ROLES        TO CZ-ROLES-BEFORE.
004860     MOVE "A"                 TO CZ-OPR-STATUS.
004870     MOVE SPACES              TO CZ-OPR-REVOKED-DATE.
004880     MOVE CZ-TODAY-DISPLAY    TO CZ-OPR-CHANGED-DATE.
004890     MOVE CZ-OPERATOR-RECORD  TO CZ-OPR-ENTRY(CZ-OPR-HIT-SUB).
004900
004910     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
004920
004930 2600-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    2800-REPORT-APPLIED - LIST ONE APPLIED TRANSACTION WITH THE
004980*                          OPERATOR'S STATUS AND ROLES BEFORE
004990*                          AND AFTER. THE WORK AREA HOLDS THE
005000*                          UPDATED RECORD.
005010******************************************************************
005020 2800-REPORT-APPLIED.
005030
005040     ADD 1 TO CZ-TRANS-APPLIED.
005050     MOVE SPACES TO OPRMRPT-RECORD.
005060     STRING "ACTION " CZ-OTR-ACTION
005070            " OPERATOR " CZ-OPR-OPERATOR-ID
005080            " ROLES BEFORE " CZ-ROLES-BEFORE
005090            " AFTER " CZ-OPR-ROLES
005100            " STATUS " CZ-OPR-STATUS
005110            " - APPLIED"
005120         DELIMITED BY SIZE INTO OPRMRPT-RECORD.
005130     WRITE OPRMRPT-RECORD.
005140
005150 2800-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190*    2900-REPORT-ERROR - LIST ONE REJECTED TRANSACTION WITH THE
005200*                        REASON IN CZ-ERROR-TEXT
005210******************************************************************
005220 2900-REPORT-ERROR.
005230
005240     ADD 1 TO CZ-TRANS-IN-ERROR.
005250     MOVE SPACES TO OPRMRPT-RECORD.
005260     STRING "ACTION " CZ-OTR-ACTION
005270            " OPERATOR " CZ-OTR-OPERATOR-ID
005280            " - ERROR, " CZ-ERROR-TEXT
005290         DELIMITED BY SIZE INTO OPRMRPT-RECORD.
005300     WRITE OPRMRPT-RECORD.
005310
005320 2900-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    4800-WRITE-NEW-MASTER - WRITE THE NEW MASTER FROM THE TABLE
005370******************************************************************
005380 4800-WRITE-NEW-MASTER.
005390
005400     CLOSE OPERTRAN.
005410
005420     OPEN OUTPUT CIPHOPRN.
005430     IF NOT CZ-CIPHOPRN-OK
005440         DISPLAY "CIPHOPRM CIPHOPRN OPEN FAILED, STATUS "
005450             CZ-CIPHOPRN-STATUS
005460         MOVE 16 TO RETURN-CODE
005470         STOP RUN
005480     END-IF.
005490
005500     PERFORM 8100-WRITE-ONE-OPR THRU 8100-EXIT
005510             VARYING CZ-OPR-SUB FROM 1 BY 1
005520             UNTIL CZ-OPR-SUB > CZ-OPR-COUNT.
005530
005540     CLOSE CIPHOPRN.
005550
005560 4800-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600*    8000-FINALIZE - LIST THE NEW MASTER IN FULL, PRINT THE RUN
005610*                    TOTALS, AND CLOSE THE REPORT
005620******************************************************************
005630 8000-FINALIZE.
005640
005650     MOVE SPACES TO OPRMRPT-RECORD.
005660     WRITE OPRMRPT-RECORD.
005670     MOVE "OPERATOR AUTHORITY NOW IN FORCE" TO OPRMRPT-RECORD.
005680     WRITE OPRMRPT-RECORD.
005690     MOVE "OPERATOR NAME                           ST BDTRSA "
005700         TO OPRMRPT-RECORD.
005710     WRITE OPRMRPT-RECORD.
005720     PERFORM 8200-LIST-ONE-OPR THRU 8200-EXIT
005730             VARYING CZ-OPR-SUB FROM 1 BY 1
005740             UNTIL CZ-OPR-SUB > CZ-OPR-COUNT.
005750
005760     MOVE SPACES TO OPRMRPT-RECORD.
005770     WRITE OPRMRPT-RECORD.
005780     MOVE SPACES TO OPRMRPT-RECORD.
005790     STRING "CARDS READ: "   CZ-TRANS-READ
005800            "  APPLIED: "    CZ-TRANS-APPLIED
005810            "  IN ERROR: "   CZ-TRANS-IN-ERROR
005820            "  OPERATORS: "  CZ-OPR-COUNT
005830         DELIMITED BY SIZE INTO OPRMRPT-RECORD.
005840     WRITE OPRMRPT-RECORD.
005850     CLOSE OPRMRPT.
005860
005870     DISPLAY "CIPHOPRM CARDS READ           : " CZ-TRANS-READ.
005880     DISPLAY "CIPHOPRM APPLIED              : " CZ-TRANS-APPLIED.
005890     DISPLAY "CIPHOPRM IN ERROR             : " CZ-TRANS-IN-ERROR.
005900     DISPLAY "CIPHOPRM OPERATORS ON MASTER  : " CZ-OPR-COUNT.
005910
005920     IF CZ-TRANS-IN-ERROR > 0
005930         MOVE 4 TO RETURN-CODE
005940     END-IF.
005950
005960 8000-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000*    8100-WRITE-ONE-OPR - WRITE ONE TABLE ENTRY TO THE NEW MASTER
006010******************************************************************
006020 8100-WRITE-ONE-OPR.
006030
006040     MOVE CZ-OPR-ENTRY(CZ-OPR-SUB) TO CZ-OPERATOR-RECORD.
006050     WRITE CIPHOPRN-RECORD FROM CZ-OPERATOR-RECORD.
006060
006070 8100-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110*    8200-LIST-ONE-OPR - ADD ONE OPERATOR TO THE IN-FORCE LISTING
006120******************************************************************
006130 8200-LIST-ONE-OPR.
006140
006150     MOVE CZ-OPR-ENTRY(CZ-OPR-SUB) TO CZ-OPERATOR-RECORD.
006160     MOVE SPACES TO OPRMRPT-RECORD.
006170     STRING CZ-OPR-OPERATOR-ID " "
006180            CZ-OPR-NAME " "
006190            CZ-OPR-STATUS "  "
006200            CZ-OPR-ROLES " "
006210            CZ-OPR-CHANGED-DATE
006220         DELIMITED BY SIZE INTO OPRMRPT-RECORD.
006230     WRITE OPRMRPT-RECORD.
006240
006250 8200-EXIT.
006260     EXIT.
006270
006280 END PROGRAM CIPHOPRM.
