000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHRCTL.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. NIGHTLY RUN-CONTROL
000110*                     SERVICE. THE NIGHTLY STREAM (CIPHSPLC,
000120*                     CIPHSPLT, THE CAESAR-CIPHER STREAMS,
000130*                     CIPHMRGE, CIPHNBAL, CIPHWTCH, CIPHWKSC,
000140*                     CIPHXMIT, CIPHSUMM) HAD NOTHING BUT THE
000150*                     SCHEDULER'S CONDITION CODES HOLDING IT IN
000160*                     ORDER, SO A RESUBMIT STARTED FROM THE TOP
000170*                     AND A STEP COULD BE RUN BY HAND AGAINST A
000180*                     NIGHT WHOSE EARLIER STEPS HAD FAILED -
000190*                     INCLUDING CIPHXMIT SENDING A CIPHOUT THAT
000200*                     CIPHNBAL NEVER PROVED. EACH STEP NOW CALLS
000210*                     "CIPHRCTL" USING CZ-RUNCTL-PARMS (COPY
000220*                     CZRUNPRM) BEFORE IT OPENS ANY OUTPUT AND
000230*                     AGAIN AS ITS LAST ACT. A START IS REFUSED
000240*                     UNLESS THE STEP'S PREDECESSOR ENDED CLEAN
000250*                     (RETURN CODE 4 OR LESS) FOR THE SAME
000260*                     EXTRACT DATE; A STEP THAT ALREADY ENDED
000270*                     CLEAN FOR THE DATE IS TOLD TO SKIP, SO A
000280*                     RESUBMITTED STREAM RESUMES AT THE STEP
000290*                     THAT FAILED. EVERY START AND END IS
000300*                     APPENDED TO THE CIPHRUN RUN-CONTROL FILE
000310*                     (CZRUNREC) FOR THE CIPHNSTS MORNING
000320*                     NIGHT-STATUS REPORT.
000321*    10/15/26   SMS   EVERY STEP NOW PASSES THE CYCLE NUMBER OF
000322*                     ITS EXTRACT, AND THE RUN CONTROL IS KEPT PER
000323*                     EXTRACT DATE AND CYCLE, SO AN INTRADAY
000324*                     EXPRESS CYCLE RUNS THE WHOLE STREAM WITH ITS
000325*                     OWN STARTS, ENDS AND PREDECESSOR CHECKS
000326*                     WITHOUT DISTURBING THE NIGHT RUN OF THE SAME
000327*                     DATE. A STEP WITH NO HEADER RESOLVES THE
000328*                     LATEST DATE ITS PREDECESSOR ENDED IN ITS OWN
000329*                     CYCLE.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CIPHRUN ASSIGN TO "CIPHRUN"
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS IS CZ-CIPHRUN-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CIPHRUN
000450     RECORDING MODE IS F.
000460 01  CIPHRUN-RECORD             PIC X(80).
000470
000480 WORKING-STORAGE SECTION.
000490******************************************************************
000500*    RECORD WORK AREAS - COPYBOOKS
000510******************************************************************
000520     COPY czrunrec.
000530
000540******************************************************************
000550*    FILE STATUS AND SWITCHES - RESET ON EVERY CALL, SINCE THE
000560*    SERVICE KEEPS ITS WORKING STORAGE BETWEEN CALLS
000570******************************************************************
000580 77  CZ-CIPHRUN-STATUS          PIC X(02) VALUE SPACES.
000590     88  CZ-CIPHRUN-OK                    VALUE "00".
000600     88  CZ-CIPHRUN-NOT-FOUND             VALUE "35".
000610
000620 77  CZ-RUN-EOF-SWITCH          PIC X(01) VALUE "N".
000630     88  CZ-END-OF-RUN-FILE               VALUE "Y".
000640
000650 77  CZ-CHK-CLEAN-SWITCH        PIC X(01) VALUE "N".
000660     88  CZ-CHK-CLEAN                     VALUE "Y".
000670
000680 01  CZ-CURRENT-DATETIME.
000690     05  CZ-CDT-DATE.
000700         10  CZ-CDT-YEAR         PIC 9(04).
000710         10  CZ-CDT-MONTH        PIC 9(02).
000720         10  CZ-CDT-DAY          PIC 9(02).
000730     05  CZ-CDT-TIME.
000740         10  CZ-CDT-HOURS        PIC 9(02).
000750         10  CZ-CDT-MINUTES      PIC 9(02).
000760         10  CZ-CDT-SECONDS      PIC 9(02).
000770     05  FILLER                  PIC X(07).
000780
000790******************************************************************
000800*    THE NIGHTLY STREAM IN RUNNING ORDER. EACH STEP'S
000810*    PREDECESSOR IS THE ONE BEFORE IT, EXCEPT WHERE 3000 SAYS
000820*    OTHERWISE FOR THE CIPHER STREAMS AND THE MERGE.
000830******************************************************************
000840 01  CZ-STEP-NAME-LITERALS.
000850     05  FILLER                  PIC X(08) VALUE "CIPHSPLC".
000860     05  FILLER                  PIC X(08) VALUE "CIPHSPLT".
000870     05  FILLER                  PIC X(08) VALUE "CZCIPHER".
000880     05  FILLER                  PIC X(08) VALUE "CIPHMRGE".
000890     05  FILLER                  PIC X(08) VALUE "CIPHNBAL".
000900     05  FILLER                  PIC X(08) VALUE "CIPHWTCH".
000910     05  FILLER                  PIC X(08) VALUE "CIPHWKSC".
000920     05  FILLER                  PIC X(08) VALUE "CIPHXMIT".
000930     05  FILLER                  PIC X(08) VALUE "CIPHSUMM".
000940 01  CZ-STEP-NAME-TABLE REDEFINES CZ-STEP-NAME-LITERALS.
000950     05  CZ-STEP-NAME            PIC X(08) OCCURS 9 TIMES.
000960
000970 77  CZ-STEP-MAX                PIC 9(02) VALUE 9.
000980 77  CZ-STEP-SUB                PIC 9(02) VALUE 0.
000990 77  CZ-STEP-HIT-SUB            PIC 9(02) VALUE 0.
001000
001010******************************************************************
001020*    STATE OF EACH STEP AND STREAM FOR THE EXTRACT DATE - THE
001030*    LAST EVENT ON CIPHRUN WINS
001040******************************************************************
001050 77  CZ-STATE-MAX               PIC 9(02) VALUE 40.
001060 77  CZ-STATE-COUNT             PIC 9(02) VALUE 0.
001070 77  CZ-STATE-SUB               PIC 9(02) VALUE 0.
001080 77  CZ-STATE-HIT-SUB           PIC 9(02) VALUE 0.
001090
001100 01  CZ-STATE-TABLE.
001110     05  CZ-STATE-ENTRY OCCURS 40 TIMES.
001120         10  CZ-STT-STEP-NAME    PIC X(08).
001130         10  CZ-STT-STREAM-NO    PIC 9(01).
001140         10  CZ-STT-EVENT        PIC X(01).
001150         10  CZ-STT-RETURN-CODE  PIC 9(03).
001160
001170******************************************************************
001180*    WORK FIELDS
001190******************************************************************
001200 77  CZ-PRED-STEP               PIC X(08) VALUE SPACES.
001210 77  CZ-LATEST-DATE             PIC X(10) VALUE SPACES.
001220 77  CZ-CHK-STEP                PIC X(08) VALUE SPACES.
001230 77  CZ-CHK-STREAM              PIC 9(01) VALUE 0.
001240 77  CZ-CHK-SUB                 PIC 9(01) VALUE 0.
001250 77  CZ-CHK-STATE-TEXT          PIC X(20) VALUE SPACES.
001252 77  CZ-RC-DISPLAY              PIC 9(03) VALUE 0.
001254 77  CZ-NIGHT-TEXT              PIC X(19) VALUE SPACES.
001270
001280 LINKAGE SECTION.
001290     COPY czrunprm.
001300
001310 PROCEDURE DIVISION USING CZ-RUNCTL-PARMS.
001320******************************************************************
001330*    0000-MAINLINE
001340******************************************************************
001350 0000-MAINLINE.
001360
001370     MOVE SPACE  TO CZ-RUN-RESULT.
001380     MOVE SPACES TO CZ-RUN-REASON-TEXT.
001390     IF CZ-RUN-STREAM-NO NOT NUMERIC
001400         MOVE 0 TO CZ-RUN-STREAM-NO
001410     END-IF.
001412     IF CZ-RUN-STREAM-COUNT NOT NUMERIC
001414         MOVE 0 TO CZ-RUN-STREAM-COUNT
001416     END-IF.
001418     IF CZ-RUN-CYCLE-NO NOT NUMERIC
001420         MOVE 0 TO CZ-RUN-CYCLE-NO
001422     END-IF.
001450
001460     PERFORM 1000-FIND-STEP THRU 1000-EXIT.
001470
001480     IF CZ-RUN-RESULT = SPACE
001490       AND CZ-RUN-REQ-END
001500         PERFORM 5000-RECORD-END THRU 5000-EXIT
001510     END-IF.
001520
001530     IF CZ-RUN-RESULT = SPACE
001540         PERFORM 2000-LOAD-NIGHT THRU 2000-EXIT
001550     END-IF.
001560
001570     IF CZ-RUN-RESULT = SPACE
001580         PERFORM 3000-JUDGE-START THRU 3000-EXIT
001590     END-IF.
001600
001610     IF CZ-RUN-RESULT = SPACE
001620         PERFORM 4000-RECORD-START THRU 4000-EXIT
001630     END-IF.
001640
001650     GOBACK.
001660
001670******************************************************************
001680*    1000-FIND-STEP - CHECK THE REQUEST AND FIND THE STEP IN THE
001690*                     RUNNING-ORDER TABLE
001700******************************************************************
001710 1000-FIND-STEP.
001720
001730     IF NOT CZ-RUN-REQ-START AND NOT CZ-RUN-REQ-END
001740         MOVE "U" TO CZ-RUN-RESULT
001750         MOVE "RUN-CONTROL REQUEST IS NEITHER START NOR END"
001760             TO CZ-RUN-REASON-TEXT
001770         GO TO 1000-EXIT
001780     END-IF.
001790
001800     MOVE 0 TO CZ-STEP-HIT-SUB.
001810     PERFORM 1100-CHECK-ONE-STEP THRU 1100-EXIT
001820             VARYING CZ-STEP-SUB FROM 1 BY 1
001830             UNTIL CZ-STEP-SUB > CZ-STEP-MAX
001840                OR CZ-STEP-HIT-SUB > 0.
001850
001860     IF CZ-STEP-HIT-SUB = 0
001870         MOVE "U" TO CZ-RUN-RESULT
001880         STRING "STEP " CZ-RUN-STEP-NAME
001890                " IS NOT IN THE NIGHTLY STREAM"
001900             DELIMITED BY SIZE INTO CZ-RUN-REASON-TEXT
001910     END-IF.
001920
001930 1000-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970*    1100-CHECK-ONE-STEP - COMPARE ONE RUNNING-ORDER ENTRY
001980******************************************************************
001990 1100-CHECK-ONE-STEP.
002000
002010     IF CZ-STEP-NAME(CZ-STEP-SUB) = CZ-RUN-STEP-NAME
002020         MOVE CZ-STEP-SUB TO CZ-STEP-HIT-SUB
002030     END-IF.
002040
002050 1100-EXIT.
002060     EXIT.
002070
002080******************************************************************
002090*    2000-LOAD-NIGHT - SETTLE THE EXTRACT DATE AND LOAD THE LAST
002100*                      EVENT OF EVERY STEP AND STREAM FOR IT AND
002110*                      THE CYCLE. A CIPHRUN THAT DOES NOT EXIST
002120*                      YET IS AN EMPTY ONE - NOTHING HAS EVER RUN.
002130******************************************************************
002140 2000-LOAD-NIGHT.
002150
002160     IF CZ-RUN-EXTRACT-DATE = SPACES
002170         PERFORM 2100-RESOLVE-DATE THRU 2100-EXIT
002180     END-IF.
002182     IF CZ-RUN-RESULT NOT = SPACE
002184         GO TO 2000-EXIT
002186     END-IF.
002188
002190*    THE NIGHT RUN IS NAMED BY ITS DATE ALONE IN THE REASON TEXT
002192     MOVE CZ-RUN-EXTRACT-DATE TO CZ-NIGHT-TEXT.
002194     IF CZ-RUN-CYCLE-NO > 0
002196         STRING CZ-RUN-EXTRACT-DATE " CYCLE " CZ-RUN-CYCLE-NO
002198             DELIMITED BY SIZE INTO CZ-NIGHT-TEXT
002200     END-IF.
002202
002204     MOVE 0   TO CZ-STATE-COUNT.
002240     MOVE "N" TO CZ-RUN-EOF-SWITCH.
002250
002260     OPEN INPUT CIPHRUN.
002270     IF CZ-CIPHRUN-NOT-FOUND
002280         GO TO 2000-EXIT
002290     END-IF.
002300     IF NOT CZ-CIPHRUN-OK
002310         MOVE "F" TO CZ-RUN-RESULT
002320         STRING "CIPHRUN OPEN FAILED, STATUS "
002330                CZ-CIPHRUN-STATUS
002340             DELIMITED BY SIZE INTO CZ-RUN-REASON-TEXT
002350         GO TO 2000-EXIT
002360     END-IF.
002370
002380     PERFORM 2300-LOAD-ONE-EVENT THRU 2300-EXIT
002390             UNTIL CZ-END-OF-RUN-FILE
002400                OR CZ-RUN-RESULT NOT = SPACE.
002410
002420     CLOSE CIPHRUN.
002430
002440 2000-EXIT.
002450     EXIT.
002460
002470******************************************************************
002472*    2100-RESOLVE-DATE - A STEP WITH NO HEADER OF ITS OWN RUNS
002474*                        FOR THE LATEST EXTRACT DATE ON WHICH ITS
002476*                        PREDECESSOR RECORDED AN END IN THE SAME
002478*                        CYCLE. THE FIRST
002510*                        STEP OF THE STREAM HAS NO PREDECESSOR
002520*                        AND TAKES TODAY.
002530******************************************************************
002540 2100-RESOLVE-DATE.
002550
002560     IF CZ-STEP-HIT-SUB = 1
002570         MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME
002580         STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
002590             DELIMITED BY SIZE INTO CZ-RUN-EXTRACT-DATE
002600         GO TO 2100-EXIT
002610     END-IF.
002620
002630     MOVE CZ-STEP-NAME(CZ-STEP-HIT-SUB - 1) TO CZ-PRED-STEP.
002640     MOVE SPACES TO CZ-LATEST-DATE.
002650     MOVE "N"    TO CZ-RUN-EOF-SWITCH.
002660
002670     OPEN INPUT CIPHRUN.
002680     IF CZ-CIPHRUN-OK
002690         PERFORM 2200-SCAN-ONE-EVENT THRU 2200-EXIT
002700                 UNTIL CZ-END-OF-RUN-FILE
002710         CLOSE CIPHRUN
002720     END-IF.
002730
002740     IF CZ-LATEST-DATE = SPACES
002750         MOVE "P" TO CZ-RUN-RESULT
002760         STRING "NO " CZ-PRED-STEP
002770                " RUN HAS ENDED - NO NIGHT TO RUN FOR"
002780             DELIMITED BY SIZE INTO CZ-RUN-REASON-TEXT
002790         GO TO 2100-EXIT
002800     END-IF.
002810
002820     MOVE CZ-LATEST-DATE TO CZ-RUN-EXTRACT-DATE.
002830
002840 2100-EXIT.
002850     EXIT.
002860
002870******************************************************************
002872*    2200-SCAN-ONE-EVENT - KEEP THE LATEST EXTRACT DATE WITH AN
002874*                          END RECORD FOR THE PREDECESSOR IN THE
002876*                          CYCLE
002900******************************************************************
002910 2200-SCAN-ONE-EVENT.
002920
002930     READ CIPHRUN INTO CZ-RUN-RECORD
002940         AT END
002950             MOVE "Y" TO CZ-RUN-EOF-SWITCH
002960             GO TO 2200-EXIT
002970     END-READ.
002980
002982     IF CZ-RNR-CYCLE-NO NOT NUMERIC
002984         MOVE 0 TO CZ-RNR-CYCLE-NO
002986     END-IF.
002988
002990     IF CZ-RNR-STEP-NAME = CZ-PRED-STEP
002992       AND CZ-RNR-CYCLE-NO = CZ-RUN-CYCLE-NO
002994       AND CZ-RNR-EVENT-END
003010       AND CZ-RNR-EXTRACT-DATE > CZ-LATEST-DATE
003020         MOVE CZ-RNR-EXTRACT-DATE TO CZ-LATEST-DATE
003030     END-IF.
003040
003050 2200-EXIT.
003060     EXIT.
003070
003080******************************************************************
003082*    2300-LOAD-ONE-EVENT - READ ONE CIPHRUN RECORD AND, IF IT IS
003084*                          FOR THE EXTRACT DATE AND CYCLE, MAKE IT
003086*                          THE CURRENT STATE OF ITS STEP AND
003088*                          STREAM. A RECORD WITH NO CYCLE IS THE
003090*                          NIGHT RUN.
003120******************************************************************
003130 2300-LOAD-ONE-EVENT.
003140
003150     READ CIPHRUN INTO CZ-RUN-RECORD
003160         AT END
003170             MOVE "Y" TO CZ-RUN-EOF-SWITCH
003180             GO TO 2300-EXIT
003190     END-READ.
003200
003202     IF CZ-RNR-CYCLE-NO NOT NUMERIC
003204         MOVE 0 TO CZ-RNR-CYCLE-NO
003206     END-IF.
003208     IF CZ-RNR-EXTRACT-DATE NOT = CZ-RUN-EXTRACT-DATE
003210       OR CZ-RNR-CYCLE-NO NOT = CZ-RUN-CYCLE-NO
003212         GO TO 2300-EXIT
003214     END-IF.
003240     IF CZ-RNR-STREAM-NO NOT NUMERIC
003250         MOVE 0 TO CZ-RNR-STREAM-NO
003260     END-IF.
003270     IF CZ-RNR-RETURN-CODE NOT NUMERIC
003280         MOVE 999 TO CZ-RNR-RETURN-CODE
003290     END-IF.
003300
003310     MOVE CZ-RNR-STEP-NAME TO CZ-CHK-STEP.
003320     MOVE CZ-RNR-STREAM-NO TO CZ-CHK-STREAM.
003330     PERFORM 2400-FIND-STATE THRU 2400-EXIT.
003340
003350     IF CZ-STATE-HIT-SUB = 0
003360         IF CZ-STATE-COUNT >= CZ-STATE-MAX
003370             MOVE "F" TO CZ-RUN-RESULT
003380             STRING "CIPHRUN HOLDS MORE THAN " CZ-STATE-MAX
003390                    " STEPS FOR " CZ-NIGHT-TEXT
003400                 DELIMITED BY SIZE INTO CZ-RUN-REASON-TEXT
003410             GO TO 2300-EXIT
003420         END-IF
003430         ADD 1 TO CZ-STATE-COUNT
003440         MOVE CZ-STATE-COUNT TO CZ-STATE-HIT-SUB
003450         MOVE CZ-RNR-STEP-NAME
003460             TO CZ-STT-STEP-NAME(CZ-STATE-HIT-SUB)
003470         MOVE CZ-RNR-STREAM-NO
003480             TO CZ-STT-STREAM-NO(CZ-STATE-HIT-SUB)
003490     END-IF.
003500
003510     MOVE CZ-RNR-EVENT       TO CZ-STT-EVENT(CZ-STATE-HIT-SUB).
003520     MOVE CZ-RNR-RETURN-CODE
003530         TO CZ-STT-RETURN-CODE(CZ-STATE-HIT-SUB).
003540
003550 2300-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590*    2400-FIND-STATE - FIND THE STATE ENTRY FOR CZ-CHK-STEP AND
003600*                      CZ-CHK-STREAM; CZ-STATE-HIT-SUB IS 0 IF
003610*                      THE STEP HAS NO EVENT FOR THE DATE
003620******************************************************************
003630 2400-FIND-STATE.
003640
003650     MOVE 0 TO CZ-STATE-HIT-SUB.
003660     PERFORM 2410-CHECK-ONE-STATE THRU 2410-EXIT
003670             VARYING CZ-STATE-SUB FROM 1 BY 1
003680             UNTIL CZ-STATE-SUB > CZ-STATE-COUNT
003690                OR CZ-STATE-HIT-SUB > 0.
003700
003710 2400-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750*    2410-CHECK-ONE-STATE - COMPARE ONE STATE ENTRY
003760******************************************************************
003770 2410-CHECK-ONE-STATE.
003780
003790     IF CZ-STT-STEP-NAME(CZ-STATE-SUB) = CZ-CHK-STEP
003800       AND CZ-STT-STREAM-NO(CZ-STATE-SUB) = CZ-CHK-STREAM
003810         MOVE CZ-STATE-SUB TO CZ-STATE-HIT-SUB
003820     END-IF.
003830
003840 2410-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    3000-JUDGE-START - A STEP THAT ALREADY ENDED CLEAN FOR THE
003890*                       DATE SKIPS UNLESS THE RUN IS FORCED.
003900*                       OTHERWISE ITS PREDECESSOR MUST HAVE ENDED
003910*                       CLEAN: A SPLIT CIPHER STREAM FOLLOWS
003920*                       CIPHSPLT AND AN UNSPLIT ONE (STREAM 0)
003930*                       FOLLOWS CIPHSPLC; CIPHMRGE NEEDS EVERY
003940*                       STREAM IT IS ABOUT TO MERGE; CIPHNBAL
003950*                       FOLLOWS CIPHMRGE, OR THE UNSPLIT STREAM
003960*                       ON A NIGHT THAT WAS NOT SPLIT. FORCING A
003970*                       RERUN NEVER EXCUSES THE PREDECESSOR.
003980******************************************************************
003990 3000-JUDGE-START.
004000
004010     MOVE CZ-RUN-STEP-NAME TO CZ-CHK-STEP.
004020     MOVE CZ-RUN-STREAM-NO TO CZ-CHK-STREAM.
004030     PERFORM 3100-CHECK-CLEAN THRU 3100-EXIT.
004040     IF CZ-CHK-CLEAN
004050       AND NOT CZ-RUN-FORCED
004060         MOVE "D" TO CZ-RUN-RESULT
004070         MOVE CZ-STT-RETURN-CODE(CZ-STATE-HIT-SUB)
004080             TO CZ-RC-DISPLAY
004090         STRING CZ-RUN-STEP-NAME " ALREADY ENDED CLEAN (RC "
004100                CZ-RC-DISPLAY ") FOR " CZ-NIGHT-TEXT
004110             DELIMITED BY SIZE INTO CZ-RUN-REASON-TEXT
004120         GO TO 3000-EXIT
004130     END-IF.
004140
004150     EVALUATE CZ-RUN-STEP-NAME
004160         WHEN "CIPHSPLC"
004170             GO TO 3000-EXIT
004180         WHEN "CZCIPHER"
004190             IF CZ-RUN-STREAM-NO = 0
004200                 MOVE "CIPHSPLC" TO CZ-CHK-STEP
004210             ELSE
004220                 MOVE "CIPHSPLT" TO CZ-CHK-STEP
004230             END-IF
004240             MOVE 0 TO CZ-CHK-STREAM
004250             PERFORM 3100-CHECK-CLEAN THRU 3100-EXIT
004260         WHEN "CIPHMRGE"
004270             IF CZ-RUN-STREAM-COUNT < 1
004280               OR CZ-RUN-STREAM-COUNT > 4
004290                 MOVE 4 TO CZ-RUN-STREAM-COUNT
004300             END-IF
004310             MOVE "Y" TO CZ-CHK-CLEAN-SWITCH
004320             PERFORM 3200-CHECK-ONE-STREAM THRU 3200-EXIT
004330                     VARYING CZ-CHK-SUB FROM 1 BY 1
004340                     UNTIL CZ-CHK-SUB > CZ-RUN-STREAM-COUNT
004350                        OR NOT CZ-CHK-CLEAN
004360         WHEN "CIPHNBAL"
004370             MOVE "CZCIPHER" TO CZ-CHK-STEP
004380             MOVE 0          TO CZ-CHK-STREAM
004390             PERFORM 3100-CHECK-CLEAN THRU 3100-EXIT
004400             IF NOT CZ-CHK-CLEAN
004410                 MOVE "CIPHMRGE" TO CZ-CHK-STEP
004420                 PERFORM 3100-CHECK-CLEAN THRU 3100-EXIT
004430             END-IF
004440         WHEN OTHER
004450             MOVE CZ-STEP-NAME(CZ-STEP-HIT-SUB - 1)
004460                 TO CZ-CHK-STEP
004470             MOVE 0 TO CZ-CHK-STREAM
004480             PERFORM 3100-CHECK-CLEAN THRU 3100-EXIT
004490     END-EVALUATE.
004500
004510     IF NOT CZ-CHK-CLEAN
004520         MOVE "P" TO CZ-RUN-RESULT
004530         MOVE SPACES TO CZ-RUN-REASON-TEXT
004540         IF CZ-CHK-STREAM > 0
004550             STRING CZ-CHK-STEP " STREAM " CZ-CHK-STREAM " "
004560                    DELIMITED BY SIZE
004570                    CZ-CHK-STATE-TEXT DELIMITED BY "  "
004580                    " FOR " CZ-NIGHT-TEXT
004590                    DELIMITED BY SIZE
004600                 INTO CZ-RUN-REASON-TEXT
004610         ELSE
004620             STRING CZ-CHK-STEP " " DELIMITED BY SIZE
004630                    CZ-CHK-STATE-TEXT DELIMITED BY "  "
004640                    " FOR " CZ-NIGHT-TEXT
004650                    DELIMITED BY SIZE
004660                 INTO CZ-RUN-REASON-TEXT
004670         END-IF
004680     END-IF.
004690
004700 3000-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    3100-CHECK-CLEAN - DID CZ-CHK-STEP / CZ-CHK-STREAM END WITH
004750*                       RETURN CODE 4 OR LESS FOR THE DATE? IF
004760*                       NOT, CZ-CHK-STATE-TEXT SAYS WHY.
004770******************************************************************
004780 3100-CHECK-CLEAN.
004790
004800     MOVE "N"    TO CZ-CHK-CLEAN-SWITCH.
004810     MOVE SPACES TO CZ-CHK-STATE-TEXT.
004820     PERFORM 2400-FIND-STATE THRU 2400-EXIT.
004830
004840     IF CZ-STATE-HIT-SUB = 0
004850         MOVE "HAS NOT RUN" TO CZ-CHK-STATE-TEXT
004860         GO TO 3100-EXIT
004870     END-IF.
004880
004890     IF CZ-STT-EVENT(CZ-STATE-HIT-SUB) NOT = "E"
004900         MOVE "STARTED, NEVER ENDED" TO CZ-CHK-STATE-TEXT
004910         GO TO 3100-EXIT
004920     END-IF.
004930
004940     IF CZ-STT-RETURN-CODE(CZ-STATE-HIT-SUB) > 4
004950         MOVE CZ-STT-RETURN-CODE(CZ-STATE-HIT-SUB)
004960             TO CZ-RC-DISPLAY
004970         STRING "ENDED WITH RC " CZ-RC-DISPLAY
004980             DELIMITED BY SIZE INTO CZ-CHK-STATE-TEXT
004990         GO TO 3100-EXIT
005000     END-IF.
005010
005020     MOVE "Y" TO CZ-CHK-CLEAN-SWITCH.
005030
005040 3100-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*    3200-CHECK-ONE-STREAM - CIPHMRGE: ONE CIPHER STREAM MUST
005090*                            HAVE ENDED CLEAN
005100******************************************************************
005110 3200-CHECK-ONE-STREAM.
005120
005130     MOVE "CZCIPHER" TO CZ-CHK-STEP.
005140     MOVE CZ-CHK-SUB TO CZ-CHK-STREAM.
005150     PERFORM 3100-CHECK-CLEAN THRU 3100-EXIT.
005160
005170 3200-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*    4000-RECORD-START - APPEND THE START EVENT AND LET THE STEP
005220*                        RUN
005230******************************************************************
005240 4000-RECORD-START.
005250
005260     MOVE SPACES TO CZ-RUN-RECORD.
005270     MOVE "S"    TO CZ-RNR-EVENT.
005280     MOVE 0      TO CZ-RNR-RETURN-CODE.
005290     MOVE 0      TO CZ-RNR-COUNT-IN.
005300     MOVE 0      TO CZ-RNR-COUNT-OUT.
005310     MOVE 0      TO CZ-RNR-COUNT-EXC.
005320     PERFORM 6000-APPEND-EVENT THRU 6000-EXIT.
005330
005340     IF CZ-RUN-RESULT = SPACE
005350         MOVE "Y" TO CZ-RUN-RESULT
005360     END-IF.
005370
005380 4000-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*    5000-RECORD-END - APPEND THE END EVENT WITH THE STEP'S
005430*                      RETURN CODE AND COUNTS
005440******************************************************************
005450 5000-RECORD-END.
005460
005470     IF CZ-RUN-STEP-RC NOT NUMERIC
005480         MOVE 999 TO CZ-RUN-STEP-RC
005490     END-IF.
005500
005510     MOVE SPACES             TO CZ-RUN-RECORD.
005520     MOVE "E"                TO CZ-RNR-EVENT.
005530     MOVE CZ-RUN-STEP-RC     TO CZ-RNR-RETURN-CODE.
005540     MOVE CZ-RUN-COUNT-IN    TO CZ-RNR-COUNT-IN.
005550     MOVE CZ-RUN-COUNT-OUT   TO CZ-RNR-COUNT-OUT.
005560     MOVE CZ-RUN-COUNT-EXC   TO CZ-RNR-COUNT-EXC.
005570     PERFORM 6000-APPEND-EVENT THRU 6000-EXIT.
005580
005590     IF CZ-RUN-RESULT = SPACE
005600         MOVE "Y" TO CZ-RUN-RESULT
005610     END-IF.
005620
005630 5000-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*    6000-APPEND-EVENT - STAMP THE KEY AND TIME ON THE EVENT IN
005680*                        CZ-RUN-RECORD AND APPEND IT TO CIPHRUN.
005690*                        THE FIRST EVENT EVER FINDS NO FILE TO
005700*                        EXTEND AND CREATES IT.
005710******************************************************************
005720 6000-APPEND-EVENT.
005730
005740     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
005750     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
005760         DELIMITED BY SIZE INTO CZ-RNR-EVENT-DATE.
005770     STRING CZ-CDT-HOURS ":" CZ-CDT-MINUTES ":" CZ-CDT-SECONDS
005780         DELIMITED BY SIZE INTO CZ-RNR-EVENT-TIME.
005782     MOVE CZ-RUN-EXTRACT-DATE TO CZ-RNR-EXTRACT-DATE.
005784     MOVE CZ-RUN-CYCLE-NO     TO CZ-RNR-CYCLE-NO.
005800     MOVE CZ-RUN-STEP-NAME    TO CZ-RNR-STEP-NAME.
005810     MOVE CZ-RUN-STREAM-NO    TO CZ-RNR-STREAM-NO.
005820     MOVE CZ-RUN-STREAM-COUNT TO CZ-RNR-STREAM-COUNT.
005830     IF CZ-RUN-FORCED
005840         MOVE "Y" TO CZ-RNR-FORCE-FLAG
005850     ELSE
005860         MOVE "N" TO CZ-RNR-FORCE-FLAG
005870     END-IF.
005880
005890     OPEN EXTEND CIPHRUN.
005900     IF NOT CZ-CIPHRUN-OK
005910         OPEN OUTPUT CIPHRUN
005920     END-IF.
005930     IF NOT CZ-CIPHRUN-OK
005940         MOVE "F" TO CZ-RUN-RESULT
005950         STRING "CIPHRUN OPEN FAILED, STATUS "
005960                CZ-CIPHRUN-STATUS
005970             DELIMITED BY SIZE INTO CZ-RUN-REASON-TEXT
005980         GO TO 6000-EXIT
005990     END-IF.
006000
006010     WRITE CIPHRUN-RECORD FROM CZ-RUN-RECORD.
006020     CLOSE CIPHRUN.
006030
006040 6000-EXIT.
006050     EXIT.
006060
006070 END PROGRAM CIPHRCTL.
