000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHNSTS.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. MORNING NIGHT-STATUS
000110*                     REPORT. READS THE CIPHRUN RUN-CONTROL FILE
000120*                     (CZRUNREC) WRITTEN BY THE CIPHRCTL SERVICE
000130*                     AND PRINTS ONE LINE FOR EVERY STEP OF THE
000140*                     NIGHTLY STREAM - ONE PER CAESAR-CIPHER
000150*                     STREAM - WITH THE START AND END TIME OF
000160*                     ITS LAST ATTEMPT, THE ELAPSED TIME, THE
000170*                     RETURN CODE, THE IN/OUT/EXCEPTION COUNTS,
000180*                     THE STATUS AND THE NUMBER OF ATTEMPTS. A
000190*                     STEP THAT FAILED, STARTED AND NEVER ENDED,
000200*                     OR NEVER RAN AT ALL IS FLAGGED WITH AN
000210*                     ASTERISK. CIPHSPLT AND CIPHMRGE SHOW AS
000220*                     NOT USED ON A NIGHT RUN AS ONE UNSPLIT
000230*                     STREAM. THE NIGHT IS THE EXTRACT DATE ON
000240*                     THE OPTIONAL NSTSPARM CARD; WITH NO CARD IT
000250*                     IS THE LATEST EXTRACT DATE ON CIPHRUN. ANY
000260*                     FLAGGED STEP ENDS THE RUN WITH RETURN-CODE
000270*                     8; A MISSING CIPHRUN ENDS IT WITH 16.
000271*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. NSTSPARM BYTES
000272*                     11-12 MAY NAME THE CYCLE TO REPORT (BLANK OR
000273*                     00 = THE NIGHT RUN, 01-99 = AN EXPRESS
000274*                     CYCLE). ONLY CIPHRUN EVENTS OF THAT CYCLE
000275*                     ARE POSTED, THE DEFAULT DATE IS THE LATEST
000276*                     ONE FOR THAT CYCLE, AND AN EXPRESS CYCLE IS
000277*                     NAMED ON THE HEADING.
000278*    10/15/26   SMS   A RESTARTED STEP NOW SHOWS EVERY ATTEMPT. A
000279*                     START EVENT CLEARED THE WHOLE ENTRY, RUN
000280*                     COUNT INCLUDED, SO THE RUNS COLUMN NEVER
000281*                     PASSED 1; IT NOW CLEARS ONLY THE LAST
000282*                     ATTEMPT'S TIMES, RETURN CODE, AND COUNTS
000283*                     (1110).
000284******************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT NSTSPARM ASSIGN TO "NSTSPARM"
000340            ORGANIZATION IS LINE SEQUENTIAL
000350            FILE STATUS IS CZ-NSTSPARM-STATUS.
000360
000370     SELECT CIPHRUN ASSIGN TO "CIPHRUN"
000380            ORGANIZATION IS LINE SEQUENTIAL
000390            FILE STATUS IS CZ-CIPHRUN-STATUS.
000400
000410     SELECT NSTSRPT ASSIGN TO "NSTSRPT"
000420            ORGANIZATION IS LINE SEQUENTIAL
000430            FILE STATUS IS CZ-NSTSRPT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  NSTSPARM
000480     RECORDING MODE IS F.
000490 01  NSTSPARM-RECORD            PIC X(20).
000500
000510 FD  CIPHRUN
000520     RECORDING MODE IS F.
000530 01  CIPHRUN-RECORD             PIC X(80).
000540
000550 FD  NSTSRPT
000560     RECORDING MODE IS F.
000570 01  NSTSRPT-RECORD             PIC X(80).
000580
000590 WORKING-STORAGE SECTION.
000600******************************************************************
000610*    RECORD WORK AREAS - COPYBOOKS
000620******************************************************************
000630     COPY czrunrec.
000640
000650******************************************************************
000652*    REPORT CONTROL CARD - OPTIONAL. A BLANK OR MISSING DATE
000654*    REPORTS THE LATEST EXTRACT DATE ON CIPHRUN FOR THE CYCLE. A
000656*    BLANK OR 00 CYCLE IS THE NIGHT RUN; 01-99 REPORTS THAT
000658*    INTRADAY EXPRESS CYCLE.
000660******************************************************************
000662 01  CZ-NSTS-PARM.
000664     05  CZ-NSP-EXTRACT-DATE     PIC X(10).
000666     05  CZ-NSP-CYCLE-NO         PIC 9(02).
000668     05  FILLER                  PIC X(08).
000720
000730******************************************************************
000740*    FILE STATUS AND SWITCHES
000750******************************************************************
000760 77  CZ-NSTSPARM-STATUS         PIC X(02) VALUE SPACES.
000770     88  CZ-NSTSPARM-OK                   VALUE "00".
000780
000790 77  CZ-CIPHRUN-STATUS          PIC X(02) VALUE SPACES.
000800     88  CZ-CIPHRUN-OK                    VALUE "00".
000810
000820 77  CZ-NSTSRPT-STATUS          PIC X(02) VALUE SPACES.
000830     88  CZ-NSTSRPT-OK                    VALUE "00".
000840
000850 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
000860     88  CZ-END-OF-INPUT                  VALUE "Y".
000870
000880 77  CZ-RUN-FILE-SWITCH         PIC X(01) VALUE "N".
000890     88  CZ-RUN-FILE-PRESENT              VALUE "Y".
000900
000910 77  CZ-SPLIT-NIGHT-SWITCH      PIC X(01) VALUE "Y".
000920     88  CZ-SPLIT-NIGHT                   VALUE "Y".
000930
000940 01  CZ-CURRENT-DATETIME.
000950     05  CZ-CDT-DATE.
000960         10  CZ-CDT-YEAR         PIC 9(04).
000970         10  CZ-CDT-MONTH        PIC 9(02).
000980         10  CZ-CDT-DAY          PIC 9(02).
000990     05  CZ-CDT-TIME.
001000         10  CZ-CDT-HOURS        PIC 9(02).
001010         10  CZ-CDT-MINUTES      PIC 9(02).
001020         10  CZ-CDT-SECONDS      PIC 9(02).
001030     05  FILLER                  PIC X(07).
001040
001050 77  CZ-TODAY-DISPLAY           PIC X(10) VALUE SPACES.
001060 77  CZ-TIME-DISPLAY            PIC X(08) VALUE SPACES.
001062 77  CZ-EXTRACT-DATE            PIC X(10) VALUE SPACES.
001064 77  CZ-CYCLE-NO                PIC 9(02) VALUE 0.
001066 77  CZ-REC-CYCLE-NO            PIC 9(02) VALUE 0.
001080
001090******************************************************************
001100*    THE NIGHTLY STREAM IN RUNNING ORDER - THE SAME ORDER THE
001110*    CIPHRCTL SERVICE ENFORCES
001120******************************************************************
001130 01  CZ-STEP-NAME-LITERALS.
001140     05  FILLER                  PIC X(08) VALUE "CIPHSPLC".
001150     05  FILLER                  PIC X(08) VALUE "CIPHSPLT".
001160     05  FILLER                  PIC X(08) VALUE "CZCIPHER".
001170     05  FILLER                  PIC X(08) VALUE "CIPHMRGE".
001180     05  FILLER                  PIC X(08) VALUE "CIPHNBAL".
001190     05  FILLER                  PIC X(08) VALUE "CIPHWTCH".
001200     05  FILLER                  PIC X(08) VALUE "CIPHWKSC".
001210     05  FILLER                  PIC X(08) VALUE "CIPHXMIT".
001220     05  FILLER                  PIC X(08) VALUE "CIPHSUMM".
001230 01  CZ-STEP-NAME-TABLE REDEFINES CZ-STEP-NAME-LITERALS.
001240     05  CZ-STEP-NAME            PIC X(08) OCCURS 9 TIMES.
001250
001260 77  CZ-STEP-MAX                PIC 9(02) VALUE 9.
001270 77  CZ-STEP-SUB                PIC 9(02) VALUE 0.
001280 77  CZ-STEP-HIT-SUB            PIC 9(02) VALUE 0.
001290
001300******************************************************************
001310*    NIGHT TABLE - ONE ENTRY PER STEP AND STREAM. THE STREAM
001320*    ENTRY IS THE STREAM NUMBER PLUS ONE (STREAM 0 = ENTRY 1).
001330*    A START RESETS THE ENTRY TO THAT ATTEMPT; AN END FILLS IN
001340*    ITS END TIME, RETURN CODE AND COUNTS.
001350******************************************************************
001360 01  CZ-NIGHT-TABLE.
001370     05  CZ-NGT-STEP OCCURS 9 TIMES.
001380         10  CZ-NGT-STREAM OCCURS 5 TIMES.
001390             15  CZ-NGT-RUNS         PIC 9(03).
001400             15  CZ-NGT-EVENT        PIC X(01).
001410             15  CZ-NGT-START-DATE   PIC X(10).
001420             15  CZ-NGT-START-TIME   PIC X(08).
001430             15  CZ-NGT-END-DATE     PIC X(10).
001440             15  CZ-NGT-END-TIME     PIC X(08).
001450             15  CZ-NGT-RETURN-CODE  PIC 9(03).
001460             15  CZ-NGT-COUNT-IN     PIC 9(07).
001470             15  CZ-NGT-COUNT-OUT    PIC 9(07).
001480             15  CZ-NGT-COUNT-EXC    PIC 9(07).
001490
001500 77  CZ-STRM-SUB                PIC 9(01) VALUE 0.
001510 77  CZ-STRM-IDX                PIC 9(01) VALUE 0.
001520 77  CZ-SPLIT-STREAMS           PIC 9(01) VALUE 0.
001530
001540******************************************************************
001550*    ELAPSED-TIME WORK AREAS
001560******************************************************************
001570 01  CZ-DATE-WORK.
001580     05  CZ-DTW-YEAR             PIC 9(04).
001590     05  FILLER                  PIC X(01).
001600     05  CZ-DTW-MONTH            PIC 9(02).
001610     05  FILLER                  PIC X(01).
001620     05  CZ-DTW-DAY              PIC 9(02).
001630
001640 01  CZ-DATE-NUMERIC.
001650     05  CZ-DTN-YEAR             PIC 9(04).
001660     05  CZ-DTN-MONTH            PIC 9(02).
001670     05  CZ-DTN-DAY              PIC 9(02).
001680 01  CZ-DATE-NUMERIC-R REDEFINES CZ-DATE-NUMERIC
001690                                 PIC 9(08).
001700
001710 01  CZ-TIME-WORK.
001720     05  CZ-TMW-HOURS            PIC 9(02).
001730     05  FILLER                  PIC X(01).
001740     05  CZ-TMW-MINUTES          PIC 9(02).
001750     05  FILLER                  PIC X(01).
001760     05  CZ-TMW-SECONDS          PIC 9(02).
001770
001780 77  CZ-START-DAYS              PIC 9(07) VALUE 0.
001790 77  CZ-START-SECS              PIC 9(05) VALUE 0.
001800 77  CZ-END-DAYS                PIC 9(07) VALUE 0.
001810 77  CZ-END-SECS                PIC 9(05) VALUE 0.
001820 77  CZ-ELAPSED-SECS            PIC S9(09) VALUE 0.
001830 77  CZ-ELAPSED-REM             PIC 9(05) VALUE 0.
001840 77  CZ-ELAPSED-OK-SWITCH       PIC X(01) VALUE "N".
001850     88  CZ-ELAPSED-OK                    VALUE "Y".
001860
001870 01  CZ-ELAPSED-DISPLAY.
001880     05  CZ-ELD-HOURS            PIC 9(02).
001890     05  FILLER                  PIC X(01) VALUE ":".
001900     05  CZ-ELD-MINUTES          PIC 9(02).
001910     05  FILLER                  PIC X(01) VALUE ":".
001920     05  CZ-ELD-SECONDS          PIC 9(02).
001930
001940******************************************************************
001950*    PRINT FIELDS FOR ONE STEP LINE - BLANK WHERE THE STEP HAS
001960*    NOTHING TO SHOW
001970******************************************************************
001980 77  CZ-PRT-STREAM              PIC X(01) VALUE SPACES.
001990 77  CZ-PRT-START               PIC X(08) VALUE SPACES.
002000 77  CZ-PRT-END                 PIC X(08) VALUE SPACES.
002010 77  CZ-PRT-ELAPSED             PIC X(08) VALUE SPACES.
002020 77  CZ-PRT-RC                  PIC X(03) VALUE SPACES.
002030 77  CZ-PRT-IN                  PIC X(07) VALUE SPACES.
002040 77  CZ-PRT-OUT                 PIC X(07) VALUE SPACES.
002050 77  CZ-PRT-EXC                 PIC X(07) VALUE SPACES.
002060 77  CZ-PRT-STATUS              PIC X(09) VALUE SPACES.
002070 77  CZ-PRT-RUNS                PIC X(02) VALUE SPACES.
002080 77  CZ-PRT-FLAG                PIC X(01) VALUE SPACES.
002090 77  CZ-RUNS-2                  PIC 9(02) VALUE 0.
002100
002110******************************************************************
002120*    RUN TOTALS
002130******************************************************************
002140 77  CZ-RECS-READ               PIC 9(07) VALUE 0.
002150 77  CZ-RECS-NIGHT              PIC 9(07) VALUE 0.
002160 77  CZ-RECS-UNKNOWN            PIC 9(07) VALUE 0.
002170 77  CZ-STEPS-COMPLETE          PIC 9(02) VALUE 0.
002180 77  CZ-STEPS-FAILED            PIC 9(02) VALUE 0.
002190 77  CZ-STEPS-NO-END            PIC 9(02) VALUE 0.
002200 77  CZ-STEPS-NEVER-RAN         PIC 9(02) VALUE 0.
002210
002220 PROCEDURE DIVISION.
002230******************************************************************
002240*    0000-MAINLINE
002250******************************************************************
002260 0000-MAINLINE.
002270
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     PERFORM 2000-LOAD-NIGHT THRU 2000-EXIT.
002300     PERFORM 3000-PRINT-STEPS THRU 3000-EXIT.
002310     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002320
002330     STOP RUN.
002340
002350******************************************************************
002360*    1000-INITIALIZE - CLEAR THE NIGHT TABLE, SETTLE THE EXTRACT
002370*                      DATE, AND OPEN THE REPORT
002380******************************************************************
002390 1000-INITIALIZE.
002400
002410     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
002420     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
002430         DELIMITED BY SIZE INTO CZ-TODAY-DISPLAY.
002440     STRING CZ-CDT-HOURS ":" CZ-CDT-MINUTES ":" CZ-CDT-SECONDS
002450         DELIMITED BY SIZE INTO CZ-TIME-DISPLAY.
002460
002470     PERFORM 1100-CLEAR-ONE-ENTRY THRU 1100-EXIT
002480             VARYING CZ-STEP-SUB FROM 1 BY 1
002490             UNTIL CZ-STEP-SUB > CZ-STEP-MAX
002500             AFTER CZ-STRM-IDX FROM 1 BY 1
002510             UNTIL CZ-STRM-IDX > 5.
002520
002530     MOVE SPACES TO CZ-NSTS-PARM.
002540     OPEN INPUT NSTSPARM.
002550     IF CZ-NSTSPARM-OK
002560         READ NSTSPARM INTO CZ-NSTS-PARM
002570             AT END
002580                 MOVE SPACES TO CZ-NSTS-PARM
002590         END-READ
002600         CLOSE NSTSPARM
002610     END-IF.
002612     MOVE CZ-NSP-EXTRACT-DATE TO CZ-EXTRACT-DATE.
002614     IF CZ-NSP-CYCLE-NO NUMERIC
002616         MOVE CZ-NSP-CYCLE-NO TO CZ-CYCLE-NO
002618     END-IF.
002630
002640     OPEN INPUT CIPHRUN.
002650     IF CZ-CIPHRUN-OK
002660         MOVE "Y" TO CZ-RUN-FILE-SWITCH
002670         IF CZ-EXTRACT-DATE = SPACES
002680             PERFORM 1200-FIND-LATEST-NIGHT THRU 1200-EXIT
002690                     UNTIL CZ-END-OF-INPUT
002700             CLOSE CIPHRUN
002710             OPEN INPUT CIPHRUN
002720             MOVE "N" TO CZ-EOF-SWITCH
002730         END-IF
002740     END-IF.
002750
002760     OPEN OUTPUT NSTSRPT.
002770     MOVE "CIPHNSTS NIGHTLY STREAM STATUS REPORT"
002780         TO NSTSRPT-RECORD.
002790     WRITE NSTSRPT-RECORD.
002800     MOVE SPACES TO NSTSRPT-RECORD.
002802     IF CZ-CYCLE-NO = 0
002804         STRING "EXTRACT DATE " CZ-EXTRACT-DATE
002806                "    PRINTED " CZ-TODAY-DISPLAY
002807                " " CZ-TIME-DISPLAY
002808             DELIMITED BY SIZE INTO NSTSRPT-RECORD
002810     ELSE
002812         STRING "EXTRACT DATE " CZ-EXTRACT-DATE
002814                " EXPRESS CYCLE " CZ-CYCLE-NO
002816                "    PRINTED " CZ-TODAY-DISPLAY
002817                " " CZ-TIME-DISPLAY
002818             DELIMITED BY SIZE INTO NSTSRPT-RECORD
002820     END-IF.
002840     WRITE NSTSRPT-RECORD.
002850     MOVE SPACES TO NSTSRPT-RECORD.
002860     WRITE NSTSRPT-RECORD.
002870     MOVE SPACES TO NSTSRPT-RECORD.
002880     STRING "STEP     S START    END      ELAPSED   RC"
002890            "      IN     OUT     EXC STATUS    RN"
002900         DELIMITED BY SIZE INTO NSTSRPT-RECORD.
002910     WRITE NSTSRPT-RECORD.
002920
002930 1000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002962*    1100-CLEAR-ONE-ENTRY - CLEAR ONE STEP/STREAM ENTRY
002964******************************************************************
002966 1100-CLEAR-ONE-ENTRY.
002968
002970     MOVE 0      TO CZ-NGT-RUNS(CZ-STEP-SUB, CZ-STRM-IDX).
002972     PERFORM 1110-CLEAR-ONE-ATTEMPT THRU 1110-EXIT.
002974
002976 1100-EXIT.
002978     EXIT.
002980
002982******************************************************************
002984*    1110-CLEAR-ONE-ATTEMPT - CLEAR THE FIELDS OF ONE STEP/STREAM
002986*                             ENTRY THAT DESCRIBE A SINGLE RUN OF
002988*                             THE STEP. THE RUN COUNT IS LEFT
002990*                             ALONE SO A RESTART ADDS TO IT.
002992******************************************************************
002994 1110-CLEAR-ONE-ATTEMPT.
002996
002998     MOVE SPACE  TO CZ-NGT-EVENT(CZ-STEP-SUB, CZ-STRM-IDX).
003030     MOVE SPACES TO CZ-NGT-START-DATE(CZ-STEP-SUB, CZ-STRM-IDX).
003040     MOVE SPACES TO CZ-NGT-START-TIME(CZ-STEP-SUB, CZ-STRM-IDX).
003050     MOVE SPACES TO CZ-NGT-END-DATE(CZ-STEP-SUB, CZ-STRM-IDX).
003060     MOVE SPACES TO CZ-NGT-END-TIME(CZ-STEP-SUB, CZ-STRM-IDX).
003070     MOVE 0 TO CZ-NGT-RETURN-CODE(CZ-STEP-SUB, CZ-STRM-IDX).
003080     MOVE 0 TO CZ-NGT-COUNT-IN(CZ-STEP-SUB, CZ-STRM-IDX).
003090     MOVE 0 TO CZ-NGT-COUNT-OUT(CZ-STEP-SUB, CZ-STRM-IDX).
003100     MOVE 0 TO CZ-NGT-COUNT-EXC(CZ-STEP-SUB, CZ-STRM-IDX).
003110
003120 1110-EXIT.
003130     EXIT.
003140
003150******************************************************************
003152*    1200-FIND-LATEST-NIGHT - WITH NO CONTROL CARD DATE, KEEP
003154*                             THE LATEST EXTRACT DATE ON CIPHRUN
003156*                             FOR THE CYCLE
003158******************************************************************
003190 1200-FIND-LATEST-NIGHT.
003200
003210     READ CIPHRUN INTO CZ-RUN-RECORD
003220         AT END
003230             MOVE "Y" TO CZ-EOF-SWITCH
003240             GO TO 1200-EXIT
003250     END-READ.
003260
003262     PERFORM 2150-SET-RECORD-CYCLE THRU 2150-EXIT.
003264     IF CZ-RNR-EXTRACT-DATE > CZ-EXTRACT-DATE
003266       AND CZ-REC-CYCLE-NO = CZ-CYCLE-NO
003268         MOVE CZ-RNR-EXTRACT-DATE TO CZ-EXTRACT-DATE
003270     END-IF.
003300
003310 1200-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*    2000-LOAD-NIGHT - POST EVERY CIPHRUN EVENT FOR THE EXTRACT
003360*                      DATE TO THE NIGHT TABLE, THEN DECIDE
003370*                      WHETHER THE NIGHT WAS SPLIT. A NIGHT WITH
003380*                      AN UNSPLIT CIPHER STREAM AND NO CIPHSPLT
003390*                      WAS RUN AS ONE STREAM.
003400******************************************************************
003410 2000-LOAD-NIGHT.
003420
003430     IF NOT CZ-RUN-FILE-PRESENT
003440         GO TO 2000-EXIT
003450     END-IF.
003460
003470     PERFORM 2100-LOAD-ONE-EVENT THRU 2100-EXIT
003480             UNTIL CZ-END-OF-INPUT.
003490     CLOSE CIPHRUN.
003500
003510     IF CZ-NGT-RUNS(2, 1) = 0
003520       AND CZ-NGT-RUNS(3, 1) > 0
003530         MOVE "N" TO CZ-SPLIT-NIGHT-SWITCH
003540     END-IF.
003550
003560 2000-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600*    2100-LOAD-ONE-EVENT - READ ONE CIPHRUN RECORD AND POST IT IF
003610*                          IT BELONGS TO THE NIGHT AND CYCLE
003620******************************************************************
003630 2100-LOAD-ONE-EVENT.
003640
003650     READ CIPHRUN INTO CZ-RUN-RECORD
003660         AT END
003670             MOVE "Y" TO CZ-EOF-SWITCH
003680             GO TO 2100-EXIT
003690     END-READ.
003700
003702     ADD 1 TO CZ-RECS-READ.
003704     PERFORM 2150-SET-RECORD-CYCLE THRU 2150-EXIT.
003706     IF CZ-RNR-EXTRACT-DATE NOT = CZ-EXTRACT-DATE
003708       OR CZ-REC-CYCLE-NO NOT = CZ-CYCLE-NO
003710         GO TO 2100-EXIT
003712     END-IF.
003750     ADD 1 TO CZ-RECS-NIGHT.
003760
003770     MOVE 0 TO CZ-STEP-HIT-SUB.
003780     PERFORM 2200-CHECK-ONE-STEP THRU 2200-EXIT
003790             VARYING CZ-STEP-SUB FROM 1 BY 1
003800             UNTIL CZ-STEP-SUB > CZ-STEP-MAX
003810                OR CZ-STEP-HIT-SUB > 0.
003820
003830     IF CZ-RNR-STREAM-NO NOT NUMERIC
003840         MOVE 0 TO CZ-RNR-STREAM-NO
003850     END-IF.
003860     IF CZ-STEP-HIT-SUB = 0
003870       OR CZ-RNR-STREAM-NO > 4
003880         ADD 1 TO CZ-RECS-UNKNOWN
003890         GO TO 2100-EXIT
003900     END-IF.
003910
003920     MOVE CZ-STEP-HIT-SUB TO CZ-STEP-SUB.
003930     COMPUTE CZ-STRM-IDX = CZ-RNR-STREAM-NO + 1.
003940
003950     IF CZ-RNR-STREAM-COUNT NUMERIC
003960       AND CZ-RNR-STREAM-COUNT >= 1
003970       AND CZ-RNR-STREAM-COUNT <= 4
003980       AND (CZ-RNR-STEP-NAME = "CIPHSPLT"
003990         OR CZ-RNR-STEP-NAME = "CIPHMRGE")
004000         MOVE CZ-RNR-STREAM-COUNT TO CZ-SPLIT-STREAMS
004010     END-IF.
004020
004030     IF CZ-RNR-EVENT-START
004040         PERFORM 1110-CLEAR-ONE-ATTEMPT THRU 1110-EXIT
004050         ADD 1 TO CZ-NGT-RUNS(CZ-STEP-SUB, CZ-STRM-IDX)
004060         MOVE "S" TO CZ-NGT-EVENT(CZ-STEP-SUB, CZ-STRM-IDX)
004070         MOVE CZ-RNR-EVENT-DATE
004080             TO CZ-NGT-START-DATE(CZ-STEP-SUB, CZ-STRM-IDX)
004090         MOVE CZ-RNR-EVENT-TIME
004100             TO CZ-NGT-START-TIME(CZ-STEP-SUB, CZ-STRM-IDX)
004110         GO TO 2100-EXIT
004120     END-IF.
004130
004140     MOVE "E" TO CZ-NGT-EVENT(CZ-STEP-SUB, CZ-STRM-IDX).
004150     MOVE CZ-RNR-EVENT-DATE
004160         TO CZ-NGT-END-DATE(CZ-STEP-SUB, CZ-STRM-IDX).
004170     MOVE CZ-RNR-EVENT-TIME
004180         TO CZ-NGT-END-TIME(CZ-STEP-SUB, CZ-STRM-IDX).
004190     MOVE CZ-RNR-RETURN-CODE
004200         TO CZ-NGT-RETURN-CODE(CZ-STEP-SUB, CZ-STRM-IDX).
004210     MOVE CZ-RNR-COUNT-IN
004220         TO CZ-NGT-COUNT-IN(CZ-STEP-SUB, CZ-STRM-IDX).
004230     MOVE CZ-RNR-COUNT-OUT
004240         TO CZ-NGT-COUNT-OUT(CZ-STEP-SUB, CZ-STRM-IDX).
004250     MOVE CZ-RNR-COUNT-EXC
004260         TO CZ-NGT-COUNT-EXC(CZ-STEP-SUB, CZ-STRM-IDX).
004270
004271 2100-EXIT.
004272     EXIT.
004273
004274******************************************************************
004275*    2150-SET-RECORD-CYCLE - TAKE THE CYCLE OF THE CIPHRUN RECORD
004276*                            JUST READ. A RECORD WITH NO CYCLE IS
004277*                            THE NIGHT RUN'S.
004278******************************************************************
004279 2150-SET-RECORD-CYCLE.
004280
004281     MOVE 0 TO CZ-REC-CYCLE-NO.
004282     IF CZ-RNR-CYCLE-NO NUMERIC
004283         MOVE CZ-RNR-CYCLE-NO TO CZ-REC-CYCLE-NO
004284     END-IF.
004285
004286 2150-EXIT.
004287     EXIT.
004300
004310******************************************************************
004320*    2200-CHECK-ONE-STEP - COMPARE ONE RUNNING-ORDER ENTRY
004330******************************************************************
004340 2200-CHECK-ONE-STEP.
004350
004360     IF CZ-STEP-NAME(CZ-STEP-SUB) = CZ-RNR-STEP-NAME
004370         MOVE CZ-STEP-SUB TO CZ-STEP-HIT-SUB
004380     END-IF.
004390
004400 2200-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*    3000-PRINT-STEPS - ONE LINE PER STEP IN RUNNING ORDER
004450******************************************************************
004460 3000-PRINT-STEPS.
004470
004480     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
004490             VARYING CZ-STEP-SUB FROM 1 BY 1
004500             UNTIL CZ-STEP-SUB > CZ-STEP-MAX.
004510
004520 3000-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*    3100-PRINT-ONE-STEP - THE CIPHER STEP PRINTS ONE LINE PER
004570*                          STREAM; EVERY OTHER STEP ONE LINE
004580******************************************************************
004590 3100-PRINT-ONE-STEP.
004600
004610     IF CZ-STEP-NAME(CZ-STEP-SUB) = "CZCIPHER"
004620         PERFORM 3200-PRINT-CIPHER-STREAM THRU 3200-EXIT
004630                 VARYING CZ-STRM-SUB FROM 0 BY 1
004640                 UNTIL CZ-STRM-SUB > 4
004650     ELSE
004660         MOVE 0 TO CZ-STRM-SUB
004670         PERFORM 3300-PRINT-STEP-LINE THRU 3300-EXIT
004680     END-IF.
004690
004700 3100-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    3200-PRINT-CIPHER-STREAM - A STREAM IS PRINTED IF IT HAS ANY
004750*                               EVENT FOR THE NIGHT, OR IF THE
004760*                               NIGHT WAS SPLIT AND CIPHSPLT
004770*                               MADE THAT MANY STREAMS - SO A
004780*                               STREAM THAT NEVER RAN IS LISTED.
004790*                               A SPLIT NIGHT WHOSE CIPHSPLT
004800*                               NEVER RAN EXPECTS AT LEAST
004810*                               STREAM 1.
004820******************************************************************
004830 3200-PRINT-CIPHER-STREAM.
004840
004850     COMPUTE CZ-STRM-IDX = CZ-STRM-SUB + 1.
004860
004870     IF CZ-NGT-RUNS(CZ-STEP-SUB, CZ-STRM-IDX) > 0
004880         PERFORM 3300-PRINT-STEP-LINE THRU 3300-EXIT
004890         GO TO 3200-EXIT
004900     END-IF.
004910
004920     IF CZ-SPLIT-NIGHT
004930       AND CZ-STRM-SUB >= 1
004940       AND (CZ-STRM-SUB <= CZ-SPLIT-STREAMS
004950         OR (CZ-SPLIT-STREAMS = 0 AND CZ-STRM-SUB = 1))
004960         PERFORM 3300-PRINT-STEP-LINE THRU 3300-EXIT
004970     END-IF.
004980
004990 3200-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*    3300-PRINT-STEP-LINE - PRINT THE LINE FOR CZ-STEP-SUB AND
005040*                           CZ-STRM-SUB AND COUNT ITS STATUS
005050******************************************************************
005060 3300-PRINT-STEP-LINE.
005070
005080     COMPUTE CZ-STRM-IDX = CZ-STRM-SUB + 1.
005090
005100     MOVE SPACES TO CZ-PRT-STREAM.
005110     MOVE SPACES TO CZ-PRT-START.
005120     MOVE SPACES TO CZ-PRT-END.
005130     MOVE SPACES TO CZ-PRT-ELAPSED.
005140     MOVE SPACES TO CZ-PRT-RC.
005150     MOVE SPACES TO CZ-PRT-IN.
005160     MOVE SPACES TO CZ-PRT-OUT.
005170     MOVE SPACES TO CZ-PRT-EXC.
005180     MOVE SPACES TO CZ-PRT-RUNS.
005190     MOVE SPACES TO CZ-PRT-FLAG.
005200
005210     IF CZ-STEP-NAME(CZ-STEP-SUB) = "CZCIPHER"
005220         MOVE CZ-STRM-SUB TO CZ-PRT-STREAM
005230     END-IF.
005240
005250     EVALUATE TRUE
005260         WHEN CZ-NGT-RUNS(CZ-STEP-SUB, CZ-STRM-IDX) = 0
005270           AND NOT CZ-SPLIT-NIGHT
005280           AND (CZ-STEP-NAME(CZ-STEP-SUB) = "CIPHSPLT"
005290             OR CZ-STEP-NAME(CZ-STEP-SUB) = "CIPHMRGE")
005300             MOVE "NOT USED"  TO CZ-PRT-STATUS
005310         WHEN CZ-NGT-RUNS(CZ-STEP-SUB, CZ-STRM-IDX) = 0
005320             MOVE "NEVER RAN" TO CZ-PRT-STATUS
005330             MOVE "*"         TO CZ-PRT-FLAG
005340             ADD 1 TO CZ-STEPS-NEVER-RAN
005350         WHEN CZ-NGT-EVENT(CZ-STEP-SUB, CZ-STRM-IDX) = "S"
005360             MOVE "NO END"    TO CZ-PRT-STATUS
005370             MOVE "*"         TO CZ-PRT-FLAG
005380             ADD 1 TO CZ-STEPS-NO-END
005390         WHEN CZ-NGT-RETURN-CODE(CZ-STEP-SUB, CZ-STRM-IDX) > 4
005400             MOVE "FAILED"    TO CZ-PRT-STATUS
005410             MOVE "*"         TO CZ-PRT-FLAG
005420             ADD 1 TO CZ-STEPS-FAILED
005430         WHEN OTHER
005440             MOVE "COMPLETE"  TO CZ-PRT-STATUS
005450             ADD 1 TO CZ-STEPS-COMPLETE
005460     END-EVALUATE.
005470
005480     IF CZ-NGT-RUNS(CZ-STEP-SUB, CZ-STRM-IDX) > 0
005490         MOVE CZ-NGT-START-TIME(CZ-STEP-SUB, CZ-STRM-IDX)
005500             TO CZ-PRT-START
005510         MOVE CZ-NGT-RUNS(CZ-STEP-SUB, CZ-STRM-IDX)
005520             TO CZ-RUNS-2
005530         MOVE CZ-RUNS-2 TO CZ-PRT-RUNS
005540     END-IF.
005550
005560     IF CZ-NGT-EVENT(CZ-STEP-SUB, CZ-STRM-IDX) = "E"
005570         MOVE CZ-NGT-END-TIME(CZ-STEP-SUB, CZ-STRM-IDX)
005580             TO CZ-PRT-END
005590         MOVE CZ-NGT-RETURN-CODE(CZ-STEP-SUB, CZ-STRM-IDX)
005600             TO CZ-PRT-RC
005610         MOVE CZ-NGT-COUNT-IN(CZ-STEP-SUB, CZ-STRM-IDX)
005620             TO CZ-PRT-IN
005630         MOVE CZ-NGT-COUNT-OUT(CZ-STEP-SUB, CZ-STRM-IDX)
005640             TO CZ-PRT-OUT
005650         MOVE CZ-NGT-COUNT-EXC(CZ-STEP-SUB, CZ-STRM-IDX)
005660             TO CZ-PRT-EXC
005670         PERFORM 3400-COMPUTE-ELAPSED THRU 3400-EXIT
005680     END-IF.
005690
005700     MOVE SPACES TO NSTSRPT-RECORD.
005710     STRING CZ-STEP-NAME(CZ-STEP-SUB) " "
005720            CZ-PRT-STREAM " "
005730            CZ-PRT-START " "
005740            CZ-PRT-END " "
005750            CZ-PRT-ELAPSED " "
005760            CZ-PRT-RC " "
005770            CZ-PRT-IN " "
005780            CZ-PRT-OUT " "
005790            CZ-PRT-EXC " "
005800            CZ-PRT-STATUS " "
005810            CZ-PRT-RUNS " "
005820            CZ-PRT-FLAG
005830         DELIMITED BY SIZE INTO NSTSRPT-RECORD.
005840     WRITE NSTSRPT-RECORD.
005850
005860 3300-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900*    3400-COMPUTE-ELAPSED - START TO END OF THE LAST ATTEMPT AS
005910*                           HH:MM:SS. A STEP THAT RUNS OVER
005920*                           MIDNIGHT IS COUNTED THROUGH THE DATE
005930*                           CHANGE; A STAMP THAT WILL NOT PARSE
005940*                           LEAVES THE COLUMN BLANK.
005950******************************************************************
005960 3400-COMPUTE-ELAPSED.
005970
005980     MOVE "N" TO CZ-ELAPSED-OK-SWITCH.
005990
006000     MOVE CZ-NGT-START-DATE(CZ-STEP-SUB, CZ-STRM-IDX)
006010         TO CZ-DATE-WORK.
006020     MOVE CZ-NGT-START-TIME(CZ-STEP-SUB, CZ-STRM-IDX)
006030         TO CZ-TIME-WORK.
006040     PERFORM 3500-STAMP-TO-DAYS-SECS THRU 3500-EXIT.
006050     IF NOT CZ-ELAPSED-OK
006060         GO TO 3400-EXIT
006070     END-IF.
006080     MOVE CZ-END-DAYS TO CZ-START-DAYS.
006090     MOVE CZ-END-SECS TO CZ-START-SECS.
006100
006110     MOVE CZ-NGT-END-DATE(CZ-STEP-SUB, CZ-STRM-IDX)
006120         TO CZ-DATE-WORK.
006130     MOVE CZ-NGT-END-TIME(CZ-STEP-SUB, CZ-STRM-IDX)
006140         TO CZ-TIME-WORK.
006150     PERFORM 3500-STAMP-TO-DAYS-SECS THRU 3500-EXIT.
006160     IF NOT CZ-ELAPSED-OK
006170         GO TO 3400-EXIT
006180     END-IF.
006190
006200     COMPUTE CZ-ELAPSED-SECS =
006210         (CZ-END-DAYS - CZ-START-DAYS) * 86400
006220         + CZ-END-SECS - CZ-START-SECS.
006230     IF CZ-ELAPSED-SECS < 0
006240         GO TO 3400-EXIT
006250     END-IF.
006260     IF CZ-ELAPSED-SECS > 359999
006270         MOVE 359999 TO CZ-ELAPSED-SECS
006280     END-IF.
006290
006300     DIVIDE CZ-ELAPSED-SECS BY 3600
006310         GIVING CZ-ELD-HOURS REMAINDER CZ-ELAPSED-REM.
006320     DIVIDE CZ-ELAPSED-REM BY 60
006330         GIVING CZ-ELD-MINUTES REMAINDER CZ-ELD-SECONDS.
006340     MOVE CZ-ELAPSED-DISPLAY TO CZ-PRT-ELAPSED.
006350
006360 3400-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400*    3500-STAMP-TO-DAYS-SECS - TURN THE YYYY-MM-DD DATE AND
006410*                              HH:MM:SS TIME IN THE WORK AREAS
006420*                              INTO A DAY NUMBER AND SECONDS
006430*                              PAST MIDNIGHT (CZ-END-DAYS AND
006440*                              CZ-END-SECS)
006450******************************************************************
006460 3500-STAMP-TO-DAYS-SECS.
006470
006480     MOVE "N" TO CZ-ELAPSED-OK-SWITCH.
006490     IF CZ-DTW-YEAR NOT NUMERIC
006500       OR CZ-DTW-MONTH NOT NUMERIC
006510       OR CZ-DTW-DAY NOT NUMERIC
006520       OR CZ-TMW-HOURS NOT NUMERIC
006530       OR CZ-TMW-MINUTES NOT NUMERIC
006540       OR CZ-TMW-SECONDS NOT NUMERIC
006550         GO TO 3500-EXIT
006560     END-IF.
006570     IF CZ-DTW-MONTH < 1 OR CZ-DTW-MONTH > 12
006580       OR CZ-DTW-DAY < 1 OR CZ-DTW-DAY > 31
006590         GO TO 3500-EXIT
006600     END-IF.
006610
006620     MOVE CZ-DTW-YEAR  TO CZ-DTN-YEAR.
006630     MOVE CZ-DTW-MONTH TO CZ-DTN-MONTH.
006640     MOVE CZ-DTW-DAY   TO CZ-DTN-DAY.
006650     COMPUTE CZ-END-DAYS =
006660         FUNCTION INTEGER-OF-DATE(CZ-DATE-NUMERIC-R).
006670     COMPUTE CZ-END-SECS = (CZ-TMW-HOURS * 3600)
006680         + (CZ-TMW-MINUTES * 60) + CZ-TMW-SECONDS.
006690     MOVE "Y" TO CZ-ELAPSED-OK-SWITCH.
006700
006710 3500-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*    8000-FINALIZE - PRINT THE STATUS TOTALS, CLOSE UP, AND SET
006760*                    THE RETURN CODE
006770******************************************************************
006780 8000-FINALIZE.
006790
006800     MOVE SPACES TO NSTSRPT-RECORD.
006810     WRITE NSTSRPT-RECORD.
006820
006830     IF NOT CZ-RUN-FILE-PRESENT
006840         MOVE SPACES TO NSTSRPT-RECORD
006850         STRING "NO CIPHRUN RUN-CONTROL FILE, STATUS "
006860                CZ-CIPHRUN-STATUS
006870                " - NOTHING IS KNOWN OF THE NIGHT"
006880             DELIMITED BY SIZE INTO NSTSRPT-RECORD
006890         WRITE NSTSRPT-RECORD
006900         MOVE SPACES TO NSTSRPT-RECORD
006910         WRITE NSTSRPT-RECORD
006920     END-IF.
006930
006940     IF CZ-RECS-UNKNOWN > 0
006950         MOVE SPACES TO NSTSRPT-RECORD
006960         STRING "RECORDS FOR UNKNOWN STEPS OR STREAMS IGNORED: "
006970                CZ-RECS-UNKNOWN
006980             DELIMITED BY SIZE INTO NSTSRPT-RECORD
006990         WRITE NSTSRPT-RECORD
007000         MOVE SPACES TO NSTSRPT-RECORD
007010         WRITE NSTSRPT-RECORD
007020     END-IF.
007030
007040     MOVE SPACES TO NSTSRPT-RECORD.
007050     STRING "STEPS COMPLETE : " CZ-STEPS-COMPLETE
007060         DELIMITED BY SIZE INTO NSTSRPT-RECORD.
007070     WRITE NSTSRPT-RECORD.
007080     MOVE SPACES TO NSTSRPT-RECORD.
007090     STRING "STEPS FAILED   : " CZ-STEPS-FAILED
007100            "   * RETURN CODE OVER 4"
007110         DELIMITED BY SIZE INTO NSTSRPT-RECORD.
007120     WRITE NSTSRPT-RECORD.
007130     MOVE SPACES TO NSTSRPT-RECORD.
007140     STRING "STEPS NO END   : " CZ-STEPS-NO-END
007150            "   * STARTED, ABENDED OR CANCELLED"
007160         DELIMITED BY SIZE INTO NSTSRPT-RECORD.
007170     WRITE NSTSRPT-RECORD.
007180     MOVE SPACES TO NSTSRPT-RECORD.
007190     STRING "STEPS NEVER RAN: " CZ-STEPS-NEVER-RAN
007200            "   * NO START RECORDED FOR THE NIGHT"
007210         DELIMITED BY SIZE INTO NSTSRPT-RECORD.
007220     WRITE NSTSRPT-RECORD.
007230     CLOSE NSTSRPT.
007240
007250     DISPLAY "CIPHNSTS EXTRACT DATE        : " CZ-EXTRACT-DATE.
007260     DISPLAY "CIPHNSTS RUN RECORDS READ    : " CZ-RECS-READ.
007270     DISPLAY "CIPHNSTS RECORDS FOR NIGHT   : " CZ-RECS-NIGHT.
007280     DISPLAY "CIPHNSTS STEPS COMPLETE      : " CZ-STEPS-COMPLETE.
007290     DISPLAY "CIPHNSTS STEPS NOT COMPLETE  : "
007300         CZ-STEPS-FAILED " FAILED, " CZ-STEPS-NO-END
007310         " NO END, " CZ-STEPS-NEVER-RAN " NEVER RAN".
007320
007330     IF CZ-STEPS-FAILED > 0
007340       OR CZ-STEPS-NO-END > 0
007350       OR CZ-STEPS-NEVER-RAN > 0
007360         MOVE 8 TO RETURN-CODE
007370     END-IF.
007380     IF NOT CZ-RUN-FILE-PRESENT
007390         MOVE 16 TO RETURN-CODE
007400     END-IF.
007410
007420 8000-EXIT.
007430     EXIT.
007440
007450 END PROGRAM CIPHNSTS.
