000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHAVFY.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. AUDIT-INTEGRITY
000110*                     VERIFICATION JOB. WALKS THE WHOLE AUDIT
000120*                     TRAIL END TO END - THE AUDHIST HISTORY
000130*                     FILE FIRST, THEN THE LIVE CIPHAUD - AND
000140*                     PROVES EVERY LINK OF THE CHAIN THROUGH THE
000150*                     CIPHACHN SERVICE. THE AVFYRPT REPORT LISTS
000160*                     EVERY GAP IN THE SEQUENCE, EVERY RECORD
000170*                     OUT OF ORDER, EVERY RECORD WHOSE HASH NO
000180*                     LONGER MATCHES ITS CONTENTS, AND EVERY
000190*                     UNCHAINED RECORD FOUND INSIDE THE CHAIN.
000200*                     IT ALSO PROVES THE CIPHRETN SPLIT POINT -
000210*                     THE FIRST CIPHAUD RECORD MUST BE THE NEXT
000220*                     LINK AFTER THE LAST AUDHIST RECORD. THE
000230*                     REPORT ENDS WITH THE SEQUENCE AND HASH AT
000240*                     THE END OF THE CHAIN; PUNCHED ON THE
000250*                     OPTIONAL AVFYPARM CARD FOR THE NEXT RUN,
000260*                     THEY LET THAT RUN PROVE THE TRAIL WAS NOT
000270*                     CUT SHORT OR REWRITTEN IN BETWEEN. ANY
000280*                     FINDING ENDS THE RUN WITH RETURN-CODE 8.
000281*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 138 BYTES FOR THE
000282*                     DUPLICATE-MESSAGE COUNT NOW CARRIED ON
000283*                     CZAUDREC. THE CHAIN CHECK ITSELF IS
000284*                     UNCHANGED - CIPHACHN FOLDS THE NEW FIELD
000285*                     INTO THE HASH WHEN IT IS PRESENT.
000286*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000287*                     PARTNER CODE NOW CARRIED ON CZAUDREC.
000288*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 144 BYTES FOR THE
000289*                     CYCLE NUMBER NOW CARRIED ON CZAUDREC.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT AVFYPARM ASSIGN TO "AVFYPARM"
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS IS CZ-AVFYPARM-STATUS.
000370
000380     SELECT AUDHIST ASSIGN TO "AUDHIST"
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS IS CZ-AUDHIST-STATUS.
000410
000420     SELECT CIPHAUD ASSIGN TO "CIPHAUD"
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS CZ-CIPHAUD-STATUS.
000450
000460     SELECT AVFYRPT ASSIGN TO "AVFYRPT"
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS CZ-AVFYRPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AVFYPARM
000530     RECORDING MODE IS F.
000540 01  AVFYPARM-RECORD            PIC X(27).
000550
000560 FD  AUDHIST
000570     RECORDING MODE IS F.
000580 01  AUDHIST-RECORD             PIC X(144).
000590
000600 FD  CIPHAUD
000610     RECORDING MODE IS F.
000620 01  CIPHAUD-RECORD             PIC X(144).
000630
000640 FD  AVFYRPT
000650     RECORDING MODE IS F.
000660 01  AVFYRPT-RECORD             PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690******************************************************************
000700*    RECORD WORK AREAS - COPYBOOKS
000710******************************************************************
000720     COPY czaudrec.
000730
000740     COPY czachprm.
000750
000760******************************************************************
000770*    END-POINT CARD - OPTIONAL. THE SEQUENCE AND HASH PRINTED AT
000780*    THE END OF THE LAST VERIFICATION REPORT. WHEN GIVEN, THIS
000790*    RUN MUST FIND THAT VERY RECORD ON THE TRAIL.
000800******************************************************************
000810 01  CZ-AVFY-PARM.
000820     05  CZ-AVP-END-SEQ-NO       PIC X(09).
000830     05  CZ-AVP-END-HASH         PIC X(18).
000840
000850******************************************************************
000860*    FILE STATUS AND SWITCHES
000870******************************************************************
000880 77  CZ-AVFYPARM-STATUS         PIC X(02) VALUE SPACES.
000890     88  CZ-AVFYPARM-OK                   VALUE "00".
000900
000910 77  CZ-AUDHIST-STATUS          PIC X(02) VALUE SPACES.
000920     88  CZ-AUDHIST-OK                    VALUE "00".
000930
000940 77  CZ-CIPHAUD-STATUS          PIC X(02) VALUE SPACES.
000950     88  CZ-CIPHAUD-OK                    VALUE "00".
000960
000970 77  CZ-AVFYRPT-STATUS          PIC X(02) VALUE SPACES.
000980     88  CZ-AVFYRPT-OK                    VALUE "00".
000990
001000 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
001010     88  CZ-END-OF-INPUT                  VALUE "Y".
001020
001030*    WHICH FILE IS BEING WALKED - H = AUDHIST, L = CIPHAUD
001040 77  CZ-PASS-SWITCH             PIC X(01) VALUE "H".
001050     88  CZ-PASS-HISTORY                  VALUE "H".
001060     88  CZ-PASS-LIVE                     VALUE "L".
001070
001080 77  CZ-HIST-PRESENT-SWITCH     PIC X(01) VALUE "N".
001090     88  CZ-HIST-PRESENT                  VALUE "Y".
001100
001110 77  CZ-END-CARD-SWITCH         PIC X(01) VALUE "N".
001120     88  CZ-END-CARD-GIVEN                VALUE "Y".
001130
001140*    N = END-POINT RECORD NOT SEEN, Y = SEEN AND MATCHES,
001150*    X = SEEN BUT ITS HASH DIFFERS FROM THE CARD
001160 77  CZ-END-POINT-SWITCH        PIC X(01) VALUE "N".
001170     88  CZ-END-POINT-MATCHED             VALUE "Y".
001180     88  CZ-END-POINT-ALTERED             VALUE "X".
001190
001200 77  CZ-FILE-NAME               PIC X(08) VALUE SPACES.
001210 77  CZ-FILE-REC-NO             PIC 9(07) VALUE 0.
001220 77  CZ-EXPECTED-SEQ-NO         PIC 9(09) VALUE 0.
001230 77  CZ-FINDING-TEXT            PIC X(40) VALUE SPACES.
001240
001250*    SPLIT POINT - THE LAST LINK ON AUDHIST AND WHAT BECAME OF
001260*    THE FIRST RECORD ON CIPHAUD
001270 77  CZ-HIST-END-SEQ-NO         PIC 9(09) VALUE 0.
001280 77  CZ-HIST-END-HASH           PIC X(18) VALUE SPACES.
001290 77  CZ-LIVE-FIRST-SEQ-NO       PIC X(09) VALUE SPACES.
001300 77  CZ-LIVE-FIRST-RESULT       PIC X(01) VALUE SPACE.
001310
001320******************************************************************
001330*    RUN TOTALS
001340******************************************************************
001350 77  CZ-HIST-RECS               PIC 9(07) VALUE 0.
001360 77  CZ-LIVE-RECS               PIC 9(07) VALUE 0.
001370 77  CZ-UNCHAINED-RECS          PIC 9(07) VALUE 0.
001380 77  CZ-LINKED-RECS             PIC 9(07) VALUE 0.
001390 77  CZ-FINDINGS                PIC 9(07) VALUE 0.
001400
001410 PROCEDURE DIVISION.
001420******************************************************************
001430*    0000-MAINLINE
001440******************************************************************
001450 0000-MAINLINE.
001460
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001480     PERFORM 2000-WALK-HISTORY THRU 2000-EXIT.
001490     PERFORM 3000-WALK-LIVE THRU 3000-EXIT.
001500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001510
001520     STOP RUN.
001530
001540******************************************************************
001550*    1000-INITIALIZE - READ THE OPTIONAL END-POINT CARD, OPEN
001560*                      THE REPORT, AND START THE CHAIN AT
001570*                      SEQUENCE ZERO WITH A ZERO HASH
001580******************************************************************
001590 1000-INITIALIZE.
001600
001610     MOVE SPACES TO CZ-AVFY-PARM.
001620     OPEN INPUT AVFYPARM.
001630     IF CZ-AVFYPARM-OK
001640         READ AVFYPARM INTO CZ-AVFY-PARM
001650             AT END
001660                 MOVE SPACES TO CZ-AVFY-PARM
001670         END-READ
001680         CLOSE AVFYPARM
001690     END-IF.
001700     IF CZ-AVP-END-SEQ-NO IS NUMERIC
001710         MOVE "Y" TO CZ-END-CARD-SWITCH
001720     END-IF.
001730
001740     OPEN OUTPUT AVFYRPT.
001750     MOVE "CIPHAVFY AUDIT TRAIL INTEGRITY VERIFICATION"
001760         TO AVFYRPT-RECORD.
001770     WRITE AVFYRPT-RECORD.
001780     MOVE SPACES TO AVFYRPT-RECORD.
001790     IF CZ-END-CARD-GIVEN
001800         STRING "PRIOR END POINT : SEQ " CZ-AVP-END-SEQ-NO
001810                " HASH " CZ-AVP-END-HASH
001820             DELIMITED BY SIZE INTO AVFYRPT-RECORD
001830     ELSE
001840         MOVE "PRIOR END POINT : NONE GIVEN - NOT CHECKED"
001850             TO AVFYRPT-RECORD
001860     END-IF.
001870     WRITE AVFYRPT-RECORD.
001880     MOVE SPACES TO AVFYRPT-RECORD.
001890     WRITE AVFYRPT-RECORD.
001900     MOVE "FILE     REC NO  SEQ NO    RUN DATE   PGM      FINDING"
001910         TO AVFYRPT-RECORD.
001920     WRITE AVFYRPT-RECORD.
001930
001940     MOVE 0 TO CZ-ACH-PREV-SEQ-NO.
001950     MOVE 0 TO CZ-ACH-PREV-HASH-A.
001960     MOVE 0 TO CZ-ACH-PREV-HASH-B.
001970
001980 1000-EXIT.
001990     EXIT.
002000
002010******************************************************************
002020*    2000-WALK-HISTORY - PROVE EVERY RECORD ON AUDHIST. NO
002030*                        HISTORY FILE MEANS CIPHRETN HAS NEVER
002040*                        RUN AND THE TRAIL STARTS ON CIPHAUD.
002050******************************************************************
002060 2000-WALK-HISTORY.
002070
002080     MOVE "H"       TO CZ-PASS-SWITCH.
002090     MOVE "AUDHIST" TO CZ-FILE-NAME.
002100     MOVE 0         TO CZ-FILE-REC-NO.
002110     MOVE "N"       TO CZ-EOF-SWITCH.
002120
002130     OPEN INPUT AUDHIST.
002140     IF NOT CZ-AUDHIST-OK
002150         GO TO 2000-EXIT
002160     END-IF.
002170     MOVE "Y" TO CZ-HIST-PRESENT-SWITCH.
002180
002190     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002200     PERFORM 4000-PROVE-ONE-RECORD THRU 4000-EXIT
002210             UNTIL CZ-END-OF-INPUT.
002220
002230     CLOSE AUDHIST.
002240
002250     MOVE CZ-ACH-PREV-SEQ-NO TO CZ-HIST-END-SEQ-NO.
002260     MOVE CZ-ACH-PREV-HASH   TO CZ-HIST-END-HASH.
002270
002280 2000-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320*    2100-READ-HISTORY - READ THE NEXT AUDHIST RECORD
002330******************************************************************
002340 2100-READ-HISTORY.
002350
002360     READ AUDHIST INTO CZ-AUDIT-RECORD
002370         AT END
002380             MOVE "Y" TO CZ-EOF-SWITCH
002390             GO TO 2100-EXIT
002400     END-READ.
002410
002420     ADD 1 TO CZ-HIST-RECS.
002430     ADD 1 TO CZ-FILE-REC-NO.
002440
002450 2100-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490*    3000-WALK-LIVE - PROVE EVERY RECORD ON CIPHAUD, CARRYING ON
002500*                     FROM WHERE THE HISTORY FILE LEFT THE
002510*                     CHAIN. A MISSING CIPHAUD FAILS THE RUN -
002520*                     THE LIVE TRAIL CANNOT BE PROVED ABSENT.
002530******************************************************************
002540 3000-WALK-LIVE.
002550
002560     MOVE "L"       TO CZ-PASS-SWITCH.
002570     MOVE "CIPHAUD" TO CZ-FILE-NAME.
002580     MOVE 0         TO CZ-FILE-REC-NO.
002590     MOVE "N"       TO CZ-EOF-SWITCH.
002600
002610     OPEN INPUT CIPHAUD.
002620     IF NOT CZ-CIPHAUD-OK
002630         DISPLAY "CIPHAVFY CIPHAUD OPEN FAILED, STATUS "
002640             CZ-CIPHAUD-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680
002690     PERFORM 3100-READ-LIVE THRU 3100-EXIT.
002700     PERFORM 4000-PROVE-ONE-RECORD THRU 4000-EXIT
002710             UNTIL CZ-END-OF-INPUT.
002720
002730     CLOSE CIPHAUD.
002740
002750 3000-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790*    3100-READ-LIVE - READ THE NEXT CIPHAUD RECORD
002800******************************************************************
002810 3100-READ-LIVE.
002820
002830     READ CIPHAUD INTO CZ-AUDIT-RECORD
002840         AT END
002850             MOVE "Y" TO CZ-EOF-SWITCH
002860             GO TO 3100-EXIT
002870     END-READ.
002880
002890     ADD 1 TO CZ-LIVE-RECS.
002900     ADD 1 TO CZ-FILE-REC-NO.
002910
002920 3100-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960*    4000-PROVE-ONE-RECORD - CHECK THE RECORD IN HAND AGAINST
002970*                            THE CHAIN, REPORT ANY BREAK, AND
002980*                            READ THE NEXT RECORD FROM THE FILE
002990*                            BEING WALKED
003000******************************************************************
003010 4000-PROVE-ONE-RECORD.
003020
003030     COMPUTE CZ-EXPECTED-SEQ-NO = CZ-ACH-PREV-SEQ-NO + 1.
003040
003050     SET CZ-ACH-REQ-CHECK TO TRUE.
003060     CALL "CIPHACHN" USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
003070
003080     IF CZ-PASS-LIVE
003090       AND CZ-FILE-REC-NO = 1
003100         MOVE CZ-AUD-SEQ-NO TO CZ-LIVE-FIRST-SEQ-NO
003110         MOVE CZ-ACH-RESULT TO CZ-LIVE-FIRST-RESULT
003120     END-IF.
003130
003140     EVALUATE TRUE
003150         WHEN CZ-ACH-LINKED
003160             ADD 1 TO CZ-LINKED-RECS
003170             PERFORM 4200-CHECK-END-POINT THRU 4200-EXIT
003180         WHEN CZ-ACH-UNCHAINED
003190             ADD 1 TO CZ-UNCHAINED-RECS
003200             IF CZ-ACH-PREV-SEQ-NO > 0
003210                 MOVE "UNCHAINED RECORD INSIDE THE CHAIN"
003220                     TO CZ-FINDING-TEXT
003230                 PERFORM 4100-REPORT-FINDING THRU 4100-EXIT
003240             END-IF
003250         WHEN CZ-ACH-SEQ-GAP
003260             MOVE SPACES TO CZ-FINDING-TEXT
003270             STRING "GAP - EXPECTED SEQ " CZ-EXPECTED-SEQ-NO
003280                 DELIMITED BY SIZE INTO CZ-FINDING-TEXT
003290             PERFORM 4100-REPORT-FINDING THRU 4100-EXIT
003300             PERFORM 4200-CHECK-END-POINT THRU 4200-EXIT
003310         WHEN CZ-ACH-OUT-OF-ORDER
003320             MOVE SPACES TO CZ-FINDING-TEXT
003330             STRING "OUT OF ORDER - EXPECTED SEQ "
003340                    CZ-EXPECTED-SEQ-NO
003350                 DELIMITED BY SIZE INTO CZ-FINDING-TEXT
003360             PERFORM 4100-REPORT-FINDING THRU 4100-EXIT
003370         WHEN OTHER
003380             MOVE "HASH BROKEN - RECORD ALTERED"
003390                 TO CZ-FINDING-TEXT
003400             PERFORM 4100-REPORT-FINDING THRU 4100-EXIT
003410             PERFORM 4200-CHECK-END-POINT THRU 4200-EXIT
003420     END-EVALUATE.
003430
003440     IF CZ-PASS-HISTORY
003450         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
003460     ELSE
003470         PERFORM 3100-READ-LIVE THRU 3100-EXIT
003480     END-IF.
003490
003500 4000-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540*    4100-REPORT-FINDING - PRINT ONE BREAK IN THE CHAIN
003550******************************************************************
003560 4100-REPORT-FINDING.
003570
003580     ADD 1 TO CZ-FINDINGS.
003590     MOVE SPACES TO AVFYRPT-RECORD.
003600     STRING CZ-FILE-NAME " "
003610            CZ-FILE-REC-NO "  "
003620            CZ-AUD-SEQ-NO " "
003630            CZ-AUD-RUN-DATE " "
003640            CZ-AUD-SOURCE-PGM " "
003650            CZ-FINDING-TEXT
003660         DELIMITED BY SIZE INTO AVFYRPT-RECORD.
003670     WRITE AVFYRPT-RECORD.
003680
003690 4100-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*    4200-CHECK-END-POINT - IF THIS IS THE RECORD THE LAST
003740*                           VERIFICATION ENDED ON, IT MUST STILL
003750*                           CARRY THE HASH THAT RUN PRINTED
003760******************************************************************
003770 4200-CHECK-END-POINT.
003780
003790     IF NOT CZ-END-CARD-GIVEN
003800         GO TO 4200-EXIT
003810     END-IF.
003820     IF CZ-AUD-SEQ-NO NOT = CZ-AVP-END-SEQ-NO
003830         GO TO 4200-EXIT
003840     END-IF.
003850
003860     IF CZ-AUD-CHAIN-HASH = CZ-AVP-END-HASH
003870         MOVE "Y" TO CZ-END-POINT-SWITCH
003880     ELSE
003890         MOVE "X" TO CZ-END-POINT-SWITCH
003900     END-IF.
003910
003920 4200-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960*    8000-FINALIZE - PROVE THE SPLIT POINT AND THE PRIOR END
003970*                    POINT, PRINT THE TOTALS AND THE NEW END
003980*                    POINT, AND SET THE RETURN CODE
003990******************************************************************
004000 8000-FINALIZE.
004010
004020     MOVE SPACES TO AVFYRPT-RECORD.
004030     WRITE AVFYRPT-RECORD.
004040     PERFORM 8100-REPORT-SPLIT-POINT THRU 8100-EXIT.
004050     PERFORM 8200-REPORT-END-POINT THRU 8200-EXIT.
004060
004070     MOVE SPACES TO AVFYRPT-RECORD.
004080     WRITE AVFYRPT-RECORD.
004090     MOVE SPACES TO AVFYRPT-RECORD.
004100     STRING "AUDHIST RECORDS     : " CZ-HIST-RECS
004110            "   CIPHAUD RECORDS : " CZ-LIVE-RECS
004120         DELIMITED BY SIZE INTO AVFYRPT-RECORD.
004130     WRITE AVFYRPT-RECORD.
004140     MOVE SPACES TO AVFYRPT-RECORD.
004150     STRING "LINKS PROVED        : " CZ-LINKED-RECS
004160            "   UNCHAINED       : " CZ-UNCHAINED-RECS
004170         DELIMITED BY SIZE INTO AVFYRPT-RECORD.
004180     WRITE AVFYRPT-RECORD.
004190     MOVE SPACES TO AVFYRPT-RECORD.
004200     STRING "FINDINGS            : " CZ-FINDINGS
004210         DELIMITED BY SIZE INTO AVFYRPT-RECORD.
004220     WRITE AVFYRPT-RECORD.
004230     MOVE SPACES TO AVFYRPT-RECORD.
004240     WRITE AVFYRPT-RECORD.
004250     MOVE SPACES TO AVFYRPT-RECORD.
004260     STRING "END OF CHAIN : SEQ " CZ-ACH-PREV-SEQ-NO
004270            " HASH " CZ-ACH-PREV-HASH
004280         DELIMITED BY SIZE INTO AVFYRPT-RECORD.
004290     WRITE AVFYRPT-RECORD.
004300     MOVE SPACES TO AVFYRPT-RECORD.
004310     STRING "NEXT AVFYPARM CARD : " CZ-ACH-PREV-SEQ-NO
004320            CZ-ACH-PREV-HASH
004330         DELIMITED BY SIZE INTO AVFYRPT-RECORD.
004340     WRITE AVFYRPT-RECORD.
004350     CLOSE AVFYRPT.
004360
004370     DISPLAY "CIPHAVFY AUDHIST RECORDS      : " CZ-HIST-RECS.
004380     DISPLAY "CIPHAVFY CIPHAUD RECORDS      : " CZ-LIVE-RECS.
004390     DISPLAY "CIPHAVFY LINKS PROVED         : " CZ-LINKED-RECS.
004400     DISPLAY "CIPHAVFY FINDINGS             : " CZ-FINDINGS.
004410
004420     IF CZ-FINDINGS > 0
004430         MOVE 8 TO RETURN-CODE
004440     END-IF.
004450
004460 8000-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500*    8100-REPORT-SPLIT-POINT - THE FIRST CIPHAUD RECORD MUST BE
004510*                              THE NEXT LINK AFTER THE LAST
004520*                              AUDHIST RECORD, OR THE RETENTION
004530*                              SPLIT LOST OR ADDED RECORDS
004540******************************************************************
004550 8100-REPORT-SPLIT-POINT.
004560
004570     IF NOT CZ-HIST-PRESENT
004580       OR CZ-HIST-END-SEQ-NO = 0
004590         MOVE "SPLIT POINT : NONE - CHAIN STARTS ON CIPHAUD"
004600             TO AVFYRPT-RECORD
004610         WRITE AVFYRPT-RECORD
004620         GO TO 8100-EXIT
004630     END-IF.
004640
004650     MOVE SPACES TO AVFYRPT-RECORD.
004660     STRING "SPLIT POINT : AUDHIST ENDS SEQ " CZ-HIST-END-SEQ-NO
004670            " HASH " CZ-HIST-END-HASH
004680         DELIMITED BY SIZE INTO AVFYRPT-RECORD.
004690     WRITE AVFYRPT-RECORD.
004700
004710     MOVE SPACES TO AVFYRPT-RECORD.
004720     IF CZ-LIVE-FIRST-RESULT = "Y"
004730         STRING "              CIPHAUD STARTS SEQ "
004740                CZ-LIVE-FIRST-SEQ-NO
004750                " - LINK PROVED"
004760             DELIMITED BY SIZE INTO AVFYRPT-RECORD
004770     ELSE
004780         STRING "              CIPHAUD STARTS SEQ "
004790                CZ-LIVE-FIRST-SEQ-NO
004800                " - LINK NOT PROVED"
004810             DELIMITED BY SIZE INTO AVFYRPT-RECORD
004820         ADD 1 TO CZ-FINDINGS
004830     END-IF.
004840     WRITE AVFYRPT-RECORD.
004850
004860 8100-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*    8200-REPORT-END-POINT - THE RECORD THE LAST VERIFICATION
004910*                            ENDED ON MUST STILL BE ON THE TRAIL,
004920*                            UNCHANGED
004930******************************************************************
004940 8200-REPORT-END-POINT.
004950
004960     IF NOT CZ-END-CARD-GIVEN
004970         GO TO 8200-EXIT
004980     END-IF.
004990
005000     EVALUATE TRUE
005010         WHEN CZ-END-POINT-MATCHED
005020             MOVE "PRIOR END POINT : FOUND ON THE TRAIL UNCHANGED"
005030                 TO AVFYRPT-RECORD
005040         WHEN CZ-END-POINT-ALTERED
005050             MOVE "PRIOR END POINT : HASH DIFFERS - REWRITTEN"
005060                 TO AVFYRPT-RECORD
005070             ADD 1 TO CZ-FINDINGS
005080         WHEN OTHER
005090             MOVE "PRIOR END POINT : NOT ON THE TRAIL - CUT SHORT"
005100                 TO AVFYRPT-RECORD
005110             ADD 1 TO CZ-FINDINGS
005120     END-EVALUATE.
005130     WRITE AVFYRPT-RECORD.
005140
005150 8200-EXIT.
005160     EXIT.
005170
005180 END PROGRAM CIPHAVFY.
