000290*                     CIPHADHC ENCRYPTS WERE JOINING THE ROLLING
000300*                     DURATION HISTORY AS ZERO-SECOND RUNS AND
000310*                     DRAGGING THE AVERAGE TOWARD A FALSE ALERT.
000312*    10/15/26   SMS   CIPHAUD RECORD IS NOW 132 BYTES - THE AUDIT
000314*                     SEQUENCE NUMBER AND CHAINED HASH WERE ADDED.
000315*    10/15/26   SMS   CIPHAUD RECORD IS NOW 138 BYTES. TONIGHT'S
000316*                     DUPLICATE-MESSAGE REJECTS ARE REPORTED AS
000317*                     THEIR OWN COUNT, LEFT OUT OF THE REJECT-RATE
000318*                     CHECK, AND JUDGED AGAINST AN OPTIONAL
000319*                     DUPLICATE LIMIT IN THE LAST FOUR BYTES OF
000320*                     WTCHPARM.
000321*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000322*                     PARTNER CODE NOW CARRIED ON CZAUDREC.
000323*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
000324*                     CONTROL SERVICE. 1900 RECORDS ITS START ON
000325*                     CIPHRUN FOR THE LATEST NIGHT CIPHNBAL ENDED
000326*                     AND IS REFUSED UNLESS THAT END WAS CLEAN;
000327*                     8900 RECORDS THE END WITH THE HISTORY RUNS
000328*                     USED AND THE ALERTS RAISED.
000329*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. WTCHPARM BYTES
000330*                     17-18 NAME THE CYCLE TO WATCH (BLANK OR 00 =
000331*                     THE NIGHT RUN). THE CYCLE IS PASSED TO
000332*                     CIPHRCTL, AND ONLY ENCRYPT AUDIT RECORDS OF
000333*                     THAT CYCLE FORM THE WATCHED RUN AND ITS
000334*                     BASELINE, SO EACH CYCLE IS COMPARED WITH ITS
000335*                     OWN HISTORY. CIPHAUD RECORD WIDENED TO 144
000336*                     BYTES.
000337******************************************************************
000338 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000500 FILE SECTION.
000510 FD  CIPHAUD
000520     RECORDING MODE IS F.
000530 01  CIPHAUD-RECORD             PIC X(144).
000540
000550 FD  WTCHPARM
000560     RECORDING MODE IS F.
000570 01  WTCHPARM-RECORD            PIC X(18).
000580
000590 FD  CIPHWRPT
000600     RECORDING MODE IS F.
000640******************************************************************
000650*    RECORD WORK AREA - COPYBOOK
000660******************************************************************
000662     COPY czaudrec.
000664
000666     COPY czrunprm.
000680
000690******************************************************************
000700*    WATCHDOG THRESHOLD CARD - DURATION FACTOR IS IN TENTHS (030
000710*    = 3.0 TIMES THE HISTORICAL AVERAGE), REJECT LIMIT IS IN
000720*    PERCENT OF RECORDS READ, MISMATCH LIMIT IS AN ABSOLUTE
000722*    COUNT (NORMALLY ZERO). A MISSING WTCHPARM TAKES THE
000724*    DOCUMENTED DEFAULTS 030 / 010 / 000000. THE DUPLICATE LIMIT
000725*    IS AN ABSOLUTE COUNT OF DUPLICATE-MESSAGE REJECTS; LEFT BLANK
000726*    (AS ON EVERY OLDER CARD) THERE IS NO DUPLICATE LIMIT. THE
000727*    CYCLE IS THE RUN BEING WATCHED - BLANK OR 00 FOR THE NIGHT
000728*    RUN, 01-99 FOR AN INTRADAY EXPRESS CYCLE. EACH CYCLE IS
000729*    JUDGED AGAINST ITS OWN EARLIER RUNS ONLY, SINCE A SMALL
000730*    MIDDAY CYCLE WOULD OTHERWISE DRAG THE NIGHT'S AVERAGE DOWN.
000731******************************************************************
000732 01  CZ-WTCH-PARM.
000734     05  CZ-WTC-DUR-FACTOR       PIC 9(03).
000736     05  CZ-WTC-REJ-PCT          PIC 9(03).
000738     05  CZ-WTC-MIS-MAX          PIC 9(06).
000740     05  CZ-WTC-DUP-MAX-X        PIC X(04).
000750     05  CZ-WTC-DUP-MAX          REDEFINES CZ-WTC-DUP-MAX-X
000760                                 PIC 9(04).
000770     05  CZ-WTC-CYCLE-NO         PIC 9(02).
000810
000820******************************************************************
000830*    FILE STATUS AND SWITCHES
000970 77  CZ-TONIGHT-SWITCH          PIC X(01) VALUE "N".
000980     88  CZ-TONIGHT-PRESENT               VALUE "Y".
000990
000992 77  CZ-ALERT-COUNT             PIC 9(02) VALUE 0.
000994 77  CZ-REC-CYCLE-NO            PIC 9(02) VALUE 0.
001010
001020******************************************************************
001030*    TONIGHT'S RUN AND THE ROLLING HISTORY - EACH ENCRYPT AUDIT
001130     05  CZ-TON-RECS-OUT         PIC 9(06).
001140     05  CZ-TON-RECS-REJ         PIC 9(06).
001150     05  CZ-TON-DURATION         PIC 9(06).
001152     05  CZ-TON-MISMATCH         PIC 9(06).
001154     05  CZ-TON-RECS-DUP         PIC 9(06).
001170
001180 77  CZ-HIST-RUN-COUNT          PIC 9(06) VALUE 0.
001190 77  CZ-HIST-DUR-TOTAL          PIC 9(09) VALUE 0.
001200 77  CZ-HIST-DUR-AVG            PIC 9(06) VALUE 0.
001210 77  CZ-DUR-LIMIT               PIC 9(08) VALUE 0.
001212 77  CZ-REJ-OTHER               PIC 9(06) VALUE 0.
001214 77  CZ-REJ-SCALED              PIC 9(09) VALUE 0.
001230 77  CZ-REJ-LIMIT               PIC 9(09) VALUE 0.
001240
001250 PROCEDURE DIVISION.
001320     PERFORM 2000-SCAN-AUDIT THRU 2000-EXIT
001330             UNTIL CZ-END-OF-INPUT.
001340     PERFORM 3000-JUDGE-TONIGHT THRU 3000-EXIT.
001342     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001344     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
001360
001370     STOP RUN.
001380
001450
001460     MOVE 030    TO CZ-WTC-DUR-FACTOR.
001470     MOVE 010    TO CZ-WTC-REJ-PCT.
001472     MOVE 000000 TO CZ-WTC-MIS-MAX.
001474     MOVE SPACES TO CZ-WTC-DUP-MAX-X.
001476     MOVE 0      TO CZ-WTC-CYCLE-NO.
001478
001480     OPEN INPUT WTCHPARM.
001510     IF CZ-WTCHPARM-OK
001520         READ WTCHPARM INTO CZ-WTCH-PARM
001530             AT END
001540                 MOVE 030    TO CZ-WTC-DUR-FACTOR
001550                 MOVE 010    TO CZ-WTC-REJ-PCT
001552                 MOVE 000000 TO CZ-WTC-MIS-MAX
001554                 MOVE SPACES TO CZ-WTC-DUP-MAX-X
001556                 MOVE 0      TO CZ-WTC-CYCLE-NO
001558         END-READ
001580         CLOSE WTCHPARM
001590     END-IF.
001600
001602     IF CZ-WTC-DUR-FACTOR = 0
001604         MOVE 030 TO CZ-WTC-DUR-FACTOR
001606     END-IF.
001608     IF CZ-WTC-CYCLE-NO NOT NUMERIC
001610         MOVE 0 TO CZ-WTC-CYCLE-NO
001612     END-IF.
001640
001642     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
001644
001646     OPEN OUTPUT CIPHWRPT.
001648     MOVE "CIPHWTCH RUN WATCHDOG ALERT REPORT"
001670         TO CIPHWRPT-RECORD.
001672     WRITE CIPHWRPT-RECORD.
001674     IF CZ-WTC-CYCLE-NO > 0
001676         MOVE SPACES TO CIPHWRPT-RECORD
001678         STRING "EXPRESS CYCLE " CZ-WTC-CYCLE-NO
001680                " - JUDGED AGAINST THAT CYCLE'S EARLIER RUNS"
001682             DELIMITED BY SIZE INTO CIPHWRPT-RECORD
001684         WRITE CIPHWRPT-RECORD
001686     END-IF.
001688     MOVE SPACES TO CIPHWRPT-RECORD.
001690     WRITE CIPHWRPT-RECORD.
001692
001694     OPEN INPUT CIPHAUD.
001730     IF NOT CZ-CIPHAUD-OK
001740         MOVE "NO CIPHAUD AUDIT TRAIL - NOTHING TO WATCH"
001750             TO CIPHWRPT-RECORD
001840 1000-EXIT.
001850     EXIT.
001860
001861******************************************************************
001862*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
001863*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
001864*                             IS OPENED. A STEP ALREADY ENDED
001865*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
001866*                             RETURN-CODE 0 SO A RESUBMITTED
001867*                             STREAM RESUMES WHERE IT FAILED; A
001868*                             REFUSED START FAILS THE STEP. THE
001869*                             STEP READS NO HEADER, SO IT RUNS FOR
001870*                             THE LATEST NIGHT CIPHNBAL ENDED FOR
001871*                             THE WTCHPARM CYCLE, AND ONLY IF THAT
001872*                             END WAS CLEAN.
001873******************************************************************
001874 1900-START-RUN-CONTROL.
001875
001876     MOVE SPACES TO CZ-RUNCTL-PARMS.
001877     SET CZ-RUN-REQ-START TO TRUE.
001878     MOVE "CIPHWTCH"         TO CZ-RUN-STEP-NAME.
001879     MOVE 0                  TO CZ-RUN-STREAM-NO.
001880     MOVE 0                  TO CZ-RUN-STREAM-COUNT.
001881     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
001882     MOVE 0                  TO CZ-RUN-STEP-RC.
001883     MOVE 0                  TO CZ-RUN-COUNT-IN.
001884     MOVE 0                  TO CZ-RUN-COUNT-OUT.
001885     MOVE 0                  TO CZ-RUN-COUNT-EXC.
001886     MOVE CZ-WTC-CYCLE-NO    TO CZ-RUN-CYCLE-NO.
001887
001888     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
001889
001890     IF CZ-RUN-ALREADY-DONE
001891         DISPLAY "CIPHWTCH " CZ-RUN-REASON-TEXT
001892         DISPLAY "CIPHWTCH STEP SKIPPED - NOTHING TO RERUN"
001893         MOVE 0 TO RETURN-CODE
001894         STOP RUN
001895     END-IF.
001896     IF NOT CZ-RUN-GO
001897         DISPLAY "CIPHWTCH START REFUSED - " CZ-RUN-REASON-TEXT
001898         MOVE 16 TO RETURN-CODE
001899         STOP RUN
001900     END-IF.
001901
001902 1900-EXIT.
001903     EXIT.
001904
001905******************************************************************
001906*    2000-SCAN-AUDIT - ROLL EACH ENCRYPT AUDIT RECORD THROUGH
001908*                      THE TONIGHT HOLD AREA. DECRYPT AND AD HOC
001910*                      RECORDS DO NOT PARTICIPATE IN THE ENCRYPT
001912*                      RUN'S BASELINE, NOR DO RUNS OF ANOTHER
001914*                      CYCLE. A RECORD WITH NO CYCLE IS A NIGHT
001916*                      RUN'S.
001920******************************************************************
001930 2000-SCAN-AUDIT.
001940
001950*    ONLY THE NIGHTLY ENCRYPT RUNS FORM THE BASELINE - AN AD HOC
001960*    DESK ENCRYPT FROM CIPHADHC IS A ONE-RECORD ZERO-SECOND
001962*    OPERATION THAT WOULD DRAG THE ROLLING AVERAGE TO NOTHING
001964     MOVE 0 TO CZ-REC-CYCLE-NO.
001966     IF CZ-AUD-CYCLE-NO NUMERIC
001968         MOVE CZ-AUD-CYCLE-NO TO CZ-REC-CYCLE-NO
001970     END-IF.
001972
001974     IF CZ-AUD-OPERATION = "E"
001976       AND (CZ-AUD-SOURCE-PGM = "CZCIPHER"
001978            OR CZ-AUD-SOURCE-PGM = "CIPHMRGE")
001980       AND CZ-REC-CYCLE-NO = CZ-WTC-CYCLE-NO
001982         IF CZ-TONIGHT-PRESENT
002020             ADD 1               TO CZ-HIST-RUN-COUNT
002030             ADD CZ-TON-DURATION TO CZ-HIST-DUR-TOTAL
002040         END-IF
002080         MOVE CZ-AUD-RECS-OUT      TO CZ-TON-RECS-OUT
002090         MOVE CZ-AUD-RECS-REJ      TO CZ-TON-RECS-REJ
002100         MOVE CZ-AUD-RUN-DURATION  TO CZ-TON-DURATION
002102         MOVE CZ-AUD-RECS-MISMATCH TO CZ-TON-MISMATCH
002104         IF CZ-AUD-RECS-DUP NUMERIC
002106             MOVE CZ-AUD-RECS-DUP  TO CZ-TON-RECS-DUP
002108         ELSE
002110             MOVE 0                TO CZ-TON-RECS-DUP
002112         END-IF
002120         MOVE "Y" TO CZ-TONIGHT-SWITCH
002130     END-IF.
002140
002490     STRING "WATCHING RUN OF " CZ-TON-RUN-DATE
002500            " " CZ-TON-RUN-TIME
002510            "  IN " CZ-TON-RECS-IN
002512            "  REJ " CZ-TON-RECS-REJ
002514            "  SECS " CZ-TON-DURATION
002516         DELIMITED BY SIZE INTO CIPHWRPT-RECORD.
002518     WRITE CIPHWRPT-RECORD.
002520     MOVE SPACES TO CIPHWRPT-RECORD.
002521     STRING "  OF THE REJECTS, DUPLICATE MESSAGES: "
002522            CZ-TON-RECS-DUP
002524         DELIMITED BY SIZE INTO CIPHWRPT-RECORD.
002526     WRITE CIPHWRPT-RECORD.
002528
002530     PERFORM 3100-CHECK-DURATION THRU 3100-EXIT.
002532     PERFORM 3200-CHECK-REJECT-RATE THRU 3200-EXIT.
002534     PERFORM 3300-CHECK-MISMATCHES THRU 3300-EXIT.
002536     PERFORM 3400-CHECK-DUPLICATES THRU 3400-EXIT.
002600
002610     IF CZ-ALERT-COUNT = 0
002620         MOVE "ALL CHECKS PASSED - RUN IS WITHIN ITS NORMAL"
003040     EXIT.
003050
003060******************************************************************
003062*    3200-CHECK-REJECT-RATE - ALERT WHEN TONIGHT'S REJECTS EXCEED
003064*                             THE ALLOWED PERCENTAGE OF RECORDS
003066*                             READ. SCALED COMPARE SO NO DIVISION
003068*                             IS NEEDED. DUPLICATE-MESSAGE REJECTS
003070*                             ARE A PARTNER RESENDING, NOT A BAD
003072*                             RUN, SO THEY ARE LEFT OUT HERE AND
003074*                             JUDGED BY 3400 INSTEAD.
003076******************************************************************
003078 3200-CHECK-REJECT-RATE.
003080
003082     IF CZ-TON-RECS-IN = 0
003084         GO TO 3200-EXIT
003086     END-IF.
003088
003090     IF CZ-TON-RECS-DUP > CZ-TON-RECS-REJ
003092         MOVE 0 TO CZ-REJ-OTHER
003094     ELSE
003096         COMPUTE CZ-REJ-OTHER = CZ-TON-RECS-REJ - CZ-TON-RECS-DUP
003098     END-IF.
003100
003102     COMPUTE CZ-REJ-SCALED = CZ-REJ-OTHER * 100.
003104     COMPUTE CZ-REJ-LIMIT  = CZ-TON-RECS-IN * CZ-WTC-REJ-PCT.
003106
003108     IF CZ-REJ-SCALED > CZ-REJ-LIMIT
003110         ADD 1 TO CZ-ALERT-COUNT
003112         MOVE SPACES TO CIPHWRPT-RECORD
003114         STRING "ALERT - " CZ-REJ-OTHER
003250                " REJECTS OF " CZ-TON-RECS-IN
003260                " READ EXCEEDS " CZ-WTC-REJ-PCT
003270                " PERCENT"
003480         WRITE CIPHWRPT-RECORD
003490     END-IF.
003500
003501 3300-EXIT.
003502     EXIT.
003503
003504******************************************************************
003505*    3400-CHECK-DUPLICATES - ALERT WHEN TONIGHT'S DUPLICATE-
003506*                            MESSAGE REJECTS EXCEED THE ALLOWED
003507*                            COUNT. NO LIMIT ON THE CARD, NO
003508*                            CHECK.
003509******************************************************************
003510 3400-CHECK-DUPLICATES.
003511
003512     IF CZ-WTC-DUP-MAX NOT NUMERIC
003513         GO TO 3400-EXIT
003514     END-IF.
003515
003516     IF CZ-TON-RECS-DUP > CZ-WTC-DUP-MAX
003517         ADD 1 TO CZ-ALERT-COUNT
003518         MOVE SPACES TO CIPHWRPT-RECORD
003519         STRING "ALERT - " CZ-TON-RECS-DUP
003520                " DUPLICATE MESSAGES EXCEED ALLOWED "
003521                CZ-WTC-DUP-MAX
003522             DELIMITED BY SIZE INTO CIPHWRPT-RECORD
003523         WRITE CIPHWRPT-RECORD
003524     END-IF.
003525
003526 3400-EXIT.
003527     EXIT.
003530
003540******************************************************************
003550*    8000-FINALIZE - CLOSE FILES AND REPORT THE VERDICT ON THE
003610     CLOSE CIPHWRPT.
003620
003630     DISPLAY "CIPHWTCH HISTORY RUNS USED   : " CZ-HIST-RUN-COUNT.
003632     DISPLAY "CIPHWTCH DUPLICATE MESSAGES  : " CZ-TON-RECS-DUP.
003634     DISPLAY "CIPHWTCH ALERTS RAISED       : " CZ-ALERT-COUNT.
003650
003660 8000-EXIT.
003670     EXIT.
003680
003681******************************************************************
003682*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
003683*                           COUNTS ON CIPHRUN. THE CALL RESETS
003684*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
003685*                           PUT BACK AFTERWARDS. AN END THAT
003686*                           CANNOT BE RECORDED FAILS THE STEP,
003687*                           SINCE THE NEXT STEP WOULD BE REFUSED
003688*                           ANYWAY.
003689******************************************************************
003690 8900-END-RUN-CONTROL.
003691
003692     SET CZ-RUN-REQ-END TO TRUE.
003693     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
003694     MOVE CZ-HIST-RUN-COUNT  TO CZ-RUN-COUNT-IN.
003695     MOVE 0                  TO CZ-RUN-COUNT-OUT.
003696     MOVE CZ-ALERT-COUNT     TO CZ-RUN-COUNT-EXC.
003697
003698     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
003699
003700     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
003701     IF NOT CZ-RUN-GO
003702         DISPLAY "CIPHWTCH END NOT RECORDED - " CZ-RUN-REASON-TEXT
003703         MOVE 16 TO RETURN-CODE
003704     END-IF.
003705
003706 8900-EXIT.
003707     EXIT.
003708
003709 END PROGRAM CIPHWTCH.
