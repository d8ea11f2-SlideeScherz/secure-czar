000310*                     A LOST STREAM FILE OR A SHORT STREAM FAILS
000320*                     THE MERGE WITH RETURN-CODE 16 BEFORE THE
000330*                     TRANSMISSION SEES AN INCOMPLETE FILE.
000331*    10/15/26   SMS   EACH STREAM AUDIT FILE IS NOW PROVED LINK
000332*                     BY LINK THROUGH THE CIPHACHN SERVICE AS IT
000333*                     IS READ - A BROKEN STREAM CHAIN FAILS THE
000334*                     MERGE WITH RETURN-CODE 16 - AND THE
000335*                     CONSOLIDATED RUN RECORD IS STAMPED AS THE
000336*                     NEXT LINK IN THE CIPHAUD CHAIN BEFORE IT IS
000337*                     APPENDED (RECORD NOW 132 BYTES).
000338*    10/15/26   SMS   CIPHAUD RECORDS WIDENED TO 138 BYTES FOR THE
000339*                     DUPLICATE-MESSAGE COUNT, AND THE
000340*                     CONSOLIDATED AUDIT RECORD NOW CARRIES THE
000341*                     SUM OF THE STREAMS' DUPLICATE COUNTS
000342*                     ALONGSIDE THEIR OTHER TOTALS.
000343*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000344*                     PARTNER CODE NOW CARRIED ON CZAUDREC; THE
000345*                     CONSOLIDATED ENCRYPT RECORD LEAVES IT BLANK.
000346*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
000347*                     CONTROL SERVICE. 1900 RECORDS ITS START ON
000348*                     CIPHRUN FOR THE EXTRACT DATE ON THE STREAM 1
000349*                     HEADER BEFORE ANY OUTPUT IS OPENED AND IS
000350*                     REFUSED UNLESS EVERY CAESAR-CIPHER STREAM ON
000351*                     THE SPLTPARM CARD ENDED CLEAN FOR THAT DATE;
000352*                     8900 RECORDS THE END WITH THE MERGED AND
000353*                     REJECT COUNTS.
000354*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. THE CYCLE NUMBER ON
000355*                     STREAM 1'S HEADER IS CARRIED ONTO THE MERGED
000356*                     CIPHOUT HEADER, EVERY ARCHIVE RECORD AND THE
000357*                     CONSOLIDATED AUDIT RECORD, AND PASSED TO
000358*                     CIPHRCTL; A STREAM WHOSE HEADER NAMES A
000359*                     DIFFERENT CYCLE FAILS THE MERGE WITH RETURN-
000360*                     CODE 16. ARCHIVE AND AUDIT RECORDS NOW 113
000361*                     AND 144 BYTES.
000362******************************************************************
000363 ENVIRONMENT DIVISION.
000364 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SPLTPARM ASSIGN TO "SPLTPARM"
001440
001450 FD  CIPHAUD1
001460     RECORDING MODE IS F.
001470 01  CIPHAUD1-RECORD            PIC X(144).
001480
001490 FD  CIPHAUD2
001500     RECORDING MODE IS F.
001510 01  CIPHAUD2-RECORD            PIC X(144).
001520
001530 FD  CIPHAUD3
001540     RECORDING MODE IS F.
001550 01  CIPHAUD3-RECORD            PIC X(144).
001560
001570 FD  CIPHAUD4
001580     RECORDING MODE IS F.
001590 01  CIPHAUD4-RECORD            PIC X(144).
001600
001610 FD  CIPHOUT
001620     RECORDING MODE IS F.
001680
001690 FD  CIPHAUD
001700     RECORDING MODE IS F.
001710 01  CIPHAUD-RECORD             PIC X(144).
001720
001730 FD  CIPHARCH
001740     RECORDING MODE IS F.
001750 01  CIPHARCH-RECORD            PIC X(113).
001760
001770 WORKING-STORAGE SECTION.
001780******************************************************************
001830     COPY czrejrec.
001840
001850     COPY czaudrec.
001852
001854     COPY czachprm.
001860
001870     COPY czarcrec.
001880
001882     COPY czsplprm.
001884
001886     COPY czrunprm.
001900
001910******************************************************************
001920*    FILE STATUS AND SWITCHES
002530         10  CZ-CDT-SECONDS      PIC 9(02).
002540     05  FILLER                  PIC X(07).
002550
002552 77  CZ-TODAY-DISPLAY           PIC X(10) VALUE SPACES.
002554 77  CZ-TIME-DISPLAY            PIC X(08) VALUE SPACES.
002556
002558*    THE CYCLE OF THE EXTRACT, FROM STREAM 1'S HEADER. EVERY OTHER
002560*    STREAM MUST CARRY THE SAME ONE. NO CYCLE IS THE NIGHT
002561*    RUN, 00.
002562 77  CZ-CYCLE-NO                PIC 9(02) VALUE 0.
002564 77  CZ-STRM-CYCLE-NO           PIC 9(02) VALUE 0.
002580
002590******************************************************************
002600*    STREAM MERGE TABLE - ONE SLOT PER STREAM. EACH SLOT HOLDS
002990 77  CZ-TOT-RECS-IN             PIC 9(06) VALUE 0.
003000 77  CZ-TOT-RECS-OUT            PIC 9(06) VALUE 0.
003010 77  CZ-TOT-RECS-REJ            PIC 9(06) VALUE 0.
003012 77  CZ-TOT-MISMATCH            PIC 9(06) VALUE 0.
003014 77  CZ-TOT-RECS-DUP            PIC 9(06) VALUE 0.
003030 77  CZ-MAX-DURATION            PIC 9(06) VALUE 0.
003040 77  CZ-CON-OPERATOR            PIC X(08) VALUE SPACES.
003050 77  CZ-CON-MODE                PIC X(01) VALUE SPACE.
003160             UNTIL CZ-ACTIVE-STREAMS = 0.
003170     PERFORM 3000-MERGE-REJECTS THRU 3000-EXIT.
003180     PERFORM 4000-CONSOLIDATE-AUDIT THRU 4000-EXIT.
003182     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003184     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
003200
003210     STOP RUN.
003220
003490     END-IF.
003500     MOVE CZ-SPL-STREAM-COUNT TO CZ-STREAM-COUNT.
003510
003512     PERFORM 1100-OPEN-ONE-STREAM THRU 1100-EXIT
003514             VARYING CZ-STRM-SUB FROM 1 BY 1
003516             UNTIL CZ-STRM-SUB > CZ-STREAM-COUNT.
003518
003520     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
003550
003560     OPEN OUTPUT CIPHOUT.
003570     IF NOT CZ-CIPHOUT-OK
003750
003760     MOVE SPACES           TO CZ-CIPHER-RECORD.
003770     MOVE "H"              TO CZ-CIP-REC-TYPE.
003772     MOVE CZ-TODAY-DISPLAY TO CZ-CIP-HDR-FILE-DATE.
003774     MOVE "CZCIPHER"       TO CZ-CIP-HDR-SOURCE-SYS.
003776     MOVE CZ-CYCLE-NO      TO CZ-CIP-HDR-CYCLE-NO.
003778     WRITE CIPHOUT-RECORD FROM CZ-CIPHER-RECORD.
003810
003820     MOVE 0 TO CZ-ACTIVE-STREAMS.
003830     PERFORM 2100-ADVANCE-STREAM THRU 2100-EXIT
004330 1100-EXIT.
004340     EXIT.
004350
004351******************************************************************
004352*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
004353*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
004354*                             IS OPENED. A STEP ALREADY ENDED
004355*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
004356*                             RETURN-CODE 0 SO A RESUBMITTED
004357*                             STREAM RESUMES WHERE IT FAILED; A
004358*                             REFUSED START FAILS THE STEP. EVERY
004359*                             STREAM ABOUT TO BE MERGED MUST HAVE
004360*                             ENDED CLEAN.
004361******************************************************************
004362 1900-START-RUN-CONTROL.
004363
004364     MOVE SPACES TO CZ-RUNCTL-PARMS.
004365     SET CZ-RUN-REQ-START TO TRUE.
004366     MOVE "CIPHMRGE"         TO CZ-RUN-STEP-NAME.
004367     MOVE 0                  TO CZ-RUN-STREAM-NO.
004368     MOVE CZ-STREAM-COUNT    TO CZ-RUN-STREAM-COUNT.
004369     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
004370     MOVE 0                  TO CZ-RUN-STEP-RC.
004371     MOVE 0                  TO CZ-RUN-COUNT-IN.
004372     MOVE 0                  TO CZ-RUN-COUNT-OUT.
004373     MOVE 0                  TO CZ-RUN-COUNT-EXC.
004374
004375*    STREAM 1 CARRIES THE EXTRACT DATE ON ITS HEADER
004376     READ CIPHOUT1 INTO CZ-CIPHER-RECORD
004377         AT END
004378             MOVE SPACES TO CZ-CIPHER-RECORD
004379     END-READ.
004380     IF CZ-CIP-TYPE-HEADER
004381         MOVE CZ-CIP-HDR-FILE-DATE TO CZ-RUN-EXTRACT-DATE
004382         IF CZ-CIP-HDR-CYCLE-NO NUMERIC
004383             MOVE CZ-CIP-HDR-CYCLE-NO TO CZ-CYCLE-NO
004384         END-IF
004385     END-IF.
004386     MOVE CZ-CYCLE-NO TO CZ-RUN-CYCLE-NO.
004387     CLOSE CIPHOUT1.
004388     OPEN INPUT CIPHOUT1.
004389     IF NOT CZ-CIPHOUT1-OK
004390         DISPLAY "CIPHMRGE CIPHOUT1 REOPEN FAILED, STATUS "
004391             CZ-CIPHOUT1-STATUS
004392         MOVE 16 TO RETURN-CODE
004393         STOP RUN
004394     END-IF.
004395
004396     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
004397
004398     IF CZ-RUN-ALREADY-DONE
004399         DISPLAY "CIPHMRGE " CZ-RUN-REASON-TEXT
004400         DISPLAY "CIPHMRGE STEP SKIPPED - NOTHING TO RERUN"
004401         MOVE 0 TO RETURN-CODE
004402         STOP RUN
004403     END-IF.
004404     IF NOT CZ-RUN-GO
004405         DISPLAY "CIPHMRGE START REFUSED - " CZ-RUN-REASON-TEXT
004406         MOVE 16 TO RETURN-CODE
004407         STOP RUN
004408     END-IF.
004409
004410 1900-EXIT.
004411     EXIT.
004412
004413******************************************************************
004414*    2000-MERGE-DETAILS - PICK THE ACTIVE STREAM HOLDING THE
004415*                         LOWEST SEQUENCE NUMBER, WRITE ITS
004416*                         RECORD TO THE MERGED OUTPUT AND THE
004417*                         ARCHIVE, AND ADVANCE THAT STREAM
004418******************************************************************
004420 2000-MERGE-DETAILS.
004430
004440     MOVE 0 TO CZ-PICK-SUB.
005070
005080     PERFORM 2120-READ-STREAM-FILE THRU 2120-EXIT.
005090
005092     EVALUATE TRUE
005094         WHEN CZ-CIP-TYPE-HEADER
005096             MOVE "Y" TO CZ-STRM-HDR-SW(CZ-STRM-SUB)
005098             PERFORM 2115-CHECK-STREAM-CYCLE THRU 2115-EXIT
005100         WHEN CZ-CIP-TYPE-TRAILER
005140             MOVE CZ-CIP-TRL-REC-COUNT
005150                 TO CZ-STRM-TRL-COUNT(CZ-STRM-SUB)
005160             MOVE CZ-CIP-TRL-SEQ-HASH
005250             STOP RUN
005260     END-EVALUATE.
005270
005271 2110-EXIT.
005272     EXIT.
005273
005274******************************************************************
005275*    2115-CHECK-STREAM-CYCLE - EVERY STREAM MUST BELONG TO THE
005276*                              SAME CYCLE AS STREAM 1. A STREAM
005277*                              LEFT OVER FROM ANOTHER CYCLE OF THE
005278*                              DAY WOULD MIX TWO EXTRACTS INTO ONE
005279*                              CIPHOUT, SO IT FAILS THE MERGE.
005280******************************************************************
005281 2115-CHECK-STREAM-CYCLE.
005282
005283     MOVE 0 TO CZ-STRM-CYCLE-NO.
005284     IF CZ-CIP-HDR-CYCLE-NO NUMERIC
005285         MOVE CZ-CIP-HDR-CYCLE-NO TO CZ-STRM-CYCLE-NO
005286     END-IF.
005287
005288     IF CZ-STRM-CYCLE-NO NOT = CZ-CYCLE-NO
005289         DISPLAY "CIPHMRGE STREAM " CZ-STRM-SUB " IS CYCLE "
005290             CZ-STRM-CYCLE-NO " BUT STREAM 1 IS CYCLE "
005291             CZ-CYCLE-NO
005292         MOVE 16 TO RETURN-CODE
005293         STOP RUN
005294     END-IF.
005295
005296 2115-EXIT.
005297     EXIT.
005300
005310******************************************************************
005320*    2120-READ-STREAM-FILE - THE ONE PLACE THAT TOUCHES THE
006420     MOVE CZ-CIP-TEXT          TO CZ-ARC-TEXT.
006430     MOVE CZ-CIP-OPERATION     TO CZ-ARC-OPERATION.
006440     MOVE CZ-CIP-MODE          TO CZ-ARC-MODE.
006442     MOVE CZ-CIP-KEY-USED      TO CZ-ARC-KEY-USED.
006444     MOVE CZ-CYCLE-NO          TO CZ-ARC-CYCLE-NO.
006446
006448     WRITE CIPHARCH-RECORD FROM CZ-ARCHIVE-RECORD.
006480
006490 2300-EXIT.
006500     EXIT.
007460     MOVE CZ-TOT-RECS-OUT  TO CZ-AUD-RECS-OUT.
007470     MOVE CZ-TOT-RECS-REJ  TO CZ-AUD-RECS-REJ.
007480     MOVE CZ-MAX-DURATION  TO CZ-AUD-RUN-DURATION.
007482     MOVE CZ-TOT-MISMATCH  TO CZ-AUD-RECS-MISMATCH.
007484     MOVE CZ-TOT-RECS-DUP  TO CZ-AUD-RECS-DUP.
007486     MOVE SPACES           TO CZ-AUD-PARTNER-CODE.
007500     MOVE "CIPHMRGE"       TO CZ-AUD-SOURCE-PGM.
007502     MOVE CZ-CON-SRC-SYSTEM TO CZ-AUD-SRC-SYSTEM.
007504     MOVE CZ-CON-FORCE-FLAG TO CZ-AUD-FORCE-FLAG.
007506     MOVE CZ-CON-FILE-DATE  TO CZ-AUD-FILE-DATE.
007508     MOVE CZ-CYCLE-NO       TO CZ-AUD-CYCLE-NO.
007510
007512*    STAMP THE RECORD AS THE NEXT LINK IN THE CIPHAUD CHAIN
007514     SET CZ-ACH-REQ-APPEND TO TRUE.
007516     CALL "CIPHACHN" USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
007518
007520     OPEN EXTEND CIPHAUD.
007530     IF NOT CZ-CIPHAUD-OK
007540         OPEN OUTPUT CIPHAUD
007670 4100-TAKE-ONE-AUDIT.
007680
007690     MOVE "N" TO CZ-STRM-HDR-SW(CZ-STRM-SUB).
007692     MOVE 0   TO CZ-ACH-PREV-SEQ-NO.
007694     MOVE 0   TO CZ-ACH-PREV-HASH-A.
007696     MOVE 0   TO CZ-ACH-PREV-HASH-B.
007700     PERFORM 4110-READ-ONE-AUDIT THRU 4110-EXIT
007710             WITH TEST AFTER
007720             UNTIL CZ-STRM-DONE(CZ-STRM-SUB).
007760         ADD CZ-AUD-RECS-IN       TO CZ-TOT-RECS-IN
007770         ADD CZ-AUD-RECS-OUT      TO CZ-TOT-RECS-OUT
007780         ADD CZ-AUD-RECS-REJ      TO CZ-TOT-RECS-REJ
007782         ADD CZ-AUD-RECS-MISMATCH TO CZ-TOT-MISMATCH
007784         IF CZ-AUD-RECS-DUP NUMERIC
007786             ADD CZ-AUD-RECS-DUP  TO CZ-TOT-RECS-DUP
007788         END-IF
007800         IF CZ-AUD-RUN-DURATION > CZ-MAX-DURATION
007810             MOVE CZ-AUD-RUN-DURATION TO CZ-MAX-DURATION
007820         END-IF
008210
008220     IF NOT CZ-STRM-DONE(CZ-STRM-SUB)
008230         MOVE "Y" TO CZ-STRM-HDR-SW(CZ-STRM-SUB)
008232         PERFORM 4120-CHECK-STREAM-LINK THRU 4120-EXIT
008240     END-IF.
008250
008260 4110-EXIT.
008270     EXIT.
008271
008272******************************************************************
008273*    4120-CHECK-STREAM-LINK - PROVE THE RECORD JUST READ IS THE
008274*                             NEXT LINK IN THE STREAM'S OWN
008275*                             AUDIT CHAIN. UNCHAINED RECORDS
008276*                             AHEAD OF THE FIRST LINK ARE OLDER
008277*                             HISTORY; ANY OTHER BREAK MEANS THE
008278*                             STREAM'S TRAIL WAS TAMPERED WITH
008279*                             AND NOTHING FROM IT IS CARRIED
008280*                             INTO CIPHAUD.
008281******************************************************************
008282 4120-CHECK-STREAM-LINK.
008283
008284     SET CZ-ACH-REQ-CHECK TO TRUE.
008285     CALL "CIPHACHN" USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
008286
008287     IF CZ-ACH-LINKED
008288         GO TO 4120-EXIT
008289     END-IF.
008290     IF CZ-ACH-UNCHAINED
008291       AND CZ-ACH-PREV-SEQ-NO = 0
008292         GO TO 4120-EXIT
008293     END-IF.
008294
008295     DISPLAY "CIPHMRGE STREAM " CZ-STRM-SUB
008296         " AUDIT CHAIN BROKEN AT SEQ " CZ-AUD-SEQ-NO
008297         " (RESULT " CZ-ACH-RESULT ")".
008298     MOVE 16 TO RETURN-CODE.
008299     STOP RUN.
008300
008301 4120-EXIT.
008302     EXIT.
008303
008304******************************************************************
008305*    8000-FINALIZE - WRITE THE MERGED TRAILER, CLOSE THE FILES,
008310*                    AND DISPLAY THE MERGE TOTALS
008320******************************************************************
008330 8000-FINALIZE.
008590 8000-EXIT.
008600     EXIT.
008610
008611******************************************************************
008612*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
008613*                           COUNTS ON CIPHRUN. THE CALL RESETS
008614*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
008615*                           PUT BACK AFTERWARDS. AN END THAT
008616*                           CANNOT BE RECORDED FAILS THE STEP,
008617*                           SINCE THE NEXT STEP WOULD BE REFUSED
008618*                           ANYWAY.
008619******************************************************************
008620 8900-END-RUN-CONTROL.
008621
008622     SET CZ-RUN-REQ-END TO TRUE.
008623     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
008624     COMPUTE CZ-RUN-COUNT-IN = CZ-RECS-MERGED + CZ-REJS-MERGED.
008625     MOVE CZ-RECS-MERGED     TO CZ-RUN-COUNT-OUT.
008626     MOVE CZ-REJS-MERGED     TO CZ-RUN-COUNT-EXC.
008627
008628     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
008629
008630     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
008631     IF NOT CZ-RUN-GO
008632         DISPLAY "CIPHMRGE END NOT RECORDED - " CZ-RUN-REASON-TEXT
008633         MOVE 16 TO RETURN-CODE
008634     END-IF.
008635
008636 8900-EXIT.
008637     EXIT.
008638
008639 END PROGRAM CIPHMRGE.
