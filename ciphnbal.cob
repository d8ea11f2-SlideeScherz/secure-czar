000260*                     ENDS WITH RETURN-CODE 16 SO THE SCHEDULER
000270*                     HOLDS THE TRANSMISSION THE SAME NIGHT THE
000280*                     DRIFT HAPPENS.
000282*    10/15/26   SMS   CIPHAUD RECORD IS NOW 132 BYTES - THE AUDIT
000284*                     SEQUENCE NUMBER AND CHAINED HASH WERE ADDED.
000285*    10/15/26   SMS   CIPHAUD RECORD IS NOW 138 BYTES. DUPLICATE-
000286*                     MESSAGE REJECTS (REASON DUPMS) ARE COUNTED
000287*                     AS THEIR OWN CATEGORY OF THE CIPHREJ TOTAL,
000288*                     SHOWN ON PAGE ONE, AND PROVED AGAINST THE
000289*                     AUDIT RECORD'S DUPLICATE COUNT ON PAGE
000290*                     THREE.
000291*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000292*                     PARTNER CODE NOW CARRIED ON CZAUDREC.
000293*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
000294*                     CONTROL SERVICE. 1900 RECORDS ITS START ON
000295*                     CIPHRUN FOR THE CIPHIN HEADER'S EXTRACT DATE
000296*                     AND IS REFUSED UNLESS CIPHMRGE (OR THE
000297*                     UNSPLIT CAESAR-CIPHER STREAM) ENDED CLEAN
000298*                     FOR THAT DATE; 8900 RECORDS THE END WITH THE
000299*                     CIPHIN AND CIPHOUT DETAIL COUNTS AND THE
000300*                     EQUATIONS MISSED. A MISSED EQUATION ENDS RC
000301*                     16, SO NOTHING AFTER THIS STEP, CIPHXMIT
000302*                     INCLUDED, WILL START ON AN UNPROVED CIPHOUT.
000303*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. THE CYCLE ON THE
000304*                     CIPHIN HEADER (00 OR BLANK = THE NIGHT RUN)
000305*                     IS PASSED TO CIPHRCTL AND BALANCED ON ITS
000306*                     OWN: ONLY ARCHIVE APPENDS AND ENCRYPT AUDIT
000307*                     RECORDS OF THAT CYCLE COUNT, SO A MIDDAY
000308*                     EXPRESS CYCLE AND THE NIGHT RUN OF THE SAME
000309*                     DATE EACH PROVE THEIR OWN EQUATIONS. AN
000310*                     EXPRESS CYCLE IS NAMED IN THE REPORT TITLE.
000311*                     RECORDS NOW 113 (ARCHIVE) AND 144 (AUDIT)
000312*                     BYTES.
000313******************************************************************
000314 ENVIRONMENT DIVISION.
000315 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CIPHIN  ASSIGN TO "CIPHIN"
000710
000720 FD  CIPHARCH
000730     RECORDING MODE IS F.
000740 01  CIPHARCH-RECORD            PIC X(113).
000750
000760 FD  CIPHAUD
000770     RECORDING MODE IS F.
000780 01  CIPHAUD-RECORD             PIC X(144).
000790
000800 FD  NBALRPT
000810     RECORDING MODE IS F.
000930
000940     COPY czarcrec.
000950
000952     COPY czaudrec.
000954
000956     COPY czrunprm.
000970
000980******************************************************************
000990*    FILE STATUS AND SWITCHES
001350         10  CZ-CDT-DAY          PIC 9(02).
001360     05  FILLER                  PIC X(13).
001370
001372 77  CZ-TODAY-DISPLAY           PIC X(10) VALUE SPACES.
001374
001376*    THE CYCLE BEING BALANCED, FROM THE CIPHIN HEADER - 00 FOR THE
001378*    NIGHT RUN. ONLY ARCHIVE AND AUDIT RECORDS OF THIS CYCLE
001380*    COUNT; A RECORD WITH NO CYCLE IS THE NIGHT RUN'S.
001382 77  CZ-CYCLE-NO                PIC 9(02) VALUE 0.
001384 77  CZ-REC-CYCLE-NO            PIC 9(02) VALUE 0.
001390
001400******************************************************************
001410*    THE NIGHT'S EVIDENCE - ONE COUNT PER SOURCE, GATHERED FIRST
001440 77  CZ-IN-TRL-COUNT            PIC 9(06) VALUE 0.
001450 77  CZ-OUT-TRL-COUNT           PIC 9(06) VALUE 0.
001460 77  CZ-OUT-DETAILS             PIC 9(06) VALUE 0.
001462 77  CZ-REJ-RECORDS             PIC 9(06) VALUE 0.
001464 77  CZ-DUP-RECORDS             PIC 9(06) VALUE 0.
001480 77  CZ-ARCH-TONIGHT            PIC 9(06) VALUE 0.
001490 77  CZ-SUM-OUT-REJ             PIC 9(06) VALUE 0.
001500
001510 01  CZ-NIGHT-AUDIT.
001520     05  CZ-NGT-RECS-IN          PIC 9(06).
001530     05  CZ-NGT-RECS-OUT         PIC 9(06).
001532     05  CZ-NGT-RECS-REJ         PIC 9(06).
001534     05  CZ-NGT-RECS-DUP         PIC 9(06).
001550     05  CZ-NGT-RUN-DATE         PIC X(10).
001560
001570 77  CZ-MISS-COUNT              PIC 9(02) VALUE 0.
001710     PERFORM 3000-PROVE-STREAM THRU 3000-EXIT.
001720     PERFORM 4000-PROVE-ARCHIVE THRU 4000-EXIT.
001730     PERFORM 5000-PROVE-AUDIT THRU 5000-EXIT.
001732     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001734     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
001750
001760     STOP RUN.
001770
001820
001830     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
001840     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
001842         DELIMITED BY SIZE INTO CZ-TODAY-DISPLAY.
001844
001846     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
001848
001850     OPEN OUTPUT NBALRPT.
001880     MOVE "CIPHNBAL END-TO-END NIGHTLY BALANCE REPORT"
001890         TO NBALRPT-RECORD.
001900     WRITE NBALRPT-RECORD.
001910     MOVE SPACES TO NBALRPT-RECORD.
001912     IF CZ-CYCLE-NO = 0
001914         STRING "NIGHT OF " CZ-TODAY-DISPLAY
001916             DELIMITED BY SIZE INTO NBALRPT-RECORD
001918     ELSE
001920         STRING "EXPRESS CYCLE " CZ-CYCLE-NO
001921                " OF " CZ-TODAY-DISPLAY
001922             DELIMITED BY SIZE INTO NBALRPT-RECORD
001924     END-IF.
001940     WRITE NBALRPT-RECORD.
001950
001960 1000-EXIT.
001970     EXIT.
001980
001981******************************************************************
001982*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
001983*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
001984*                             IS OPENED. A STEP ALREADY ENDED
001985*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
001986*                             RETURN-CODE 0 SO A RESUBMITTED
001987*                             STREAM RESUMES WHERE IT FAILED; A
001988*                             REFUSED START FAILS THE STEP. THE
001989*                             MERGE (OR THE UNSPLIT CIPHER STREAM)
001990*                             MUST HAVE ENDED CLEAN.
001991******************************************************************
001992 1900-START-RUN-CONTROL.
001993
001994     MOVE SPACES TO CZ-RUNCTL-PARMS.
001995     SET CZ-RUN-REQ-START TO TRUE.
001996     MOVE "CIPHNBAL"         TO CZ-RUN-STEP-NAME.
001997     MOVE 0                  TO CZ-RUN-STREAM-NO.
001998     MOVE 0                  TO CZ-RUN-STREAM-COUNT.
001999     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
002000     MOVE 0                  TO CZ-RUN-STEP-RC.
002001     MOVE 0                  TO CZ-RUN-COUNT-IN.
002002     MOVE 0                  TO CZ-RUN-COUNT-OUT.
002003     MOVE 0                  TO CZ-RUN-COUNT-EXC.
002004
002005*    THE EXTRACT DATE AND CYCLE ARE THE ONES ON THE CIPHIN HEADER
002006     OPEN INPUT CIPHIN.
002007     IF CZ-CIPHIN-OK
002008         READ CIPHIN INTO CZ-MESSAGE-RECORD
002009             AT END
002010                 MOVE SPACES TO CZ-MESSAGE-RECORD
002011         END-READ
002012         IF CZ-MSG-TYPE-HEADER
002013             MOVE CZ-MSG-HDR-FILE-DATE TO CZ-RUN-EXTRACT-DATE
002014             IF CZ-MSG-HDR-CYCLE-NO NUMERIC
002015                 MOVE CZ-MSG-HDR-CYCLE-NO TO CZ-CYCLE-NO
002016             END-IF
002017         END-IF
002018         CLOSE CIPHIN
002019     END-IF.
002020     MOVE CZ-CYCLE-NO TO CZ-RUN-CYCLE-NO.
002021
002022     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
002023
002024     IF CZ-RUN-ALREADY-DONE
002025         DISPLAY "CIPHNBAL " CZ-RUN-REASON-TEXT
002026         DISPLAY "CIPHNBAL STEP SKIPPED - NOTHING TO RERUN"
002027         MOVE 0 TO RETURN-CODE
002028         STOP RUN
002029     END-IF.
002030     IF NOT CZ-RUN-GO
002031         DISPLAY "CIPHNBAL START REFUSED - " CZ-RUN-REASON-TEXT
002032         MOVE 16 TO RETURN-CODE
002033         STOP RUN
002034     END-IF.
002035
002036 1900-EXIT.
002037     EXIT.
002038
002039******************************************************************
002040*    2000-GATHER-CIPHIN - PULL THE DETAIL COUNT OFF THE CIPHIN
002041*                         TRAILER. THE EXTRACT ALREADY PROVED
002042*                         ITSELF AGAINST THIS TRAILER IN THE
002043*                         CIPHER STEP, SO THE TRAILER IS THE
002044*                         NIGHT'S AUTHORITATIVE INPUT COUNT.
002050******************************************************************
002060 2000-GATHER-CIPHIN.
002070
003260             GO TO 2500-EXIT
003270     END-READ.
003280
003282     ADD 1 TO CZ-REJ-RECORDS.
003284     IF CZ-REJ-REASON-CODE = "DUPMS"
003286         ADD 1 TO CZ-DUP-RECORDS
003288     END-IF.
003290
003292 2500-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*    2600-GATHER-ARCHIVE - COUNT THE ARCHIVE RECORDS APPENDED
003352*                          TONIGHT. THE ARCHIVE IS CUMULATIVE,
003354*                          SO ONLY RECORDS CARRYING TONIGHT'S
003356*                          RUN DATE AND THIS CYCLE ARE THIS RUN'S
003358*                          APPENDS.
003390******************************************************************
003400 2600-GATHER-ARCHIVE.
003410
003540
003550******************************************************************
003560*    2700-SCAN-ONE-ARCHIVE - COUNT ONE ARCHIVE RECORD WHEN IT
003570*                            CARRIES TONIGHT'S RUN DATE AND CYCLE
003580******************************************************************
003590 2700-SCAN-ONE-ARCHIVE.
003600
003640             GO TO 2700-EXIT
003650     END-READ.
003660
003662     MOVE 0 TO CZ-REC-CYCLE-NO.
003664     IF CZ-ARC-CYCLE-NO NUMERIC
003666         MOVE CZ-ARC-CYCLE-NO TO CZ-REC-CYCLE-NO
003668     END-IF.
003670
003672     IF CZ-ARC-RUN-DATE = CZ-TODAY-DISPLAY
003674       AND CZ-REC-CYCLE-NO = CZ-CYCLE-NO
003676         ADD 1 TO CZ-ARCH-TONIGHT
003678     END-IF.
003700
003710 2700-EXIT.
003720     EXIT.
003750*    2800-GATHER-AUDIT - TAKE THE LAST ENCRYPT AUDIT RECORD FROM
003760*                        A NIGHTLY SOURCE AS TONIGHT'S RUN, THE
003770*                        SAME WAY THE CIPHWTCH WATCHDOG DOES. AD
003772*                        HOC AND DECRYPT RECORDS DO NOT SPEAK
003774*                        FOR THE NIGHT, AND NEITHER DOES A RUN OF
003776*                        ANOTHER CYCLE.
003800******************************************************************
003810 2800-GATHER-AUDIT.
003820
004080             GO TO 2900-EXIT
004090     END-READ.
004100
004102     MOVE 0 TO CZ-REC-CYCLE-NO.
004104     IF CZ-AUD-CYCLE-NO NUMERIC
004106         MOVE CZ-AUD-CYCLE-NO TO CZ-REC-CYCLE-NO
004108     END-IF.
004110
004112     IF CZ-AUD-OPERATION = "E"
004114       AND (CZ-AUD-SOURCE-PGM = "CZCIPHER"
004116            OR CZ-AUD-SOURCE-PGM = "CIPHMRGE")
004118       AND CZ-REC-CYCLE-NO = CZ-CYCLE-NO
004120         MOVE CZ-AUD-RECS-IN  TO CZ-NGT-RECS-IN
004150         MOVE CZ-AUD-RECS-OUT TO CZ-NGT-RECS-OUT
004152         MOVE CZ-AUD-RECS-REJ TO CZ-NGT-RECS-REJ
004154         IF CZ-AUD-RECS-DUP NUMERIC
004156             MOVE CZ-AUD-RECS-DUP TO CZ-NGT-RECS-DUP
004158         ELSE
004160             MOVE 0 TO CZ-NGT-RECS-DUP
004162         END-IF
004170         MOVE CZ-AUD-RUN-DATE TO CZ-NGT-RUN-DATE
004180         MOVE "Y" TO CZ-AUD-FOUND-SWITCH
004190     END-IF.
004440         DELIMITED BY SIZE INTO NBALRPT-RECORD.
004450     WRITE NBALRPT-RECORD.
004460     MOVE SPACES TO NBALRPT-RECORD.
004462     STRING "  CIPHREJ RECORDS        : " CZ-REJ-RECORDS
004464         DELIMITED BY SIZE INTO NBALRPT-RECORD.
004466     WRITE NBALRPT-RECORD.
004468     MOVE SPACES TO NBALRPT-RECORD.
004470     STRING "    OF WHICH DUPLICATES  : " CZ-DUP-RECORDS
004472         DELIMITED BY SIZE INTO NBALRPT-RECORD.
004474     WRITE NBALRPT-RECORD.
004500
004510     COMPUTE CZ-SUM-OUT-REJ = CZ-OUT-DETAILS + CZ-REJ-RECORDS.
004520
005180******************************************************************
005190*    5000-PROVE-AUDIT - PAGE THREE: THE NIGHT'S ENCRYPT AUDIT
005200*                       RECORD MUST CARRY TONIGHT'S DATE AND ITS
005210*                       IN/OUT/REJ/DUP COUNTS MUST MATCH THE FILES
005220******************************************************************
005230 5000-PROVE-AUDIT.
005240
005410     STRING "  AUDIT OF " CZ-NGT-RUN-DATE
005420            "  IN " CZ-NGT-RECS-IN
005430            "  OUT " CZ-NGT-RECS-OUT
005432            "  REJ " CZ-NGT-RECS-REJ
005434            "  DUP " CZ-NGT-RECS-DUP
005450         DELIMITED BY SIZE INTO NBALRPT-RECORD.
005460     WRITE NBALRPT-RECORD.
005470     MOVE SPACES TO NBALRPT-RECORD.
005480     STRING "  FILES SHOW "
005490            "  IN " CZ-IN-TRL-COUNT
005500            "  OUT " CZ-OUT-DETAILS
005502            "  REJ " CZ-REJ-RECORDS
005504            "  DUP " CZ-DUP-RECORDS
005520         DELIMITED BY SIZE INTO NBALRPT-RECORD.
005530     WRITE NBALRPT-RECORD.
005540
005640
005650     IF CZ-NGT-RECS-IN  NOT = CZ-IN-TRL-COUNT
005660       OR CZ-NGT-RECS-OUT NOT = CZ-OUT-DETAILS
005662       OR CZ-NGT-RECS-REJ NOT = CZ-REJ-RECORDS
005664       OR CZ-NGT-RECS-DUP NOT = CZ-DUP-RECORDS
005680         ADD 1 TO CZ-MISS-COUNT
005690         MOVE "  OUT OF BALANCE - AUDIT COUNTS DO NOT MATCH"
005700             TO NBALRPT-RECORD
006000
006010     DISPLAY "CIPHNBAL CIPHIN DETAILS      : " CZ-IN-TRL-COUNT.
006020     DISPLAY "CIPHNBAL CIPHOUT DETAILS     : " CZ-OUT-DETAILS.
006022     DISPLAY "CIPHNBAL REJECT RECORDS      : " CZ-REJ-RECORDS.
006024     DISPLAY "CIPHNBAL DUPLICATE REJECTS   : " CZ-DUP-RECORDS.
006040     DISPLAY "CIPHNBAL ARCHIVE APPENDS     : " CZ-ARCH-TONIGHT.
006050     DISPLAY "CIPHNBAL EQUATIONS MISSED    : " CZ-MISS-COUNT.
006060
006110 8000-EXIT.
006120     EXIT.
006130
006131******************************************************************
006132*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
006133*                           COUNTS ON CIPHRUN. THE CALL RESETS
006134*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
006135*                           PUT BACK AFTERWARDS. AN END THAT
006136*                           CANNOT BE RECORDED FAILS THE STEP,
006137*                           SINCE THE NEXT STEP WOULD BE REFUSED
006138*                           ANYWAY.
006139******************************************************************
006140 8900-END-RUN-CONTROL.
006141
006142     SET CZ-RUN-REQ-END TO TRUE.
006143     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
006144     MOVE CZ-IN-TRL-COUNT    TO CZ-RUN-COUNT-IN.
006145     MOVE CZ-OUT-DETAILS     TO CZ-RUN-COUNT-OUT.
006146     MOVE CZ-MISS-COUNT      TO CZ-RUN-COUNT-EXC.
006147
006148     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
006149
006150     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
006151     IF NOT CZ-RUN-GO
006152         DISPLAY "CIPHNBAL END NOT RECORDED - " CZ-RUN-REASON-TEXT
006153         MOVE 16 TO RETURN-CODE
006154     END-IF.
006155
006156 8900-EXIT.
006157     EXIT.
006158
006159 END PROGRAM CIPHNBAL.
