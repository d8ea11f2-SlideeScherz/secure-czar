000260*                     KEY - CAESAR-CIPHER AND CIPHDECR NO LONGER
000270*                     WRITE KEY MATERIAL TO CIPHAUD. HEADING
000280*                     RELABELLED ACCORDINGLY.
000282*    10/15/26   SMS   CIPHAUD RECORD IS NOW 132 BYTES - THE AUDIT
000284*                     SEQUENCE NUMBER AND CHAINED HASH WERE ADDED.
000285*    10/15/26   SMS   CIPHAUD RECORD IS NOW 138 BYTES. A RUN THAT
000286*                     REJECTED DUPLICATE MESSAGES GETS A SECOND
000287*                     LINE SHOWING HOW MANY OF ITS REJECTS WERE
000288*                     DUPLICATES, AND THE TOTALS CARRY A SEPARATE
000289*                     DUPLICATE COUNT. THE DETAIL LINE ITSELF IS
000290*                     UNCHANGED SO IT STILL FITS THE 80-COLUMN
000291*                     PAGE.
000292*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000293*                     PARTNER CODE NOW CARRIED ON CZAUDREC.
000294*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
000295*                     CONTROL SERVICE. 1900 RECORDS ITS START ON
000296*                     CIPHRUN FOR THE LATEST NIGHT CIPHXMIT ENDED
000297*                     AND IS REFUSED UNLESS THAT END WAS CLEAN;
000298*                     8900 RECORDS THE END WITH THE RUNS REPORTED
000299*                     AND THE RECORDS CIPHERED AND REJECTED.
000300*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. AN OPTIONAL
000301*                     SUMMPARM CARD NAMES THE CYCLE TO SUMMARIZE
000302*                     (NO CARD, BLANK OR 00 = THE NIGHT RUN). THE
000303*                     CYCLE IS PASSED TO CIPHRCTL AND ONLY TODAY'S
000304*                     AUDIT RECORDS OF THAT CYCLE ARE REPORTED, SO
000305*                     AN EXPRESS CYCLE GETS ITS OWN CONTROL REPORT
000306*                     AND THE NIGHT'S REPORT IS AS BEFORE LESS THE
000307*                     EXPRESS RUNS. CIPHAUD RECORD WIDENED TO 144
000308*                     BYTES.
000309*    10/15/26   SMS   CIPHDECR NOW WRITES ONE AUDIT RECORD PER
000310*                     PARTNER. A CIPHDECR RECORD CARRYING THE SAME
000311*                     RUN DATE, TIME, OPERATOR AND KEY AS THE
000312*                     CIPHDECR RECORD BEFORE IT CONTINUES THAT RUN
000313*                     - ITS COUNTS GO INTO THE TOTALS BUT IT IS
000314*                     NOT COUNTED AGAIN IN RUNS, THE RUNS REPORTED
000315*                     OR THE RUN COUNT PASSED TO CIPHRCTL.
000316******************************************************************
000317 ENVIRONMENT DIVISION.
000318 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000322 FILE-CONTROL.
000324     SELECT SUMMPARM ASSIGN TO "SUMMPARM"
000326            ORGANIZATION IS LINE SEQUENTIAL
000328            FILE STATUS IS CZ-SUMMPARM-STATUS.
000330
000332     SELECT CIPHAUD ASSIGN TO "CIPHAUD"
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS IS CZ-CIPHAUD-STATUS.
000370
000400            FILE STATUS IS CZ-CIPHCTL-STATUS.
000410
000420 DATA DIVISION.
000422 FILE SECTION.
000424 FD  SUMMPARM
000426     RECORDING MODE IS F.
000428 01  SUMMPARM-RECORD            PIC X(02).
000430
000432 FD  CIPHAUD
000450     RECORDING MODE IS F.
000460 01  CIPHAUD-RECORD             PIC X(144).
000470
000480 FD  CIPHCTL
000490     RECORDING MODE IS F.
000530******************************************************************
000540*    RECORD WORK AREA - COPYBOOK
000550******************************************************************
000552     COPY czaudrec.
000554
000555     COPY czrunprm.
000556
000557******************************************************************
000558*    OPTIONAL CYCLE CARD - THE RUN BEING SUMMARIZED. BLANK, 00 OR
000559*    NO CARD AT ALL IS THE NIGHT RUN, WHICH REPORTS EVERY RECORD
000560*    OF THE DAY NOT BELONGING TO AN EXPRESS CYCLE. 01-99 REPORTS
000561*    ONLY THE RECORDS OF THAT INTRADAY EXPRESS CYCLE.
000562******************************************************************
000563 01  CZ-SUMM-PARM.
000564     05  CZ-SUM-CYCLE-NO         PIC 9(02).
000565
000566 77  CZ-REC-CYCLE-NO            PIC 9(02) VALUE 0.
000570
000580******************************************************************
000590*    FILE STATUS AND SWITCHES
000620     88  CZ-CIPHAUD-OK                    VALUE "00".
000630     88  CZ-CIPHAUD-EOF                   VALUE "10".
000640
000642 77  CZ-SUMMPARM-STATUS         PIC X(02) VALUE SPACES.
000644     88  CZ-SUMMPARM-OK                   VALUE "00".
000646
000648 77  CZ-CIPHCTL-STATUS          PIC X(02) VALUE SPACES.
000660     88  CZ-CIPHCTL-OK                    VALUE "00".
000670
000680 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
000910 77  CZ-CTL-RUN-COUNT           PIC 9(04) VALUE 0.
000920 77  CZ-CTL-TOT-RECS-IN         PIC 9(06) VALUE 0.
000930 77  CZ-CTL-TOT-RECS-OUT        PIC 9(06) VALUE 0.
000932 77  CZ-CTL-TOT-RECS-REJ        PIC 9(06) VALUE 0.
000934 77  CZ-CTL-TOT-RECS-DUP        PIC 9(06) VALUE 0.
000950 77  CZ-CTL-TOT-DURATION        PIC 9(06) VALUE 0.
000951
000952******************************************************************
000953*    RUN STAMP OF THE LAST CIPHDECR RECORD LISTED. CIPHDECR WRITES
000954*    ONE AUDIT RECORD PER PARTNER ON ITS INBOUND FILE, ALL WITH
000955*    THE SAME RUN DATE, TIME, OPERATOR AND KEY, BACK TO BACK - A
000956*    RECORD WHOSE STAMP MATCHES THE ONE BEFORE IT CONTINUES THAT
000957*    RUN AND IS NOT COUNTED AS A RUN OF ITS OWN.
000958******************************************************************
000959 01  CZ-CTL-DECR-STAMP.
000960     05  CZ-CTL-DECR-DATE        PIC X(10) VALUE SPACES.
000961     05  CZ-CTL-DECR-TIME        PIC X(08) VALUE SPACES.
000962     05  CZ-CTL-DECR-OPERATOR    PIC X(08) VALUE SPACES.
000963     05  CZ-CTL-DECR-KEY         PIC X(20) VALUE SPACES.
000964
000965 77  CZ-CTL-CONTINUE-SWITCH     PIC X(01) VALUE "N".
000966     88  CZ-CTL-RUN-CONTINUES             VALUE "Y".
000967
000970******************************************************************
000980*    DETAIL-LINE COLUMN HEADINGS - EACH ONE IS THE SAME WIDTH AS
000990*    THE DATA FIELD IT SITS OVER IN 2200-WRITE-DETAIL-LINE, AND
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001190     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001200             UNTIL CZ-END-OF-INPUT.
001202     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001204     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
001220
001230     STOP RUN.
001240
001250******************************************************************
001252*    1000-INITIALIZE - READ THE CYCLE CARD, OPEN FILES, ESTABLISH
001254*                      TODAY'S DATE, WRITE THE REPORT HEADING, AND
001256*                      PRIME THE READ
001258******************************************************************
001260 1000-INITIALIZE.
001262
001264     MOVE SPACES TO CZ-SUMM-PARM.
001266     OPEN INPUT SUMMPARM.
001268     IF CZ-SUMMPARM-OK
001270         READ SUMMPARM INTO CZ-SUMM-PARM
001272             AT END
001274                 MOVE SPACES TO CZ-SUMM-PARM
001276         END-READ
001278         CLOSE SUMMPARM
001280     END-IF.
001282     IF CZ-SUM-CYCLE-NO NOT NUMERIC
001284         MOVE 0 TO CZ-SUM-CYCLE-NO
001286     END-IF.
001288
001290     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
001304
001306     OPEN INPUT  CIPHAUD.
001308     OPEN OUTPUT CIPHCTL.
001330
001340     IF NOT CZ-CIPHAUD-OK
001350         SET CZ-END-OF-INPUT TO TRUE
001590     WRITE CIPHCTL-RECORD.
001600
001610     MOVE SPACES TO CIPHCTL-RECORD.
001612     IF CZ-SUM-CYCLE-NO = 0
001614         STRING "RUN DATE: " CZ-TODAY-DISPLAY
001616             DELIMITED BY SIZE INTO CIPHCTL-RECORD
001618     ELSE
001620         STRING "RUN DATE: " CZ-TODAY-DISPLAY
001622                "   EXPRESS CYCLE " CZ-SUM-CYCLE-NO
001624             DELIMITED BY SIZE INTO CIPHCTL-RECORD
001626     END-IF.
001628     WRITE CIPHCTL-RECORD.
001650
001660     MOVE SPACES TO CIPHCTL-RECORD.
001670     WRITE CIPHCTL-RECORD.
001820 1200-EXIT.
001830     EXIT.
001840
001841******************************************************************
001842*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
001843*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
001844*                             IS OPENED. A STEP ALREADY ENDED
001845*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
001846*                             RETURN-CODE 0 SO A RESUBMITTED
001847*                             STREAM RESUMES WHERE IT FAILED; A
001848*                             REFUSED START FAILS THE STEP. THE
001849*                             STEP READS NO HEADER, SO IT RUNS FOR
001850*                             THE LATEST NIGHT CIPHXMIT ENDED FOR
001851*                             THE SUMMPARM CYCLE, AND ONLY IF THAT
001852*                             END WAS CLEAN.
001853******************************************************************
001854 1900-START-RUN-CONTROL.
001855
001856     MOVE SPACES TO CZ-RUNCTL-PARMS.
001857     SET CZ-RUN-REQ-START TO TRUE.
001858     MOVE "CIPHSUMM"         TO CZ-RUN-STEP-NAME.
001859     MOVE 0                  TO CZ-RUN-STREAM-NO.
001860     MOVE 0                  TO CZ-RUN-STREAM-COUNT.
001861     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
001862     MOVE 0                  TO CZ-RUN-STEP-RC.
001863     MOVE 0                  TO CZ-RUN-COUNT-IN.
001864     MOVE 0                  TO CZ-RUN-COUNT-OUT.
001865     MOVE 0                  TO CZ-RUN-COUNT-EXC.
001866     MOVE CZ-SUM-CYCLE-NO    TO CZ-RUN-CYCLE-NO.
001867
001868     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
001869
001870     IF CZ-RUN-ALREADY-DONE
001871         DISPLAY "CIPHSUMM " CZ-RUN-REASON-TEXT
001872         DISPLAY "CIPHSUMM STEP SKIPPED - NOTHING TO RERUN"
001873         MOVE 0 TO RETURN-CODE
001874         STOP RUN
001875     END-IF.
001876     IF NOT CZ-RUN-GO
001877         DISPLAY "CIPHSUMM START REFUSED - " CZ-RUN-REASON-TEXT
001878         MOVE 16 TO RETURN-CODE
001879         STOP RUN
001880     END-IF.
001881
001882 1900-EXIT.
001883     EXIT.
001884
001885******************************************************************
001887*    2000-PROCESS-RECORD - LIST TODAY'S AUDIT RECORDS OF THE
001889*                          CYCLE AND ROLL THEIR COUNTS INTO THE
001891*                          REPORT TOTALS. A RECORD WITH NO CYCLE
001893*                          IS THE NIGHT RUN'S.
001895******************************************************************
001897 2000-PROCESS-RECORD.
001899
001901     MOVE 0 TO CZ-REC-CYCLE-NO.
001903     IF CZ-AUD-CYCLE-NO NUMERIC
001905         MOVE CZ-AUD-CYCLE-NO TO CZ-REC-CYCLE-NO
001907     END-IF.
001909
001911     IF CZ-AUD-RUN-DATE = CZ-TODAY-DISPLAY
001913       AND CZ-REC-CYCLE-NO = CZ-SUM-CYCLE-NO
001915         PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
001917     END-IF.
001940
001950     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
001960
002110     EXIT.
002120
002130******************************************************************
002140*    2200-WRITE-DETAIL-LINE - PRINT ONE AUDIT RECORD'S DETAIL
002150*                             LINE AND ADD IT INTO THE RUNNING
002155*                             TOTALS. A CIPHDECR PARTNER RECORD
002156*                             THAT CONTINUES THE RUN ABOVE IT
002157*                             ADDS ITS COUNTS BUT NOT A RUN.
002160******************************************************************
002170 2200-WRITE-DETAIL-LINE.
002180
002310             CZ-AUD-RUN-DURATION
002320         DELIMITED BY SIZE INTO CIPHCTL-RECORD.
002330
002332     WRITE CIPHCTL-RECORD.
002334
002336     IF CZ-AUD-RECS-DUP NUMERIC
002338       AND CZ-AUD-RECS-DUP > 0
002340         MOVE SPACES TO CIPHCTL-RECORD
002342         STRING "DUPLICATE MESSAGES REJECTED: "
002344                 CZ-AUD-RECS-DUP
002346             DELIMITED BY SIZE INTO CIPHCTL-RECORD(28:)
002350         WRITE CIPHCTL-RECORD
002352         ADD CZ-AUD-RECS-DUP  TO CZ-CTL-TOT-RECS-DUP
002354     END-IF.
002356
002357     MOVE "N" TO CZ-CTL-CONTINUE-SWITCH.
002358     IF CZ-AUD-SOURCE-PGM = "CIPHDECR"
002359         IF CZ-AUD-RUN-DATE  = CZ-CTL-DECR-DATE
002360           AND CZ-AUD-RUN-TIME  = CZ-CTL-DECR-TIME
002361           AND CZ-AUD-OPERATOR  = CZ-CTL-DECR-OPERATOR
002362           AND CZ-AUD-KEY-USED  = CZ-CTL-DECR-KEY
002363             MOVE "Y" TO CZ-CTL-CONTINUE-SWITCH
002364         END-IF
002365         MOVE CZ-AUD-RUN-DATE  TO CZ-CTL-DECR-DATE
002366         MOVE CZ-AUD-RUN-TIME  TO CZ-CTL-DECR-TIME
002367         MOVE CZ-AUD-OPERATOR  TO CZ-CTL-DECR-OPERATOR
002368         MOVE CZ-AUD-KEY-USED  TO CZ-CTL-DECR-KEY
002369     ELSE
002370         MOVE SPACES TO CZ-CTL-DECR-STAMP
002371     END-IF.
002372
002373     IF NOT CZ-CTL-RUN-CONTINUES
002374         ADD 1                TO CZ-CTL-RUN-COUNT
002375     END-IF.
002376     ADD CZ-AUD-RECS-IN       TO CZ-CTL-TOT-RECS-IN.
002380     ADD CZ-AUD-RECS-OUT      TO CZ-CTL-TOT-RECS-OUT.
002390     ADD CZ-AUD-RECS-REJ      TO CZ-CTL-TOT-RECS-REJ.
002400     ADD CZ-AUD-RUN-DURATION  TO CZ-CTL-TOT-DURATION.
002560         CZ-CTL-RUN-COUNT.
002570     DISPLAY "CIPHSUMM TOTAL RECORDS CIPHERED  : "
002580         CZ-CTL-TOT-RECS-OUT.
002582     DISPLAY "CIPHSUMM TOTAL RECORDS REJECTED  : "
002584         CZ-CTL-TOT-RECS-REJ.
002586     DISPLAY "CIPHSUMM TOTAL DUPLICATE MESSAGES: "
002588         CZ-CTL-TOT-RECS-DUP.
002610
002620 8000-EXIT.
002630     EXIT.
002790     MOVE SPACES TO CIPHCTL-RECORD.
002800     STRING "TOTAL REJECTED: " CZ-CTL-TOT-RECS-REJ
002810             "   TOTAL ELAPSED SECS: " CZ-CTL-TOT-DURATION
002812         DELIMITED BY SIZE INTO CIPHCTL-RECORD.
002814     WRITE CIPHCTL-RECORD.
002816
002818     MOVE SPACES TO CIPHCTL-RECORD.
002820     STRING "TOTAL DUPLICATES: " CZ-CTL-TOT-RECS-DUP
002822             "   (INCLUDED IN TOTAL REJECTED)"
002824         DELIMITED BY SIZE INTO CIPHCTL-RECORD.
002826     WRITE CIPHCTL-RECORD.
002828
002830     IF CZ-CTL-RUN-COUNT = 0
002860         MOVE SPACES TO CIPHCTL-RECORD
002870         STRING "NO CIPHER RUNS LOGGED FOR " CZ-TODAY-DISPLAY
002880             DELIMITED BY SIZE INTO CIPHCTL-RECORD
002920 8100-EXIT.
002930     EXIT.
002940
002941******************************************************************
002942*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
002943*                           COUNTS ON CIPHRUN. THE CALL RESETS
002944*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
002945*                           PUT BACK AFTERWARDS. AN END THAT
002946*                           CANNOT BE RECORDED FAILS THE STEP,
002947*                           SINCE THE NEXT STEP WOULD BE REFUSED
002948*                           ANYWAY.
002949******************************************************************
002950 8900-END-RUN-CONTROL.
002951
002952     SET CZ-RUN-REQ-END TO TRUE.
002953     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
002954     MOVE CZ-CTL-RUN-COUNT   TO CZ-RUN-COUNT-IN.
002955     MOVE CZ-CTL-TOT-RECS-OUT TO CZ-RUN-COUNT-OUT.
002956     MOVE CZ-CTL-TOT-RECS-REJ TO CZ-RUN-COUNT-EXC.
002957
002958     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
002959
002960     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
002961     IF NOT CZ-RUN-GO
002962         DISPLAY "CIPHSUMM END NOT RECORDED - " CZ-RUN-REASON-TEXT
002963         MOVE 16 TO RETURN-CODE
002964     END-IF.
002965
002966 8900-EXIT.
002967     EXIT.
002968
002969 END PROGRAM CIPHSUMM.
