000320*                     CIPHIN THAT FAILS ITS OWN TRAILER PROOF
000330*                     FAILS THE JOB WITH RETURN-CODE 16 BEFORE A
000340*                     SINGLE RECORD IS SPLICED.
000341*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
000342*                     CONTROL SERVICE. 1900 RECORDS ITS START ON
000343*                     CIPHRUN FOR THE CIPHIN HEADER'S EXTRACT DATE
000344*                     BEFORE ANY OUTPUT IS OPENED, AND SKIPS THE
000345*                     STEP WITH RETURN-CODE 0 IF IT ALREADY ENDED
000346*                     CLEAN FOR THAT DATE. 8900 RECORDS THE END
000347*                     WITH THE RETURN CODE AND THE EXTRACT,
000348*                     CIPHINS AND BAD-TYPE COUNTS.
000349*    10/15/26   SMS   THE CYCLE NUMBER ON THE CIPHIN HEADER IS
000350*                     PASSED TO CIPHRCTL, SO AN INTRADAY EXPRESS
000351*                     CYCLE IS RUN-CONTROLLED APART FROM THE NIGHT
000352*                     RUN OF THE SAME DATE. THE HEADER, CYCLE
000353*                     INCLUDED, IS COPIED THROUGH UNCHANGED.
000354******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000830******************************************************************
000840*    RECORD WORK AREAS - COPYBOOKS
000850******************************************************************
000852     COPY czmsgrec.
000854
000856     COPY czrunprm.
000870
000880******************************************************************
000890*    FILE STATUS AND SWITCHES
001500     PERFORM 3000-PROVE-EXTRACT THRU 3000-EXIT.
001510     PERFORM 4000-SPLICE-RECYCLE THRU 4000-EXIT
001520             UNTIL CZ-END-OF-RECYCLE.
001522     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001524     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
001540
001550     STOP RUN.
001560
001630******************************************************************
001640 1000-INITIALIZE.
001650
001652     OPEN INPUT CIPHIN.
001654     IF NOT CZ-CIPHIN-OK
001656         DISPLAY "CIPHSPLC CIPHIN OPEN FAILED, STATUS "
001658             CZ-CIPHIN-STATUS
001660         MOVE 16 TO RETURN-CODE
001662         STOP RUN
001664     END-IF.
001666
001668     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
001730
001740     OPEN OUTPUT CIPHINS.
001750     IF NOT CZ-CIPHINS-OK
002070 1000-EXIT.
002080     EXIT.
002090
002091******************************************************************
002092*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
002093*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
002094*                             IS OPENED. A STEP ALREADY ENDED
002095*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
002096*                             RETURN-CODE 0 SO A RESUBMITTED
002097*                             STREAM RESUMES WHERE IT FAILED; A
002098*                             REFUSED START FAILS THE STEP.
002099*                             CIPHSPLC OPENS THE NIGHT, SO IT HAS
002100*                             NO PREDECESSOR TO WAIT FOR.
002101******************************************************************
002102 1900-START-RUN-CONTROL.
002103
002104     MOVE SPACES TO CZ-RUNCTL-PARMS.
002105     SET CZ-RUN-REQ-START TO TRUE.
002106     MOVE "CIPHSPLC"         TO CZ-RUN-STEP-NAME.
002107     MOVE 0                  TO CZ-RUN-STREAM-NO.
002108     MOVE 0                  TO CZ-RUN-STREAM-COUNT.
002109     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
002110     MOVE 0                  TO CZ-RUN-STEP-RC.
002111     MOVE 0                  TO CZ-RUN-COUNT-IN.
002112     MOVE 0                  TO CZ-RUN-COUNT-OUT.
002113     MOVE 0                  TO CZ-RUN-COUNT-EXC.
002114     MOVE 0                  TO CZ-RUN-CYCLE-NO.
002115
002116*    THE EXTRACT DATE AND CYCLE ARE THE ONES ON THE CIPHIN HEADER
002117     READ CIPHIN INTO CZ-MESSAGE-RECORD
002118         AT END
002119             MOVE SPACES TO CZ-MESSAGE-RECORD
002120     END-READ.
002121     IF CZ-MSG-TYPE-HEADER
002122         MOVE CZ-MSG-HDR-FILE-DATE TO CZ-RUN-EXTRACT-DATE
002123         IF CZ-MSG-HDR-CYCLE-NO NUMERIC
002124             MOVE CZ-MSG-HDR-CYCLE-NO TO CZ-RUN-CYCLE-NO
002125         END-IF
002126     END-IF.
002127     CLOSE CIPHIN.
002128     OPEN INPUT CIPHIN.
002129     IF NOT CZ-CIPHIN-OK
002130         DISPLAY "CIPHSPLC CIPHIN REOPEN FAILED, STATUS "
002131             CZ-CIPHIN-STATUS
002132         MOVE 16 TO RETURN-CODE
002133         STOP RUN
002134     END-IF.
002135
002136     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
002137
002138     IF CZ-RUN-ALREADY-DONE
002139         DISPLAY "CIPHSPLC " CZ-RUN-REASON-TEXT
002140         DISPLAY "CIPHSPLC STEP SKIPPED - NOTHING TO RERUN"
002141         MOVE 0 TO RETURN-CODE
002142         STOP RUN
002143     END-IF.
002144     IF NOT CZ-RUN-GO
002145         DISPLAY "CIPHSPLC START REFUSED - " CZ-RUN-REASON-TEXT
002146         MOVE 16 TO RETURN-CODE
002147         STOP RUN
002148     END-IF.
002149
002150 1900-EXIT.
002151     EXIT.
002152
002153******************************************************************
002154*    2000-COPY-EXTRACT - PASS ONE CIPHIN RECORD THROUGH TO THE
002155*                        SPLICED OUTPUT. THE HEADER IS COPIED AS
002156*                        IS, DETAILS ARE COPIED AND ROLLED INTO
002157*                        THE COUNT, HASH, AND HIGH-WATER SEQUENCE,
002158*                        AND THE TRAILER IS HELD BACK - IT IS
002160*                        REWRITTEN WITH THE CORRECTED TOTALS AT
002170*                        FINALIZE TIME, AFTER THE SPLICE.
002180******************************************************************
004770 8000-EXIT.
004780     EXIT.
004790
004791******************************************************************
004792*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
004793*                           COUNTS ON CIPHRUN. THE CALL RESETS
004794*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
004795*                           PUT BACK AFTERWARDS. AN END THAT
004796*                           CANNOT BE RECORDED FAILS THE STEP,
004797*                           SINCE THE NEXT STEP WOULD BE REFUSED
004798*                           ANYWAY.
004799******************************************************************
004800 8900-END-RUN-CONTROL.
004801
004802     SET CZ-RUN-REQ-END TO TRUE.
004803     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
004804     COMPUTE CZ-RUN-COUNT-IN = CZ-IN-REC-COUNT - CZ-RCYS-SPLICED.
004805     MOVE CZ-IN-REC-COUNT    TO CZ-RUN-COUNT-OUT.
004806     MOVE CZ-RCYS-BAD-TYPE   TO CZ-RUN-COUNT-EXC.
004807
004808     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
004809
004810     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
004811     IF NOT CZ-RUN-GO
004812         DISPLAY "CIPHSPLC END NOT RECORDED - " CZ-RUN-REASON-TEXT
004813         MOVE 16 TO RETURN-CODE
004814     END-IF.
004815
004816 8900-EXIT.
004817     EXIT.
004818
004819 END PROGRAM CIPHSPLC.
