000270*                     AGAINST THE EXTRACT TRAILER, FAILING WITH
000280*                     RETURN-CODE 16 SO A SHORT TRANSFER NEVER
000290*                     REACHES THE CIPHER STREAMS.
000291*    10/15/26   SMS   A MESSAGE WHOSE MESSAGE ID AND PARTNER CODE
000292*                     ALREADY WENT TO A STREAM TONIGHT NOW GOES TO
000293*                     THAT SAME STREAM INSTEAD OF THE NEXT ROUND-
000294*                     ROBIN ONE, SO THE STREAM'S CAESAR-CIPHER
000295*                     SEES BOTH COPIES AND REJECTS THE SECOND AS A
000296*                     DUPLICATE. A PINNED MESSAGE DOES NOT ADVANCE
000297*                     THE ROUND-ROBIN.
000298*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
000299*                     CONTROL SERVICE. 1900 RECORDS ITS START AND
000300*                     STREAM COUNT ON CIPHRUN FOR THE CIPHIN
000301*                     HEADER'S EXTRACT DATE BEFORE ANY OUTPUT IS
000302*                     OPENED AND IS REFUSED UNLESS CIPHSPLC ENDED
000303*                     CLEAN FOR THAT DATE; 8900 RECORDS THE END.
000304*                     EACH STREAM'S HEADER COPY NOW CARRIES ITS
000305*                     STREAM NUMBER (CZ-MSG-HDR-STREAM-NO) SO EACH
000306*                     CAESAR-CIPHER STREAM IS TRACKED ON ITS OWN.
000307*    10/15/26   SMS   THE CYCLE NUMBER ON THE CIPHIN HEADER IS
000308*                     PASSED TO CIPHRCTL, SO AN INTRADAY EXPRESS
000309*                     CYCLE IS RUN-CONTROLLED APART FROM THE NIGHT
000310*                     RUN OF THE SAME DATE. EACH STREAM'S COPY OF
000311*                     THE HEADER KEEPS THE CYCLE.
000312*    10/15/26   SMS   PLACEMENT TABLE COUNT AND SUBSCRIPTS WIDENED
000313*                     TO 9(05). AT 9(04) A FULL 9999-ENTRY TABLE
000314*                     WRAPPED THE SEARCH SUBSCRIPT TO ZERO BEFORE
000315*                     THE FULL-TABLE CHECK WAS REACHED.
000316******************************************************************
000317 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000880******************************************************************
000890     COPY czmsgrec.
000900
000902     COPY czsplprm.
000904
000906     COPY czrunprm.
000920
000930******************************************************************
000940*    FILE STATUS AND SWITCHES
001210     88  CZ-TRAILER-SEEN                  VALUE "Y".
001220
001230******************************************************************
001232*    STREAM CONTROL - THE MESSAGE STREAM RECEIVES EVERY RECORD
001234*    OF A LOGICAL MESSAGE; THE ROUND-ROBIN ADVANCES ONLY WHEN A
001236*    MESSAGE COMPLETES (LAST SEGMENT OR UNSEGMENTED RECORD), AND
001238*    NOT AT ALL FOR A MESSAGE PINNED TO AN EARLIER COPY'S STREAM
001240******************************************************************
001242 77  CZ-STREAM-COUNT            PIC 9(01) VALUE 4.
001244 77  CZ-CURR-STREAM             PIC 9(01) VALUE 1.
001246 77  CZ-MSG-STREAM              PIC 9(01) VALUE 1.
001248
001250 77  CZ-PINNED-SWITCH           PIC X(01) VALUE "N".
001252     88  CZ-MESSAGE-PINNED                VALUE "Y".
001254
001256******************************************************************
001258*    MESSAGE PLACEMENT TABLE - THE STREAM EACH MESSAGE ID AND
001260*    PARTNER CODE WENT TO. A LATER COPY OF THE SAME MESSAGE IS
001262*    SENT TO THE SAME STREAM SO THAT STREAM'S CAESAR-CIPHER SEES
001264*    BOTH AND REJECTS THE SECOND AS A DUPLICATE. OVERFLOW FAILS
001266*    THE RUN - A COPY ROUTED BLIND COULD SLIP PAST THE CHECK.
001268******************************************************************
001270 77  CZ-PLC-TABLE-MAX           PIC 9(05) VALUE 9999.
001272 77  CZ-PLC-COUNT               PIC 9(05) VALUE 0.
001274 77  CZ-PLC-SUB                 PIC 9(05) VALUE 0.
001276 77  CZ-PLC-HIT-SUB             PIC 9(05) VALUE 0.
001278
001280 01  CZ-PLC-TABLE.
001282     05  CZ-PLC-ENTRY OCCURS 9999 TIMES.
001284         10  CZ-PLCT-MSG-ID      PIC X(06).
001286         10  CZ-PLCT-PARTNER-CODE
001288                                 PIC X(04).
001290         10  CZ-PLCT-STREAM      PIC 9(01).
001300 77  CZ-STRM-SUB                PIC 9(01) VALUE 0.
001310
001320 01  CZ-STRM-TOTALS.
001520     PERFORM 2000-ROUTE-RECORD THRU 2000-EXIT
001530             UNTIL CZ-END-OF-INPUT.
001540     PERFORM 7000-BALANCE-FILE THRU 7000-EXIT.
001542     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001544     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
001560
001570     STOP RUN.
001580
001790     END-IF.
001800     MOVE CZ-SPL-STREAM-COUNT TO CZ-STREAM-COUNT.
001810
001812     OPEN INPUT CIPHIN.
001814     IF NOT CZ-CIPHIN-OK
001816         DISPLAY "CIPHSPLT CIPHIN OPEN FAILED, STATUS "
001818             CZ-CIPHIN-STATUS
001820         MOVE 16 TO RETURN-CODE
001822         STOP RUN
001824     END-IF.
001826
001828     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
001890
001900     OPEN OUTPUT CIPHIN1.
001910     IF CZ-STREAM-COUNT >= 2
002030 1000-EXIT.
002040     EXIT.
002050
002051******************************************************************
002052*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
002053*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
002054*                             IS OPENED. A STEP ALREADY ENDED
002055*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
002056*                             RETURN-CODE 0 SO A RESUBMITTED
002057*                             STREAM RESUMES WHERE IT FAILED; A
002058*                             REFUSED START FAILS THE STEP. THE
002059*                             STREAM COUNT IS RECORDED FOR THE
002060*                             NIGHT-STATUS REPORT.
002061******************************************************************
002062 1900-START-RUN-CONTROL.
002063
002064     MOVE SPACES TO CZ-RUNCTL-PARMS.
002065     SET CZ-RUN-REQ-START TO TRUE.
002066     MOVE "CIPHSPLT"         TO CZ-RUN-STEP-NAME.
002067     MOVE 0                  TO CZ-RUN-STREAM-NO.
002068     MOVE CZ-STREAM-COUNT    TO CZ-RUN-STREAM-COUNT.
002069     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
002070     MOVE 0                  TO CZ-RUN-STEP-RC.
002071     MOVE 0                  TO CZ-RUN-COUNT-IN.
002072     MOVE 0                  TO CZ-RUN-COUNT-OUT.
002073     MOVE 0                  TO CZ-RUN-COUNT-EXC.
002074     MOVE 0                  TO CZ-RUN-CYCLE-NO.
002075
002076*    THE EXTRACT DATE AND CYCLE ARE THE ONES ON THE CIPHIN HEADER
002077     READ CIPHIN INTO CZ-MESSAGE-RECORD
002078         AT END
002079             MOVE SPACES TO CZ-MESSAGE-RECORD
002080     END-READ.
002081     IF CZ-MSG-TYPE-HEADER
002082         MOVE CZ-MSG-HDR-FILE-DATE TO CZ-RUN-EXTRACT-DATE
002083         IF CZ-MSG-HDR-CYCLE-NO NUMERIC
002084             MOVE CZ-MSG-HDR-CYCLE-NO TO CZ-RUN-CYCLE-NO
002085         END-IF
002086     END-IF.
002087     CLOSE CIPHIN.
002088     OPEN INPUT CIPHIN.
002089     IF NOT CZ-CIPHIN-OK
002090         DISPLAY "CIPHSPLT CIPHIN REOPEN FAILED, STATUS "
002091             CZ-CIPHIN-STATUS
002092         MOVE 16 TO RETURN-CODE
002093         STOP RUN
002094     END-IF.
002095
002096     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
002097
002098     IF CZ-RUN-ALREADY-DONE
002099         DISPLAY "CIPHSPLT " CZ-RUN-REASON-TEXT
002100         DISPLAY "CIPHSPLT STEP SKIPPED - NOTHING TO RERUN"
002101         MOVE 0 TO RETURN-CODE
002102         STOP RUN
002103     END-IF.
002104     IF NOT CZ-RUN-GO
002105         DISPLAY "CIPHSPLT START REFUSED - " CZ-RUN-REASON-TEXT
002106         MOVE 16 TO RETURN-CODE
002107         STOP RUN
002108     END-IF.
002109
002110 1900-EXIT.
002111     EXIT.
002112
002113******************************************************************
002114*    2000-ROUTE-RECORD - DISPOSE OF ONE CIPHIN RECORD PER PASS.
002115*                        THE HEADER IS COPIED TO EVERY STREAM,
002116*                        DETAILS GO TO THE CURRENT STREAM, AND
002117*                        THE TRAILER IS HELD FOR BALANCING. AN
002118*                        UNKNOWN TYPE TRAVELS LIKE A DETAIL SO
002120*                        THE CIPHER STREAM CAN REJECT IT IN
002130*                        FULL VIEW OF THE EXCEPTION REPORT.
002140******************************************************************
002480     EXIT.
002490
002500******************************************************************
002510*    2200-ROUTE-DETAIL - WRITE ONE DETAIL (OR UNKNOWN-TYPE) RECORD
002520*                        TO ITS MESSAGE'S STREAM, ROLL IT INTO THE
002530*                        FULL-FILE AND PER-STREAM TOTALS, AND
002540*                        ADVANCE THE ROUND-ROBIN AT A MESSAGE
002550*                        BOUNDARY
002560******************************************************************
002570 2200-ROUTE-DETAIL.
002580
002630         STOP RUN
002640     END-IF.
002650
002652     IF CZ-MSG-SEGMENT-NO NOT NUMERIC
002654         MOVE 0 TO CZ-MSG-SEGMENT-NO
002656     END-IF.
002658     IF CZ-MSG-SEGMENT-NO <= 1
002660         PERFORM 2250-PLACE-MESSAGE THRU 2250-EXIT
002662     END-IF.
002664
002666     ADD 1 TO CZ-RECS-READ.
002668     ADD 1 TO CZ-STRM-DETS(CZ-MSG-STREAM).
002670     IF CZ-MSG-SEQ-NO NUMERIC
002672         ADD CZ-MSG-SEQ-NO TO CZ-IN-SEQ-HASH
002674         ADD CZ-MSG-SEQ-NO TO CZ-STRM-HASH(CZ-MSG-STREAM)
002676     END-IF.
002678
002680     MOVE CZ-MSG-STREAM TO CZ-STRM-SUB.
002682     PERFORM 2400-WRITE-ONE-STREAM THRU 2400-EXIT.
002684
002686*    CONTINUATIONS OF A SEGMENTED MESSAGE MUST FOLLOW IT INTO
002688*    THE SAME STREAM, SO THE ROUND-ROBIN ONLY ADVANCES WHEN THE
002690*    MESSAGE COMPLETES - AND A PINNED REPEAT NEVER TOOK A TURN
002692     IF (CZ-MSG-LAST-SEGMENT OR CZ-MSG-SEGMENT-NO = 0)
002694       AND NOT CZ-MESSAGE-PINNED
002696         ADD 1 TO CZ-CURR-STREAM
002840         IF CZ-CURR-STREAM > CZ-STREAM-COUNT
002850             MOVE 1 TO CZ-CURR-STREAM
002860         END-IF
002890 2200-EXIT.
002900     EXIT.
002910
002911******************************************************************
002912*    2250-PLACE-MESSAGE - CHOOSE THE STREAM FOR A MESSAGE STARTING
002913*                         WITH THIS RECORD. A MESSAGE ID AND
002914*                         PARTNER CODE ALREADY PLACED TONIGHT GOES
002915*                         BACK TO THE SAME STREAM; ANYTHING ELSE
002916*                         TAKES THE ROUND-ROBIN STREAM AND IS
002917*                         REMEMBERED.
002918******************************************************************
002919 2250-PLACE-MESSAGE.
002920
002921     MOVE 0 TO CZ-PLC-HIT-SUB.
002922     PERFORM 2260-CHECK-ONE-PLACED THRU 2260-EXIT
002923             VARYING CZ-PLC-SUB FROM 1 BY 1
002924             UNTIL CZ-PLC-SUB > CZ-PLC-COUNT
002925                OR CZ-PLC-HIT-SUB > 0.
002926
002927     IF CZ-PLC-HIT-SUB > 0
002928         MOVE CZ-PLCT-STREAM(CZ-PLC-HIT-SUB) TO CZ-MSG-STREAM
002929         MOVE "Y" TO CZ-PINNED-SWITCH
002930         GO TO 2250-EXIT
002931     END-IF.
002932
002933     IF CZ-PLC-COUNT >= CZ-PLC-TABLE-MAX
002934         DISPLAY "CIPHSPLT MESSAGE PLACEMENT TABLE IS FULL AT "
002935             CZ-PLC-TABLE-MAX " MESSAGES"
002936         MOVE 16 TO RETURN-CODE
002937         STOP RUN
002938     END-IF.
002939
002940     MOVE CZ-CURR-STREAM TO CZ-MSG-STREAM.
002941     MOVE "N" TO CZ-PINNED-SWITCH.
002942     ADD 1 TO CZ-PLC-COUNT.
002943     MOVE CZ-MSG-ID           TO CZ-PLCT-MSG-ID(CZ-PLC-COUNT).
002944     MOVE CZ-MSG-PARTNER-CODE
002945         TO CZ-PLCT-PARTNER-CODE(CZ-PLC-COUNT).
002946     MOVE CZ-CURR-STREAM      TO CZ-PLCT-STREAM(CZ-PLC-COUNT).
002947
002948 2250-EXIT.
002949     EXIT.
002950
002951******************************************************************
002952*    2260-CHECK-ONE-PLACED - COMPARE ONE PLACEMENT TABLE ENTRY
002953*                            AGAINST THE RECORD
002954******************************************************************
002955 2260-CHECK-ONE-PLACED.
002956
002957     IF CZ-PLCT-MSG-ID(CZ-PLC-SUB) = CZ-MSG-ID
002958       AND CZ-PLCT-PARTNER-CODE(CZ-PLC-SUB) = CZ-MSG-PARTNER-CODE
002959         MOVE CZ-PLC-SUB TO CZ-PLC-HIT-SUB
002960     END-IF.
002961
002962 2260-EXIT.
002963     EXIT.
002964
002965******************************************************************
002966*    2300-WRITE-ALL-STREAMS - COPY THE CURRENT RECORD (THE
002967*                             HEADER) TO EVERY OPEN STREAM
002968******************************************************************
002969 2300-WRITE-ALL-STREAMS.
002970
002980     PERFORM 2400-WRITE-ONE-STREAM THRU 2400-EXIT
002990             VARYING CZ-STRM-SUB FROM 1 BY 1
003060*    2400-WRITE-ONE-STREAM - WRITE THE CURRENT RECORD TO THE
003070*                            STREAM FILE NAMED BY CZ-STRM-SUB
003080******************************************************************
003082 2400-WRITE-ONE-STREAM.
003084
003086*    EACH STREAM'S COPY OF THE HEADER NAMES ITS OWN STREAM, SO THE
003088*    CAESAR-CIPHER RUN ON IT IS RECORDED AGAINST THAT STREAM
003090     IF CZ-MSG-TYPE-HEADER
003092         MOVE CZ-STRM-SUB TO CZ-MSG-HDR-STREAM-NO
003094     END-IF.
003096
003098     EVALUATE CZ-STRM-SUB
003120         WHEN 1
003130             WRITE CIPHIN1-RECORD FROM CZ-MESSAGE-RECORD
003140         WHEN 2
004200 8200-EXIT.
004210     EXIT.
004220
004221******************************************************************
004222*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
004223*                           COUNTS ON CIPHRUN. THE CALL RESETS
004224*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
004225*                           PUT BACK AFTERWARDS. AN END THAT
004226*                           CANNOT BE RECORDED FAILS THE STEP,
004227*                           SINCE THE NEXT STEP WOULD BE REFUSED
004228*                           ANYWAY.
004229******************************************************************
004230 8900-END-RUN-CONTROL.
004231
004232     SET CZ-RUN-REQ-END TO TRUE.
004233     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
004234     MOVE CZ-RECS-READ       TO CZ-RUN-COUNT-IN.
004235     MOVE CZ-RECS-READ       TO CZ-RUN-COUNT-OUT.
004236     MOVE 0                  TO CZ-RUN-COUNT-EXC.
004237
004238     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
004239
004240     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
004241     IF NOT CZ-RUN-GO
004242         DISPLAY "CIPHSPLT END NOT RECORDED - " CZ-RUN-REASON-TEXT
004243         MOVE 16 TO RETURN-CODE
004244     END-IF.
004245
004246 8900-EXIT.
004247     EXIT.
004248
004249 END PROGRAM CIPHSPLT.
