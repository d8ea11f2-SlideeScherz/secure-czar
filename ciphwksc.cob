000280*                     CRACKED KEY ENDS THE JOB WITH RETURN-CODE
000290*                     8 SO CIPHWTCH-STYLE SCHEDULING CAN PAGE
000300*                     OPERATIONS THE NIGHT IT HAPPENS.
000301*    10/15/26   SMS   CIPHKEYS NOW KEEPS EVERY GENERATION OF A
000302*                     KEY ID. TRAFFIC IS TALLIED BY KEY ID AND
000303*                     THE GENERATION STAMPED ON EACH DETAIL, AND
000304*                     EACH ENTRY IS JUDGED AGAINST THAT
000305*                     GENERATION'S SHIFT. AN UNSTAMPED DETAIL IS
000306*                     JUDGED AGAINST THE NEWEST GENERATION.
000307*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
000308*                     CONTROL SERVICE. 1900 RECORDS ITS START ON
000309*                     CIPHRUN FOR THE CIPHOUT HEADER'S EXTRACT
000310*                     DATE AND IS REFUSED UNLESS CIPHWTCH ENDED
000311*                     CLEAN FOR THAT DATE; 8900 RECORDS THE END
000312*                     WITH THE DETAILS SCANNED, KEYS SEEN AND KEYS
000313*                     CRACKED.
000314*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. THE CYCLE ON THE
000315*                     CIPHOUT HEADER (00 OR BLANK = THE NIGHT RUN)
000316*                     IS PASSED TO CIPHRCTL WITH THE EXTRACT DATE,
000317*                     SO AN EXPRESS CYCLE'S SCAN WAITS ONLY ON
000318*                     THAT CYCLE'S CIPHWTCH.
000319*    10/15/26   SMS   KEY TABLE RAISED FROM 50 TO 500 ENTRIES
000320*                     (3-DIGIT SUBSCRIPTS). CIPHKEYS NOW HOLDS
000321*                     EVERY GENERATION OF EVERY KEY ID, SO 50
000322*                     RECORDS WERE SOON REACHED.
000323******************************************************************
000324 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000610
000620 FD  CIPHKEYS
000630     RECORDING MODE IS F.
000640 01  CIPHKEYS-RECORD            PIC X(65).
000650
000660 FD  WKSCRPT
000670     RECORDING MODE IS F.
000730******************************************************************
000740     COPY czciprec.
000750
000752     COPY czkeyrec.
000754
000756     COPY czrunprm.
000770
000780******************************************************************
000790*    SCAN CONTROL CARD - HOW FAR AHEAD OF THE RUNNER-UP THE TRUE
001180*    ITSELF IS NOT KEPT - THE SCAN ONLY NEEDS THE MODE AND THE
001190*    SHIFT, AND THE REPORT PRINTS NEITHER PIECE OF MATERIAL.
001200******************************************************************
001210 77  CZ-KEY-TABLE-MAX           PIC 9(03) VALUE 500.
001220 77  CZ-KEY-COUNT               PIC 9(03) VALUE 0.
001230 77  CZ-KEY-SUB                 PIC 9(03) VALUE 0.
001240 77  CZ-KEY-HIT-SUB             PIC 9(03) VALUE 0.
001250 77  CZ-WANTED-KEY-ID           PIC X(08) VALUE SPACES.
001252 77  CZ-WANTED-KEY-GEN          PIC 9(03) VALUE 0.
001254 77  CZ-DTL-KEY-GEN             PIC 9(03) VALUE 0.
001260
001270 01  CZ-KEY-TABLE.
001280     05  CZ-KEY-ENTRY OCCURS 500 TIMES.
001290         10  CZ-KEYT-ID          PIC X(08).
001300         10  CZ-KEYT-MODE        PIC X(01).
001310         10  CZ-KEYT-SHIFT       PIC 9(02).
001312         10  CZ-KEYT-GEN         PIC 9(03).
001320
001330******************************************************************
001340*    TRAFFIC TABLE - ONE ENTRY PER KEY ID AND GENERATION SEEN
001342*    ON CIPHOUT (ZERO WHEN THE DETAIL CARRIES NONE), WITH
001350*    THAT KEY'S OBSERVED CIPHERTEXT LETTER FREQUENCIES AND THE
001360*    PARTNER WHOSE TRAFFIC RIDES UNDER IT (PLUS A FLAG WHEN
001370*    SEVERAL PARTNERS SHARE THE KEY)
001440 01  CZ-WKY-TABLE.
001450     05  CZ-WKY-ENTRY OCCURS 20 TIMES.
001460         10  CZ-WKYT-ID          PIC X(08).
001462         10  CZ-WKYT-GEN         PIC 9(03).
001470         10  CZ-WKYT-RECS        PIC 9(06) VALUE ZERO.
001480         10  CZ-WKYT-PARTNER     PIC X(04).
001490         10  CZ-WKYT-MULTI-SW    PIC X(01).
002260     PERFORM 2000-SCAN-OUTPUT THRU 2000-EXIT
002270             UNTIL CZ-END-OF-INPUT.
002280     PERFORM 3000-JUDGE-KEYS THRU 3000-EXIT.
002282     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002284     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
002300
002310     STOP RUN.
002320
002520
002530     PERFORM 1100-LOAD-KEY-TABLE THRU 1100-EXIT.
002540
002542     OPEN INPUT CIPHOUT.
002544     IF NOT CZ-CIPHOUT-OK
002546         DISPLAY "CIPHWKSC CIPHOUT OPEN FAILED, STATUS "
002548             CZ-CIPHOUT-STATUS
002550         MOVE 16 TO RETURN-CODE
002552         STOP RUN
002554     END-IF.
002556
002558     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
002620
002630     OPEN OUTPUT WKSCRPT.
002640     MOVE "CIPHWKSC WEAK-KEY EXPOSURE SCAN"
003270     MOVE CZ-KEY-ID        TO CZ-KEYT-ID(CZ-KEY-COUNT).
003280     MOVE CZ-KEY-MODE      TO CZ-KEYT-MODE(CZ-KEY-COUNT).
003290     MOVE CZ-KEY-SHIFT-KEY TO CZ-KEYT-SHIFT(CZ-KEY-COUNT).
003291     IF CZ-KEY-GENERATION NUMERIC
003292         MOVE CZ-KEY-GENERATION TO CZ-KEYT-GEN(CZ-KEY-COUNT)
003293     ELSE
003294         MOVE 1 TO CZ-KEYT-GEN(CZ-KEY-COUNT)
003295     END-IF.
003300
003310 1110-EXIT.
003320     EXIT.
003330
003331******************************************************************
003332*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
003333*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
003334*                             IS OPENED. A STEP ALREADY ENDED
003335*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
003336*                             RETURN-CODE 0 SO A RESUBMITTED
003337*                             STREAM RESUMES WHERE IT FAILED; A
003338*                             REFUSED START FAILS THE STEP.
003339*                             CIPHWTCH MUST HAVE ENDED CLEAN FOR
003340*                             THE SAME NIGHT.
003341******************************************************************
003342 1900-START-RUN-CONTROL.
003343
003344     MOVE SPACES TO CZ-RUNCTL-PARMS.
003345     SET CZ-RUN-REQ-START TO TRUE.
003346     MOVE "CIPHWKSC"         TO CZ-RUN-STEP-NAME.
003347     MOVE 0                  TO CZ-RUN-STREAM-NO.
003348     MOVE 0                  TO CZ-RUN-STREAM-COUNT.
003349     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
003350     MOVE 0                  TO CZ-RUN-STEP-RC.
003351     MOVE 0                  TO CZ-RUN-COUNT-IN.
003352     MOVE 0                  TO CZ-RUN-COUNT-OUT.
003353     MOVE 0                  TO CZ-RUN-COUNT-EXC.
003354
003355*    CIPHOUT CARRIES THE EXTRACT DATE AND CYCLE ON ITS HEADER
003356     MOVE 0 TO CZ-RUN-CYCLE-NO.
003357     READ CIPHOUT INTO CZ-CIPHER-RECORD
003358         AT END
003359             MOVE SPACES TO CZ-CIPHER-RECORD
003360     END-READ.
003361     IF CZ-CIP-TYPE-HEADER
003362         MOVE CZ-CIP-HDR-FILE-DATE TO CZ-RUN-EXTRACT-DATE
003363         IF CZ-CIP-HDR-CYCLE-NO NUMERIC
003364             MOVE CZ-CIP-HDR-CYCLE-NO TO CZ-RUN-CYCLE-NO
003365         END-IF
003366     END-IF.
003367     CLOSE CIPHOUT.
003368     OPEN INPUT CIPHOUT.
003369     IF NOT CZ-CIPHOUT-OK
003370         DISPLAY "CIPHWKSC CIPHOUT REOPEN FAILED, STATUS "
003371             CZ-CIPHOUT-STATUS
003372         MOVE 16 TO RETURN-CODE
003373         STOP RUN
003374     END-IF.
003375
003376     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
003377
003378     IF CZ-RUN-ALREADY-DONE
003379         DISPLAY "CIPHWKSC " CZ-RUN-REASON-TEXT
003380         DISPLAY "CIPHWKSC STEP SKIPPED - NOTHING TO RERUN"
003381         MOVE 0 TO RETURN-CODE
003382         STOP RUN
003383     END-IF.
003384     IF NOT CZ-RUN-GO
003385         DISPLAY "CIPHWKSC START REFUSED - " CZ-RUN-REASON-TEXT
003386         MOVE 16 TO RETURN-CODE
003387         STOP RUN
003388     END-IF.
003389
003390 1900-EXIT.
003391     EXIT.
003392
003393******************************************************************
003394*    2000-SCAN-OUTPUT - ROLL ONE CIPHOUT DETAIL PER PASS INTO
003395*                       ITS KEY'S TRAFFIC ENTRY. CONTROL RECORDS
003396*                       PASS BY - THIS SCAN READS THE FILE AS AN
003397*                       INTERCEPTOR WOULD, AND NEEDS NO BALANCE
003398*                       OF ITS OWN.
003400******************************************************************
003410 2000-SCAN-OUTPUT.
003420
003900     EXIT.
003910
003920******************************************************************
003930*    2300-FIND-TRAFFIC-KEY - LOOK THE DETAIL'S KEY-USED ID AND
003940*                            GENERATION UP IN THE TRAFFIC TABLE
003950******************************************************************
003960 2300-FIND-TRAFFIC-KEY.
003970
003971     IF CZ-CIP-KEY-GEN NUMERIC
003972         MOVE CZ-CIP-KEY-GEN TO CZ-DTL-KEY-GEN
003973     ELSE
003974         MOVE 0 TO CZ-DTL-KEY-GEN
003975     END-IF.
003980     MOVE "N" TO CZ-WKY-FOUND-SWITCH.
003990     MOVE 0   TO CZ-WKY-HIT-SUB.
004000
004080
004090******************************************************************
004100*    2310-CHECK-ONE-TRAFFIC - COMPARE ONE TRAFFIC ENTRY'S KEY ID
004102*                             AND GENERATION
004110******************************************************************
004120 2310-CHECK-ONE-TRAFFIC.
004130
004140     IF CZ-WKYT-ID(CZ-WKY-SUB) = CZ-CIP-KEY-ID
004142       AND CZ-WKYT-GEN(CZ-WKY-SUB) = CZ-DTL-KEY-GEN
004150         MOVE "Y" TO CZ-WKY-FOUND-SWITCH
004160         MOVE CZ-WKY-SUB TO CZ-WKY-HIT-SUB
004170     END-IF.
004210
004220******************************************************************
004230*    2400-REGISTER-TRAFFIC-KEY - OPEN A TRAFFIC ENTRY FOR A KEY
004240*                                ID AND GENERATION SEEN FOR
004242*                                THE FIRST TIME.
004250*                                MORE KEYS THAN THE TABLE HOLDS
004260*                                ONLY WARNS - THE SCAN IS AN
004270*                                EARLY-WARNING REPORT, NOT A
004320     IF CZ-WKY-COUNT >= CZ-WKY-TABLE-MAX
004330         DISPLAY "CIPHWKSC MORE THAN " CZ-WKY-TABLE-MAX
004340             " KEY IDS ON CIPHOUT - TRAFFIC UNDER KEY "
004350             CZ-CIP-KEY-ID " GEN " CZ-DTL-KEY-GEN " NOT SCANNED"
004360         MOVE 0 TO CZ-WKY-HIT-SUB
004370         GO TO 2400-EXIT
004380     END-IF.
004390
004400     ADD 1 TO CZ-WKY-COUNT.
004410     MOVE CZ-WKY-COUNT         TO CZ-WKY-HIT-SUB.
004420     MOVE CZ-CIP-KEY-ID        TO CZ-WKYT-ID(CZ-WKY-HIT-SUB).
004422     MOVE CZ-DTL-KEY-GEN       TO CZ-WKYT-GEN(CZ-WKY-HIT-SUB).
004430     MOVE 0                    TO CZ-WKYT-RECS(CZ-WKY-HIT-SUB).
004440     MOVE CZ-CIP-PARTNER-CODE
004450         TO CZ-WKYT-PARTNER(CZ-WKY-HIT-SUB).
005210     MOVE SPACES TO WKSCRPT-RECORD.
005220     IF CZ-WKYT-MULTI-PARTNER(CZ-WKY-SUB)
005230         STRING "KEY " CZ-WKYT-ID(CZ-WKY-SUB)
005232                " GEN " CZ-WKYT-GEN(CZ-WKY-SUB)
005240                " RECS " CZ-WKYT-RECS(CZ-WKY-SUB)
005250                " PARTNER " CZ-WKYT-PARTNER(CZ-WKY-SUB)
005260                " +MORE"
005270             DELIMITED BY SIZE INTO WKSCRPT-RECORD
005280     ELSE
005290         STRING "KEY " CZ-WKYT-ID(CZ-WKY-SUB)
005292                " GEN " CZ-WKYT-GEN(CZ-WKY-SUB)
005300                " RECS " CZ-WKYT-RECS(CZ-WKY-SUB)
005310                " PARTNER " CZ-WKYT-PARTNER(CZ-WKY-SUB)
005320             DELIMITED BY SIZE INTO WKSCRPT-RECORD
005340     WRITE WKSCRPT-RECORD.
005350
005360     MOVE CZ-WKYT-ID(CZ-WKY-SUB) TO CZ-WANTED-KEY-ID.
005362     MOVE CZ-WKYT-GEN(CZ-WKY-SUB) TO CZ-WANTED-KEY-GEN.
005370     PERFORM 3200-SEARCH-KEY-TABLE THRU 3200-EXIT.
005380
005390     IF NOT CZ-KEY-FOUND
005400         MOVE "  KEY GENERATION NOT ON CIPHKEYS - CANNOT VERIFY"
005410             TO WKSCRPT-RECORD
005420         WRITE WKSCRPT-RECORD
005430         GO TO 3100-EXIT
005630
005640******************************************************************
005650*    3200-SEARCH-KEY-TABLE - FIND THE KEY ID IN CZ-WANTED-KEY-ID
005660*                            IN THE KEY-STORE TABLE - THE EXACT
005662*                            GENERATION IN CZ-WANTED-KEY-GEN, OR
005664*                            THE NEWEST ONE WHEN THAT IS ZERO
005670******************************************************************
005680 3200-SEARCH-KEY-TABLE.
005690
005720
005730     PERFORM 3210-CHECK-ONE-KEY THRU 3210-EXIT
005740             VARYING CZ-KEY-SUB FROM 1 BY 1
005750             UNTIL CZ-KEY-SUB > CZ-KEY-COUNT.
005770
005780 3200-EXIT.
005790     EXIT.
005830******************************************************************
005840 3210-CHECK-ONE-KEY.
005850
005860     IF CZ-KEYT-ID(CZ-KEY-SUB) NOT = CZ-WANTED-KEY-ID
005861         GO TO 3210-EXIT
005862     END-IF.
005863
005864     IF CZ-WANTED-KEY-GEN > 0
005865         IF CZ-KEYT-GEN(CZ-KEY-SUB) = CZ-WANTED-KEY-GEN
005866             MOVE "Y" TO CZ-KEY-FOUND-SWITCH
005867             MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
005868         END-IF
005869         GO TO 3210-EXIT
005870     END-IF.
005871
005872     IF NOT CZ-KEY-FOUND
005873       OR CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-KEYT-GEN(CZ-KEY-HIT-SUB)
005874         MOVE "Y" TO CZ-KEY-FOUND-SWITCH
005880         MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
005890     END-IF.
005900
007610 8000-EXIT.
007620     EXIT.
007630
007631******************************************************************
007632*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
007633*                           COUNTS ON CIPHRUN. THE CALL RESETS
007634*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
007635*                           PUT BACK AFTERWARDS. AN END THAT
007636*                           CANNOT BE RECORDED FAILS THE STEP,
007637*                           SINCE THE NEXT STEP WOULD BE REFUSED
007638*                           ANYWAY.
007639******************************************************************
007640 8900-END-RUN-CONTROL.
007641
007642     SET CZ-RUN-REQ-END TO TRUE.
007643     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
007644     MOVE CZ-RECS-SCANNED    TO CZ-RUN-COUNT-IN.
007645     MOVE CZ-WKY-COUNT       TO CZ-RUN-COUNT-OUT.
007646     MOVE CZ-KEYS-CRACKED    TO CZ-RUN-COUNT-EXC.
007647
007648     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
007649
007650     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
007651     IF NOT CZ-RUN-GO
007652         DISPLAY "CIPHWKSC END NOT RECORDED - " CZ-RUN-REASON-TEXT
007653         MOVE 16 TO RETURN-CODE
007654     END-IF.
007655
007656 8900-EXIT.
007657     EXIT.
007658
007659 END PROGRAM CIPHWKSC.
