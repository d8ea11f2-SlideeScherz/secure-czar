000250*                     LANDS ON CIPHAUD WITH THE REQUESTING
000260*                     OPERATOR AND OPERATION "R". RETURN-CODE 8
000270*                     WHEN NOTHING IN THE RANGE MATCHES.
000271*    10/15/26   SMS   CIPHKEYS NOW KEEPS EVERY GENERATION OF A
000272*                     KEY ID. A RESENT RECORD CARRIES THE
000273*                     GENERATION IT WAS CIPHERED UNDER SO THE
000274*                     PARTNER DECIPHERS WITH THE RIGHT MATERIAL.
000275*                     ARCHIVE RECORDS WRITTEN BEFORE GENERATIONS
000276*                     WERE STAMPED ARE RESOLVED AGAINST CIPHKEYS
000277*                     BY THEIR RUN DATE. RETURN-CODE 4 WHEN A
000278*                     RESENT RECORD'S GENERATION CANNOT BE FOUND.
000279*    10/15/26   SMS   OPERATOR AUTHORITY. THE RSNDPARM REQUESTING
000280*                     OPERATOR IS NOW CHECKED BY THE CIPHAUTH
000281*                     SERVICE (CZAUTPRM) AGAINST THE CIPHOPER
000282*                     MASTER BEFORE THE ARCHIVE IS OPENED (1050).
000283*                     AN OPERATOR WHO IS UNKNOWN, REVOKED, OR NOT
000284*                     HOLDING THE PARTNER RESEND ROLE IS LOGGED TO
000285*                     CIPHVIOL AND THE RUN ENDS WITH RETURN-CODE
000286*                     16.
000287*    10/15/26   SMS   EACH AUDIT RECORD IS NOW STAMPED WITH ITS
000288*                     CIPHAUD SEQUENCE NUMBER AND CHAINED HASH
000289*                     THROUGH THE CIPHACHN SERVICE BEFORE IT IS
000290*                     WRITTEN (RECORD NOW 132 BYTES).
000291*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 138 BYTES FOR THE
000292*                     DUPLICATE-MESSAGE COUNT NOW CARRIED ON
000293*                     CZAUDREC; THIS JOB'S AUDIT RECORD CARRIES A
000294*                     ZERO COUNT.
000295*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000296*                     PARTNER CODE NOW CARRIED ON CZAUDREC. THE
000297*                     AUDIT RECORD NOW NAMES THE PARTNER THE FILE
000298*                     WAS RESENT TO, FOR THE MONTHLY CHARGEBACK.
000299*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. RSNDPARM BYTES
000300*                     33-34 MAY NAME ONE CYCLE TO RESEND (00 = THE
000301*                     NIGHT RUN, 01-99 = AN EXPRESS CYCLE) AND THE
000302*                     RESEND HEADER CARRIES IT; BLANK RESENDS
000303*                     EVERY CYCLE IN THE RANGE AS BEFORE. AN
000304*                     ARCHIVE RECORD WITH NO CYCLE IS THE NIGHT
000305*                     RUN'S. THE RESEND ITSELF WORKS NO CYCLE, SO
000306*                     ITS AUDIT RECORD (NOW 144 BYTES) LEAVES THE
000307*                     CYCLE BLANK.
000308*    10/15/26   SMS   KEY TABLE RAISED FROM 50 TO 500 ENTRIES
000309*                     (3-DIGIT SUBSCRIPTS). CIPHKEYS NOW HOLDS
000310*                     EVERY GENERATION OF EVERY KEY ID, SO 50
000311*                     RECORDS WERE SOON REACHED.
000312******************************************************************
000313 ENVIRONMENT DIVISION.
000314 CONFIGURATION SECTION.
000315 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RSNDPARM ASSIGN TO "RSNDPARM"
000340            ORGANIZATION IS LINE SEQUENTIAL
000450     SELECT CIPHAUD ASSIGN TO "CIPHAUD"
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS CZ-CIPHAUD-STATUS.
000472
000474     SELECT CIPHKEYS ASSIGN TO "CIPHKEYS"
000476            ORGANIZATION IS LINE SEQUENTIAL
000478            FILE STATUS IS CZ-CIPHKEYS-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RSNDPARM
000520     RECORDING MODE IS F.
000530 01  RSNDPARM-RECORD            PIC X(34).
000540
000550 FD  CIPHARCH
000560     RECORDING MODE IS F.
000570 01  CIPHARCH-RECORD            PIC X(113).
000580
000590 FD  RSNDOUT
000600     RECORDING MODE IS F.
000620
000630 FD  CIPHAUD
000640     RECORDING MODE IS F.
000650 01  CIPHAUD-RECORD             PIC X(144).
000652
000654 FD  CIPHKEYS
000656     RECORDING MODE IS F.
000658 01  CIPHKEYS-RECORD            PIC X(65).
000660
000670 WORKING-STORAGE SECTION.
000680******************************************************************
000730     COPY czciprec.
000740
000750     COPY czaudrec.
000751
000752     COPY czachprm.
000753
000754     COPY czkeyrec.
000756
000758     COPY czautprm.
000760
000770******************************************************************
000772*    RESEND REQUEST CARD - PARTNER CODE, RUN-DATE RANGE
000774*    (INCLUSIVE), AND THE REQUESTING OPERATOR FOR THE AUDIT
000776*    TRAIL. THE CYCLE NARROWS THE RESEND TO ONE RUN OF EACH DATE
000778*    (00 = THE NIGHT RUN, 01-99 = AN INTRADAY EXPRESS CYCLE);
000780*    LEFT BLANK, AS ON EVERY OLDER CARD AND ON THE CARDS CIPHDLVT
000782*    RAISES, EVERY CYCLE OF THE RANGE IS RESENT.
000784******************************************************************
000786 01  CZ-RSND-REQUEST.
000788     05  CZ-RSN-PARTNER-CODE     PIC X(04).
000790     05  CZ-RSN-FROM-DATE        PIC X(10).
000792     05  CZ-RSN-TO-DATE          PIC X(10).
000794     05  CZ-RSN-OPERATOR-ID      PIC X(08).
000796     05  CZ-RSN-CYCLE-NO-X       PIC X(02).
000798     05  CZ-RSN-CYCLE-NO         REDEFINES CZ-RSN-CYCLE-NO-X
000800                                 PIC 9(02).
000870
000880******************************************************************
000890*    FILE STATUS AND SWITCHES
001020
001030 77  CZ-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
001040     88  CZ-END-OF-ARCHIVE                VALUE "Y".
001041
001042 77  CZ-CIPHKEYS-STATUS         PIC X(02) VALUE SPACES.
001043     88  CZ-CIPHKEYS-OK                   VALUE "00".
001044
001045 77  CZ-KEYS-EOF-SWITCH         PIC X(01) VALUE "N".
001046     88  CZ-END-OF-KEYS                   VALUE "Y".
001047
001048 77  CZ-KEY-FOUND-SWITCH        PIC X(01) VALUE "N".
001049     88  CZ-KEY-FOUND                     VALUE "Y".
001050
001060 01  CZ-CURRENT-DATETIME.
001070     05  CZ-CDT-DATE.
001160
001170 77  CZ-TODAY-DISPLAY           PIC X(10) VALUE SPACES.
001180 77  CZ-AUD-DATE-DISPLAY        PIC X(10) VALUE SPACES.
001182 77  CZ-AUD-TIME-DISPLAY        PIC X(08) VALUE SPACES.
001184 77  CZ-ARC-CYCLE-WORK          PIC 9(02) VALUE 0.
001200
001210******************************************************************
001220*    RESEND TOTALS - THE TRAILER'S COUNT AND HASH COVER EXACTLY
001289******************************************************************
001290 77  CZ-RSND-MODE-SV            PIC X(01) VALUE SPACE.
001291 77  CZ-RSND-KEY-SV             PIC X(20) VALUE SPACES.
001292
001293******************************************************************
001294*    KEY GENERATION TABLE - ONLY WHAT IS NEEDED TO NAME THE
001295*    GENERATION AN UNSTAMPED ARCHIVE RECORD WAS CIPHERED UNDER.
001296*    THE TEXT ITSELF IS NEVER DECIPHERED HERE.
001297******************************************************************
001298 01  CZ-KEY-TABLE.
001299     05  CZ-KEY-ENTRY OCCURS 500 TIMES.
001300         10  CZ-KEYT-ID          PIC X(08).
001301         10  CZ-KEYT-EFF-DATE    PIC X(10).
001302         10  CZ-KEYT-RET-DATE    PIC X(10).
001303         10  CZ-KEYT-GEN         PIC 9(03).
001304
001305 77  CZ-KEY-TABLE-MAX           PIC 9(03) VALUE 500.
001306 77  CZ-KEY-COUNT               PIC 9(03) VALUE 0.
001307 77  CZ-KEY-SUB                 PIC 9(03) VALUE 0.
001308 77  CZ-KEY-HIT-SUB             PIC 9(03) VALUE 0.
001309 77  CZ-RECS-GEN-UNKNOWN        PIC 9(06) VALUE 0.
001310
001311 PROCEDURE DIVISION.
001312******************************************************************
001320*    0000-MAINLINE
001330******************************************************************
001340 0000-MAINLINE.
001350
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001362     PERFORM 1100-LOAD-KEY-TABLE THRU 1100-EXIT.
001370     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
001380             UNTIL CZ-END-OF-ARCHIVE.
001390     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001760         STOP RUN
001770     END-IF.
001780
001782     IF CZ-RSN-FROM-DATE > CZ-RSN-TO-DATE
001784         DISPLAY "CIPHRSND FROM DATE " CZ-RSN-FROM-DATE
001786             " IS AFTER TO DATE " CZ-RSN-TO-DATE
001788         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001792     END-IF.
001794
001796     IF CZ-RSN-CYCLE-NO-X NOT = SPACES
001798       AND CZ-RSN-CYCLE-NO NOT NUMERIC
001800         DISPLAY "CIPHRSND CYCLE " CZ-RSN-CYCLE-NO-X
001802             " IS NOT NUMERIC"
001804         MOVE 16 TO RETURN-CODE
001806         STOP RUN
001808     END-IF.
001850
001852     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
001854
001860     OPEN INPUT CIPHARCH.
001870     IF NOT CZ-CIPHARCH-OK
001880         DISPLAY "CIPHRSND CIPHARCH OPEN FAILED, STATUS "
002050     MOVE SPACES           TO CZ-CIPHER-RECORD.
002060     MOVE "H"              TO CZ-CIP-REC-TYPE.
002070     MOVE CZ-TODAY-DISPLAY TO CZ-CIP-HDR-FILE-DATE.
002072     MOVE "CIPHRSND"       TO CZ-CIP-HDR-SOURCE-SYS.
002074     IF CZ-RSN-CYCLE-NO-X NOT = SPACES
002076         MOVE CZ-RSN-CYCLE-NO TO CZ-CIP-HDR-CYCLE-NO
002078     END-IF.
002080     WRITE RSNDOUT-RECORD FROM CZ-CIPHER-RECORD.
002100
002110 1000-EXIT.
002120     EXIT.
002121
002122******************************************************************
002123*    1050-CHECK-OPERATOR - HAVE CIPHAUTH CHECK THE CARD'S
002124*                          OPERATOR AGAINST THE CIPHOPER MASTER
002125*                          FOR THE PARTNER RESEND ROLE. A REFUSED
002126*                          OPERATOR IS ALREADY ON CIPHVIOL BY
002127*                          THE TIME CONTROL COMES BACK, AND THE
002128*                          RUN ENDS BEFORE ANY WORK IS DONE.
002129******************************************************************
002130 1050-CHECK-OPERATOR.
002131
002132     MOVE "CIPHRSND"          TO CZ-ATH-PROGRAM.
002133     MOVE CZ-RSN-OPERATOR-ID  TO CZ-ATH-OPERATOR-ID.
002134     SET CZ-ATH-ROLE-RESEND TO TRUE.
002135     MOVE CZ-RSN-PARTNER-CODE TO CZ-ATH-CONTEXT.
002136     CALL "CIPHAUTH" USING CZ-AUTH-PARMS.
002137
002138     IF NOT CZ-ATH-GRANTED
002139         DISPLAY "CIPHRSND OPERATOR " CZ-RSN-OPERATOR-ID
002140             " REFUSED - " CZ-ATH-REASON-TEXT
002141         MOVE 16 TO RETURN-CODE
002142         STOP RUN
002143     END-IF.
002144
002145 1050-EXIT.
002146     EXIT.
002147
002148******************************************************************
002149*    1100-LOAD-KEY-TABLE - READ THE CIPHKEYS KEY STORE INTO THE
002150*                          KEY GENERATION TABLE
002151******************************************************************
002152 1100-LOAD-KEY-TABLE.
002153
002154     MOVE 0 TO CZ-KEY-COUNT.
002155     OPEN INPUT CIPHKEYS.
002156     IF NOT CZ-CIPHKEYS-OK
002157         DISPLAY "CIPHRSND CIPHKEYS OPEN FAILED, STATUS "
002158             CZ-CIPHKEYS-STATUS
002159         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002161     END-IF.
002162
002163     PERFORM 1110-LOAD-ONE-KEY THRU 1110-EXIT
002164             UNTIL CZ-END-OF-KEYS
002165                OR CZ-KEY-COUNT >= CZ-KEY-TABLE-MAX.
002166
002167     IF NOT CZ-END-OF-KEYS
002168         READ CIPHKEYS INTO CZ-KEY-RECORD
002169             AT END MOVE "Y" TO CZ-KEYS-EOF-SWITCH
002170         END-READ
002171     END-IF.
002172     IF NOT CZ-END-OF-KEYS
002173         DISPLAY "CIPHRSND KEY TABLE IS FULL - CIPHKEYS "
002174             "RECORDS BEYOND " CZ-KEY-TABLE-MAX " NOT LOADED"
002175     END-IF.
002176
002177     CLOSE CIPHKEYS.
002178
002179 1100-EXIT.
002180     EXIT.
002181
002182******************************************************************
002183*    1110-LOAD-ONE-KEY - READ ONE KEY-STORE RECORD INTO THE NEXT
002184*                        TABLE SLOT
002185******************************************************************
002186 1110-LOAD-ONE-KEY.
002187
002188     READ CIPHKEYS INTO CZ-KEY-RECORD
002189         AT END
002190             MOVE "Y" TO CZ-KEYS-EOF-SWITCH
002191             GO TO 1110-EXIT
002192     END-READ.
002193
002194     ADD 1 TO CZ-KEY-COUNT.
002195     MOVE CZ-KEY-ID           TO CZ-KEYT-ID(CZ-KEY-COUNT).
002196     MOVE CZ-KEY-EFF-DATE     TO CZ-KEYT-EFF-DATE(CZ-KEY-COUNT).
002197     MOVE CZ-KEY-RETIRED-DATE TO CZ-KEYT-RET-DATE(CZ-KEY-COUNT).
002198     IF CZ-KEY-GENERATION NUMERIC
002199         MOVE CZ-KEY-GENERATION TO CZ-KEYT-GEN(CZ-KEY-COUNT)
002200     ELSE
002201         MOVE 1 TO CZ-KEYT-GEN(CZ-KEY-COUNT)
002202     END-IF.
002203
002204 1110-EXIT.
002205     EXIT.
002206
002207******************************************************************
002208*    2000-SCAN-ARCHIVE - READ ONE ARCHIVE RECORD PER PASS AND
002209*                        RESEND THE ONES THAT MATCH THE REQUEST
002210******************************************************************
002211 2000-SCAN-ARCHIVE.
002212
002213     READ CIPHARCH INTO CZ-ARCHIVE-RECORD
002214         AT END
002220             MOVE "Y" TO CZ-ARCH-EOF-SWITCH
002230             GO TO 2000-EXIT
002240     END-READ.
002250
002252     ADD 1 TO CZ-RECS-SCANNED.
002254
002256*    AN ARCHIVE RECORD WITH NO CYCLE IS THE NIGHT RUN'S
002258     MOVE 0 TO CZ-ARC-CYCLE-WORK.
002260     IF CZ-ARC-CYCLE-NO NUMERIC
002262         MOVE CZ-ARC-CYCLE-NO TO CZ-ARC-CYCLE-WORK
002264     END-IF.
002266     IF CZ-RSN-CYCLE-NO-X NOT = SPACES
002268       AND CZ-ARC-CYCLE-WORK NOT = CZ-RSN-CYCLE-NO
002270         GO TO 2000-EXIT
002272     END-IF.
002274
002276     IF CZ-ARC-PARTNER-CODE = CZ-RSN-PARTNER-CODE
002290       AND CZ-ARC-RUN-DATE >= CZ-RSN-FROM-DATE
002300       AND CZ-ARC-RUN-DATE <= CZ-RSN-TO-DATE
002310         PERFORM 2100-RESEND-ONE-RECORD THRU 2100-EXIT
002560     MOVE CZ-ARC-OPERATION     TO CZ-CIP-OPERATION.
002570     MOVE CZ-ARC-MODE          TO CZ-CIP-MODE.
002580     MOVE CZ-ARC-KEY-USED      TO CZ-CIP-KEY-USED.
002582     PERFORM 2200-RESOLVE-KEY-GEN THRU 2200-EXIT.
002590
002600     WRITE RSNDOUT-RECORD FROM CZ-CIPHER-RECORD.
002610     ADD 1 TO CZ-RECS-RESENT.
002620     ADD CZ-CIP-SEQ-NO TO CZ-OUT-SEQ-HASH.
002622
002624     MOVE CZ-ARC-MODE     TO CZ-RSND-MODE-SV.
002626     MOVE CZ-ARC-KEY-ID   TO CZ-RSND-KEY-SV.
002630
002640 2100-EXIT.
002650     EXIT.
002651
002652******************************************************************
002653*    2200-RESOLVE-KEY-GEN - MAKE SURE THE RESENT RECORD NAMES
002654*                           THE GENERATION IT WAS CIPHERED
002655*                           UNDER. A STAMPED GENERATION MUST
002656*                           STILL BE ON CIPHKEYS; AN UNSTAMPED
002657*                           RECORD TAKES THE NEWEST GENERATION
002658*                           THAT WAS IN FORCE ON ITS RUN DATE.
002659******************************************************************
002660 2200-RESOLVE-KEY-GEN.
002661
002662     MOVE "N" TO CZ-KEY-FOUND-SWITCH.
002663     MOVE 0   TO CZ-KEY-HIT-SUB.
002664     PERFORM 2210-CHECK-ONE-KEY THRU 2210-EXIT
002665             VARYING CZ-KEY-SUB FROM 1 BY 1
002666             UNTIL CZ-KEY-SUB > CZ-KEY-COUNT.
002667
002668     IF CZ-KEY-FOUND
002669         MOVE CZ-KEYT-GEN(CZ-KEY-HIT-SUB) TO CZ-CIP-KEY-GEN
002670     ELSE
002671         ADD 1 TO CZ-RECS-GEN-UNKNOWN
002672         DISPLAY "CIPHRSND NO CIPHKEYS GENERATION FOR KEY "
002673             CZ-ARC-KEY-ID " ON SEQ " CZ-ARC-SEQ-NO
002674             " OF RUN " CZ-ARC-RUN-DATE
002675     END-IF.
002676
002677 2200-EXIT.
002678     EXIT.
002679
002680******************************************************************
002681*    2210-CHECK-ONE-KEY - TEST ONE TABLE ENTRY AGAINST THE
002682*                         ARCHIVE RECORD BEING RESENT
002683******************************************************************
002684 2210-CHECK-ONE-KEY.
002685
002686     IF CZ-KEYT-ID(CZ-KEY-SUB) NOT = CZ-ARC-KEY-ID
002687         GO TO 2210-EXIT
002688     END-IF.
002689
002690     IF CZ-ARC-KEY-GEN NUMERIC
002691         IF CZ-KEYT-GEN(CZ-KEY-SUB) = CZ-ARC-KEY-GEN
002692             MOVE "Y"        TO CZ-KEY-FOUND-SWITCH
002693             MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
002694         END-IF
002695         GO TO 2210-EXIT
002696     END-IF.
002697
002698     IF CZ-KEYT-EFF-DATE(CZ-KEY-SUB) > CZ-ARC-RUN-DATE
002699         GO TO 2210-EXIT
002700     END-IF.
002701     IF CZ-KEYT-RET-DATE(CZ-KEY-SUB) NOT = SPACES
002702       AND CZ-KEYT-RET-DATE(CZ-KEY-SUB) <= CZ-ARC-RUN-DATE
002703         GO TO 2210-EXIT
002704     END-IF.
002705
002706     IF NOT CZ-KEY-FOUND
002707       OR CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-KEYT-GEN(CZ-KEY-HIT-SUB)
002708         MOVE "Y"        TO CZ-KEY-FOUND-SWITCH
002709         MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
002710     END-IF.
002711
002712 2210-EXIT.
002713     EXIT.
002714
002715******************************************************************
002716*    8000-FINALIZE - WRITE THE TRAILER OVER EXACTLY THE RESENT
002717*                    RECORDS, AUDIT THE RESEND, CLOSE THE
002718*                    FILES, AND SET THE RETURN CODE
002719******************************************************************
002720 8000-FINALIZE.
002730
002740     MOVE SPACES          TO CZ-CIPHER-RECORD.
002910
002920     DISPLAY "CIPHRSND ARCHIVE RECORDS READ: " CZ-RECS-SCANNED.
002930     DISPLAY "CIPHRSND RECORDS RESENT      : " CZ-RECS-RESENT.
002931     DISPLAY "CIPHRSND GENERATION UNKNOWN  : "
002932         CZ-RECS-GEN-UNKNOWN.
002933     IF CZ-RECS-GEN-UNKNOWN > 0
002934       AND RETURN-CODE < 4
002935         MOVE 4 TO RETURN-CODE
002936     END-IF.
002940
002950 8000-EXIT.
002960     EXIT.
003260     MOVE 0                     TO CZ-AUD-RECS-REJ.
003270     MOVE 0                     TO CZ-AUD-RUN-DURATION.
003280     MOVE 0                     TO CZ-AUD-RECS-MISMATCH.
003282     MOVE 0                     TO CZ-AUD-RECS-DUP.
003284     MOVE CZ-RSN-PARTNER-CODE   TO CZ-AUD-PARTNER-CODE.
003286     MOVE SPACES                TO CZ-AUD-CYCLE-NO-X.
003290     MOVE "CIPHRSND"            TO CZ-AUD-SOURCE-PGM.
003300     MOVE SPACES                TO CZ-AUD-SRC-SYSTEM.
003310     MOVE "N"                   TO CZ-AUD-FORCE-FLAG.
003320     MOVE SPACES                TO CZ-AUD-FILE-DATE.
003330
003332*    STAMP THE RECORD AS THE NEXT LINK IN THE CIPHAUD CHAIN
003334     SET CZ-ACH-REQ-APPEND TO TRUE.
003336     CALL "CIPHACHN" USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
003338
003340     OPEN EXTEND CIPHAUD.
003350     IF NOT CZ-CIPHAUD-OK
003360         OPEN OUTPUT CIPHAUD
