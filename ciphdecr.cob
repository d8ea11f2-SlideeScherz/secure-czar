000846*                     INTERRUPTED DECROUT AND DECRREJ DURING
000847*                     THE 1160 RECOVERY SCAN, SO THE TRAILERS
000848*                     STILL COVER THE WHOLE FILE.
000849*    10/15/26   SMS   KEY GENERATIONS. A RETURN FILE CIPHERED
000850*                     UNDER A KEY THAT WAS ROTATED BEFORE IT
000851*                     ARRIVED WAS DECIPHERED WITH THE NEW
000852*                     MATERIAL INTO GARBAGE. THE KEYER EDIT NOW
000853*                     COMPARES ONLY THE KEY ID, AND 2170 RESOLVES
000854*                     EACH RECORD TO THE GENERATION STAMPED ON IT
000855*                     (CZCIPREC) - OR, FOR A RECORD CIPHERED
000856*                     BEFORE GENERATIONS WERE STAMPED, THE
000857*                     GENERATION IN FORCE ON THE FILE'S HEADER
000858*                     DATE. A GENERATION NOT ON CIPHKEYS REJECTS
000859*                     KEYER, AND THE MODE EDIT AND THE DECIPHER
000860*                     USE THE RECORD'S OWN GENERATION.
000861*    10/15/26   SMS   OPERATOR AUTHORITY. THE DECRPARM OPERATOR ID
000862*                     IS NOW CHECKED BY THE CIPHAUTH SERVICE
000863*                     (CZAUTPRM) AGAINST THE CIPHOPER MASTER
000864*                     BEFORE ANY FILE IS TOUCHED (1050). AN
000865*                     OPERATOR WHO IS UNKNOWN, REVOKED, OR NOT
000866*                     HOLDING THE NIGHTLY BATCH ROLE IS LOGGED TO
000867*                     CIPHVIOL AND THE RUN ENDS WITH RETURN-CODE
000868*                     16.
000869*    10/15/26   SMS   EACH AUDIT RECORD IS NOW STAMPED WITH ITS
000870*                     CIPHAUD SEQUENCE NUMBER AND CHAINED HASH
000871*                     THROUGH THE CIPHACHN SERVICE BEFORE IT IS
000872*                     WRITTEN (RECORD NOW 132 BYTES).
000873*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 138 BYTES FOR THE
000874*                     DUPLICATE-MESSAGE COUNT NOW CARRIED ON
000875*                     CZAUDREC; THIS JOB'S AUDIT RECORD CARRIES A
000876*                     ZERO COUNT. DECRCKPT WIDENED TO 54 BYTES TO
000877*                     MATCH THE LONGER CZCKPTRC LAYOUT.
000878*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000879*                     PARTNER CODE. THE RUN NOW WRITES ONE AUDIT
000880*                     RECORD PER PARTNER ON THE INBOUND FILE,
000881*                     CARRYING THAT PARTNER'S ACCEPTED AND
000882*                     REJECTED COUNTS (KEPT ALONGSIDE THE RECEIPT
000883*                     ADVICE TOTALS, AND REBUILT WITH THEM ON A
000884*                     RESTART), SO THE MONTHLY CHARGEBACK CAN BILL
000885*                     INBOUND WORK BY PARTNER. THE PARTNER RECORDS
000886*                     ADD UP TO THE RUN TOTALS; THE ELAPSED TIME
000887*                     IS ON THE FIRST ONLY.
000888*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 144 BYTES FOR THE
000889*                     CYCLE NUMBER NOW CARRIED ON CZAUDREC. AN
000890*                     INBOUND DECRYPT WORKS NO CYCLE, SO THE FIELD
000891*                     IS LEFT BLANK.
000892*    10/15/26   SMS   PARTNER MASTER. THE CIPHPTNR PARTNER MASTER
000893*                     (CZPTMREC) IS NOW LOADED AT START, AND 2180
000894*                     REFUSES EVERY INBOUND RECORD FROM A PARTNER
000895*                     THAT IS NOT ON IT (NOPRF) OR IS SUSPENDED,
000896*                     TERMINATED, OR NOT YET LIVE TODAY (PTNST).
000897*                     THE REFUSED RECORDS GO TO DECRREJ AND BACK
000898*                     TO THE PARTNER ON THE RECEIPT ADVICE, SO A
000899*                     FILE FROM SUCH A PARTNER IS REFUSED WHOLE.
000900*                     BLANK-PARTNER TRAFFIC IS NOT CHECKED.
000901*    10/15/26   SMS   KEY TABLE RAISED FROM 50 TO 500 ENTRIES
000902*                     (3-DIGIT SUBSCRIPTS). CIPHKEYS NOW HOLDS
000903*                     EVERY GENERATION OF EVERY KEY ID, SO 50
000904*                     RECORDS WERE SOON REACHED.
000905******************************************************************
000906 ENVIRONMENT DIVISION.
000907 CONFIGURATION SECTION.
000908 INPUT-OUTPUT SECTION.
000909 FILE-CONTROL.
000910     SELECT DECRIN  ASSIGN TO "DECRIN"
000911            ORGANIZATION IS LINE SEQUENTIAL
000912            FILE STATUS IS CZ-DECRIN-STATUS.
000920
000930     SELECT DECROUT ASSIGN TO "DECROUT"
000940            ORGANIZATION IS LINE SEQUENTIAL
000980            ORGANIZATION IS LINE SEQUENTIAL
000990            FILE STATUS IS CZ-DECRPARM-STATUS.
001000
001002     SELECT CIPHKEYS ASSIGN TO "CIPHKEYS"
001004            ORGANIZATION IS LINE SEQUENTIAL
001006            FILE STATUS IS CZ-CIPHKEYS-STATUS.
001008
001010     SELECT CIPHPTNR ASSIGN TO "CIPHPTNR"
001012            ORGANIZATION IS LINE SEQUENTIAL
001014            FILE STATUS IS CZ-CIPHPTNR-STATUS.
001040
001050     SELECT DECRREJ ASSIGN TO "DECRREJ"
001060            ORGANIZATION IS LINE SEQUENTIAL
001340
001350 FD  CIPHKEYS
001360     RECORDING MODE IS F.
001370 01  CIPHKEYS-RECORD            PIC X(65).
001380
001390 FD  DECRREJ
001400     RECORDING MODE IS F.
001460
001470 FD  CIPHAUD
001480     RECORDING MODE IS F.
001490 01  CIPHAUD-RECORD             PIC X(144).
001500
001502 FD  DECRCKPT
001504     RECORDING MODE IS F.
001506 01  DECRCKPT-RECORD            PIC X(54).
001508
001510 FD  CIPHPTNR
001512     RECORDING MODE IS F.
001514 01  CIPHPTNR-RECORD            PIC X(150).
001540
001550 WORKING-STORAGE SECTION.
001560******************************************************************
001670     COPY czrejrec.
001680
001690     COPY czaudrec.
001692
001694     COPY czachprm.
001700
001710     COPY czckptrc.
001720
001730     COPY czengprm.
001732
001734     COPY czrcprec.
001736
001737     COPY czautprm.
001738
001739     COPY czptmrec.
001740
001750******************************************************************
001760*    FILE STATUS AND SWITCHES
001850 77  CZ-DECRPARM-STATUS         PIC X(02) VALUE SPACES.
001860     88  CZ-DECRPARM-OK                   VALUE "00".
001870
001872 77  CZ-CIPHKEYS-STATUS         PIC X(02) VALUE SPACES.
001874     88  CZ-CIPHKEYS-OK                   VALUE "00".
001876
001878 77  CZ-CIPHPTNR-STATUS         PIC X(02) VALUE SPACES.
001880     88  CZ-CIPHPTNR-OK                   VALUE "00".
001900
001910 77  CZ-DECRREJ-STATUS          PIC X(02) VALUE SPACES.
001920     88  CZ-DECRREJ-OK                    VALUE "00".
002230******************************************************************
002240*    CIPHER CONTROL FIELDS - THE RUN MODE, SHIFT, AND KEYWORD ARE
002250*    RESOLVED FROM THE CIPHKEYS KEY STORE BY 1130-RESOLVE-KEY-ID.
002260*    THE EXPECTED KEY IS THE KEY ID 2200-ENCIPHER-RECORD IN
002270*    CAESAR-CIPHER STAMPS IN CZ-CIP-KEY-ID, SO AN EQUAL COMPARE
002280*    PROVES THE INBOUND RECORD WAS CIPHERED UNDER THE KEY ID ON
002290*    THE CONTROL CARD. THE GENERATION IS RESOLVED RECORD BY
002292*    RECORD INTO THE CZ-REC FIELDS BY 2170-RESOLVE-RECORD-GEN.
002300******************************************************************
002310 77  CZ-RUN-MODE                PIC X(01) VALUE "S".
002320     88  CZ-RUN-MODE-SINGLE               VALUE "S".
002330     88  CZ-RUN-MODE-KEYWORD              VALUE "K".
002340 77  CZ-RUN-KEYWORD             PIC X(20) VALUE SPACES.
002350 77  CZ-SHIFT-KEY               PIC 99    VALUE 4.
002360 77  CZ-EXPECTED-KEY            PIC X(08) VALUE SPACES.
002361
002362 77  CZ-REC-MODE                PIC X(01) VALUE "S".
002363 77  CZ-REC-SHIFT               PIC 99    VALUE 0.
002364 77  CZ-REC-KEYWORD             PIC X(20) VALUE SPACES.
002365 77  CZ-REC-KEY-GEN             PIC 9(03) VALUE 0.
002366 77  CZ-IN-FILE-DATE            PIC X(10) VALUE SPACES.
002367 77  CZ-GEN-AS-OF-DATE          PIC X(10) VALUE SPACES.
002368
002369 77  CZ-GEN-BY-NUMBER-SWITCH    PIC X(01) VALUE "N".
002370     88  CZ-GEN-BY-NUMBER                 VALUE "Y".
002371
002380******************************************************************
002390*    SEGMENT CONTROL - CHAINS CIPHENGN'S KEYWORD CYCLING FROM
002400*    ONE SEGMENT OF A LOGICAL MESSAGE INTO THE NEXT, MIRRORING
002870*    KEY-STORE TABLE - CIPHKEYS IS LOADED HERE AT INITIALIZATION
002880*    AND THE CONTROL CARD'S KEY ID IS RESOLVED AGAINST IT
002890******************************************************************
002900 77  CZ-KEY-TABLE-MAX           PIC 9(03) VALUE 500.
002910 77  CZ-KEY-COUNT               PIC 9(03) VALUE 0.
002920 77  CZ-KEY-SUB                 PIC 9(03) VALUE 0.
002930 77  CZ-KEY-HIT-SUB             PIC 9(03) VALUE 0.
002940
002950 77  CZ-KEY-FOUND-SWITCH        PIC X(01) VALUE "N".
002960     88  CZ-KEY-FOUND                     VALUE "Y".
002962
002964 77  CZ-KEY-ON-FILE-SWITCH      PIC X(01) VALUE "N".
002966     88  CZ-KEY-ON-FILE                   VALUE "Y".
002970
002980 77  CZ-KEYS-EOF-SWITCH         PIC X(01) VALUE "N".
002990     88  CZ-END-OF-KEYS                   VALUE "Y".
003000
003010 01  CZ-KEY-TABLE.
003020     05  CZ-KEY-ENTRY OCCURS 500 TIMES.
003030         10  CZ-KEYT-ID          PIC X(08).
003040         10  CZ-KEYT-MODE        PIC X(01).
003050         10  CZ-KEYT-SHIFT       PIC 9(02).
003070         10  CZ-KEYT-EFF-DATE    PIC X(10).
003080         10  CZ-KEYT-EXP-DATE    PIC X(10).
003090         10  CZ-KEYT-STATUS      PIC X(01).
003091         10  CZ-KEYT-RET-DATE    PIC X(10).
003092         10  CZ-KEYT-GEN         PIC 9(03).
003093
003094******************************************************************
003095*    PARTNER TABLE - THE CIPHPTNR PARTNER MASTER IS LOADED HERE AT
003096*    INITIALIZATION SO EACH INBOUND RECORD'S PARTNER CAN BE
003097*    CHECKED AS LIVE TODAY. A MISSING CIPHPTNR IS AN EMPTY TABLE,
003098*    AS ON THE ENCRYPT SIDE, SO ONLY BLANK-PARTNER TRAFFIC PASSES.
003099******************************************************************
003100 77  CZ-PPR-TABLE-MAX           PIC 9(02) VALUE 50.
003101 77  CZ-PPR-COUNT               PIC 9(02) VALUE 0.
003102 77  CZ-PPR-SUB                 PIC 9(02) VALUE 0.
003103 77  CZ-PPR-HIT-SUB             PIC 9(02) VALUE 0.
003104
003105 77  CZ-PPR-FOUND-SWITCH        PIC X(01) VALUE "N".
003106     88  CZ-PPR-FOUND                     VALUE "Y".
003107
003108 77  CZ-PPRF-EOF-SWITCH         PIC X(01) VALUE "N".
003109     88  CZ-END-OF-PROFILES               VALUE "Y".
003110
003111 01  CZ-PPR-TABLE.
003112     05  CZ-PPR-ENTRY OCCURS 50 TIMES.
003113         10  CZ-PPRT-CODE        PIC X(04).
003114         10  CZ-PPRT-STATUS      PIC X(01).
003115         10  CZ-PPRT-GO-LIVE     PIC X(10).
003116         10  CZ-PPRT-TERM-DATE   PIC X(10).
003117
003118******************************************************************
003119*    RECEIPT ADVICE PARTNER TABLE - ONE ENTRY PER PARTNER CODE
003120*    SEEN ON THE INBOUND FILE, IN ORDER OF FIRST APPEARANCE.
003121*    EACH ACCEPTED OR REJECTED RECORD ROLLS INTO ITS PARTNER'S
003122*    COUNT AND HASH, AND 8300 CLOSES THE ADVICE WITH ONE
003123*    TRAILER PER ENTRY. THE ACCEPTED AND REJECTED SPLIT FEEDS
003124*    THE ONE-PER-PARTNER AUDIT RECORDS WRITTEN BY 8100.
003125******************************************************************
003126 77  CZ-RCP-TABLE-MAX           PIC 9(02) VALUE 20.
003127 77  CZ-RCP-COUNT               PIC 9(02) VALUE 0.
003128 77  CZ-RCP-SUB                 PIC 9(02) VALUE 0.
003129 77  CZ-RCP-HIT-SUB             PIC 9(02) VALUE 0.
003130 77  CZ-RCP-WORK-CODE           PIC X(04) VALUE SPACES.
003131 77  CZ-RCP-WORK-SEQ            PIC 9(06) VALUE 0.
003132 77  CZ-RCP-WORK-KIND           PIC X(01) VALUE SPACES.
003133     88  CZ-RCP-WORK-ACCEPTED             VALUE "A".
003134     88  CZ-RCP-WORK-REJECTED             VALUE "R".
003135
003136 77  CZ-RCP-FOUND-SWITCH        PIC X(01) VALUE "N".
003137     88  CZ-RCP-PARTNER-FOUND             VALUE "Y".
003138
003139 01  CZ-RCP-TABLE.
003140     05  CZ-RCP-ENTRY OCCURS 20 TIMES.
003141         10  CZ-RCPT-CODE        PIC X(04).
003142         10  CZ-RCPT-RECS        PIC 9(06) VALUE ZERO.
003143         10  CZ-RCPT-HASH        PIC 9(12) VALUE ZERO.
003144         10  CZ-RCPT-ACCEPTED    PIC 9(06) VALUE ZERO.
003145         10  CZ-RCPT-REJECTED    PIC 9(06) VALUE ZERO.
003146
003147******************************************************************
003148*    RUN TOTALS
003149******************************************************************
003150 77  CZ-RECS-READ               PIC 9(06) VALUE 0.
003151 77  CZ-RECS-WRITTEN            PIC 9(06) VALUE 0.
003160 77  CZ-RECS-REJECTED           PIC 9(06) VALUE 0.
003170 77  CZ-AUD-DATE-DISPLAY        PIC X(10) VALUE SPACES.
003180 77  CZ-AUD-TIME-DISPLAY        PIC X(08) VALUE SPACES.
003640         STOP RUN
003650     END-IF.
003660
003662     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
003664     PERFORM 1140-LOAD-PPR-TABLE THRU 1140-EXIT.
003680
003690*    THE CHECKPOINT AND THE RECOVERY SCAN OF THE INTERRUPTED
003700*    OUTPUT MUST BOTH RUN BEFORE 1300 REOPENS THE OUTPUT FILES
003820 1000-EXIT.
003830     EXIT.
003840
003841******************************************************************
003842*    1050-CHECK-OPERATOR - HAVE CIPHAUTH CHECK THE CARD'S
003843*                          OPERATOR AGAINST THE CIPHOPER MASTER
003844*                          FOR THE NIGHTLY BATCH ROLE. A REFUSED
003845*                          OPERATOR IS ALREADY ON CIPHVIOL BY
003846*                          THE TIME CONTROL COMES BACK, AND THE
003847*                          RUN ENDS BEFORE ANY WORK IS DONE.
003848******************************************************************
003849 1050-CHECK-OPERATOR.
003850
003851     MOVE "CIPHDECR"          TO CZ-ATH-PROGRAM.
003852     MOVE CZ-PARM-OPERATOR-ID TO CZ-ATH-OPERATOR-ID.
003853     SET CZ-ATH-ROLE-BATCH TO TRUE.
003854     MOVE CZ-PARM-KEY-ID      TO CZ-ATH-CONTEXT.
003855     CALL "CIPHAUTH" USING CZ-AUTH-PARMS.
003856
003857     IF NOT CZ-ATH-GRANTED
003858         DISPLAY "CIPHDECR OPERATOR " CZ-PARM-OPERATOR-ID
003859             " REFUSED - " CZ-ATH-REASON-TEXT
003860         MOVE 16 TO RETURN-CODE
003861         STOP RUN
003862     END-IF.
003863
003864 1050-EXIT.
003865     EXIT.
003866
003867******************************************************************
003868*    1100-READ-PARM-CARD - READ THE JOB CONTROL CARD THAT NAMES
003870*                          THE KEY ID THE INBOUND FILE IS
003880*                          EXPECTED TO HAVE BEEN CIPHERED UNDER,
003890*                          THEN RESOLVE THE ID AGAINST THE
004210         STOP RUN
004220     END-IF.
004230
004232     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
004234
004240     PERFORM 1120-LOAD-KEY-TABLE THRU 1120-EXIT.
004250     PERFORM 1130-RESOLVE-KEY-ID THRU 1130-EXIT.
004260
004860     MOVE CZ-KEY-EFF-DATE  TO CZ-KEYT-EFF-DATE(CZ-KEY-COUNT).
004870     MOVE CZ-KEY-EXP-DATE  TO CZ-KEYT-EXP-DATE(CZ-KEY-COUNT).
004880     MOVE CZ-KEY-STATUS    TO CZ-KEYT-STATUS(CZ-KEY-COUNT).
004881     MOVE CZ-KEY-RETIRED-DATE TO CZ-KEYT-RET-DATE(CZ-KEY-COUNT).
004882     IF CZ-KEY-GENERATION NUMERIC
004883         MOVE CZ-KEY-GENERATION TO CZ-KEYT-GEN(CZ-KEY-COUNT)
004884     ELSE
004885         MOVE 1 TO CZ-KEYT-GEN(CZ-KEY-COUNT)
004886     END-IF.
004890
004900 1125-EXIT.
004910     EXIT.
005000*                          KEY IS STILL USABLE FOR DECRYPT OF A
005010*                          FILE CIPHERED BEFORE THE EXPIRY, SO
005020*                          ONLY A MISSING OR NEVER-EFFECTIVE ID
005030*                          FAILS THE RUN HERE. THE RUN-LEVEL
005032*                          FIELDS COME FROM THE HIGHEST
005034*                          GENERATION ALREADY EFFECTIVE TODAY;
005036*                          EACH RECORD IS STILL DECIPHERED WITH
005038*                          ITS OWN GENERATION (2170).
005040******************************************************************
005050 1130-RESOLVE-KEY-ID.
005060
005070     MOVE "N" TO CZ-KEY-FOUND-SWITCH.
005072     MOVE "N" TO CZ-KEY-ON-FILE-SWITCH.
005080     MOVE 0   TO CZ-KEY-HIT-SUB.
005090
005100     PERFORM 1135-CHECK-ONE-KEY THRU 1135-EXIT
005110             VARYING CZ-KEY-SUB FROM 1 BY 1
005120             UNTIL CZ-KEY-SUB > CZ-KEY-COUNT.
005140
005150     IF NOT CZ-KEY-ON-FILE
005160         DISPLAY "CIPHDECR KEY ID " CZ-PARM-KEY-ID
005170             " NOT ON CIPHKEYS"
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210
005220     IF NOT CZ-KEY-FOUND
005230         DISPLAY "CIPHDECR KEY ID " CZ-PARM-KEY-ID
005240             " IS NOT YET EFFECTIVE"
005250         MOVE 16 TO RETURN-CODE
005350
005360******************************************************************
005370*    1135-CHECK-ONE-KEY - COMPARE ONE TABLE ENTRY'S ID AGAINST
005380*                         THE CONTROL CARD'S KEY ID, KEEPING THE
005382*                         HIGHEST GENERATION EFFECTIVE TODAY
005390******************************************************************
005400 1135-CHECK-ONE-KEY.
005410
005420     IF CZ-KEYT-ID(CZ-KEY-SUB) NOT = CZ-PARM-KEY-ID
005421         GO TO 1135-EXIT
005422     END-IF.
005423     MOVE "Y" TO CZ-KEY-ON-FILE-SWITCH.
005424
005425     IF CZ-KEYT-EFF-DATE(CZ-KEY-SUB) <= CZ-TODAY-DISPLAY
005426       AND (NOT CZ-KEY-FOUND
005427         OR CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-KEYT-GEN(CZ-KEY-HIT-SUB))
005430         MOVE "Y" TO CZ-KEY-FOUND-SWITCH
005440         MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
005450     END-IF.
005460
005461 1135-EXIT.
005462     EXIT.
005463
005464******************************************************************
005465*    1140-LOAD-PPR-TABLE - READ THE CIPHPTNR PARTNER MASTER INTO
005466*                          THE PARTNER TABLE. A MISSING FILE IS
005467*                          AN EMPTY TABLE.
005468******************************************************************
005469 1140-LOAD-PPR-TABLE.
005470
005471     MOVE 0 TO CZ-PPR-COUNT.
005472     OPEN INPUT CIPHPTNR.
005473     IF NOT CZ-CIPHPTNR-OK
005474         GO TO 1140-EXIT
005475     END-IF.
005476
005477     PERFORM 1145-LOAD-ONE-PPR THRU 1145-EXIT
005478             UNTIL CZ-END-OF-PROFILES
005479                OR CZ-PPR-COUNT >= CZ-PPR-TABLE-MAX.
005480
005481     CLOSE CIPHPTNR.
005482
005483 1140-EXIT.
005484     EXIT.
005485
005486******************************************************************
005487*    1145-LOAD-ONE-PPR - READ ONE PARTNER MASTER RECORD INTO THE
005488*                        NEXT TABLE SLOT. ONLY THE STATUS AND
005489*                        DATES ARE NEEDED HERE.
005490******************************************************************
005491 1145-LOAD-ONE-PPR.
005492
005493     READ CIPHPTNR INTO CZ-PARTNER-MASTER-RECORD
005494         AT END
005495             MOVE "Y" TO CZ-PPRF-EOF-SWITCH
005496             GO TO 1145-EXIT
005497     END-READ.
005498
005499     ADD 1 TO CZ-PPR-COUNT.
005500     MOVE CZ-PTM-PARTNER-CODE TO CZ-PPRT-CODE(CZ-PPR-COUNT).
005501     MOVE CZ-PTM-STATUS       TO CZ-PPRT-STATUS(CZ-PPR-COUNT).
005502     MOVE CZ-PTM-GO-LIVE-DATE TO CZ-PPRT-GO-LIVE(CZ-PPR-COUNT).
005503     MOVE CZ-PTM-TERM-DATE    TO CZ-PPRT-TERM-DATE(CZ-PPR-COUNT).
005504
005505 1145-EXIT.
005506     EXIT.
005507
005508******************************************************************
005510*    1150-READ-CHECKPOINT - IF THE CONTROL CARD ASKED FOR A
005520*                           RESTART, READ THE LAST CHECKPOINT SO
005530*                           2100-READ-INPUT CAN SKIP RECORDS THIS
006645*    THEM SO THE TRAILERS STILL COVER THE WHOLE ADVICE
006646     MOVE CZ-MSG-PARTNER-CODE TO CZ-RCP-WORK-CODE.
006647     MOVE CZ-MSG-SEQ-NO       TO CZ-RCP-WORK-SEQ.
006648     SET CZ-RCP-WORK-ACCEPTED TO TRUE.
006649     PERFORM 2750-ROLL-RECEIPT-TOTALS THRU 2750-EXIT.
006650
006660     IF CZ-MSG-SEGMENT-NO NOT NUMERIC
006670         MOVE 0 TO CZ-MSG-SEGMENT-NO
006983*    FILE, AS THE OUTPUT SCAN DOES FOR THE ACCEPTED RECORDS
006984     MOVE CZ-REJ-PARTNER-CODE TO CZ-RCP-WORK-CODE.
006985     MOVE CZ-REJ-SEQ-NO       TO CZ-RCP-WORK-SEQ.
006986     SET CZ-RCP-WORK-REJECTED TO TRUE.
006987     PERFORM 2750-ROLL-RECEIPT-TOTALS THRU 2750-EXIT.
006990
007000 1170-EXIT.
007010     EXIT.
008630     EVALUATE TRUE
008640         WHEN CZ-CIP-TYPE-HEADER
008650             MOVE "Y" TO CZ-HDR-SEEN-SWITCH
008652             MOVE CZ-CIP-HDR-FILE-DATE TO CZ-IN-FILE-DATE
008660         WHEN CZ-CIP-TYPE-TRAILER
008670             MOVE CZ-CIP-TRL-REC-COUNT TO CZ-TRL-REC-COUNT
008680             MOVE CZ-CIP-TRL-SEQ-HASH  TO CZ-TRL-SEQ-HASH
009110         MOVE 0 TO CZ-CIP-SEGMENT-NO
009120     END-IF.
009130
009132     IF CZ-CIP-MSG-ID = SPACES
009134         MOVE "N"           TO CZ-VALID-SWITCH
009136         MOVE "NOID "       TO CZ-REASON-CODE
009138         MOVE "MESSAGE ID IS BLANK"
009140             TO CZ-REASON-TEXT
009142     END-IF.
009144
009146     IF CZ-RECORD-VALID AND CZ-CIP-PARTNER-CODE NOT = SPACES
009148         PERFORM 2180-CHECK-PARTNER THRU 2180-EXIT
009150     END-IF.
009200
009210     IF CZ-RECORD-VALID AND CZ-CIP-TEXT = SPACES
009220         MOVE "N"           TO CZ-VALID-SWITCH
009320             TO CZ-REASON-TEXT
009330     END-IF.
009340
009350     IF CZ-RECORD-VALID AND CZ-CIP-KEY-ID NOT = CZ-EXPECTED-KEY
009360         MOVE "N"           TO CZ-VALID-SWITCH
009370         MOVE "KEYER"       TO CZ-REASON-CODE
009380         MOVE "RECORD KEY DOES NOT MATCH CONTROL CARD"
009390             TO CZ-REASON-TEXT
009400     END-IF.
009410
009412     IF CZ-RECORD-VALID
009414         PERFORM 2170-RESOLVE-RECORD-GEN THRU 2170-EXIT
009416     END-IF.
009418
009420     IF CZ-RECORD-VALID AND CZ-CIP-MODE NOT = CZ-REC-MODE
009430         MOVE "N"           TO CZ-VALID-SWITCH
009440         MOVE "MODER"       TO CZ-REASON-CODE
009450         MOVE "RECORD MODE DOES NOT MATCH ITS KEY"
009460             TO CZ-REASON-TEXT
009470     END-IF.
009480
009941
009942     MOVE CZ-REJ-PARTNER-CODE TO CZ-RCP-WORK-CODE.
009943     MOVE CZ-REJ-SEQ-NO       TO CZ-RCP-WORK-SEQ.
009944     SET CZ-RCP-WORK-REJECTED TO TRUE.
009945     PERFORM 2750-ROLL-RECEIPT-TOTALS THRU 2750-EXIT.
009946
009950     MOVE SPACES TO DECRXRPT-RECORD.
009960     STRING "SEQ " CZ-CIP-SEQ-NO
009970            " ID " CZ-CIP-MSG-ID
010020
010030 2160-EXIT.
010040     EXIT.
010041
010042******************************************************************
010043*    2170-RESOLVE-RECORD-GEN - FIND THE KEY GENERATION THIS
010044*                              RECORD WAS CIPHERED UNDER AND
010045*                              LOAD ITS MODE, SHIFT, AND KEYWORD
010046*                              INTO THE CZ-REC FIELDS. A RECORD
010047*                              STAMPED WITH A GENERATION MUST
010048*                              FIND THAT EXACT GENERATION; AN
010049*                              UNSTAMPED RECORD TAKES THE
010050*                              GENERATION IN FORCE ON THE FILE'S
010051*                              HEADER DATE (TODAY IF THE HEADER
010052*                              CARRIED NONE). NO MATCH REJECTS
010053*                              THE RECORD KEYER.
010054******************************************************************
010055 2170-RESOLVE-RECORD-GEN.
010056
010057     MOVE "N" TO CZ-KEY-FOUND-SWITCH.
010058     MOVE 0   TO CZ-KEY-HIT-SUB.
010059
010060     IF CZ-CIP-KEY-GEN NUMERIC
010061         MOVE "Y" TO CZ-GEN-BY-NUMBER-SWITCH
010062     ELSE
010063         MOVE "N" TO CZ-GEN-BY-NUMBER-SWITCH
010064         IF CZ-IN-FILE-DATE = SPACES
010065             MOVE CZ-TODAY-DISPLAY TO CZ-GEN-AS-OF-DATE
010066         ELSE
010067             MOVE CZ-IN-FILE-DATE  TO CZ-GEN-AS-OF-DATE
010068         END-IF
010069     END-IF.
010070
010071     PERFORM 2175-CHECK-ONE-GEN THRU 2175-EXIT
010072             VARYING CZ-KEY-SUB FROM 1 BY 1
010073             UNTIL CZ-KEY-SUB > CZ-KEY-COUNT.
010074
010075     IF NOT CZ-KEY-FOUND
010076         MOVE "N"           TO CZ-VALID-SWITCH
010077         MOVE "KEYER"       TO CZ-REASON-CODE
010078         MOVE "RECORD KEY GENERATION IS NOT ON CIPHKEYS"
010079             TO CZ-REASON-TEXT
010080         GO TO 2170-EXIT
010081     END-IF.
010082
010083     MOVE CZ-KEYT-MODE(CZ-KEY-HIT-SUB)    TO CZ-REC-MODE.
010084     MOVE CZ-KEYT-SHIFT(CZ-KEY-HIT-SUB)   TO CZ-REC-SHIFT.
010085     MOVE CZ-KEYT-KEYWORD(CZ-KEY-HIT-SUB) TO CZ-REC-KEYWORD.
010086     MOVE CZ-KEYT-GEN(CZ-KEY-HIT-SUB)     TO CZ-REC-KEY-GEN.
010087
010088 2170-EXIT.
010089     EXIT.
010090
010091******************************************************************
010092*    2175-CHECK-ONE-GEN - COMPARE ONE TABLE ENTRY AGAINST THE
010093*                         RECORD'S KEY ID AND GENERATION, OR
010094*                         AGAINST THE AS-OF DATE FOR AN
010095*                         UNSTAMPED RECORD
010096******************************************************************
010097 2175-CHECK-ONE-GEN.
010098
010099     IF CZ-KEYT-ID(CZ-KEY-SUB) NOT = CZ-EXPECTED-KEY
010100         GO TO 2175-EXIT
010101     END-IF.
010102
010103     IF CZ-GEN-BY-NUMBER
010104         IF CZ-KEYT-GEN(CZ-KEY-SUB) = CZ-CIP-KEY-GEN
010105             MOVE "Y" TO CZ-KEY-FOUND-SWITCH
010106             MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
010107         END-IF
010108         GO TO 2175-EXIT
010109     END-IF.
010110
010111     IF CZ-KEYT-EFF-DATE(CZ-KEY-SUB) <= CZ-GEN-AS-OF-DATE
010112       AND (CZ-KEYT-RET-DATE(CZ-KEY-SUB) = SPACES
010113         OR CZ-KEYT-RET-DATE(CZ-KEY-SUB) > CZ-GEN-AS-OF-DATE)
010114       AND (NOT CZ-KEY-FOUND
010115         OR CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-KEYT-GEN(CZ-KEY-HIT-SUB))
010116         MOVE "Y" TO CZ-KEY-FOUND-SWITCH
010117         MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
010118     END-IF.
010119
010120 2175-EXIT.
010121     EXIT.
010122
010123******************************************************************
010124*    2180-CHECK-PARTNER - REFUSE AN INBOUND RECORD FROM A PARTNER
010125*                         THAT IS NOT ON CIPHPTNR (NOPRF), OR THAT
010126*                         IS SUSPENDED, TERMINATED, OR NOT YET
010127*                         LIVE TODAY (PTNST). THE REFUSAL GOES
010128*                         BACK TO THE PARTNER ON THE RECEIPT
010129*                         ADVICE LIKE ANY OTHER REJECT.
010130******************************************************************
010131 2180-CHECK-PARTNER.
010132
010133     MOVE "N" TO CZ-PPR-FOUND-SWITCH.
010134     MOVE 0   TO CZ-PPR-HIT-SUB.
010135     PERFORM 2185-CHECK-ONE-PROFILE THRU 2185-EXIT
010136             VARYING CZ-PPR-SUB FROM 1 BY 1
010137             UNTIL CZ-PPR-SUB > CZ-PPR-COUNT
010138                OR CZ-PPR-FOUND.
010139
010140     IF NOT CZ-PPR-FOUND
010141         MOVE "N"           TO CZ-VALID-SWITCH
010142         MOVE "NOPRF"       TO CZ-REASON-CODE
010143         MOVE "PARTNER CODE IS NOT ON CIPHPTNR"
010144             TO CZ-REASON-TEXT
010145         GO TO 2180-EXIT
010146     END-IF.
010147
010148     IF CZ-PPRT-STATUS(CZ-PPR-HIT-SUB) = "S"
010149         MOVE "N"           TO CZ-VALID-SWITCH
010150         MOVE "PTNST"       TO CZ-REASON-CODE
010151         MOVE "PARTNER IS SUSPENDED" TO CZ-REASON-TEXT
010152         GO TO 2180-EXIT
010153     END-IF.
010154
010155     IF CZ-PPRT-STATUS(CZ-PPR-HIT-SUB) NOT = "A"
010156       OR (CZ-PPRT-TERM-DATE(CZ-PPR-HIT-SUB) NOT = SPACES
010157           AND CZ-PPRT-TERM-DATE(CZ-PPR-HIT-SUB)
010158               NOT > CZ-TODAY-DISPLAY)
010159         MOVE "N"           TO CZ-VALID-SWITCH
010160         MOVE "PTNST"       TO CZ-REASON-CODE
010161         MOVE "PARTNER IS TERMINATED" TO CZ-REASON-TEXT
010162         GO TO 2180-EXIT
010163     END-IF.
010164
010165     IF CZ-PPRT-GO-LIVE(CZ-PPR-HIT-SUB) > CZ-TODAY-DISPLAY
010166         MOVE "N"           TO CZ-VALID-SWITCH
010167         MOVE "PTNST"       TO CZ-REASON-CODE
010168         MOVE "PARTNER IS NOT YET LIVE" TO CZ-REASON-TEXT
010169     END-IF.
010170
010171 2180-EXIT.
010172     EXIT.
010173
010174******************************************************************
010175*    2185-CHECK-ONE-PROFILE - COMPARE ONE PARTNER TABLE ENTRY'S
010176*                             CODE AGAINST THE RECORD'S
010177******************************************************************
010178 2185-CHECK-ONE-PROFILE.
010179
010180     IF CZ-PPRT-CODE(CZ-PPR-SUB) = CZ-CIP-PARTNER-CODE
010181         MOVE "Y" TO CZ-PPR-FOUND-SWITCH
010182         MOVE CZ-PPR-SUB TO CZ-PPR-HIT-SUB
010183     END-IF.
010184
010185 2185-EXIT.
010186     EXIT.
010187
010188******************************************************************
010189*    2200-DECIPHER-RECORD - CALL THE SHARED CIPHENGN SERVICE TO
010190*                           SHIFT THE CIPHERED TEXT BACK TO
010191*                           PLAINTEXT. IF CIPHENGN REJECTS THE
010192*                           PARAMETERS THE RECORD IS FAILED BACK
010193*                           AS INVALID SO 2000-PROCESS-FILE
010194*                           ROUTES IT TO THE REJECT PATH INSTEAD
010195*                           OF WRITING A STALE RESULT.
010196******************************************************************
010197 2200-DECIPHER-RECORD.
010198
010199*    A FIRST (OR ONLY) SEGMENT STARTS THE KEYWORD AT THE TOP; A
010200*    CONTINUATION PICKS UP WHERE THE PRIOR SEGMENT LEFT OFF,
010201*    MIRRORING THE POSITION CARRY THE ENCRYPT SIDE USED
010202     IF CZ-CIP-SEGMENT-NO <= 1
010210         MOVE 1 TO CZ-CARRY-KEY-POS
010220     END-IF.
010230
010240     MOVE "D"             TO CZ-ENG-OPERATION.
010250     MOVE CZ-REC-MODE     TO CZ-ENG-KEY-MODE.
010260     MOVE CZ-REC-SHIFT    TO CZ-ENG-SHIFT-KEY.
010270     MOVE CZ-REC-KEYWORD  TO CZ-ENG-KEYWORD.
010280     MOVE CZ-CARRY-KEY-POS TO CZ-ENG-START-KEY-POS.
010290     MOVE CZ-CIP-TEXT     TO CZ-ENG-TEXT.
010300     CALL "CIPHENGN" USING CZ-ENGINE-PARMS.
010608
010609     MOVE CZ-MSG-PARTNER-CODE TO CZ-RCP-WORK-CODE.
010610     MOVE CZ-MSG-SEQ-NO       TO CZ-RCP-WORK-SEQ.
010611     SET CZ-RCP-WORK-ACCEPTED TO TRUE.
010612     PERFORM 2750-ROLL-RECEIPT-TOTALS THRU 2750-EXIT.
010613
010620 2300-EXIT.
010630     EXIT.
010631
010664         MOVE CZ-RCP-WORK-CODE TO CZ-RCPT-CODE(CZ-RCP-HIT-SUB)
010665         MOVE 0 TO CZ-RCPT-RECS(CZ-RCP-HIT-SUB)
010666         MOVE 0 TO CZ-RCPT-HASH(CZ-RCP-HIT-SUB)
010667         MOVE 0 TO CZ-RCPT-ACCEPTED(CZ-RCP-HIT-SUB)
010668         MOVE 0 TO CZ-RCPT-REJECTED(CZ-RCP-HIT-SUB)
010669     END-IF.
010670
010671     ADD 1 TO CZ-RCPT-RECS(CZ-RCP-HIT-SUB).
010672     IF CZ-RCP-WORK-ACCEPTED
010673         ADD 1 TO CZ-RCPT-ACCEPTED(CZ-RCP-HIT-SUB)
010674     ELSE
010675         ADD 1 TO CZ-RCPT-REJECTED(CZ-RCP-HIT-SUB)
010676     END-IF.
010677     IF CZ-RCP-WORK-SEQ NUMERIC
010678         ADD CZ-RCP-WORK-SEQ TO CZ-RCPT-HASH(CZ-RCP-HIT-SUB)
010679     END-IF.
010680
010681 2750-EXIT.
010682     EXIT.
010683
010684******************************************************************
010685*    2760-CHECK-ONE-RCP - COMPARE ONE RECEIPT TABLE ENTRY'S
010686*                         PARTNER CODE
010687******************************************************************
010688 2760-CHECK-ONE-RCP.
010689
010690     IF CZ-RCPT-CODE(CZ-RCP-SUB) = CZ-RCP-WORK-CODE
010691         MOVE "Y" TO CZ-RCP-FOUND-SWITCH
010692         MOVE CZ-RCP-SUB TO CZ-RCP-HIT-SUB
010693     END-IF.
010694
010695 2760-EXIT.
010696     EXIT.
010697
010698******************************************************************
010699*    2500-WRITE-CHECKPOINT - REWRITE DECRCKPT WITH THE SEQUENCE
010700*                            NUMBER OF THE MOST RECENTLY COMPLETED
010701*                            RECORD AND THE COUNTS SO FAR, SO A
010702*                            RESTARTED RUN KNOWS WHERE TO PICK UP
010703******************************************************************
010710 2500-WRITE-CHECKPOINT.
010720
010730*    THE LAST-DETAIL FIELD, NOT THE LIVE RECORD AREA - AT
011758     EXIT.
011759
011760******************************************************************
011762*    8100-WRITE-AUDIT-RECORD - APPEND THE RUN'S AUDIT RECORDS TO
011764*                              CIPHAUD RECORDING WHO RAN THE JOB,
011766*                              WHEN, WITH WHICH KEY/MODE, AND THE
011768*                              RECORD COUNTS - ONE RECORD PER
011770*                              PARTNER ON THE INBOUND FILE, WHOSE
011772*                              COUNTS ADD UP TO THE RUN'S, SO EACH
011774*                              PARTNER'S DECRYPT WORK CAN BE
011776*                              BILLED. THE OPERATION IS "D" SO THE
011778*                              DAILY CONTROL REPORT DISTINGUISHES
011780*                              INBOUND DECRYPT RUNS FROM THE
011782*                              OVERNIGHT ENCRYPT RUNS.
011850******************************************************************
011860 8100-WRITE-AUDIT-RECORD.
011870
012130     MOVE CZ-RECS-REJECTED      TO CZ-AUD-RECS-REJ.
012140     MOVE CZ-RUN-DURATION-SECS  TO CZ-AUD-RUN-DURATION.
012150     MOVE 0                     TO CZ-AUD-RECS-MISMATCH.
012151     MOVE 0                     TO CZ-AUD-RECS-DUP.
012152     MOVE "CIPHDECR"            TO CZ-AUD-SOURCE-PGM.
012153     MOVE SPACES                TO CZ-AUD-SRC-SYSTEM.
012154     MOVE "N"                   TO CZ-AUD-FORCE-FLAG.
012155     MOVE SPACES                TO CZ-AUD-FILE-DATE.
012156     MOVE SPACES                TO CZ-AUD-PARTNER-CODE.
012157     MOVE SPACES                TO CZ-AUD-CYCLE-NO-X.
012158
012159*    AN INBOUND FILE WITH NO DETAILS HAS NO PARTNER TO NAME AND
012160*    KEEPS THE SINGLE RUN RECORD
012161     IF CZ-RCP-COUNT = 0
012162         PERFORM 8150-APPEND-AUDIT THRU 8150-EXIT
012163     ELSE
012164         PERFORM 8120-WRITE-PARTNER-AUDIT THRU 8120-EXIT
012165                 VARYING CZ-RCP-SUB FROM 1 BY 1
012166                 UNTIL CZ-RCP-SUB > CZ-RCP-COUNT
012167     END-IF.
012168
012169 8100-EXIT.
012170     EXIT.
012171
012172******************************************************************
012173*    8120-WRITE-PARTNER-AUDIT - LOAD ONE PARTNER'S ACCEPTED AND
012174*                               REJECTED COUNTS ONTO THE AUDIT
012175*                               RECORD AND APPEND IT. THE RUN'S
012176*                               ELAPSED TIME GOES ON THE FIRST
012177*                               PARTNER'S RECORD ONLY, SO THE
012178*                               DAILY CONTROL REPORT'S ELAPSED
012179*                               TOTAL STILL COUNTS THE RUN ONCE.
012180******************************************************************
012181 8120-WRITE-PARTNER-AUDIT.
012182
012183     MOVE CZ-RCPT-CODE(CZ-RCP-SUB) TO CZ-AUD-PARTNER-CODE.
012184     MOVE CZ-RCPT-RECS(CZ-RCP-SUB) TO CZ-AUD-RECS-IN.
012185     MOVE CZ-RCPT-ACCEPTED(CZ-RCP-SUB) TO CZ-AUD-RECS-OUT.
012186     MOVE CZ-RCPT-REJECTED(CZ-RCP-SUB) TO CZ-AUD-RECS-REJ.
012187     IF CZ-RCP-SUB > 1
012188         MOVE 0 TO CZ-AUD-RUN-DURATION
012189     END-IF.
012190
012191     PERFORM 8150-APPEND-AUDIT THRU 8150-EXIT.
012192
012193 8120-EXIT.
012194     EXIT.
012195
012196******************************************************************
012197*    8150-APPEND-AUDIT - STAMP THE AUDIT RECORD AS THE NEXT LINK
012198*                        IN THE CIPHAUD CHAIN AND APPEND IT
012199******************************************************************
012200 8150-APPEND-AUDIT.
012201
012202     SET CZ-ACH-REQ-APPEND TO TRUE.
012203     CALL "CIPHACHN" USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
012204
012205     OPEN EXTEND CIPHAUD.
012206     IF NOT CZ-CIPHAUD-OK
012207         OPEN OUTPUT CIPHAUD
012208     END-IF.
012209     WRITE CIPHAUD-RECORD FROM CZ-AUDIT-RECORD.
012210     CLOSE CIPHAUD.
012211
012212 8150-EXIT.
012213     EXIT.
012270
012280 END PROGRAM CIPHDECR.
