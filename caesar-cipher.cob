001926*                     DATE, SOURCE SYSTEM, AND THE OVERRIDE
001927*                     ITSELF, SO THE NEXT GUARD SCAN AND THE
001928*                     COMPLIANCE TRAIL BOTH SEE IT.
001929*    10/15/26   SMS   KEY GENERATIONS. CIPHKEYS NOW HOLDS EVERY
001930*                     GENERATION OF A KEY ID (CZKEYREC, NOW 65
001931*                     BYTES). 1132/1135 RESOLVE AN ID TO ITS
001932*                     HIGHEST GENERATION, THE ONLY ONE ALLOWED
001933*                     TO ENCRYPT, AND 2200 STAMPS THE GENERATION
001934*                     ON CIPHOUT BESIDE THE KEY ID (CZCIPREC) SO
001935*                     IT FLOWS ON TO THE ARCHIVE AND THE PARTNER
001936*                     CAN DECIPHER WITH THE RIGHT MATERIAL.
001937*    10/15/26   SMS   OPERATOR AUTHORITY. THE CIPHPARM OPERATOR ID
001938*                     IS NOW CHECKED BY THE CIPHAUTH SERVICE
001939*                     (CZAUTPRM) AGAINST THE CIPHOPER MASTER
001940*                     BEFORE ANY FILE IS TOUCHED (1050). AN
001941*                     OPERATOR WHO IS UNKNOWN, REVOKED, OR NOT
001942*                     HOLDING THE NIGHTLY BATCH ROLE IS LOGGED TO
001943*                     CIPHVIOL AND THE RUN ENDS WITH RETURN-CODE
001944*                     16.
001945*    10/15/26   SMS   EACH AUDIT RECORD IS NOW STAMPED WITH ITS
001946*                     CIPHAUD SEQUENCE NUMBER AND CHAINED HASH
001947*                     THROUGH THE CIPHACHN SERVICE BEFORE IT IS
001948*                     WRITTEN (RECORD NOW 132 BYTES).
001949*    10/15/26   SMS   MESSAGE-LEVEL DUPLICATE DETECTION.
001950*                     2150-VALIDATE-RECORD NOW REJECTS (DUPMS) A
001951*                     MESSAGE WHOSE MESSAGE ID AND PARTNER CODE
001952*                     ALREADY WENT OUT EARLIER IN TONIGHT'S CIPHIN
001953*                     OR ON THE CUMULATIVE ARCHIVE (NEW DUPARCH
001954*                     DD) WITHIN THE CIPHPARM LOOKBACK DAYS
001955*                     (DEFAULT 14, 000 FOR NONE); THE REASON TEXT
001956*                     NAMES THE ORIGINAL RUN DATE AND SEQUENCE
001957*                     NUMBER, AND THE CONTINUATIONS OF A DUPLICATE
001958*                     SEGMENTED MESSAGE REJECT WITH IT. A FORCED
001959*                     RERUN SKIPS THE ARCHIVE LOOKBACK. NEW
001960*                     DUPOVRD CARDS LET A DELIBERATE RESEND PAST
001961*                     THE ARCHIVE CHECK WHEN THE NAMED OPERATOR
001962*                     HOLDS THE RESEND ROLE, AND EACH ONE USED IS
001963*                     LISTED ON CIPHXRPT. THE DUPLICATE COUNT IS
001964*                     CARRIED ON THE CHECKPOINT AND THE AUDIT
001965*                     RECORD (RECS-DUP) AS WELL AS IN THE REJECT
001966*                     COUNT.
001967*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
001968*                     PARTNER CODE NOW CARRIED ON CZAUDREC; THE
001969*                     NIGHTLY ENCRYPT SPANS PARTNERS AND LEAVES IT
001970*                     BLANK.
001971*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
001972*                     CONTROL SERVICE AS STEP CZCIPHER, ONE ENTRY
001973*                     PER CIPHER STREAM (THE STREAM NUMBER
001974*                     CIPHSPLT PUTS ON THE HEADER, 0 FOR AN
001975*                     UNSPLIT RUN). 1900 RECORDS THE START ON
001976*                     CIPHRUN BEFORE THE CHECKPOINT OR ANY OUTPUT
001977*                     IS TOUCHED AND IS REFUSED UNLESS CIPHSPLT
001978*                     (OR CIPHSPLC FOR STREAM 0) ENDED CLEAN FOR
001979*                     THE SAME EXTRACT DATE; A STREAM ALREADY
001980*                     ENDED CLEAN SKIPS WITH RETURN-CODE 0 UNLESS
001981*                     THE CIPHPARM FORCE SWITCH IS SET. 8900
001982*                     RECORDS THE END WITH THE READ, WRITTEN AND
001983*                     REJECTED COUNTS.
001984*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. THE CIPHIN HEADER
001985*                     CYCLE NUMBER (00 OR BLANK = THE NIGHT RUN)
001986*                     IS SAVED WITH THE FILE DATE AND SOURCE,
001987*                     COPIED ONTO THE CIPHOUT HEADER, EVERY
001988*                     CIPHARCH RECORD AND THE AUDIT RECORD, AND
001989*                     PASSED TO CIPHRCTL. 2125-CHECK-RERUN NOW
001990*                     ONLY MATCHES A COMPLETED RUN OF THE SAME
001991*                     CYCLE, SO AN EXPRESS CYCLE CAN RUN THE SAME
001992*                     DAY AS THE NIGHT RUN WHILE A SECOND DELIVERY
001993*                     OF EITHER IS STILL REFUSED.
001994*    10/15/26   SMS   PARTNER MASTER. THE CIPHPPRF PROFILE FILE IS
001995*                     REPLACED BY THE CIPHPTNR PARTNER MASTER
001996*                     (CZPTMREC), MAINTAINED BY THE NEW CIPHPTNM
001997*                     JOB. 2170-RESOLVE-RECORD-KEY NOW REJECTS A
001998*                     RECORD FOR A PARTNER THAT IS SUSPENDED,
001999*                     TERMINATED, OR NOT YET LIVE TODAY (PTNST),
002000*                     AND ONE WHOSE KEY IS OF A MODE THE PARTNER
002001*                     MAY NOT RECEIVE (PTNMD). THE PARTNER TABLE
002002*                     NOW HOLDS 50 PARTNERS, AS THE MASTER DOES.
002003*    10/15/26   SMS   KEY TABLE RAISED FROM 50 TO 500 ENTRIES
002004*                     (3-DIGIT SUBSCRIPTS). CIPHKEYS NOW HOLDS
002005*                     EVERY GENERATION OF EVERY KEY ID, SO 50
002006*                     RECORDS WERE SOON REACHED.
002007*    10/15/26   SMS   DUPLICATE TABLE COUNT AND SUBSCRIPTS WIDENED
002008*                     TO 9(05). AT 9(04) A FULL 9999-ENTRY TABLE
002009*                     WRAPPED THE SEARCH SUBSCRIPT TO ZERO BEFORE
002010*                     THE FULL-TABLE CHECK WAS REACHED.
002011******************************************************************
002012 ENVIRONMENT DIVISION.
002013 CONFIGURATION SECTION.
002014 INPUT-OUTPUT SECTION.
002015 FILE-CONTROL.
002016     SELECT CIPHIN  ASSIGN TO "CIPHIN"
002017            ORGANIZATION IS LINE SEQUENTIAL
002018            FILE STATUS IS CZ-CIPHIN-STATUS.
002019
002020     SELECT CIPHOUT ASSIGN TO "CIPHOUT"
002021            ORGANIZATION IS LINE SEQUENTIAL
002030            FILE STATUS IS CZ-CIPHOUT-STATUS.
002040
002050     SELECT CIPHPARM ASSIGN TO "CIPHPARM"
002100            ORGANIZATION IS LINE SEQUENTIAL
002110            FILE STATUS IS CZ-CIPHKEYS-STATUS.
002120
002130     SELECT CIPHPTNR ASSIGN TO "CIPHPTNR"
002140            ORGANIZATION IS LINE SEQUENTIAL
002150            FILE STATUS IS CZ-CIPHPTNR-STATUS.
002160
002170     SELECT CIPHARCH ASSIGN TO "CIPHARCH"
002180            ORGANIZATION IS LINE SEQUENTIAL
002380            ORGANIZATION IS LINE SEQUENTIAL
002390            FILE STATUS IS CZ-CIPHSOLV-STATUS.
002400
002402     SELECT CIPHCKPT ASSIGN TO "CIPHCKPT"
002404            ORGANIZATION IS LINE SEQUENTIAL
002406            FILE STATUS IS CZ-CIPHCKPT-STATUS.
002408
002410     SELECT DUPARCH ASSIGN TO "DUPARCH"
002412            ORGANIZATION IS LINE SEQUENTIAL
002414            FILE STATUS IS CZ-DUPARCH-STATUS.
002416
002418     SELECT DUPOVRD ASSIGN TO "DUPOVRD"
002420            ORGANIZATION IS LINE SEQUENTIAL
002422            FILE STATUS IS CZ-DUPOVRD-STATUS.
002440
002450 DATA DIVISION.
002460 FILE SECTION.
002580
002590 FD  CIPHKEYS
002600     RECORDING MODE IS F.
002610 01  CIPHKEYS-RECORD            PIC X(65).
002620
002630 FD  CIPHPTNR
002640     RECORDING MODE IS F.
002650 01  CIPHPTNR-RECORD            PIC X(150).
002660
002670 FD  CIPHARCH
002680     RECORDING MODE IS F.
002690 01  CIPHARCH-RECORD            PIC X(113).
002700
002710 FD  CIPHREJ
002720     RECORDING MODE IS F.
002780
002790 FD  CIPHAUD
002800     RECORDING MODE IS F.
002810 01  CIPHAUD-RECORD             PIC X(144).
002820
002830 FD  CIPHRCON
002840     RECORDING MODE IS F.
002900
002910 FD  CIPHCKPT
002920     RECORDING MODE IS F.
002922 01  CIPHCKPT-RECORD            PIC X(54).
002924
002926 FD  DUPARCH
002928     RECORDING MODE IS F.
002930 01  DUPARCH-RECORD             PIC X(113).
002932
002934 FD  DUPOVRD
002936     RECORDING MODE IS F.
002938 01  DUPOVRD-RECORD             PIC X(60).
002940
002950 WORKING-STORAGE SECTION.
002960******************************************************************
003040
003050     COPY czkeyrec.
003060
003070     COPY czptmrec.
003080
003090     COPY czarcrec.
003100
003110     COPY czrejrec.
003120
003130     COPY czaudrec.
003132
003134     COPY czachprm.
003140
003150     COPY czckptrc.
003160
003170     COPY czengprm.
003172
003174     COPY czautprm.
003176
003178     COPY czrunprm.
003180
003190******************************************************************
003200*    FILE STATUS AND SWITCHES
003320 77  CZ-CIPHKEYS-STATUS         PIC X(02) VALUE SPACES.
003330     88  CZ-CIPHKEYS-OK                   VALUE "00".
003340
003350 77  CZ-CIPHPTNR-STATUS         PIC X(02) VALUE SPACES.
003360     88  CZ-CIPHPTNR-OK                   VALUE "00".
003370
003380 77  CZ-CIPHARCH-STATUS         PIC X(02) VALUE SPACES.
003390     88  CZ-CIPHARCH-OK                   VALUE "00".
003530 77  CZ-CIPHSOLV-STATUS         PIC X(02) VALUE SPACES.
003540     88  CZ-CIPHSOLV-OK                   VALUE "00".
003550
003552 77  CZ-CIPHCKPT-STATUS         PIC X(02) VALUE SPACES.
003554     88  CZ-CIPHCKPT-OK                   VALUE "00".
003556
003558 77  CZ-DUPARCH-STATUS          PIC X(02) VALUE SPACES.
003560     88  CZ-DUPARCH-OK                    VALUE "00".
003562
003564 77  CZ-DUPOVRD-STATUS          PIC X(02) VALUE SPACES.
003566     88  CZ-DUPOVRD-OK                    VALUE "00".
003580
003590 01  CZ-CURRENT-DATETIME.
003600     05  CZ-CDT-DATE.
003860     88  CZ-RUN-MODE-SINGLE               VALUE "S".
003870     88  CZ-RUN-MODE-KEYWORD              VALUE "K".
003880 77  CZ-RUN-KEYWORD             PIC X(20) VALUE SPACES.
003882 77  CZ-RUN-KEY-GEN             PIC 9(03) VALUE 0.
003890
003900******************************************************************
003910*    PER-RECORD KEY FIELDS - 2170-RESOLVE-RECORD-KEY SETS THESE
003980     88  CZ-REC-MODE-KEYWORD              VALUE "K".
003990 77  CZ-REC-SHIFT               PIC 99    VALUE 0.
004000 77  CZ-REC-KEYWORD             PIC X(20) VALUE SPACES.
004002 77  CZ-REC-KEY-GEN             PIC 9(03) VALUE 0.
004010
004020******************************************************************
004030*    SEGMENT CONTROL - THE CARRY POSITION CHAINS CIPHENGN'S
004510 77  CZ-RECS-REJECTED           PIC 9(06) VALUE 0.
004520 77  CZ-RECS-RECONCILED         PIC 9(06) VALUE 0.
004530 77  CZ-RECS-MISMATCHED         PIC 9(06) VALUE 0.
004532 77  CZ-RECS-ARCHIVED           PIC 9(06) VALUE 0.
004534 77  CZ-RECS-DUPLICATE          PIC 9(06) VALUE 0.
004536 77  CZ-RECS-DUP-OVERRIDDEN     PIC 9(06) VALUE 0.
004550
004560******************************************************************
004570*    FILE-LEVEL BALANCING - THE CIPHIN HEADER AND TRAILER ARE
004750 77  CZ-TODAY-DISPLAY           PIC X(10) VALUE SPACES.
004751
004752******************************************************************
004753*    RERUN GUARD - THE HEADER'S FILE DATE, SOURCE SYSTEM AND
004754*    CYCLE ARE SAVED AS IT PASSES, CHECKED AGAINST THE AUDIT
004755*    HISTORY OF COMPLETED ENCRYPT RUNS BY 2125, AND STAMPED ONTO
004756*    THIS RUN'S AUDIT RECORD SO THE NEXT GUARD SCAN SEES TONIGHT.
004757*    THE CYCLE IS ALSO STAMPED ON THE CIPHOUT HEADER AND ON EVERY
004758*    ARCHIVE RECORD. A HEADER WITH NO CYCLE IS THE NIGHT RUN, 00.
004759******************************************************************
004760 77  CZ-HDR-FILE-DATE-SV        PIC X(10) VALUE SPACES.
004761 77  CZ-HDR-SOURCE-SYS-SV       PIC X(08) VALUE SPACES.
004762 77  CZ-HDR-CYCLE-NO-SV         PIC 9(02) VALUE 0.
004763
004764 77  CZ-RERUN-FOUND-SWITCH      PIC X(01) VALUE "N".
004765     88  CZ-RERUN-FOUND                   VALUE "Y".
004766
004767******************************************************************
004768*    DUPLICATE-MESSAGE TABLE - ONE ENTRY PER MESSAGE (FIRST OR
004769*    ONLY SEGMENT) KEYED BY MESSAGE ID AND PARTNER CODE. ENTRIES
004770*    FROM THE DUPARCH LOOKBACK WINDOW ARE SOURCE "A"; MESSAGES
004771*    ACCEPTED TONIGHT ARE ADDED AS SOURCE "T" AS THEY ARE
004772*    WRITTEN, SO A SECOND COPY LATER IN THE SAME CIPHIN IS CAUGHT
004773*    TOO. THE TABLE MUST HOLD THE WHOLE WINDOW - A DUPLICATE
004774*    CHECK THAT QUIETLY STOPPED LOOKING WOULD BE WORSE THAN NONE,
004775*    SO OVERFLOW FAILS THE RUN.
004776******************************************************************
004777 77  CZ-DUP-TABLE-MAX           PIC 9(05) VALUE 9999.
004778 77  CZ-DUP-COUNT               PIC 9(05) VALUE 0.
004779 77  CZ-DUP-SUB                 PIC 9(05) VALUE 0.
004780 77  CZ-DUP-HIT-SUB             PIC 9(05) VALUE 0.
004781 77  CZ-DUP-ARCH-LOADED         PIC 9(04) VALUE 0.
004782 77  CZ-DUP-WANT-SOURCE         PIC X(01) VALUE SPACE.
004783 77  CZ-DUP-CUTOFF-DATE         PIC X(10) VALUE SPACES.
004784 77  CZ-DUP-TODAY-INT           PIC 9(08) VALUE 0.
004785 01  CZ-DUP-CUTOFF-YMD          PIC 9(08) VALUE 0.
004786 01  CZ-DUP-CUTOFF-SPLIT REDEFINES CZ-DUP-CUTOFF-YMD.
004787     05  CZ-DUP-CUT-YEAR         PIC 9(04).
004788     05  CZ-DUP-CUT-MONTH        PIC 9(02).
004789     05  CZ-DUP-CUT-DAY          PIC 9(02).
004790
004791 77  CZ-DUP-FOUND-SWITCH        PIC X(01) VALUE "N".
004792     88  CZ-DUP-FOUND                     VALUE "Y".
004793
004794 77  CZ-DUPARCH-EOF-SWITCH      PIC X(01) VALUE "N".
004795     88  CZ-END-OF-DUPARCH                VALUE "Y".
004796
004797 01  CZ-DUP-NEW-ENTRY.
004798     05  CZ-DUPN-MSG-ID          PIC X(06).
004799     05  CZ-DUPN-PARTNER-CODE    PIC X(04).
004800     05  CZ-DUPN-RUN-DATE        PIC X(10).
004801     05  CZ-DUPN-SEQ-NO          PIC 9(06).
004802     05  CZ-DUPN-SOURCE          PIC X(01).
004803
004804 01  CZ-DUP-TABLE.
004805     05  CZ-DUP-ENTRY OCCURS 9999 TIMES.
004806         10  CZ-DUPT-MSG-ID      PIC X(06).
004807         10  CZ-DUPT-PARTNER-CODE
004808                                 PIC X(04).
004809         10  CZ-DUPT-RUN-DATE    PIC X(10).
004810         10  CZ-DUPT-SEQ-NO      PIC 9(06).
004811         10  CZ-DUPT-SOURCE      PIC X(01).
004812             88  CZ-DUPT-FROM-ARCHIVE     VALUE "A".
004813             88  CZ-DUPT-FROM-TONIGHT     VALUE "T".
004814
004815******************************************************************
004816*    DUPLICATE CHAIN - WHEN THE FIRST SEGMENT OF A SEGMENTED
004817*    MESSAGE REJECTS AS A DUPLICATE, ITS CONTINUATIONS REJECT
004818*    UNDER THE SAME REASON RATHER THAN AS BROKEN CHAINS
004819******************************************************************
004820 77  CZ-DUP-CHAIN-SWITCH        PIC X(01) VALUE "N".
004821     88  CZ-DUP-CHAIN-OPEN                VALUE "Y".
004822 77  CZ-DUP-CHAIN-MSG-ID        PIC X(06) VALUE SPACES.
004823 77  CZ-DUP-CHAIN-TEXT          PIC X(40) VALUE SPACES.
004824
004825******************************************************************
004826*    RESEND OVERRIDE LIST - DUPOVRD CARDS NAME A PARTNER CODE AND
004827*    MESSAGE ID THE OPERATOR IS DELIBERATELY SENDING AGAIN. A
004828*    CARD EXCUSES A MATCH AGAINST THE ARCHIVE ONLY; A SECOND COPY
004829*    INSIDE TONIGHT'S OWN FILE IS STILL A DUPLICATE. THE NAMED
004830*    OPERATOR MUST HOLD THE RESEND ROLE ON CIPHOPER.
004831******************************************************************
004832 77  CZ-OVR-TABLE-MAX           PIC 9(02) VALUE 50.
004833 77  CZ-OVR-COUNT               PIC 9(02) VALUE 0.
004834 77  CZ-OVR-SUB                 PIC 9(02) VALUE 0.
004835 77  CZ-OVR-HIT-SUB             PIC 9(02) VALUE 0.
004836
004837 77  CZ-OVR-FOUND-SWITCH        PIC X(01) VALUE "N".
004838     88  CZ-OVR-FOUND                     VALUE "Y".
004839
004840 77  CZ-DUPOVRD-EOF-SWITCH      PIC X(01) VALUE "N".
004841     88  CZ-END-OF-DUPOVRD                VALUE "Y".
004842
004843 01  CZ-OVERRIDE-CARD.
004844     05  CZ-OVC-PARTNER-CODE     PIC X(04).
004845     05  CZ-OVC-MSG-ID           PIC X(06).
004846     05  CZ-OVC-OPERATOR-ID      PIC X(08).
004847     05  CZ-OVC-REASON           PIC X(42).
004848
004849 01  CZ-OVR-TABLE.
004850     05  CZ-OVR-ENTRY OCCURS 50 TIMES.
004851         10  CZ-OVRT-PARTNER-CODE
004852                                 PIC X(04).
004853         10  CZ-OVRT-MSG-ID      PIC X(06).
004854         10  CZ-OVRT-OPERATOR-ID PIC X(08).
004855
004856******************************************************************
004857*    KEY-STORE TABLE - CIPHKEYS IS LOADED HERE AT INITIALIZATION
004858*    AND THE CONTROL CARD'S KEY ID IS RESOLVED AGAINST IT
004859******************************************************************
004860 77  CZ-KEY-TABLE-MAX           PIC 9(03) VALUE 500.
004861 77  CZ-KEY-COUNT               PIC 9(03) VALUE 0.
004862 77  CZ-KEY-SUB                 PIC 9(03) VALUE 0.
004863 77  CZ-KEY-HIT-SUB             PIC 9(03) VALUE 0.
004864 77  CZ-WANTED-KEY-ID           PIC X(08) VALUE SPACES.
004865
004870 77  CZ-KEY-FOUND-SWITCH        PIC X(01) VALUE "N".
004880     88  CZ-KEY-FOUND                     VALUE "Y".
004890
004910     88  CZ-END-OF-KEYS                   VALUE "Y".
004920
004930 01  CZ-KEY-TABLE.
004940     05  CZ-KEY-ENTRY OCCURS 500 TIMES.
004950         10  CZ-KEYT-ID          PIC X(08).
004960         10  CZ-KEYT-MODE        PIC X(01).
004970         10  CZ-KEYT-SHIFT       PIC 9(02).
004990         10  CZ-KEYT-EFF-DATE    PIC X(10).
005000         10  CZ-KEYT-EXP-DATE    PIC X(10).
005010         10  CZ-KEYT-STATUS      PIC X(01).
005012         10  CZ-KEYT-GEN         PIC 9(03).
005020
005030******************************************************************
005032*    PARTNER PROFILE TABLE - THE CIPHPTNR PARTNER MASTER IS
005034*    LOADED HERE AT INITIALIZATION AND EACH RECORD'S PARTNER CODE
005036*    IS RESOLVED AGAINST IT BY 2170-RESOLVE-RECORD-KEY. A MISSING
005038*    CIPHPTNR IS ACCEPTED AS AN EMPTY TABLE, IN WHICH CASE EVERY
005040*    RECORD MUST CARRY A BLANK PARTNER CODE. THE TABLE HOLDS AS
005042*    MANY PARTNERS AS CIPHPTNM WILL PUT ON THE MASTER.
005044******************************************************************
005046 77  CZ-PPR-TABLE-MAX           PIC 9(02) VALUE 50.
005110 77  CZ-PPR-COUNT               PIC 9(02) VALUE 0.
005120 77  CZ-PPR-SUB                 PIC 9(02) VALUE 0.
005130 77  CZ-PPR-HIT-SUB             PIC 9(02) VALUE 0.
005180 77  CZ-PPRF-EOF-SWITCH         PIC X(01) VALUE "N".
005190     88  CZ-END-OF-PROFILES               VALUE "Y".
005200
005202 01  CZ-PPR-TABLE.
005204     05  CZ-PPR-ENTRY OCCURS 50 TIMES.
005206         10  CZ-PPRT-CODE        PIC X(04).
005208         10  CZ-PPRT-KEY-ID      PIC X(08).
005210         10  CZ-PPRT-STATUS      PIC X(01).
005212         10  CZ-PPRT-GO-LIVE     PIC X(10).
005214         10  CZ-PPRT-TERM-DATE   PIC X(10).
005216         10  CZ-PPRT-MODES       PIC X(02).
005250
005260******************************************************************
005270*    RUN DURATION - START TIME SNAPSHOT AT 1000-INITIALIZE, END
006020     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
006030             UNTIL CZ-END-OF-INPUT.
006040     PERFORM 7000-BALANCE-FILE THRU 7000-EXIT.
006042     PERFORM 8000-FINALIZE THRU 8000-EXIT.
006044     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
006060
006070     STOP RUN.
006080
006250         STOP RUN
006260     END-IF.
006270
006272     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
006274
006276     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
006290
006300*    THE CHECKPOINT AND THE RECOVERY SCAN OF THE INTERRUPTED
006310*    OUTPUT MUST BOTH RUN BEFORE 1300 REOPENS THE OUTPUT FILES
006450 1000-EXIT.
006460     EXIT.
006470
006471******************************************************************
006472*    1050-CHECK-OPERATOR - HAVE CIPHAUTH CHECK THE CARD'S
006473*                          OPERATOR AGAINST THE CIPHOPER MASTER
006474*                          FOR THE NIGHTLY BATCH ROLE. A REFUSED
006475*                          OPERATOR IS ALREADY ON CIPHVIOL BY
006476*                          THE TIME CONTROL COMES BACK, AND THE
006477*                          RUN ENDS BEFORE ANY WORK IS DONE.
006478******************************************************************
006479 1050-CHECK-OPERATOR.
006480
006481     MOVE "CZCIPHER"          TO CZ-ATH-PROGRAM.
006482     MOVE CZ-PARM-OPERATOR-ID TO CZ-ATH-OPERATOR-ID.
006483     SET CZ-ATH-ROLE-BATCH TO TRUE.
006484     MOVE CZ-PARM-KEY-ID      TO CZ-ATH-CONTEXT.
006485     CALL "CIPHAUTH" USING CZ-AUTH-PARMS.
006486
006487     IF NOT CZ-ATH-GRANTED
006488         DISPLAY "CAESAR-CIPHER OPERATOR " CZ-PARM-OPERATOR-ID
006489             " REFUSED - " CZ-ATH-REASON-TEXT
006490         MOVE 16 TO RETURN-CODE
006491         STOP RUN
006492     END-IF.
006493
006494 1050-EXIT.
006495     EXIT.
006496
006497******************************************************************
006498*    1100-READ-PARM-CARD - READ THE JOB CONTROL CARD THAT NAMES
006500*                          THE KEY ID FOR THE RUN, THEN RESOLVE
006510*                          THE ID AGAINST THE CIPHKEYS KEY STORE.
006520*                          A MISSING CIPHPARM IS DETECTED OFF THE
006810         MOVE "N" TO CZ-PARM-RESTART-SWITCH
006820     END-IF.
006822
006823     IF CZ-PARM-FORCE-SWITCH NOT = "Y"
006824         MOVE "N" TO CZ-PARM-FORCE-SWITCH
006825     END-IF.
006826
006827     IF CZ-PARM-DUP-DAYS NOT NUMERIC
006828         MOVE 014 TO CZ-PARM-DUP-DAYS
006829     END-IF.
006830
006840     IF CZ-PARM-KEY-ID = SPACES
006850         DISPLAY "CAESAR-CIPHER CIPHPARM KEY ID IS BLANK"
006870         STOP RUN
006880     END-IF.
006890
006892     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
006894
006900     PERFORM 1120-LOAD-KEY-TABLE THRU 1120-EXIT.
006910     PERFORM 1130-RESOLVE-KEY-ID THRU 1130-EXIT.
006912     PERFORM 1140-LOAD-PPR-TABLE THRU 1140-EXIT.
006914     PERFORM 1180-LOAD-OVERRIDES THRU 1180-EXIT.
006916
006918 1100-EXIT.
006950     EXIT.
006960
006970******************************************************************
007510     MOVE CZ-KEY-EFF-DATE  TO CZ-KEYT-EFF-DATE(CZ-KEY-COUNT).
007520     MOVE CZ-KEY-EXP-DATE  TO CZ-KEYT-EXP-DATE(CZ-KEY-COUNT).
007530     MOVE CZ-KEY-STATUS    TO CZ-KEYT-STATUS(CZ-KEY-COUNT).
007531     IF CZ-KEY-GENERATION NUMERIC
007532         MOVE CZ-KEY-GENERATION TO CZ-KEYT-GEN(CZ-KEY-COUNT)
007533     ELSE
007534         MOVE 1 TO CZ-KEYT-GEN(CZ-KEY-COUNT)
007535     END-IF.
007540
007550 1125-EXIT.
007560     EXIT.
007580******************************************************************
007590*    1130-RESOLVE-KEY-ID - FIND THE CONTROL CARD'S KEY ID IN THE
007600*                          KEY TABLE AND RESOLVE THE RUN MODE,
007610*                          SHIFT, AND KEYWORD FROM ITS CURRENT
007612*                          GENERATION. THE ENTRY
007620*                          MUST BE ACTIVE AND TODAY MUST FALL
007630*                          WITHIN ITS EFFECTIVE DATES (A BLANK
007640*                          EXPIRY MEANS NO EXPIRY). ANYTHING
008020     MOVE CZ-KEYT-MODE(CZ-KEY-HIT-SUB)    TO CZ-RUN-MODE.
008030     MOVE CZ-KEYT-SHIFT(CZ-KEY-HIT-SUB)   TO CZ-SHIFT-KEY.
008040     MOVE CZ-KEYT-KEYWORD(CZ-KEY-HIT-SUB) TO CZ-RUN-KEYWORD.
008042     MOVE CZ-KEYT-GEN(CZ-KEY-HIT-SUB)     TO CZ-RUN-KEY-GEN.
008050
008060 1130-EXIT.
008070     EXIT.
008120*                            SWITCH AND LEAVES THE HIT SUBSCRIPT
008130*                            POINTING AT THE ENTRY. SHARED BY THE
008140*                            RUN-LEVEL RESOLVE AND THE PER-RECORD
008150*                            PARTNER-KEY RESOLVE. EVERY ENTRY IS
008152*                            COMPARED SO THE HIT IS THE ID'S
008154*                            HIGHEST GENERATION - A RETIRED
008156*                            GENERATION NEVER ENCRYPTS.
008160******************************************************************
008170 1132-SEARCH-KEY-TABLE.
008180
008210
008220     PERFORM 1135-CHECK-ONE-KEY THRU 1135-EXIT
008230             VARYING CZ-KEY-SUB FROM 1 BY 1
008240             UNTIL CZ-KEY-SUB > CZ-KEY-COUNT.
008260
008270 1132-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*    1135-CHECK-ONE-KEY - COMPARE ONE TABLE ENTRY'S ID AGAINST
008320*                         THE WANTED KEY ID, KEEPING THE HIGHEST
008322*                         GENERATION SEEN SO FAR
008330******************************************************************
008340 1135-CHECK-ONE-KEY.
008350
008360     IF CZ-KEYT-ID(CZ-KEY-SUB) = CZ-WANTED-KEY-ID
008362       AND (NOT CZ-KEY-FOUND
008364         OR CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-KEYT-GEN(CZ-KEY-HIT-SUB))
008370         MOVE "Y" TO CZ-KEY-FOUND-SWITCH
008380         MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
008390     END-IF.
008420     EXIT.
008430
008440******************************************************************
008450*    1140-LOAD-PPR-TABLE - READ THE CIPHPTNR PARTNER MASTER
008460*                          INTO THE PARTNER TABLE. A MISSING
008470*                          FILE IS ACCEPTED AS AN EMPTY TABLE SO
008480*                          A SINGLE-PARTNER SHOP NEED NOT CARRY
008490*                          ONE.
008500******************************************************************
008510 1140-LOAD-PPR-TABLE.
008520
008530     MOVE 0 TO CZ-PPR-COUNT.
008540     OPEN INPUT CIPHPTNR.
008550     IF NOT CZ-CIPHPTNR-OK
008560         GO TO 1140-EXIT
008570     END-IF.
008580
008600             UNTIL CZ-END-OF-PROFILES
008610                OR CZ-PPR-COUNT >= CZ-PPR-TABLE-MAX.
008620
008630     CLOSE CIPHPTNR.
008640
008650 1140-EXIT.
008660     EXIT.
008670
008680******************************************************************
008682*    1145-LOAD-ONE-PPR - READ ONE PARTNER MASTER RECORD INTO THE
008684*                        NEXT TABLE SLOT. ONLY THE KEY ID, THE
008686*                        STATUS AND DATES, AND THE KEY MODES ARE
008688*                        NEEDED HERE.
008710******************************************************************
008720 1145-LOAD-ONE-PPR.
008730
008740     READ CIPHPTNR INTO CZ-PARTNER-MASTER-RECORD
008750         AT END
008760             MOVE "Y" TO CZ-PPRF-EOF-SWITCH
008770             GO TO 1145-EXIT
008780     END-READ.
008790
008800     ADD 1 TO CZ-PPR-COUNT.
008802     MOVE CZ-PTM-PARTNER-CODE TO CZ-PPRT-CODE(CZ-PPR-COUNT).
008804     MOVE CZ-PTM-KEY-ID       TO CZ-PPRT-KEY-ID(CZ-PPR-COUNT).
008806     MOVE CZ-PTM-STATUS       TO CZ-PPRT-STATUS(CZ-PPR-COUNT).
008808     MOVE CZ-PTM-GO-LIVE-DATE TO CZ-PPRT-GO-LIVE(CZ-PPR-COUNT).
008810     MOVE CZ-PTM-TERM-DATE    TO CZ-PPRT-TERM-DATE(CZ-PPR-COUNT).
008812     MOVE CZ-PTM-KEY-MODES    TO CZ-PPRT-MODES(CZ-PPR-COUNT).
008830
008840 1145-EXIT.
008850     EXIT.
009110                     MOVE CZ-CKPT-RECS-REJECTED
009120                         TO CZ-RECS-REJECTED
009130                     MOVE CZ-CKPT-IN-SEQ-HASH  TO CZ-IN-SEQ-HASH
009132                     MOVE CZ-CKPT-OUT-SEQ-HASH
009134                         TO CZ-OUT-SEQ-HASH
009136                     IF CZ-CKPT-RECS-DUP NUMERIC
009138                         MOVE CZ-CKPT-RECS-DUP
009139                      TO CZ-RECS-DUPLICATE
009140                     END-IF
009160             END-READ
009170             CLOSE CIPHCKPT
009180         END-IF
010110     IF CZ-CIP-SEGMENT-NO NOT NUMERIC
010120         MOVE 0 TO CZ-CIP-SEGMENT-NO
010130     END-IF.
010132     IF CZ-CIP-LAST-SEGMENT OR CZ-CIP-SEGMENT-NO = 0
010134         MOVE "N" TO CZ-SCAN-TAIL-SWITCH
010136     ELSE
010138         MOVE "Y" TO CZ-SCAN-TAIL-SWITCH
010140     END-IF.
010142
010144*    EVERY MESSAGE THE INTERRUPTED RUN ALREADY SHIPPED GOES BACK
010146*    INTO THE DUPLICATE TABLE AS ONE OF TONIGHT'S
010148     IF CZ-CIP-SEGMENT-NO <= 1
010150         MOVE CZ-CIP-MSG-ID       TO CZ-DUPN-MSG-ID
010152         MOVE CZ-CIP-PARTNER-CODE TO CZ-DUPN-PARTNER-CODE
010154         MOVE CZ-TODAY-DISPLAY    TO CZ-DUPN-RUN-DATE
010156         MOVE CZ-CIP-SEQ-NO       TO CZ-DUPN-SEQ-NO
010158         MOVE "T"                 TO CZ-DUPN-SOURCE
010160         PERFORM 2190-ADD-DUP-ENTRY THRU 2190-EXIT
010162     END-IF.
010190
010200 1165-EXIT.
010210     EXIT.
010340
010350     IF CZ-REJ-SEQ-NO NUMERIC
010360       AND CZ-REJ-SEQ-NO > CZ-CKPT-LAST-SEQ-NO
010362         ADD 1 TO CZ-RECS-REJECTED
010364         ADD 1 TO CZ-RECS-READ
010366         ADD CZ-REJ-SEQ-NO TO CZ-IN-SEQ-HASH
010368         IF CZ-REJ-REASON-CODE = "DUPMS"
010370             ADD 1 TO CZ-RECS-DUPLICATE
010372         END-IF
010400         IF CZ-REJ-SEQ-NO > CZ-RESTART-SKIP-SEQ
010410             MOVE CZ-REJ-SEQ-NO TO CZ-RESTART-SKIP-SEQ
010420         END-IF
010450 1170-EXIT.
010460     EXIT.
010470
010471******************************************************************
010472*    1180-LOAD-OVERRIDES - READ THE DUPOVRD RESEND OVERRIDE CARDS
010473*                          INTO THE OVERRIDE TABLE. EACH CARD'S
010474*                          OPERATOR IS CHECKED WITH CIPHAUTH FOR
010475*                          THE RESEND ROLE; A REFUSED CARD IS
010476*                          DROPPED (CIPHAUTH HAS ALREADY LOGGED
010477*                          THE VIOLATION) AND ITS MESSAGE STAYS
010478*                          SUBJECT TO THE DUPLICATE CHECK. A
010479*                          MISSING DUPOVRD MEANS NO OVERRIDES
010480*                          TONIGHT.
010481******************************************************************
010482 1180-LOAD-OVERRIDES.
010483
010484     MOVE 0 TO CZ-OVR-COUNT.
010485     OPEN INPUT DUPOVRD.
010486     IF NOT CZ-DUPOVRD-OK
010487         GO TO 1180-EXIT
010488     END-IF.
010489
010490     PERFORM 1185-LOAD-ONE-OVERRIDE THRU 1185-EXIT
010491             UNTIL CZ-END-OF-DUPOVRD
010492                OR CZ-OVR-COUNT >= CZ-OVR-TABLE-MAX.
010493
010494     IF NOT CZ-END-OF-DUPOVRD
010495         READ DUPOVRD INTO CZ-OVERRIDE-CARD
010496             AT END MOVE "Y" TO CZ-DUPOVRD-EOF-SWITCH
010497         END-READ
010498     END-IF.
010499     IF NOT CZ-END-OF-DUPOVRD
010500         DISPLAY "CAESAR-CIPHER OVERRIDE TABLE IS FULL - DUPOVRD "
010501             "CARDS BEYOND " CZ-OVR-TABLE-MAX " NOT LOADED"
010502     END-IF.
010503
010504     CLOSE DUPOVRD.
010505
010506 1180-EXIT.
010507     EXIT.
010508
010509******************************************************************
010510*    1185-LOAD-ONE-OVERRIDE - READ ONE OVERRIDE CARD AND, IF ITS
010511*                             OPERATOR MAY AUTHORIZE A RESEND,
010512*                             LOAD IT INTO THE NEXT TABLE SLOT
010513******************************************************************
010514 1185-LOAD-ONE-OVERRIDE.
010515
010516     READ DUPOVRD INTO CZ-OVERRIDE-CARD
010517         AT END
010518             MOVE "Y" TO CZ-DUPOVRD-EOF-SWITCH
010519             GO TO 1185-EXIT
010520     END-READ.
010521
010522     IF CZ-OVC-MSG-ID = SPACES
010523         GO TO 1185-EXIT
010524     END-IF.
010525
010526     MOVE "CZCIPHER"           TO CZ-ATH-PROGRAM.
010527     MOVE CZ-OVC-OPERATOR-ID   TO CZ-ATH-OPERATOR-ID.
010528     SET CZ-ATH-ROLE-RESEND TO TRUE.
010529     MOVE SPACES               TO CZ-ATH-CONTEXT.
010530     STRING CZ-OVC-PARTNER-CODE " " CZ-OVC-MSG-ID
010531         DELIMITED BY SIZE INTO CZ-ATH-CONTEXT.
010532     CALL "CIPHAUTH" USING CZ-AUTH-PARMS.
010533
010534     IF NOT CZ-ATH-GRANTED
010535         DISPLAY "CAESAR-CIPHER DUPOVRD CARD FOR "
010536             CZ-OVC-PARTNER-CODE
010537             " " CZ-OVC-MSG-ID " IGNORED - " CZ-ATH-REASON-TEXT
010538         GO TO 1185-EXIT
010539     END-IF.
010540
010541     ADD 1 TO CZ-OVR-COUNT.
010542     MOVE CZ-OVC-PARTNER-CODE
010543         TO CZ-OVRT-PARTNER-CODE(CZ-OVR-COUNT).
010544     MOVE CZ-OVC-MSG-ID       TO CZ-OVRT-MSG-ID(CZ-OVR-COUNT).
010545     MOVE CZ-OVC-OPERATOR-ID
010546         TO CZ-OVRT-OPERATOR-ID(CZ-OVR-COUNT).
010547
010548 1185-EXIT.
010549     EXIT.
010550
010551******************************************************************
010552*    1200-WRITE-RPT-HEADING - WRITE THE EXCEPTIONS REPORT HEADING
010553******************************************************************
010554 1200-WRITE-RPT-HEADING.
010555
010556     MOVE "CAESAR-CIPHER VALIDATION EXCEPTIONS REPORT"
010557         TO CIPHXRPT-RECORD.
010558     WRITE CIPHXRPT-RECORD.
010560     MOVE SPACES TO CIPHXRPT-RECORD.
010570     WRITE CIPHXRPT-RECORD.
010580
011740
011750     MOVE SPACES           TO CZ-CIPHER-RECORD.
011760     MOVE "H"              TO CZ-CIP-REC-TYPE.
011762     MOVE CZ-TODAY-DISPLAY TO CZ-CIP-HDR-FILE-DATE.
011764     MOVE "CZCIPHER"       TO CZ-CIP-HDR-SOURCE-SYS.
011766     MOVE CZ-HDR-CYCLE-NO-SV TO CZ-CIP-HDR-CYCLE-NO.
011790     WRITE CIPHOUT-RECORD FROM CZ-CIPHER-RECORD.
011800
011810 1310-EXIT.
011820     EXIT.
011830
011840
011841******************************************************************
011842*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
011843*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
011844*                             IS OPENED. A STEP ALREADY ENDED
011845*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
011846*                             RETURN-CODE 0 SO A RESUBMITTED
011847*                             STREAM RESUMES WHERE IT FAILED; A
011848*                             REFUSED START FAILS THE STEP. A
011849*                             CIPHPARM FORCED RERUN MAY RUN AGAIN
011850*                             AFTER A CLEAN END, BUT NEVER AHEAD
011851*                             OF ITS PREDECESSOR.
011852******************************************************************
011853 1900-START-RUN-CONTROL.
011854
011855     MOVE SPACES TO CZ-RUNCTL-PARMS.
011856     SET CZ-RUN-REQ-START TO TRUE.
011857     MOVE "CZCIPHER"         TO CZ-RUN-STEP-NAME.
011858     MOVE 0                  TO CZ-RUN-STREAM-NO.
011859     MOVE 0                  TO CZ-RUN-STREAM-COUNT.
011860     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
011861     MOVE 0                  TO CZ-RUN-STEP-RC.
011862     MOVE 0                  TO CZ-RUN-COUNT-IN.
011863     MOVE 0                  TO CZ-RUN-COUNT-OUT.
011864     MOVE 0                  TO CZ-RUN-COUNT-EXC.
011865
011866*    THE EXTRACT DATE IS THE ONE ON THE CIPHIN HEADER
011867     READ CIPHIN INTO CZ-MESSAGE-RECORD
011868         AT END
011869             MOVE SPACES TO CZ-MESSAGE-RECORD
011870     END-READ.
011871     IF CZ-MSG-TYPE-HEADER
011872         MOVE CZ-MSG-HDR-FILE-DATE TO CZ-RUN-EXTRACT-DATE
011873     END-IF.
011874     CLOSE CIPHIN.
011875     OPEN INPUT CIPHIN.
011876     IF NOT CZ-CIPHIN-OK
011877         DISPLAY "CAESAR-CIPHER CIPHIN REOPEN FAILED, STATUS "
011878             CZ-CIPHIN-STATUS
011879         MOVE 16 TO RETURN-CODE
011880         STOP RUN
011881     END-IF.
011882
011883*    A STREAM FILE FROM CIPHSPLT NAMES ITS STREAM ON THE HEADER;
011884*    AN UNSPLIT CIPHIN IS STREAM 0
011885     IF CZ-MSG-TYPE-HEADER
011886       AND CZ-MSG-HDR-STREAM-NO NUMERIC
011887         MOVE CZ-MSG-HDR-STREAM-NO TO CZ-RUN-STREAM-NO
011888     END-IF.
011889*    THE CYCLE IS NEEDED BEFORE 1300 WRITES THE CIPHOUT HEADER
011890     PERFORM 1910-SAVE-HEADER-CYCLE THRU 1910-EXIT.
011891     MOVE CZ-HDR-CYCLE-NO-SV TO CZ-RUN-CYCLE-NO.
011892     IF CZ-PARM-FORCE-YES
011893         MOVE "Y" TO CZ-RUN-FORCE-FLAG
011894     END-IF.
011895
011896     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
011897
011898     IF CZ-RUN-ALREADY-DONE
011899         DISPLAY "CAESAR-CIPHER " CZ-RUN-REASON-TEXT
011900         DISPLAY "CAESAR-CIPHER STEP SKIPPED - NOTHING TO RERUN"
011901         MOVE 0 TO RETURN-CODE
011902         STOP RUN
011903     END-IF.
011904     IF NOT CZ-RUN-GO
011905         DISPLAY "CAESAR-CIPHER START REFUSED - "
011906             CZ-RUN-REASON-TEXT
011907         MOVE 16 TO RETURN-CODE
011908         STOP RUN
011909     END-IF.
011910
011911 1900-EXIT.
011912     EXIT.
011913
011914******************************************************************
011915*    1910-SAVE-HEADER-CYCLE - SAVE THE CYCLE NUMBER OF THE CIPHIN
011916*                             HEADER IN CZ-MESSAGE-RECORD. AN
011917*                             EXTRACT WITH NO CYCLE ON ITS HEADER
011918*                             IS THE NIGHT RUN, CYCLE 00.
011919******************************************************************
011920 1910-SAVE-HEADER-CYCLE.
011921
011922     MOVE 0 TO CZ-HDR-CYCLE-NO-SV.
011923     IF CZ-MSG-TYPE-HEADER
011924       AND CZ-MSG-HDR-CYCLE-NO NUMERIC
011925         MOVE CZ-MSG-HDR-CYCLE-NO TO CZ-HDR-CYCLE-NO-SV
011926     END-IF.
011927
011928 1910-EXIT.
011929     EXIT.
011930
011931******************************************************************
011932*    2000-PROCESS-FILE - MAIN PROCESSING LOOP, ONE RECORD PER PASS
011933******************************************************************
011934 2000-PROCESS-FILE.
011935
011936     PERFORM 2150-VALIDATE-RECORD THRU 2150-EXIT.
011937
011938     IF CZ-RECORD-VALID
011939         PERFORM 2200-ENCIPHER-RECORD THRU 2200-EXIT
011940     END-IF.
011950
011960     IF CZ-RECORD-VALID
013120         STOP RUN
013130     END-IF.
013140
013141     MOVE CZ-MSG-HDR-FILE-DATE  TO CZ-HDR-FILE-DATE-SV.
013142     MOVE CZ-MSG-HDR-SOURCE-SYS TO CZ-HDR-SOURCE-SYS-SV.
013143     PERFORM 1910-SAVE-HEADER-CYCLE THRU 1910-EXIT.
013144     PERFORM 2125-CHECK-RERUN THRU 2125-EXIT.
013146     PERFORM 2140-LOAD-DUP-HISTORY THRU 2140-EXIT.
013148
013150     MOVE "Y" TO CZ-HDR-SEEN-SWITCH.
013160
013190
013191******************************************************************
013192*    2125-CHECK-RERUN - SCAN THE AUDIT HISTORY FOR A COMPLETED
013193*                       ENCRYPT RUN OF THIS SAME EXTRACT - THE
013194*                       SAME FILE DATE, SOURCE AND CYCLE, SO AN
013195*                       INTRADAY EXPRESS CYCLE AND THE NIGHT RUN
013196*                       OF ONE DAY DO NOT TRIP OVER EACH OTHER.
013197*                       EVERY OTHER CONTROL PROVES THE FILE
013198*                       AGAINST ITSELF, SO A RE-DELIVERED EXTRACT
013199*                       BALANCES PERFECTLY - ONLY THE HISTORY
013200*                       KNOWS IT ALREADY WENT OUT. A HIT FAILS THE
013201*                       JOB UNLESS THE CONTROL CARD CARRIES THE
013202*                       FORCE SWITCH, AND A FORCED RUN IS RECORDED
013203*                       AS SUCH ON ITS AUDIT RECORD. A MISSING
013204*                       CIPHAUD IS THE SHOP'S FIRST RUN AND
013205*                       PASSES.
013206******************************************************************
013207 2125-CHECK-RERUN.
013208
013209     MOVE "N" TO CZ-RERUN-FOUND-SWITCH.
013210
013211     OPEN INPUT CIPHAUD.
013212     IF NOT CZ-CIPHAUD-OK
013213         GO TO 2125-EXIT
013214     END-IF.
013215
013216     MOVE "N" TO CZ-SCAN-EOF-SWITCH.
013217     PERFORM 2127-SCAN-ONE-AUDIT THRU 2127-EXIT
013218             UNTIL CZ-END-OF-SCAN.
013219     CLOSE CIPHAUD.
013220
013221     IF CZ-RERUN-FOUND
013222         IF CZ-PARM-FORCE-YES
013223             DISPLAY "CAESAR-CIPHER EXTRACT OF "
013224                 CZ-HDR-FILE-DATE-SV " CYCLE " CZ-HDR-CYCLE-NO-SV
013225                 " FROM " CZ-HDR-SOURCE-SYS-SV
013226                 " ALREADY PROCESSED - "
013227                 "FORCE OVERRIDE ACCEPTED"
013228         ELSE
013229             DISPLAY "CAESAR-CIPHER EXTRACT OF "
013230                 CZ-HDR-FILE-DATE-SV " CYCLE " CZ-HDR-CYCLE-NO-SV
013231                 " FROM " CZ-HDR-SOURCE-SYS-SV
013232                 " WAS ALREADY PROCESSED "
013233                 "- RERUN REFUSED, USE THE CIPHPARM FORCE "
013234                 "SWITCH FOR A LEGITIMATE REPROCESS"
013235             MOVE 16 TO RETURN-CODE
013236             STOP RUN
013237         END-IF
013238     END-IF.
013239
013240 2125-EXIT.
013241     EXIT.
013242
013243******************************************************************
013244*    2127-SCAN-ONE-AUDIT - JUDGE ONE AUDIT RECORD AGAINST THE
013245*                          HEADER. ONLY COMPLETED ENCRYPT RUNS
013246*                          FROM THE NIGHTLY SOURCES COUNT. A
013247*                          RECORD FROM BEFORE THE GUARD EXISTED
013248*                          CARRIES BLANK FILE-DATE AND SOURCE
013249*                          FIELDS, SO IT MATCHES ON ITS RUN DATE
013250*                          ALONE RATHER THAN SLIPPING PAST. A
013251*                          RECORD WITH NO CYCLE IS THE NIGHT RUN.
013252******************************************************************
013253 2127-SCAN-ONE-AUDIT.
013254
013255     READ CIPHAUD INTO CZ-AUDIT-RECORD
013256         AT END
013257             MOVE "Y" TO CZ-SCAN-EOF-SWITCH
013258             GO TO 2127-EXIT
013259     END-READ.
013260
013261     IF CZ-AUD-OPERATION NOT = "E"
013262         GO TO 2127-EXIT
013263     END-IF.
013264     IF CZ-AUD-SOURCE-PGM NOT = "CZCIPHER"
013265       AND CZ-AUD-SOURCE-PGM NOT = "CIPHMRGE"
013266         GO TO 2127-EXIT
013267     END-IF.
013268     IF CZ-AUD-CYCLE-NO NOT NUMERIC
013269         MOVE 0 TO CZ-AUD-CYCLE-NO
013270     END-IF.
013271     IF CZ-AUD-CYCLE-NO NOT = CZ-HDR-CYCLE-NO-SV
013272         GO TO 2127-EXIT
013273     END-IF.
013274
013275     IF CZ-AUD-FILE-DATE = SPACES
013276         IF CZ-AUD-RUN-DATE = CZ-HDR-FILE-DATE-SV
013277             MOVE "Y" TO CZ-RERUN-FOUND-SWITCH
013278         END-IF
013279     ELSE
013280         IF CZ-AUD-FILE-DATE = CZ-HDR-FILE-DATE-SV
013281           AND (CZ-AUD-SRC-SYSTEM = CZ-HDR-SOURCE-SYS-SV
013282                OR CZ-AUD-SRC-SYSTEM = SPACES)
013283             MOVE "Y" TO CZ-RERUN-FOUND-SWITCH
013284         END-IF
013285     END-IF.
013286
013287 2127-EXIT.
013288     EXIT.
013289
013290******************************************************************
013291*    2130-CAPTURE-TRAILER - HOLD THE TRAILER'S COUNT AND HASH
013292*                           FOR 7000-BALANCE-FILE AND TREAT THE
013293*                           TRAILER AS END OF FILE
013294******************************************************************
013295 2130-CAPTURE-TRAILER.
013296
013297     IF CZ-MESSAGE-OPEN
013298         PERFORM 2155-NOTE-BROKEN-CHAIN THRU 2155-EXIT
013299     END-IF.
013300
013310     MOVE CZ-MSG-TRL-REC-COUNT TO CZ-TRL-REC-COUNT.
013320     MOVE CZ-MSG-TRL-SEQ-HASH  TO CZ-TRL-SEQ-HASH.
013360 2130-EXIT.
013370     EXIT.
013380
013381******************************************************************
013382*    2140-LOAD-DUP-HISTORY - LOAD EVERY MESSAGE ARCHIVED WITHIN
013383*                            THE CONTROL CARD'S LOOKBACK WINDOW
013384*                            INTO THE DUPLICATE TABLE. DUPARCH IS
013385*                            THE CUMULATIVE ARCHIVE - NOT
013386*                            CIPHARCH, WHICH IS ONLY A SCRATCH
013387*                            FILE WHEN THIS PROGRAM RUNS AS ONE
013388*                            STREAM OF A SPLIT NIGHT. A FORCED
013389*                            RERUN IS A DELIBERATE REPROCESS OF
013390*                            MESSAGES ALREADY ARCHIVED, SO IT
013391*                            SKIPS THE LOOKBACK (THE CHECK WITHIN
013392*                            TONIGHT'S FILE STILL APPLIES), AS
013393*                            DOES A WINDOW OF ZERO DAYS. A MISSING
013394*                            DUPARCH IS REPORTED AND THE RUN GOES
013395*                            ON WITHOUT THE LOOKBACK.
013396******************************************************************
013397 2140-LOAD-DUP-HISTORY.
013398
013399     IF CZ-PARM-DUP-DAYS = 0
013400         GO TO 2140-EXIT
013401     END-IF.
013402
013403     IF CZ-RERUN-FOUND
013404         DISPLAY "CAESAR-CIPHER FORCED RERUN - ARCHIVE DUPLICATE "
013405             "LOOKBACK SKIPPED"
013406         GO TO 2140-EXIT
013407     END-IF.
013408
013409     COMPUTE CZ-DUP-TODAY-INT = FUNCTION INTEGER-OF-DATE
013410         (CZ-CDT-YEAR * 10000 + CZ-CDT-MONTH * 100 + CZ-CDT-DAY).
013411     COMPUTE CZ-DUP-CUTOFF-YMD = FUNCTION DATE-OF-INTEGER
013412         (CZ-DUP-TODAY-INT - CZ-PARM-DUP-DAYS).
013413     MOVE SPACES TO CZ-DUP-CUTOFF-DATE.
013414     STRING CZ-DUP-CUT-YEAR "-" CZ-DUP-CUT-MONTH "-"
013415            CZ-DUP-CUT-DAY
013416         DELIMITED BY SIZE INTO CZ-DUP-CUTOFF-DATE.
013417
013418     OPEN INPUT DUPARCH.
013419     IF NOT CZ-DUPARCH-OK
013420         DISPLAY "CAESAR-CIPHER DUPARCH OPEN FAILED, STATUS "
013421             CZ-DUPARCH-STATUS " - ARCHIVE DUPLICATE LOOKBACK "
013422             "SKIPPED"
013423         GO TO 2140-EXIT
013424     END-IF.
013425
013426     MOVE "N" TO CZ-DUPARCH-EOF-SWITCH.
013427     PERFORM 2145-LOAD-ONE-ARCHIVE THRU 2145-EXIT
013428             UNTIL CZ-END-OF-DUPARCH.
013429     CLOSE DUPARCH.
013430
013431     DISPLAY "CAESAR-CIPHER DUPLICATE LOOKBACK FROM "
013432         CZ-DUP-CUTOFF-DATE " - " CZ-DUP-ARCH-LOADED
013433         " ARCHIVED MESSAGES LOADED".
013434
013435 2140-EXIT.
013436     EXIT.
013437
013438******************************************************************
013439*    2145-LOAD-ONE-ARCHIVE - ADD ONE ARCHIVED MESSAGE TO THE
013440*                            DUPLICATE TABLE IF IT IS THE FIRST
013441*                            (OR ONLY) SEGMENT AND FALLS INSIDE
013442*                            THE WINDOW
013443******************************************************************
013444 2145-LOAD-ONE-ARCHIVE.
013445
013446     READ DUPARCH INTO CZ-ARCHIVE-RECORD
013447         AT END
013448             MOVE "Y" TO CZ-DUPARCH-EOF-SWITCH
013449             GO TO 2145-EXIT
013450     END-READ.
013451
013452     IF CZ-ARC-RUN-DATE < CZ-DUP-CUTOFF-DATE
013453         GO TO 2145-EXIT
013454     END-IF.
013455     IF CZ-ARC-SEGMENT-NO NUMERIC
013456       AND CZ-ARC-SEGMENT-NO > 1
013457         GO TO 2145-EXIT
013458     END-IF.
013459
013460     MOVE CZ-ARC-MSG-ID       TO CZ-DUPN-MSG-ID.
013461     MOVE CZ-ARC-PARTNER-CODE TO CZ-DUPN-PARTNER-CODE.
013462     MOVE CZ-ARC-RUN-DATE     TO CZ-DUPN-RUN-DATE.
013463     MOVE CZ-ARC-SEQ-NO       TO CZ-DUPN-SEQ-NO.
013464     MOVE "A"                 TO CZ-DUPN-SOURCE.
013465     PERFORM 2190-ADD-DUP-ENTRY THRU 2190-EXIT.
013466     ADD 1 TO CZ-DUP-ARCH-LOADED.
013467
013468 2145-EXIT.
013469     EXIT.
013470
013471******************************************************************
013472*    2150-VALIDATE-RECORD - SCREEN THE RECORD BEFORE IT REACHES
013473*                           THE CIPHER LOGIC. INVALID RECORDS ARE
013474*                           ROUTED TO CIPHREJ RATHER THAN LEFT TO
013475*                           PRODUCE GARBAGE OUTPUT SILENTLY.
013476******************************************************************
013477 2150-VALIDATE-RECORD.
013478
013479     MOVE "Y"    TO CZ-VALID-SWITCH.
013480     MOVE SPACES TO CZ-REASON-CODE.
013490     MOVE SPACES TO CZ-REASON-TEXT.
013500
013510*    A BLANK SEGMENT NUMBER FROM THE OLD EXTRACT LAYOUT READS
013520*    AS AN UNSEGMENTED MESSAGE
013522     IF CZ-MSG-SEGMENT-NO NOT NUMERIC
013524         MOVE 0 TO CZ-MSG-SEGMENT-NO
013526     END-IF.
013528
013530*    A NEW MESSAGE ENDS ANY DUPLICATE CHAIN STILL OPEN
013532     IF CZ-MSG-SEGMENT-NO <= 1
013534         MOVE "N" TO CZ-DUP-CHAIN-SWITCH
013536     END-IF.
013538
013540*    A RECORD THAT OPENS A NEW MESSAGE WHILE ANOTHER IS STILL
013580*    OPEN MEANS THE OPEN MESSAGE NEVER GOT ITS FINAL SEGMENT -
013590*    ITS EARLIER SEGMENTS ARE ALREADY ON CIPHOUT, SO PUT THE
013600*    ABANDONMENT ON THE EXCEPTIONS REPORT WHERE IT CAN BE SEEN
013890             TO CZ-REASON-TEXT
013900     END-IF.
013910
013912*    A CONTINUATION OF A MESSAGE WHOSE FIRST SEGMENT WAS A
013914*    DUPLICATE IS ITSELF PART OF THE DUPLICATE
013916     IF CZ-RECORD-VALID AND CZ-MSG-SEGMENT-NO > 1
013918       AND CZ-DUP-CHAIN-OPEN
013920       AND CZ-MSG-ID = CZ-DUP-CHAIN-MSG-ID
013922         MOVE "N"           TO CZ-VALID-SWITCH
013924         MOVE "DUPMS"       TO CZ-REASON-CODE
013926         MOVE CZ-DUP-CHAIN-TEXT
013928             TO CZ-REASON-TEXT
013930     END-IF.
013932
013934     IF CZ-RECORD-VALID AND CZ-MSG-SEGMENT-NO > 1
013936       AND (NOT CZ-MESSAGE-OPEN
013940            OR CZ-PREV-MSG-ID NOT = CZ-MSG-ID
013950            OR CZ-MSG-SEGMENT-NO NOT = CZ-PREV-SEG-NO + 1)
013960         MOVE "N"           TO CZ-VALID-SWITCH
013970         MOVE "SEGER"       TO CZ-REASON-CODE
013972         MOVE "CONTINUATION DOES NOT FOLLOW ITS MESSAGE"
013974             TO CZ-REASON-TEXT
013976     END-IF.
013978
013980     IF CZ-RECORD-VALID AND CZ-MSG-SEGMENT-NO <= 1
013982         PERFORM 2180-CHECK-DUPLICATE THRU 2180-EXIT
013984     END-IF.
014010
014020*    REMEMBER WHERE THIS RECORD LEAVES THE SEGMENT CHAIN SO THE
014030*    NEXT RECORD'S CONTINUATION CHECK HAS ITS PREDECESSOR. A
014570     MOVE CZ-REASON-CODE  TO CZ-REJ-REASON-CODE.
014580     MOVE CZ-REASON-TEXT  TO CZ-REJ-REASON-TEXT.
014590
014592     WRITE CIPHREJ-RECORD FROM CZ-REJECT-RECORD.
014594     ADD 1 TO CZ-RECS-REJECTED.
014596     IF CZ-REASON-CODE = "DUPMS"
014598         ADD 1 TO CZ-RECS-DUPLICATE
014600     END-IF.
014620
014630     MOVE SPACES TO CIPHXRPT-RECORD.
014640     STRING "SEQ " CZ-MSG-SEQ-NO
014810*                              ITS KEY ID RESOLVED AGAINST THE
014820*                              KEY TABLE. A CODE WITH NO PROFILE
014830*                              (NOPRF) OR A PROFILE NAMING A KEY
014832*                              ID THAT IS MISSING, INACTIVE, OR
014834*                              OUTSIDE ITS EFFECTIVE DATES
014836*                              (BADKY) FAILS THE RECORD TO THE
014838*                              REJECT PATH. SO DOES A PARTNER
014840*                              THAT IS SUSPENDED, TERMINATED, OR
014842*                              NOT YET LIVE TODAY (PTNST), OR ONE
014844*                              WHOSE KEY IS OF A MODE THE MASTER
014846*                              DOES NOT ALLOW IT TO RECEIVE
014848*                              (PTNMD).
014880******************************************************************
014890 2170-RESOLVE-RECORD-KEY.
014900
014930         MOVE CZ-RUN-MODE    TO CZ-REC-MODE
014940         MOVE CZ-SHIFT-KEY   TO CZ-REC-SHIFT
014950         MOVE CZ-RUN-KEYWORD TO CZ-REC-KEYWORD
014952         MOVE CZ-RUN-KEY-GEN TO CZ-REC-KEY-GEN
014960         GO TO 2170-EXIT
014970     END-IF.
014980
015060     IF NOT CZ-PPR-FOUND
015070         MOVE "N"     TO CZ-VALID-SWITCH
015080         MOVE "NOPRF" TO CZ-REASON-CODE
015081         MOVE "PARTNER CODE IS NOT ON CIPHPTNR"
015082             TO CZ-REASON-TEXT
015083         GO TO 2170-EXIT
015084     END-IF.
015085
015086     IF CZ-PPRT-STATUS(CZ-PPR-HIT-SUB) = "S"
015087         MOVE "N"     TO CZ-VALID-SWITCH
015088         MOVE "PTNST" TO CZ-REASON-CODE
015089         MOVE "PARTNER IS SUSPENDED" TO CZ-REASON-TEXT
015090         GO TO 2170-EXIT
015091     END-IF.
015092
015093     IF CZ-PPRT-STATUS(CZ-PPR-HIT-SUB) NOT = "A"
015094       OR (CZ-PPRT-TERM-DATE(CZ-PPR-HIT-SUB) NOT = SPACES
015095           AND CZ-PPRT-TERM-DATE(CZ-PPR-HIT-SUB)
015096               NOT > CZ-TODAY-DISPLAY)
015097         MOVE "N"     TO CZ-VALID-SWITCH
015098         MOVE "PTNST" TO CZ-REASON-CODE
015099         MOVE "PARTNER IS TERMINATED" TO CZ-REASON-TEXT
015100         GO TO 2170-EXIT
015101     END-IF.
015102
015103     IF CZ-PPRT-GO-LIVE(CZ-PPR-HIT-SUB) > CZ-TODAY-DISPLAY
015104         MOVE "N"     TO CZ-VALID-SWITCH
015105         MOVE "PTNST" TO CZ-REASON-CODE
015106         MOVE "PARTNER IS NOT YET LIVE" TO CZ-REASON-TEXT
015107         GO TO 2170-EXIT
015108     END-IF.
015130
015140     MOVE CZ-PPRT-KEY-ID(CZ-PPR-HIT-SUB) TO CZ-WANTED-KEY-ID.
015150     PERFORM 1132-SEARCH-KEY-TABLE THRU 1132-EXIT.
015290               < CZ-TODAY-DISPLAY)
015300         MOVE "N"     TO CZ-VALID-SWITCH
015310         MOVE "BADKY" TO CZ-REASON-CODE
015312         MOVE "PARTNER KEY ID IS NOT USABLE TODAY"
015314             TO CZ-REASON-TEXT
015316         GO TO 2170-EXIT
015318     END-IF.
015320
015322     IF (CZ-KEYT-MODE(CZ-KEY-HIT-SUB) = "S"
015324         AND CZ-PPRT-MODES(CZ-PPR-HIT-SUB)(1:1) NOT = "Y")
015326       OR (CZ-KEYT-MODE(CZ-KEY-HIT-SUB) = "K"
015328         AND CZ-PPRT-MODES(CZ-PPR-HIT-SUB)(2:1) NOT = "Y")
015330         MOVE "N"     TO CZ-VALID-SWITCH
015332         MOVE "PTNMD" TO CZ-REASON-CODE
015334         MOVE "PARTNER MAY NOT RECEIVE THIS KEY MODE"
015336             TO CZ-REASON-TEXT
015338         GO TO 2170-EXIT
015340     END-IF.
015360
015370     MOVE CZ-WANTED-KEY-ID                TO CZ-REC-KEY-ID.
015380     MOVE CZ-KEYT-MODE(CZ-KEY-HIT-SUB)    TO CZ-REC-MODE.
015390     MOVE CZ-KEYT-SHIFT(CZ-KEY-HIT-SUB)   TO CZ-REC-SHIFT.
015400     MOVE CZ-KEYT-KEYWORD(CZ-KEY-HIT-SUB) TO CZ-REC-KEYWORD.
015402     MOVE CZ-KEYT-GEN(CZ-KEY-HIT-SUB)     TO CZ-REC-KEY-GEN.
015410
015420 2170-EXIT.
015430     EXIT.
015560 2175-EXIT.
015570     EXIT.
015580
015581******************************************************************
015582*    2180-CHECK-DUPLICATE - REJECT A MESSAGE WHOSE MESSAGE ID AND
015583*                           PARTNER CODE HAVE ALREADY GONE OUT,
015584*                           EITHER EARLIER IN TONIGHT'S FILE OR ON
015585*                           THE ARCHIVE INSIDE THE LOOKBACK
015586*                           WINDOW. THE REASON TEXT NAMES THE
015587*                           ORIGINAL RUN DATE AND SEQUENCE NUMBER
015588*                           SO THE HELP DESK CAN FIND IT. AN
015589*                           ARCHIVE MATCH WITH A RESEND OVERRIDE
015590*                           CARD IS LET THROUGH AND NOTED ON THE
015591*                           EXCEPTIONS REPORT.
015592******************************************************************
015593 2180-CHECK-DUPLICATE.
015594
015595     MOVE "T" TO CZ-DUP-WANT-SOURCE.
015596     PERFORM 2182-SEARCH-DUP-TABLE THRU 2182-EXIT.
015597
015598     IF NOT CZ-DUP-FOUND
015599         MOVE "A" TO CZ-DUP-WANT-SOURCE
015600         PERFORM 2182-SEARCH-DUP-TABLE THRU 2182-EXIT
015601         IF NOT CZ-DUP-FOUND
015602             GO TO 2180-EXIT
015603         END-IF
015604         PERFORM 2186-FIND-OVERRIDE THRU 2186-EXIT
015605         IF CZ-OVR-FOUND
015606             PERFORM 2188-NOTE-OVERRIDE THRU 2188-EXIT
015607             GO TO 2180-EXIT
015608         END-IF
015609     END-IF.
015610
015611     MOVE "N"           TO CZ-VALID-SWITCH.
015612     MOVE "DUPMS"       TO CZ-REASON-CODE.
015613     MOVE SPACES        TO CZ-REASON-TEXT.
015614     STRING "DUPLICATE OF " CZ-DUPT-RUN-DATE(CZ-DUP-HIT-SUB)
015615            " SEQ " CZ-DUPT-SEQ-NO(CZ-DUP-HIT-SUB)
015616         DELIMITED BY SIZE INTO CZ-REASON-TEXT.
015617
015618     IF CZ-MSG-SEGMENT-NO = 1 AND NOT CZ-MSG-LAST-SEGMENT
015619         MOVE "Y"            TO CZ-DUP-CHAIN-SWITCH
015620         MOVE CZ-MSG-ID      TO CZ-DUP-CHAIN-MSG-ID
015621         MOVE CZ-REASON-TEXT TO CZ-DUP-CHAIN-TEXT
015622     END-IF.
015623
015624 2180-EXIT.
015625     EXIT.
015626
015627******************************************************************
015628*    2182-SEARCH-DUP-TABLE - FIND THE RECORD'S MESSAGE ID AND
015629*                            PARTNER CODE AMONG THE DUPLICATE
015630*                            TABLE ENTRIES OF THE WANTED SOURCE.
015631*                            SETS THE FOUND SWITCH AND LEAVES THE
015632*                            HIT SUBSCRIPT ON THE FIRST MATCH.
015633******************************************************************
015634 2182-SEARCH-DUP-TABLE.
015635
015636     MOVE "N" TO CZ-DUP-FOUND-SWITCH.
015637     MOVE 0   TO CZ-DUP-HIT-SUB.
015638
015639     PERFORM 2184-CHECK-ONE-DUP THRU 2184-EXIT
015640             VARYING CZ-DUP-SUB FROM 1 BY 1
015641             UNTIL CZ-DUP-SUB > CZ-DUP-COUNT
015642                OR CZ-DUP-FOUND.
015643
015644 2182-EXIT.
015645     EXIT.
015646
015647******************************************************************
015648*    2184-CHECK-ONE-DUP - COMPARE ONE DUPLICATE TABLE ENTRY
015649*                         AGAINST THE RECORD
015650******************************************************************
015651 2184-CHECK-ONE-DUP.
015652
015653     IF CZ-DUPT-MSG-ID(CZ-DUP-SUB) = CZ-MSG-ID
015654       AND CZ-DUPT-PARTNER-CODE(CZ-DUP-SUB) = CZ-MSG-PARTNER-CODE
015655       AND CZ-DUPT-SOURCE(CZ-DUP-SUB) = CZ-DUP-WANT-SOURCE
015656         MOVE "Y" TO CZ-DUP-FOUND-SWITCH
015657         MOVE CZ-DUP-SUB TO CZ-DUP-HIT-SUB
015658     END-IF.
015659
015660 2184-EXIT.
015661     EXIT.
015662
015663******************************************************************
015664*    2186-FIND-OVERRIDE - LOOK FOR A RESEND OVERRIDE CARD FOR THE
015665*                         RECORD'S PARTNER CODE AND MESSAGE ID
015666******************************************************************
015667 2186-FIND-OVERRIDE.
015668
015669     MOVE "N" TO CZ-OVR-FOUND-SWITCH.
015670     MOVE 0   TO CZ-OVR-HIT-SUB.
015671
015672     PERFORM 2187-CHECK-ONE-OVERRIDE THRU 2187-EXIT
015673             VARYING CZ-OVR-SUB FROM 1 BY 1
015674             UNTIL CZ-OVR-SUB > CZ-OVR-COUNT
015675                OR CZ-OVR-FOUND.
015676
015677 2186-EXIT.
015678     EXIT.
015679
015680******************************************************************
015681*    2187-CHECK-ONE-OVERRIDE - COMPARE ONE OVERRIDE TABLE ENTRY
015682*                              AGAINST THE RECORD
015683******************************************************************
015684 2187-CHECK-ONE-OVERRIDE.
015685
015686     IF CZ-OVRT-MSG-ID(CZ-OVR-SUB) = CZ-MSG-ID
015687       AND CZ-OVRT-PARTNER-CODE(CZ-OVR-SUB) = CZ-MSG-PARTNER-CODE
015688         MOVE "Y" TO CZ-OVR-FOUND-SWITCH
015689         MOVE CZ-OVR-SUB TO CZ-OVR-HIT-SUB
015690     END-IF.
015691
015692 2187-EXIT.
015693     EXIT.
015694
015695******************************************************************
015696*    2188-NOTE-OVERRIDE - LIST AN OVERRIDDEN DUPLICATE ON THE
015697*                         EXCEPTIONS REPORT WITH THE AUTHORIZING
015698*                         OPERATOR AND THE ARCHIVED ORIGINAL
015699******************************************************************
015700 2188-NOTE-OVERRIDE.
015701
015702     ADD 1 TO CZ-RECS-DUP-OVERRIDDEN.
015703
015704     MOVE SPACES TO CIPHXRPT-RECORD.
015705     STRING "SEQ " CZ-MSG-SEQ-NO
015706            " ID " CZ-MSG-ID
015707            " RESEND BY " CZ-OVRT-OPERATOR-ID(CZ-OVR-HIT-SUB)
015708            " - ORIG " CZ-DUPT-RUN-DATE(CZ-DUP-HIT-SUB)
015709            " SEQ " CZ-DUPT-SEQ-NO(CZ-DUP-HIT-SUB)
015710         DELIMITED BY SIZE INTO CIPHXRPT-RECORD.
015711     WRITE CIPHXRPT-RECORD.
015712
015713 2188-EXIT.
015714     EXIT.
015715
015716******************************************************************
015717*    2190-ADD-DUP-ENTRY - ADD CZ-DUP-NEW-ENTRY TO THE DUPLICATE
015718*                         TABLE. A FULL TABLE FAILS THE RUN RATHER
015719*                         THAN LET DUPLICATES THROUGH UNCHECKED.
015720******************************************************************
015721 2190-ADD-DUP-ENTRY.
015722
015723     IF CZ-DUP-COUNT >= CZ-DUP-TABLE-MAX
015724         DISPLAY "CAESAR-CIPHER DUPLICATE TABLE IS FULL AT "
015725             CZ-DUP-TABLE-MAX " MESSAGES - SHORTEN THE CIPHPARM "
015726             "LOOKBACK DAYS"
015727         MOVE 16 TO RETURN-CODE
015728         STOP RUN
015729     END-IF.
015730
015731     ADD 1 TO CZ-DUP-COUNT.
015732     MOVE CZ-DUP-NEW-ENTRY TO CZ-DUP-ENTRY(CZ-DUP-COUNT).
015733
015734 2190-EXIT.
015735     EXIT.
015736
015737******************************************************************
015738*    2200-ENCIPHER-RECORD - CALL THE SHARED CIPHENGN SERVICE TO
015739*                           SHIFT THE MESSAGE TEXT, THEN TALLY THE
015740*                           RESULTING LETTERS FOR THE SOLVE REPORT
015741*                           IF CIPHENGN REJECTS THE PARAMETERS (A
015742*                           BAD MODE OR A BLANK KEYWORD) THE
015743*                           RECORD IS FAILED BACK AS INVALID SO
015744*                           2000-PROCESS-FILE ROUTES IT TO THE
015745*                           REJECT PATH INSTEAD OF WRITING
015746*                           WHATEVER IS SITTING IN THE STALE
015747*                           RESULT-TEXT FIELD.
015748******************************************************************
015749 2200-ENCIPHER-RECORD.
015750
015751     PERFORM 2170-RESOLVE-RECORD-KEY THRU 2170-EXIT.
015752     IF NOT CZ-RECORD-VALID
015753         GO TO 2200-EXIT
015760     END-IF.
015770
015780     MOVE FUNCTION LENGTH(FUNCTION TRIM(CZ-MSG-TEXT, TRAILING))
015900     MOVE "E"           TO CZ-CIP-OPERATION.
015910     MOVE CZ-REC-MODE   TO CZ-CIP-MODE.
015920     MOVE CZ-REC-KEY-ID TO CZ-CIP-KEY-USED.
015922     MOVE CZ-REC-KEY-GEN TO CZ-CIP-KEY-GEN.
015930
015940*    A FIRST (OR ONLY) SEGMENT STARTS THE KEYWORD AT THE TOP;
015950*    A CONTINUATION PICKS UP WHERE THE PRIOR SEGMENT LEFT OFF,
016720******************************************************************
016730 2300-WRITE-OUTPUT.
016740
016742     WRITE CIPHOUT-RECORD FROM CZ-CIPHER-RECORD.
016744     ADD 1 TO CZ-RECS-WRITTEN.
016746     ADD CZ-CIP-SEQ-NO TO CZ-OUT-SEQ-HASH.
016748
016750     PERFORM 2350-ARCHIVE-RECORD THRU 2350-EXIT.
016752
016754*    A MESSAGE ONCE SHIPPED MAKES ANY LATER COPY IN THIS SAME
016756*    FILE A DUPLICATE
016758     IF CZ-CIP-SEGMENT-NO <= 1
016760         MOVE CZ-CIP-MSG-ID       TO CZ-DUPN-MSG-ID
016762         MOVE CZ-CIP-PARTNER-CODE TO CZ-DUPN-PARTNER-CODE
016764         MOVE CZ-TODAY-DISPLAY    TO CZ-DUPN-RUN-DATE
016766         MOVE CZ-CIP-SEQ-NO       TO CZ-DUPN-SEQ-NO
016768         MOVE "T"                 TO CZ-DUPN-SOURCE
016770         PERFORM 2190-ADD-DUP-ENTRY THRU 2190-EXIT
016772     END-IF.
016800
016810 2300-EXIT.
016820     EXIT.
017000     MOVE CZ-CIP-TEXT          TO CZ-ARC-TEXT.
017010     MOVE CZ-CIP-OPERATION     TO CZ-ARC-OPERATION.
017020     MOVE CZ-CIP-MODE          TO CZ-ARC-MODE.
017022     MOVE CZ-CIP-KEY-USED      TO CZ-ARC-KEY-USED.
017024     MOVE CZ-HDR-CYCLE-NO-SV   TO CZ-ARC-CYCLE-NO.
017026
017028     WRITE CIPHARCH-RECORD FROM CZ-ARCHIVE-RECORD.
017060     ADD 1 TO CZ-RECS-ARCHIVED.
017070
017080 2350-EXIT.
017740     MOVE CZ-RECS-WRITTEN  TO CZ-CKPT-RECS-WRITTEN.
017750     MOVE CZ-RECS-REJECTED TO CZ-CKPT-RECS-REJECTED.
017760     MOVE CZ-IN-SEQ-HASH   TO CZ-CKPT-IN-SEQ-HASH.
017762     MOVE CZ-OUT-SEQ-HASH  TO CZ-CKPT-OUT-SEQ-HASH.
017764     MOVE CZ-RECS-DUPLICATE TO CZ-CKPT-RECS-DUP.
017780
017790     OPEN OUTPUT CIPHCKPT.
017800     WRITE CIPHCKPT-RECORD FROM CZ-CHECKPOINT-RECORD.
018570         CZ-RECS-RECONCILED.
018580     DISPLAY "CAESAR-CIPHER RECORDS MISMATCHED : "
018590         CZ-RECS-MISMATCHED.
018592     DISPLAY "CAESAR-CIPHER RECORDS ARCHIVED   : "
018594         CZ-RECS-ARCHIVED.
018596     DISPLAY "CAESAR-CIPHER DUPLICATES REJECTED: "
018598         CZ-RECS-DUPLICATE.
018600     DISPLAY "CAESAR-CIPHER RESENDS OVERRIDDEN : "
018602         CZ-RECS-DUP-OVERRIDDEN.
018620
018630 8000-EXIT.
018640     EXIT.
019160     MOVE CZ-RECS-WRITTEN       TO CZ-AUD-RECS-OUT.
019170     MOVE CZ-RECS-REJECTED      TO CZ-AUD-RECS-REJ.
019180     MOVE CZ-RUN-DURATION-SECS  TO CZ-AUD-RUN-DURATION.
019182     MOVE CZ-RECS-MISMATCHED    TO CZ-AUD-RECS-MISMATCH.
019184     MOVE CZ-RECS-DUPLICATE     TO CZ-AUD-RECS-DUP.
019186     MOVE SPACES                TO CZ-AUD-PARTNER-CODE.
019200     MOVE "CZCIPHER"            TO CZ-AUD-SOURCE-PGM.
019202     MOVE CZ-HDR-SOURCE-SYS-SV  TO CZ-AUD-SRC-SYSTEM.
019203     MOVE CZ-HDR-FILE-DATE-SV   TO CZ-AUD-FILE-DATE.
019204     MOVE CZ-HDR-CYCLE-NO-SV    TO CZ-AUD-CYCLE-NO.
019205*    THE GUARD STOPS AN UNFORCED RERUN COLD, SO A RERUN STILL
019206*    STANDING AT FINALIZE TIME IS BY DEFINITION A FORCED ONE
019207     IF CZ-RERUN-FOUND
019210         MOVE "N"               TO CZ-AUD-FORCE-FLAG
019211     END-IF.
019212
019213*    STAMP THE RECORD AS THE NEXT LINK IN THE CIPHAUD CHAIN
019214     SET CZ-ACH-REQ-APPEND TO TRUE.
019215     CALL "CIPHACHN" USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
019216
019220     OPEN EXTEND CIPHAUD.
019230     IF NOT CZ-CIPHAUD-OK
019240         OPEN OUTPUT CIPHAUD
019290 8100-EXIT.
019300     EXIT.
019310
019311******************************************************************
019312*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
019313*                           COUNTS ON CIPHRUN. THE CALL RESETS
019314*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
019315*                           PUT BACK AFTERWARDS. AN END THAT
019316*                           CANNOT BE RECORDED FAILS THE STEP,
019317*                           SINCE THE NEXT STEP WOULD BE REFUSED
019318*                           ANYWAY.
019319******************************************************************
019320 8900-END-RUN-CONTROL.
019321
019322     SET CZ-RUN-REQ-END TO TRUE.
019323     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
019324     MOVE CZ-RECS-READ       TO CZ-RUN-COUNT-IN.
019325     MOVE CZ-RECS-WRITTEN    TO CZ-RUN-COUNT-OUT.
019326     MOVE CZ-RECS-REJECTED   TO CZ-RUN-COUNT-EXC.
019327
019328     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
019329
019330     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
019331     IF NOT CZ-RUN-GO
019332         DISPLAY "CAESAR-CIPHER END NOT RECORDED - "
019333             CZ-RUN-REASON-TEXT
019334         MOVE 16 TO RETURN-CODE
019335     END-IF.
019336
019337 8900-EXIT.
019338     EXIT.
019339
019340******************************************************************
019341*    9000-RUN-FREQUENCY-ANALYSIS - SCORE EACH OF THE 26 CANDIDATE
019342*                                  SHIFTS AGAINST STANDARD ENGLISH
019350*                                  LETTER FREQUENCY AND WRITE A
019360*                                  RANKED CANDIDATE LIST TO
019370*                                  CIPHSOLV, MOST-LIKELY KEY
