000420*                     SHOWS SUBMITTED, APPROVED, VOIDED, AND
000430*                     STILL-PENDING TRANSACTIONS, AND ANY ERROR
000440*                     OR REFUSAL ENDS THE RUN WITH RETURN-CODE 4.
000441*    10/15/26   SMS   KEY GENERATIONS. A ROTATION OVERWROTE THE
000442*                     MATERIAL UNDER THE KEY ID, SO NOTHING
000443*                     CIPHERED BEFORE IT COULD BE DECIPHERED
000444*                     AGAIN. 2400 NOW APPENDS A NEW GENERATION
000445*                     OF THE ID AND RETIRES THE OLD ONE (STATUS
000446*                     R, RETIRED DATE = THE NEW GENERATION'S
000447*                     EFFECTIVE DATE) INSTEAD OF OVERWRITING IT.
000448*                     2200 FINDS THE HIGHEST GENERATION OF AN
000449*                     ID, SO ROTATE AND EXPIRE ALWAYS ACT ON THE
000450*                     CURRENT ONE. CIPHKEYS/CIPHKEYN GROW TO 65
000451*                     BYTES (CZKEYREC); AN OLD RECORD WITHOUT A
000452*                     GENERATION IS LOADED AS GENERATION 1.
000453*    10/15/26   SMS   OPERATOR AUTHORITY. DUAL CONTROL ONLY TESTED
000454*                     THAT THE APPROVER'S ID DIFFERED FROM THE
000455*                     SUBMITTER'S, SO ONE PERSON TYPING TWO IDS
000456*                     GOT AROUND IT. THE KEYMPARM OPERATOR IS NOW
000457*                     CHECKED BY THE CIPHAUTH SERVICE (CZAUTPRM)
000458*                     AGAINST THE CIPHOPER MASTER (1050): A SUBMIT
000459*                     PASS NEEDS THE KEY SUBMIT ROLE AND AN
000460*                     APPROVE PASS THE KEY APPROVE ROLE. A REFUSED
000461*                     OPERATOR IS LOGGED TO CIPHVIOL AND THE RUN
000462*                     ENDS WITH RETURN-CODE 16.
000463*    10/15/26   SMS   KEY STRENGTH AND GENERATED MATERIAL. A SHIFT
000464*                     OF 00 OR 26, A KEYWORD OF A'S (SHIFT ZERO),
000465*                     OR A SHORT OR REPEATED KEYWORD WAS ACCEPTED
000466*                     AS KEY MATERIAL. TYPED MATERIAL ON AN ADD OR
000467*                     ROTATE IS NOW JUDGED BY THE CIPHKPOL POLICY
000468*                     SERVICE (2600) AT SUBMIT AND AGAIN AT
000469*                     APPROVE, AND A KEYWORD KEY MAY NOT ROTATE TO
000470*                     A SINGLE SHIFT. NEW MODE G HAS THE MATERIAL
000471*                     GENERATED AT APPROVAL (2700) SO NO ONE TYPES
000472*                     OR SEES IT; THE PENDING FILE HOLDS NONE.
000473*                     EACH GENERATED KEY IS PRINTED AS TWO SEALED
000474*                     HALVES ON KEYNOTC1 AND KEYNOTC2 (2750)
000475*                     NAMING THE KEY, ITS CIPHPTNR PARTNERS, AND
000476*                     THE TWO OPERATORS; KEYMRPT ONLY NOTES THE
000477*                     NOTICE.
000478*    10/15/26   SMS   KEY TABLE RAISED FROM 50 TO 500 ENTRIES
000479*                     (3-DIGIT SUBSCRIPTS). CIPHKEYS NOW HOLDS
000480*                     EVERY GENERATION OF EVERY KEY ID, SO 50
000481*                     RECORDS WERE SOON REACHED.
000482******************************************************************
000483 ENVIRONMENT DIVISION.
000484 CONFIGURATION SECTION.
000485 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT KEYMPARM ASSIGN TO "KEYMPARM"
000510            ORGANIZATION IS LINE SEQUENTIAL
000750            ORGANIZATION IS LINE SEQUENTIAL
000760            FILE STATUS IS CZ-CIPHKPDN-STATUS.
000770
000772     SELECT KEYMRPT ASSIGN TO "KEYMRPT"
000774            ORGANIZATION IS LINE SEQUENTIAL
000776            FILE STATUS IS CZ-KEYMRPT-STATUS.
000778
000780     SELECT KEYNOTC1 ASSIGN TO "KEYNOTC1"
000782            ORGANIZATION IS LINE SEQUENTIAL
000784            FILE STATUS IS CZ-KEYNOTC1-STATUS.
000786
000788     SELECT KEYNOTC2 ASSIGN TO "KEYNOTC2"
000790            ORGANIZATION IS LINE SEQUENTIAL
000792            FILE STATUS IS CZ-KEYNOTC2-STATUS.
000794
000796     SELECT CIPHPTNR ASSIGN TO "CIPHPTNR"
000798            ORGANIZATION IS LINE SEQUENTIAL
000800            FILE STATUS IS CZ-CIPHPTNR-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000870
000880 FD  CIPHKEYS
000890     RECORDING MODE IS F.
000900 01  CIPHKEYS-RECORD            PIC X(65).
000910
000920 FD  CIPHKEYN
000930     RECORDING MODE IS F.
000940 01  CIPHKEYN-RECORD            PIC X(65).
000950
000960 FD  KEYTRAN
000970     RECORDING MODE IS F.
001090     RECORDING MODE IS F.
001100 01  CIPHKPDN-RECORD            PIC X(93).
001110
001112 FD  KEYMRPT
001114     RECORDING MODE IS F.
001116 01  KEYMRPT-RECORD             PIC X(80).
001118
001120 FD  KEYNOTC1
001122     RECORDING MODE IS F.
001124 01  KEYNOTC1-RECORD            PIC X(80).
001126
001128 FD  KEYNOTC2
001130     RECORDING MODE IS F.
001132 01  KEYNOTC2-RECORD            PIC X(80).
001134
001136 FD  CIPHPTNR
001138     RECORDING MODE IS F.
001140 01  CIPHPTNR-RECORD            PIC X(150).
001150
001160 WORKING-STORAGE SECTION.
001170******************************************************************
001220     COPY czkeytrn.
001230
001240     COPY czkpndrc.
001242
001243     COPY czautprm.
001244
001245     COPY czkplprm.
001246
001247     COPY czptmrec.
001250
001260******************************************************************
001270*    RUN CONTROL CARD - THE PHASE PICKS WHICH PASS THIS RUN IS,
001710 77  CZ-CIPHKPDN-STATUS         PIC X(02) VALUE SPACES.
001720     88  CZ-CIPHKPDN-OK                   VALUE "00".
001730
001732 77  CZ-KEYMRPT-STATUS          PIC X(02) VALUE SPACES.
001734     88  CZ-KEYMRPT-OK                    VALUE "00".
001736
001738 77  CZ-KEYNOTC1-STATUS         PIC X(02) VALUE SPACES.
001740     88  CZ-KEYNOTC1-OK                   VALUE "00".
001742
001744 77  CZ-KEYNOTC2-STATUS         PIC X(02) VALUE SPACES.
001746     88  CZ-KEYNOTC2-OK                   VALUE "00".
001748
001750 77  CZ-CIPHPTNR-STATUS         PIC X(02) VALUE SPACES.
001752     88  CZ-CIPHPTNR-OK                   VALUE "00".
001760
001770 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
001780     88  CZ-END-OF-INPUT                  VALUE "Y".
001860 77  CZ-APPLY-OK-SWITCH         PIC X(01) VALUE "N".
001870     88  CZ-APPLY-OK                      VALUE "Y".
001880
001882 77  CZ-PND-FOUND-SWITCH        PIC X(01) VALUE "N".
001884     88  CZ-PND-FOUND                     VALUE "Y".
001886
001888 77  CZ-POLICY-FAILED-SWITCH    PIC X(01) VALUE "N".
001890     88  CZ-POLICY-FAILED                 VALUE "Y".
001892
001894 77  CZ-GENERATED-SWITCH        PIC X(01) VALUE "N".
001896     88  CZ-MATERIAL-GENERATED            VALUE "Y".
001898
001900 01  CZ-CURRENT-DATETIME.
001902     05  CZ-CDT-DATE.
001904         10  CZ-CDT-YEAR         PIC 9(04).
001906         10  CZ-CDT-MONTH        PIC 9(02).
001908         10  CZ-CDT-DAY          PIC 9(02).
001910     05  CZ-CDT-TIME             PIC 9(08).
001912     05  FILLER                  PIC X(05).
001980
001990 77  CZ-TODAY-DISPLAY           PIC X(10) VALUE SPACES.
002000
002050*    THE SUBMIT PHASE LOADS IT TOO, BUT ONLY TO VALIDATE THE
002060*    CARDS - THE MASTER IS NEVER WRITTEN ON A SUBMIT RUN.
002070******************************************************************
002080 77  CZ-KEY-TABLE-MAX           PIC 9(03) VALUE 500.
002090 77  CZ-KEY-COUNT               PIC 9(03) VALUE 0.
002100 77  CZ-KEY-SUB                 PIC 9(03) VALUE 0.
002110 77  CZ-KEY-HIT-SUB             PIC 9(03) VALUE 0.
002120
002130 01  CZ-KEY-TABLE.
002140     05  CZ-KEY-ENTRY OCCURS 500 TIMES.
002150         10  CZ-KEYT-ID          PIC X(08).
002160         10  CZ-KEYT-MODE        PIC X(01).
002170         10  CZ-KEYT-SHIFT       PIC 9(02).
002190         10  CZ-KEYT-EFF-DATE    PIC X(10).
002200         10  CZ-KEYT-EXP-DATE    PIC X(10).
002210         10  CZ-KEYT-STATUS      PIC X(01).
002211         10  CZ-KEYT-RET-DATE    PIC X(10).
002212         10  CZ-KEYT-GEN         PIC 9(03).
002213
002214*    GENERATION OF THE TRANSACTION JUST APPLIED, FOR THE REPORT
002215 77  CZ-APPLIED-GEN             PIC 9(03) VALUE 0.
002220
002230******************************************************************
002240*    PENDING-CHANGE TABLE - THE OLD PENDING FILE IS LOADED HERE,
002320 77  CZ-PND-HIT-SUB             PIC 9(02) VALUE 0.
002330 77  CZ-NEXT-TRAN-NO            PIC 9(04) VALUE 0.
002340
002341 01  CZ-PND-TABLE.
002342     05  CZ-PND-ENTRY            PIC X(93) OCCURS 50 TIMES.
002343
002344******************************************************************
002345*    GENERATED KEY MATERIAL - A MODE G CHANGE HAS ITS KEYWORD
002346*    DRAWN HERE AT APPROVAL, ONE LETTER AT A TIME FROM B-Z (AN
002347*    "A" SHIFTS BY ZERO), AND REDRAWN UNTIL CIPHKPOL PASSES IT.
002348*    THE GENERATOR IS SEEDED ONCE A RUN FROM THE CLOCK AND THE
002349*    FIRST GENERATED TRANSACTION'S NUMBER.
002350******************************************************************
002351 01  CZ-GEN-ALPHABET            PIC X(25)
002352                                VALUE "BCDEFGHIJKLMNOPQRSTUVWXYZ".
002353 77  CZ-GEN-SEED                PIC 9(09) VALUE 0.
002354 77  CZ-GEN-SEEDED-SWITCH       PIC X(01) VALUE "N".
002355     88  CZ-GEN-SEEDED                    VALUE "Y".
002356 77  CZ-GEN-RANDOM              PIC V9(09) VALUE 0.
002357 77  CZ-GEN-PICK                PIC 9(02) VALUE 0.
002358 77  CZ-GEN-SUB                 PIC 9(02) VALUE 0.
002359 77  CZ-GEN-TRIES               PIC 9(02) VALUE 0.
002360 77  CZ-GEN-TRIES-MAX           PIC 9(02) VALUE 10.
002361 77  CZ-GEN-LENGTH              PIC 9(02) VALUE 0.
002362
002363******************************************************************
002364*    KEY-DISTRIBUTION NOTICE - EACH GENERATED KEY IS PRINTED IN
002365*    TWO SEALED HALVES, ONE ON KEYNOTC1 AND ONE ON KEYNOTC2, FOR
002366*    TWO DIFFERENT CUSTODIANS. HALF 1 CARRIES THE FIRST (L+1)/2
002367*    LETTERS AND HALF 2 THE REST, SO NEITHER ALONE IS THE KEY.
002368******************************************************************
002369 77  CZ-NOTC-HALF               PIC 9(01) VALUE 0.
002370 77  CZ-NOTC-FIRST              PIC 9(02) VALUE 0.
002371 77  CZ-NOTC-LAST               PIC 9(02) VALUE 0.
002372 77  CZ-NOTC-SPAN               PIC 9(02) VALUE 0.
002373 77  CZ-NOTC-SPLIT              PIC 9(02) VALUE 0.
002374 77  CZ-NOTC-PARTNERS           PIC 9(02) VALUE 0.
002375 01  CZ-NOTC-LINE               PIC X(80) VALUE SPACES.
002376
002377******************************************************************
002378*    PARTNER TABLE - LOADED FROM CIPHPTNR ON AN APPROVE RUN ONLY,
002379*    SO EACH NOTICE CAN NAME THE PARTNERS WHOSE TRAFFIC IS
002380*    CIPHERED UNDER THE KEY ID. TERMINATED PARTNERS ARE LEFT OUT.
002381******************************************************************
002382 77  CZ-PTR-TABLE-MAX           PIC 9(02) VALUE 50.
002383 77  CZ-PTR-COUNT               PIC 9(02) VALUE 0.
002384 77  CZ-PTR-SUB                 PIC 9(02) VALUE 0.
002385 77  CZ-PTR-EOF-SWITCH          PIC X(01) VALUE "N".
002386     88  CZ-PTR-END-OF-FILE               VALUE "Y".
002387
002388 01  CZ-PTR-TABLE.
002389     05  CZ-PTR-ENTRY OCCURS 50 TIMES.
002390         10  CZ-PTRT-CODE        PIC X(04).
002391         10  CZ-PTRT-KEY-ID      PIC X(08).
002392         10  CZ-PTRT-NAME        PIC X(30).
002393
002394******************************************************************
002395*    RUN TOTALS
002400******************************************************************
002410 77  CZ-TRANS-READ              PIC 9(04) VALUE 0.
002420 77  CZ-TRANS-SUBMITTED         PIC 9(04) VALUE 0.
002440 77  CZ-TRANS-VOIDED            PIC 9(04) VALUE 0.
002450 77  CZ-TRANS-REFUSED           PIC 9(04) VALUE 0.
002460 77  CZ-TRANS-IN-ERROR          PIC 9(04) VALUE 0.
002462 77  CZ-STILL-PENDING           PIC 9(04) VALUE 0.
002464 77  CZ-NOTICES-PRINTED         PIC 9(04) VALUE 0.
002480
002490 PROCEDURE DIVISION.
002500******************************************************************
003040         STOP RUN
003050     END-IF.
003060
003062     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
003064
003070     OPEN OUTPUT KEYMRPT.
003080     MOVE "CIPHKEYM KEY-STORE MAINTENANCE REPORT"
003090         TO KEYMRPT-RECORD.
003220     MOVE SPACES TO KEYMRPT-RECORD.
003230     WRITE KEYMRPT-RECORD.
003240
003242     PERFORM 1100-LOAD-KEY-TABLE THRU 1100-EXIT.
003244     PERFORM 1200-LOAD-PENDING-TABLE THRU 1200-EXIT.
003246     IF CZ-KYM-PHASE-APPROVE
003248         PERFORM 1300-LOAD-PARTNER-TABLE THRU 1300-EXIT
003250     END-IF.
003270
003280 1000-EXIT.
003290     EXIT.
003300
003301******************************************************************
003302*    1050-CHECK-OPERATOR - HAVE CIPHAUTH CHECK THE CARD'S
003303*                          OPERATOR AGAINST THE CIPHOPER MASTER
003304*                          FOR THE ROLE THIS PASS NEEDS - KEY
003305*                          SUBMIT ON A SUBMIT PASS, KEY APPROVE
003306*                          ON AN APPROVE PASS. BOTH HALVES OF
003307*                          THE DUAL CONTROL ARE THEREBY REAL,
003308*                          ACTIVE OPERATORS: ONE PERSON CAN NO
003309*                          LONGER APPROVE THEIR OWN CHANGE BY
003310*                          TYPING A SECOND, MADE-UP ID. A
003311*                          REFUSED OPERATOR IS ALREADY ON
003312*                          CIPHVIOL, AND THE RUN ENDS BEFORE THE
003313*                          MASTER OR THE PENDING FILE IS READ.
003314******************************************************************
003315 1050-CHECK-OPERATOR.
003316
003317     MOVE "CIPHKEYM"         TO CZ-ATH-PROGRAM.
003318     MOVE CZ-KYM-OPERATOR-ID TO CZ-ATH-OPERATOR-ID.
003319     IF CZ-KYM-PHASE-SUBMIT
003320         SET CZ-ATH-ROLE-KEY-SUBMIT TO TRUE
003321         MOVE "SUBMIT PHASE"     TO CZ-ATH-CONTEXT
003322     ELSE
003323         SET CZ-ATH-ROLE-KEY-APPROVE TO TRUE
003324         MOVE "APPROVE PHASE"    TO CZ-ATH-CONTEXT
003325     END-IF.
003326     CALL "CIPHAUTH" USING CZ-AUTH-PARMS.
003327
003328     IF NOT CZ-ATH-GRANTED
003329         DISPLAY "CIPHKEYM OPERATOR " CZ-KYM-OPERATOR-ID
003330             " REFUSED - " CZ-ATH-REASON-TEXT
003331         MOVE 16 TO RETURN-CODE
003332         STOP RUN
003333     END-IF.
003334
003335 1050-EXIT.
003336     EXIT.
003337
003338******************************************************************
003339*    1100-LOAD-KEY-TABLE - READ THE OLD MASTER INTO THE TABLE
003340******************************************************************
003341 1100-LOAD-KEY-TABLE.
003350
003360     MOVE 0 TO CZ-KEY-COUNT.
003370     OPEN INPUT CIPHKEYS.
003870     MOVE CZ-KEY-EFF-DATE TO CZ-KEYT-EFF-DATE(CZ-KEY-COUNT).
003880     MOVE CZ-KEY-EXP-DATE TO CZ-KEYT-EXP-DATE(CZ-KEY-COUNT).
003890     MOVE CZ-KEY-STATUS   TO CZ-KEYT-STATUS(CZ-KEY-COUNT).
003891     MOVE CZ-KEY-RETIRED-DATE TO CZ-KEYT-RET-DATE(CZ-KEY-COUNT).
003892     IF CZ-KEY-GENERATION NUMERIC
003893         MOVE CZ-KEY-GENERATION TO CZ-KEYT-GEN(CZ-KEY-COUNT)
003894     ELSE
003895         MOVE 1 TO CZ-KEYT-GEN(CZ-KEY-COUNT)
003896     END-IF.
003900
003910 1110-EXIT.
003920     EXIT.
004510         MOVE CZ-PND-TRAN-NO TO CZ-NEXT-TRAN-NO
004520     END-IF.
004530
004531 1210-EXIT.
004532     EXIT.
004533
004534******************************************************************
004535*    1300-LOAD-PARTNER-TABLE - READ CIPHPTNR FOR THE PARTNER
004536*                              LINES ON THE KEY-DISTRIBUTION
004537*                              NOTICE. THE MASTER IS OPTIONAL
004538*                              HERE - WITHOUT IT A NOTICE SAYS NO
004539*                              PARTNER IS LISTED AND THE KEY DESK
004540*                              CHECKS BY HAND. PARTNERS BEYOND THE
004541*                              TABLE ARE LEFT OFF THE NOTICE.
004542******************************************************************
004543 1300-LOAD-PARTNER-TABLE.
004544
004545     MOVE 0 TO CZ-PTR-COUNT.
004546     OPEN INPUT CIPHPTNR.
004547     IF NOT CZ-CIPHPTNR-OK
004548         GO TO 1300-EXIT
004549     END-IF.
004550
004551     MOVE "N" TO CZ-PTR-EOF-SWITCH.
004552     PERFORM 1310-LOAD-ONE-PARTNER THRU 1310-EXIT
004553             UNTIL CZ-PTR-END-OF-FILE
004554                OR CZ-PTR-COUNT >= CZ-PTR-TABLE-MAX.
004555
004556     CLOSE CIPHPTNR.
004557
004558 1300-EXIT.
004559     EXIT.
004560
004561******************************************************************
004562*    1310-LOAD-ONE-PARTNER - READ ONE PARTNER MASTER RECORD AND
004563*                            KEEP IT UNLESS THE PARTNER IS
004564*                            TERMINATED
004565******************************************************************
004566 1310-LOAD-ONE-PARTNER.
004567
004568     READ CIPHPTNR INTO CZ-PARTNER-MASTER-RECORD
004569         AT END
004570             MOVE "Y" TO CZ-PTR-EOF-SWITCH
004571             GO TO 1310-EXIT
004572     END-READ.
004573
004574     IF CZ-PTM-TERMINATED
004575         GO TO 1310-EXIT
004576     END-IF.
004577
004578     ADD 1 TO CZ-PTR-COUNT.
004579     MOVE CZ-PTM-PARTNER-CODE TO CZ-PTRT-CODE(CZ-PTR-COUNT).
004580     MOVE CZ-PTM-KEY-ID       TO CZ-PTRT-KEY-ID(CZ-PTR-COUNT).
004581     MOVE CZ-PTM-NAME         TO CZ-PTRT-NAME(CZ-PTR-COUNT).
004582
004583 1310-EXIT.
004584     EXIT.
004585
004586******************************************************************
004587*    2100-READ-TRAN - READ THE NEXT TRANSACTION CARD
004590******************************************************************
004600 2100-READ-TRAN.
004610
004710*    2200-FIND-KEY-ID - LOOK THE TRANSACTION'S KEY ID UP IN THE
004720*                       TABLE. SETS THE FOUND SWITCH AND LEAVES
004730*                       THE HIT SUBSCRIPT POINTING AT THE ENTRY.
004732*                       EVERY ENTRY IS COMPARED, SO THE HIT IS
004734*                       THE HIGHEST (CURRENT) GENERATION OF THE
004736*                       ID - OLDER GENERATIONS ARE NEVER TOUCHED.
004740******************************************************************
004750 2200-FIND-KEY-ID.
004760
004790
004800     PERFORM 2210-CHECK-ONE-KEY THRU 2210-EXIT
004810             VARYING CZ-KEY-SUB FROM 1 BY 1
004820             UNTIL CZ-KEY-SUB > CZ-KEY-COUNT.
004840
004850 2200-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*    2210-CHECK-ONE-KEY - COMPARE ONE TABLE ENTRY'S ID, KEEPING
004892*                         THE HIGHEST GENERATION SEEN SO FAR
004900******************************************************************
004910 2210-CHECK-ONE-KEY.
004920
004930     IF CZ-KEYT-ID(CZ-KEY-SUB) = CZ-KTR-KEY-ID
004932       AND (NOT CZ-KEY-FOUND
004934         OR CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-KEYT-GEN(CZ-KEY-HIT-SUB))
004940         MOVE "Y" TO CZ-KEY-FOUND-SWITCH
004950         MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
004960     END-IF.
004990     EXIT.
005000
005010******************************************************************
005012*    2300-APPLY-ADD - APPEND A NEW KEY ENTRY. THE ID MUST NOT
005014*                     ALREADY EXIST, THE CARD MUST CARRY USABLE
005016*                     KEY MATERIAL, AND THE TABLE MUST HAVE ROOM.
005018*                     A MODE G CARD HAS ITS MATERIAL GENERATED
005020*                     HERE; EITHER WAY THE MATERIAL MUST PASS THE
005022*                     KEY-STRENGTH POLICY BEFORE IT IS STORED.
005050******************************************************************
005060 2300-APPLY-ADD.
005070
005100         GO TO 2300-EXIT
005110     END-IF.
005120
005122     IF NOT CZ-KTR-MODE-SINGLE AND NOT CZ-KTR-MODE-KEYWORD
005124       AND NOT CZ-KTR-MODE-GENERATE
005126         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005128         GO TO 2300-EXIT
005130     END-IF.
005132
005134     IF CZ-KTR-MODE-GENERATE
005136       AND (CZ-KTR-KEYWORD NOT = SPACES
005138         OR (CZ-KTR-SHIFT-KEY-X NOT = SPACES
005140             AND CZ-KTR-SHIFT-KEY-X NOT = "00"))
005142         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005144         GO TO 2300-EXIT
005146     END-IF.
005148
005150     IF CZ-KTR-MODE-KEYWORD AND CZ-KTR-KEYWORD = SPACES
005152         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005154         GO TO 2300-EXIT
005156     END-IF.
005220
005222     IF CZ-KEY-COUNT >= CZ-KEY-TABLE-MAX
005224         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005226         GO TO 2300-EXIT
005228     END-IF.
005230
005232     IF CZ-KTR-MODE-GENERATE
005234         PERFORM 2700-GENERATE-MATERIAL THRU 2700-EXIT
005236     ELSE
005238         PERFORM 2600-CHECK-POLICY THRU 2600-EXIT
005240     END-IF.
005242     IF CZ-POLICY-FAILED
005244         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005246         GO TO 2300-EXIT
005248     END-IF.
005270
005280     ADD 1 TO CZ-KEY-COUNT.
005290     MOVE CZ-KTR-KEY-ID    TO CZ-KEYT-ID(CZ-KEY-COUNT).
005330     MOVE CZ-KTR-EFF-DATE  TO CZ-KEYT-EFF-DATE(CZ-KEY-COUNT).
005340     MOVE CZ-KTR-EXP-DATE  TO CZ-KEYT-EXP-DATE(CZ-KEY-COUNT).
005350     MOVE "A"              TO CZ-KEYT-STATUS(CZ-KEY-COUNT).
005352     MOVE SPACES           TO CZ-KEYT-RET-DATE(CZ-KEY-COUNT).
005354     MOVE 1                TO CZ-KEYT-GEN(CZ-KEY-COUNT).
005356     MOVE 1                TO CZ-APPLIED-GEN.
005358
005360     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
005362     IF CZ-MATERIAL-GENERATED
005364         PERFORM 2750-PRINT-NOTICE THRU 2750-EXIT
005366     END-IF.
005380
005390 2300-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430*    2400-APPLY-ROTATE - ADD A NEW GENERATION OF KEY MATERIAL
005440*                        UNDER AN EXISTING ID AND RETIRE THE
005450*                        CURRENT ONE. THE RETIRED GENERATION
005460*                        STAYS ON THE MASTER SO TRAFFIC ALREADY
005462*                        CIPHERED UNDER IT CAN BE DECIPHERED,
005464*                        BUT ONLY THE NEW GENERATION ENCRYPTS.
005465*                        THE RETIRED DATE IS THE NEW GENERATION'S
005466*                        EFFECTIVE DATE, OR TODAY IF NONE GIVEN.
005467*                        MATERIAL IS GENERATED AND POLICY-CHECKED
005468*                        AS FOR AN ADD, AGAINST THE MODE OF THE
005469*                        GENERATION BEING RETIRED.
005470******************************************************************
005480 2400-APPLY-ROTATE.
005490
005520         GO TO 2400-EXIT
005530     END-IF.
005540
005542     IF NOT CZ-KTR-MODE-SINGLE AND NOT CZ-KTR-MODE-KEYWORD
005544       AND NOT CZ-KTR-MODE-GENERATE
005546         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005548         GO TO 2400-EXIT
005550     END-IF.
005552
005554     IF CZ-KTR-MODE-GENERATE
005556       AND (CZ-KTR-KEYWORD NOT = SPACES
005558         OR (CZ-KTR-SHIFT-KEY-X NOT = SPACES
005560             AND CZ-KTR-SHIFT-KEY-X NOT = "00"))
005562         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005564         GO TO 2400-EXIT
005566     END-IF.
005568
005570     IF CZ-KTR-MODE-KEYWORD AND CZ-KTR-KEYWORD = SPACES
005572         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005574         GO TO 2400-EXIT
005576     END-IF.
005640
005641     IF CZ-KEY-COUNT >= CZ-KEY-TABLE-MAX
005642         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005643         GO TO 2400-EXIT
005644     END-IF.
005645
005646     IF CZ-KTR-MODE-GENERATE
005647         PERFORM 2700-GENERATE-MATERIAL THRU 2700-EXIT
005648     ELSE
005649         PERFORM 2600-CHECK-POLICY THRU 2600-EXIT
005650     END-IF.
005651     IF CZ-POLICY-FAILED
005652         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005653         GO TO 2400-EXIT
005654     END-IF.
005655
005656     MOVE "R" TO CZ-KEYT-STATUS(CZ-KEY-HIT-SUB).
005657     IF CZ-KTR-EFF-DATE = SPACES
005658         MOVE CZ-TODAY-DISPLAY
005659             TO CZ-KEYT-RET-DATE(CZ-KEY-HIT-SUB)
005660     ELSE
005661         MOVE CZ-KTR-EFF-DATE
005662             TO CZ-KEYT-RET-DATE(CZ-KEY-HIT-SUB)
005663     END-IF.
005664
005665     ADD 1 TO CZ-KEY-COUNT.
005666     MOVE CZ-KTR-KEY-ID    TO CZ-KEYT-ID(CZ-KEY-COUNT).
005667     MOVE CZ-KTR-MODE      TO CZ-KEYT-MODE(CZ-KEY-COUNT).
005668     MOVE CZ-KTR-SHIFT-KEY TO CZ-KEYT-SHIFT(CZ-KEY-COUNT).
005670     MOVE CZ-KTR-KEYWORD   TO CZ-KEYT-KEYWORD(CZ-KEY-COUNT).
005680     MOVE CZ-KTR-EFF-DATE  TO CZ-KEYT-EFF-DATE(CZ-KEY-COUNT).
005690     MOVE CZ-KTR-EXP-DATE  TO CZ-KEYT-EXP-DATE(CZ-KEY-COUNT).
005700     MOVE "A"              TO CZ-KEYT-STATUS(CZ-KEY-COUNT).
005702     MOVE SPACES           TO CZ-KEYT-RET-DATE(CZ-KEY-COUNT).
005704     ADD 1 CZ-KEYT-GEN(CZ-KEY-HIT-SUB)
005706         GIVING CZ-KEYT-GEN(CZ-KEY-COUNT).
005708     MOVE CZ-KEYT-GEN(CZ-KEY-COUNT) TO CZ-APPLIED-GEN.
005710
005712     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
005714     IF CZ-MATERIAL-GENERATED
005716         PERFORM 2750-PRINT-NOTICE THRU 2750-EXIT
005718     END-IF.
005730
005740 2400-EXIT.
005750     EXIT.
005950         MOVE CZ-KTR-EXP-DATE
005960             TO CZ-KEYT-EXP-DATE(CZ-KEY-HIT-SUB)
005970     END-IF.
005972     MOVE CZ-KEYT-GEN(CZ-KEY-HIT-SUB) TO CZ-APPLIED-GEN.
005980
005990     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
006000
006001 2500-EXIT.
006002     EXIT.
006003
006004******************************************************************
006005*    2600-CHECK-POLICY - HAVE CIPHKPOL JUDGE THE CARD'S MATERIAL
006006*                        AGAINST THE KEY-STRENGTH POLICY. AN ADD
006007*                        IS A NEW KEY; A ROTATE CARRIES THE MODE
006008*                        OF THE GENERATION IT REPLACES, SO A
006009*                        KEYWORD KEY CANNOT BE ROTATED DOWN TO A
006010*                        SINGLE SHIFT. CALLED ON BOTH PASSES, SO
006011*                        A WEAK KEY IS REFUSED AT SUBMIT AND AGAIN
006012*                        AT APPROVE IF THE POLICY TIGHTENED IN
006013*                        BETWEEN. THE MATERIAL IS NEVER PRINTED.
006014******************************************************************
006015 2600-CHECK-POLICY.
006016
006017     MOVE "N" TO CZ-POLICY-FAILED-SWITCH.
006018     IF CZ-KTR-ROTATE
006019         SET CZ-KPL-REQ-ROTATE TO TRUE
006020         MOVE CZ-KEYT-MODE(CZ-KEY-HIT-SUB) TO CZ-KPL-PRIOR-MODE
006021     ELSE
006022         SET CZ-KPL-REQ-NEW-KEY TO TRUE
006023         MOVE SPACE TO CZ-KPL-PRIOR-MODE
006024     END-IF.
006025     MOVE CZ-KTR-MODE      TO CZ-KPL-MODE.
006026     MOVE CZ-KTR-SHIFT-KEY TO CZ-KPL-SHIFT-KEY.
006027     MOVE CZ-KTR-KEYWORD   TO CZ-KPL-KEYWORD.
006028     CALL "CIPHKPOL" USING CZ-KEYPOL-PARMS.
006029
006030     IF CZ-KPL-FAILED
006031         MOVE "Y" TO CZ-POLICY-FAILED-SWITCH
006032     END-IF.
006033
006034 2600-EXIT.
006035     EXIT.
006036
006037******************************************************************
006038*    2700-GENERATE-MATERIAL - DRAW A KEYWORD FOR A MODE G CHANGE.
006039*                             A FIRST CALL WITH NO MATERIAL
006040*                             FETCHES THE POLICY'S GENERATED
006041*                             LENGTH; EACH DRAW IS THEN JUDGED BY
006042*                             2600 AND REDRAWN IF IT FAILS. THE
006043*                             CARD BECOMES AN ORDINARY KEYWORD
006044*                             CARD, SO THE APPLY GOES ON AS FOR A
006045*                             TYPED ONE. IF NO DRAW PASSES, THE
006046*                             POLICY SWITCH IS LEFT ON AND THE
006047*                             CHANGE STAYS PENDING.
006048******************************************************************
006049 2700-GENERATE-MATERIAL.
006050
006051     MOVE "Y" TO CZ-GENERATED-SWITCH.
006052     IF NOT CZ-GEN-SEEDED
006053         MOVE CZ-CDT-TIME TO CZ-GEN-SEED
006054         ADD CZ-PND-TRAN-NO TO CZ-GEN-SEED
006055         COMPUTE CZ-GEN-RANDOM = FUNCTION RANDOM(CZ-GEN-SEED)
006056         MOVE "Y" TO CZ-GEN-SEEDED-SWITCH
006057     END-IF.
006058
006059     MOVE "K"    TO CZ-KTR-MODE.
006060     MOVE 0      TO CZ-KTR-SHIFT-KEY.
006061     MOVE SPACES TO CZ-KTR-KEYWORD.
006062     PERFORM 2600-CHECK-POLICY THRU 2600-EXIT.
006063     MOVE CZ-KPL-GEN-LENGTH TO CZ-GEN-LENGTH.
006064
006065     MOVE 0 TO CZ-GEN-TRIES.
006066     PERFORM 2710-DRAW-ONE-KEYWORD THRU 2710-EXIT
006067             UNTIL NOT CZ-POLICY-FAILED
006068                OR CZ-GEN-TRIES >= CZ-GEN-TRIES-MAX.
006069
006070 2700-EXIT.
006071     EXIT.
006072
006073******************************************************************
006074*    2710-DRAW-ONE-KEYWORD - DRAW ONE FULL-LENGTH KEYWORD AND HAVE
006075*                            IT JUDGED
006076******************************************************************
006077 2710-DRAW-ONE-KEYWORD.
006078
006079     ADD 1 TO CZ-GEN-TRIES.
006080     MOVE SPACES TO CZ-KTR-KEYWORD.
006081     PERFORM 2720-DRAW-ONE-LETTER THRU 2720-EXIT
006082             VARYING CZ-GEN-SUB FROM 1 BY 1
006083             UNTIL CZ-GEN-SUB > CZ-GEN-LENGTH.
006084     PERFORM 2600-CHECK-POLICY THRU 2600-EXIT.
006085
006086 2710-EXIT.
006087     EXIT.
006088
006089******************************************************************
006090*    2720-DRAW-ONE-LETTER - PICK ONE LETTER B THROUGH Z
006091******************************************************************
006092 2720-DRAW-ONE-LETTER.
006093
006094     COMPUTE CZ-GEN-RANDOM = FUNCTION RANDOM.
006095     COMPUTE CZ-GEN-PICK = CZ-GEN-RANDOM * 25 + 1.
006096     MOVE CZ-GEN-ALPHABET(CZ-GEN-PICK:1)
006097         TO CZ-KTR-KEYWORD(CZ-GEN-SUB:1).
006098
006099 2720-EXIT.
006100     EXIT.
006101
006102******************************************************************
006103*    2750-PRINT-NOTICE - PRINT THE KEY-DISTRIBUTION NOTICE FOR A
006104*                        GENERATED KEY AS TWO SEALED HALVES, ONE
006105*                        PER CUSTODIAN FILE. KEYMRPT ONLY SAYS
006106*                        THAT THE NOTICE WAS PRINTED - THE
006107*                        MATERIAL NEVER APPEARS ON IT.
006108******************************************************************
006109 2750-PRINT-NOTICE.
006110
006111     ADD 1 TO CZ-NOTICES-PRINTED.
006112     COMPUTE CZ-NOTC-SPLIT = (CZ-GEN-LENGTH + 1) / 2.
006113
006114     PERFORM 2760-PRINT-ONE-HALF THRU 2760-EXIT
006115             VARYING CZ-NOTC-HALF FROM 1 BY 1
006116             UNTIL CZ-NOTC-HALF > 2.
006117
006118     MOVE SPACES TO KEYMRPT-RECORD.
006119     STRING "  MATERIAL GENERATED - SEALED HALVES ON KEYNOTC1 "
006120            "AND KEYNOTC2"
006121         DELIMITED BY SIZE INTO KEYMRPT-RECORD.
006122     WRITE KEYMRPT-RECORD.
006123
006124 2750-EXIT.
006125     EXIT.
006126
006127******************************************************************
006128*    2760-PRINT-ONE-HALF - PRINT ONE CUSTODIAN'S HALF: THE KEY'S
006129*                          PARTICULARS AND PARTNERS, THEN ONLY
006130*                          THAT HALF'S LETTERS
006131******************************************************************
006132 2760-PRINT-ONE-HALF.
006133
006134     IF CZ-NOTC-HALF = 1
006135         MOVE 1 TO CZ-NOTC-FIRST
006136         MOVE CZ-NOTC-SPLIT TO CZ-NOTC-LAST
006137     ELSE
006138         ADD 1 CZ-NOTC-SPLIT GIVING CZ-NOTC-FIRST
006139         MOVE CZ-GEN-LENGTH TO CZ-NOTC-LAST
006140     END-IF.
006141     COMPUTE CZ-NOTC-SPAN = CZ-NOTC-LAST - CZ-NOTC-FIRST + 1.
006142
006143     MOVE SPACES TO CZ-NOTC-LINE.
006144     STRING "CIPHKEYM KEY DISTRIBUTION NOTICE - SEALED HALF "
006145            CZ-NOTC-HALF " OF 2"
006146         DELIMITED BY SIZE INTO CZ-NOTC-LINE.
006147     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006148     MOVE SPACES TO CZ-NOTC-LINE.
006149     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006150
006151     STRING "KEY ID " CZ-KTR-KEY-ID
006152            "   GENERATION " CZ-APPLIED-GEN
006153            "   MODE K (KEYWORD)"
006154         DELIMITED BY SIZE INTO CZ-NOTC-LINE.
006155     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006156     MOVE SPACES TO CZ-NOTC-LINE.
006157     IF CZ-KTR-EXP-DATE = SPACES
006158         STRING "EFFECTIVE " CZ-KTR-EFF-DATE
006159                "   EXPIRES (NEVER)   "
006160                "   TRAN " CZ-PND-TRAN-NO
006161             DELIMITED BY SIZE INTO CZ-NOTC-LINE
006162     ELSE
006163         STRING "EFFECTIVE " CZ-KTR-EFF-DATE
006164                "   EXPIRES " CZ-KTR-EXP-DATE
006165                "   TRAN " CZ-PND-TRAN-NO
006166             DELIMITED BY SIZE INTO CZ-NOTC-LINE
006167     END-IF.
006168     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006169     MOVE SPACES TO CZ-NOTC-LINE.
006170     STRING "SUBMITTED BY " CZ-PND-SUBMIT-OPER
006171            "   APPROVED BY " CZ-KYM-OPERATOR-ID
006172            "   ON " CZ-TODAY-DISPLAY
006173         DELIMITED BY SIZE INTO CZ-NOTC-LINE.
006174     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006175     MOVE SPACES TO CZ-NOTC-LINE.
006176     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006177
006178     MOVE "PARTNERS CIPHERED UNDER THIS KEY ID:" TO CZ-NOTC-LINE.
006179     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006180     MOVE 0 TO CZ-NOTC-PARTNERS.
006181     PERFORM 2770-LIST-ONE-PARTNER THRU 2770-EXIT
006182             VARYING CZ-PTR-SUB FROM 1 BY 1
006183             UNTIL CZ-PTR-SUB > CZ-PTR-COUNT.
006184     IF CZ-NOTC-PARTNERS = 0
006185         MOVE "  NONE LISTED ON CIPHPTNR" TO CZ-NOTC-LINE
006186         PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT
006187     END-IF.
006188     MOVE SPACES TO CZ-NOTC-LINE.
006189     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006190
006191     STRING "KEYWORD LETTERS " CZ-NOTC-FIRST
006192            " THROUGH " CZ-NOTC-LAST
006193            " OF " CZ-GEN-LENGTH ":"
006194         DELIMITED BY SIZE INTO CZ-NOTC-LINE.
006195     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006196     MOVE SPACES TO CZ-NOTC-LINE.
006197     MOVE CZ-KTR-KEYWORD(CZ-NOTC-FIRST:CZ-NOTC-SPAN)
006198         TO CZ-NOTC-LINE(5:CZ-NOTC-SPAN).
006199     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006200     MOVE SPACES TO CZ-NOTC-LINE.
006201     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006202
006203     MOVE "NEITHER HALF ALONE IS THE KEY - SEAL, DO NOT COPY,"
006204         TO CZ-NOTC-LINE.
006205     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006206     MOVE SPACES TO CZ-NOTC-LINE.
006207     STRING "DELIVER ONLY TO CUSTODIAN " CZ-NOTC-HALF
006208         DELIMITED BY SIZE INTO CZ-NOTC-LINE.
006209     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006210     MOVE ALL "-" TO CZ-NOTC-LINE.
006211     PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT.
006212     MOVE SPACES TO CZ-NOTC-LINE.
006213
006214 2760-EXIT.
006215     EXIT.
006216
006217******************************************************************
006218*    2770-LIST-ONE-PARTNER - NAME ONE PARTNER ON THIS KEY ID
006219******************************************************************
006220 2770-LIST-ONE-PARTNER.
006221
006222     IF CZ-PTRT-KEY-ID(CZ-PTR-SUB) = CZ-KTR-KEY-ID
006223         ADD 1 TO CZ-NOTC-PARTNERS
006224         MOVE SPACES TO CZ-NOTC-LINE
006225         STRING "  " CZ-PTRT-CODE(CZ-PTR-SUB)
006226                "  " CZ-PTRT-NAME(CZ-PTR-SUB)
006227             DELIMITED BY SIZE INTO CZ-NOTC-LINE
006228         PERFORM 2790-WRITE-NOTICE-LINE THRU 2790-EXIT
006229     END-IF.
006230
006231 2770-EXIT.
006232     EXIT.
006233
006234******************************************************************
006235*    2790-WRITE-NOTICE-LINE - WRITE THE NOTICE LINE TO THE FILE
006236*                             FOR THE HALF BEING PRINTED
006237******************************************************************
006238 2790-WRITE-NOTICE-LINE.
006239
006240     IF CZ-NOTC-HALF = 1
006241         WRITE KEYNOTC1-RECORD FROM CZ-NOTC-LINE
006242     ELSE
006243         WRITE KEYNOTC2-RECORD FROM CZ-NOTC-LINE
006244     END-IF.
006245
006246 2790-EXIT.
006247     EXIT.
006248
006249******************************************************************
006250*    2800-REPORT-APPLIED - LIST ONE APPLIED TRANSACTION. ONLY THE
006251*                          ACTION AND THE KEY ID APPEAR - KEY
006252*                          MATERIAL IS NEVER PRINTED.
006253******************************************************************
006254 2800-REPORT-APPLIED.
006255
006256     MOVE "Y" TO CZ-APPLY-OK-SWITCH.
006257     ADD 1 TO CZ-TRANS-APPLIED.
006258     MOVE SPACES TO KEYMRPT-RECORD.
006259     STRING "ACTION " CZ-KTR-ACTION
006260            " KEY ID " CZ-KTR-KEY-ID
006261            " GEN " CZ-APPLIED-GEN
006262            " - APPLIED"
006263         DELIMITED BY SIZE INTO KEYMRPT-RECORD.
006264     WRITE KEYMRPT-RECORD.
006265
006266 2800-EXIT.
006267     EXIT.
006268
006269******************************************************************
006270*    2900-REPORT-ERROR - LIST ONE REJECTED TRANSACTION WITH THE
006271*                        REASON IT COULD NOT BE APPLIED
006272******************************************************************
006273 2900-REPORT-ERROR.
006280
006290     MOVE "N" TO CZ-TRAN-VALID-SWITCH.
006300     ADD 1 TO CZ-TRANS-IN-ERROR.
006310     MOVE SPACES TO KEYMRPT-RECORD.
006320
006322     EVALUATE TRUE
006324         WHEN CZ-POLICY-FAILED
006326             STRING "ACTION " CZ-KTR-ACTION
006328                    " KEY ID " CZ-KTR-KEY-ID
006330                    " - POLICY " CZ-KPL-RULE
006332                    " " CZ-KPL-REASON-TEXT
006334                 DELIMITED BY SIZE INTO KEYMRPT-RECORD
006336         WHEN NOT CZ-KTR-ADD AND NOT CZ-KTR-ROTATE
006338                 AND NOT CZ-KTR-EXPIRE
006340             STRING "ACTION " CZ-KTR-ACTION
006342                    " KEY ID " CZ-KTR-KEY-ID
006344                    " - ERROR, UNKNOWN ACTION CODE"
006346                 DELIMITED BY SIZE INTO KEYMRPT-RECORD
006400         WHEN CZ-KTR-ADD AND CZ-KEY-FOUND
006410             STRING "ACTION " CZ-KTR-ACTION
006420                    " KEY ID " CZ-KTR-KEY-ID
006430                    " - ERROR, KEY ID ALREADY EXISTS"
006440                 DELIMITED BY SIZE INTO KEYMRPT-RECORD
006442         WHEN (CZ-KTR-ADD OR CZ-KTR-ROTATE)
006444                 AND NOT CZ-KTR-MODE-SINGLE
006446                 AND NOT CZ-KTR-MODE-KEYWORD
006448                 AND NOT CZ-KTR-MODE-GENERATE
006450             STRING "ACTION " CZ-KTR-ACTION
006452                    " KEY ID " CZ-KTR-KEY-ID
006454                    " - ERROR, MODE MUST BE S, K OR G"
006456                 DELIMITED BY SIZE INTO KEYMRPT-RECORD
006458         WHEN (CZ-KTR-ADD OR CZ-KTR-ROTATE)
006460                 AND CZ-KTR-MODE-GENERATE
006462                 AND (CZ-KTR-KEYWORD NOT = SPACES
006464                   OR (CZ-KTR-SHIFT-KEY-X NOT = SPACES
006466                       AND CZ-KTR-SHIFT-KEY-X NOT = "00"))
006468             STRING "ACTION " CZ-KTR-ACTION
006470                    " KEY ID " CZ-KTR-KEY-ID
006472                    " - ERROR, GENERATE CARD CARRIES MATERIAL"
006474                 DELIMITED BY SIZE INTO KEYMRPT-RECORD
006520         WHEN (CZ-KTR-ADD OR CZ-KTR-ROTATE)
006530                 AND CZ-KTR-MODE-KEYWORD
006540                 AND CZ-KTR-KEYWORD = SPACES
006560                    " KEY ID " CZ-KTR-KEY-ID
006570                    " - ERROR, KEYWORD IS BLANK"
006580                 DELIMITED BY SIZE INTO KEYMRPT-RECORD
006590         WHEN CZ-KTR-ADD OR (CZ-KTR-ROTATE AND CZ-KEY-FOUND)
006600             STRING "ACTION " CZ-KTR-ACTION
006610                    " KEY ID " CZ-KTR-KEY-ID
006620                    " - ERROR, KEY STORE IS FULL"
007090******************************************************************
007100 3100-SUBMIT-ONE-TRAN.
007110
007112     ADD 1 TO CZ-TRANS-READ.
007114     MOVE "Y" TO CZ-TRAN-VALID-SWITCH.
007116     MOVE "N" TO CZ-POLICY-FAILED-SWITCH.
007118
007120     PERFORM 2200-FIND-KEY-ID THRU 2200-EXIT.
007160     PERFORM 3150-VALIDATE-TRAN THRU 3150-EXIT.
007170
007180     IF NOT CZ-TRAN-VALID
007430     MOVE CZ-KTR-SHIFT-KEY     TO CZ-PND-SHIFT-KEY.
007440     MOVE CZ-KTR-KEYWORD       TO CZ-PND-KEYWORD.
007450     MOVE CZ-KTR-EFF-DATE      TO CZ-PND-EFF-DATE.
007452     MOVE CZ-KTR-EXP-DATE      TO CZ-PND-EXP-DATE.
007454     IF CZ-KTR-MODE-GENERATE
007456         MOVE 0                TO CZ-PND-SHIFT-KEY
007458         MOVE SPACES           TO CZ-PND-KEYWORD
007460     END-IF.
007462
007464     ADD 1 TO CZ-PND-COUNT.
007490     MOVE CZ-PENDING-KEY-RECORD TO CZ-PND-ENTRY(CZ-PND-COUNT).
007500     ADD 1 TO CZ-TRANS-SUBMITTED.
007510
007640     EXIT.
007650
007660******************************************************************
007662*    3150-VALIDATE-TRAN - RUN THE APPLY PARAGRAPHS' CHECKS
007664*                         AGAINST THE CARD WITHOUT TOUCHING THE
007666*                         TABLE. ANY MISS GOES THROUGH THE SAME
007668*                         2900 ERROR LISTING AN APPLY WOULD USE.
007670*                         TYPED MATERIAL MUST ALSO PASS THE
007672*                         KEY-STRENGTH POLICY; A MODE G CARD HAS
007674*                         NO MATERIAL YET AND IS JUDGED WHEN IT
007676*                         IS GENERATED.
007710******************************************************************
007720 3150-VALIDATE-TRAN.
007730
007800         WHEN (CZ-KTR-ROTATE OR CZ-KTR-EXPIRE)
007810                 AND NOT CZ-KEY-FOUND
007820             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007822         WHEN (CZ-KTR-ADD OR CZ-KTR-ROTATE)
007824                 AND NOT CZ-KTR-MODE-SINGLE
007826                 AND NOT CZ-KTR-MODE-KEYWORD
007828                 AND NOT CZ-KTR-MODE-GENERATE
007830             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007832         WHEN (CZ-KTR-ADD OR CZ-KTR-ROTATE)
007834                 AND CZ-KTR-MODE-GENERATE
007836                 AND (CZ-KTR-KEYWORD NOT = SPACES
007838                   OR (CZ-KTR-SHIFT-KEY-X NOT = SPACES
007840                       AND CZ-KTR-SHIFT-KEY-X NOT = "00"))
007842             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007844         WHEN (CZ-KTR-ADD OR CZ-KTR-ROTATE)
007846                 AND CZ-KTR-MODE-KEYWORD
007848                 AND CZ-KTR-KEYWORD = SPACES
007850             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007852         WHEN OTHER
007854             CONTINUE
007856     END-EVALUATE.
007858
007860     IF CZ-TRAN-VALID
007862       AND (CZ-KTR-ADD OR CZ-KTR-ROTATE)
007864       AND NOT CZ-KTR-MODE-GENERATE
007866         PERFORM 2600-CHECK-POLICY THRU 2600-EXIT
007868         IF CZ-POLICY-FAILED
007870             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007872         END-IF
007874     END-IF.
007940
007950 3150-EXIT.
007960     EXIT.
008110         STOP RUN
008120     END-IF.
008130
008132     OPEN OUTPUT KEYNOTC1 KEYNOTC2.
008134     IF NOT CZ-KEYNOTC1-OK OR NOT CZ-KEYNOTC2-OK
008136         DISPLAY "CIPHKEYM KEY NOTICE OPEN FAILED, STATUS "
008138             CZ-KEYNOTC1-STATUS " " CZ-KEYNOTC2-STATUS
008140         MOVE 16 TO RETURN-CODE
008142         STOP RUN
008144     END-IF.
008146
008148     PERFORM 4100-READ-APPROVAL THRU 4100-EXIT.
008150     PERFORM 4200-JUDGE-ONE-APPROVAL THRU 4200-EXIT
008152             UNTIL CZ-END-OF-INPUT.
008154
008156     CLOSE KEYAPPR.
008158     CLOSE KEYNOTC1 KEYNOTC2.
008190
008200     PERFORM 4800-WRITE-NEW-MASTER THRU 4800-EXIT.
008210
009820     MOVE CZ-PND-EFF-DATE  TO CZ-KTR-EFF-DATE.
009830     MOVE CZ-PND-EXP-DATE  TO CZ-KTR-EXP-DATE.
009840
009842     PERFORM 2200-FIND-KEY-ID THRU 2200-EXIT.
009844     MOVE "N" TO CZ-APPLY-OK-SWITCH.
009846     MOVE "N" TO CZ-POLICY-FAILED-SWITCH.
009848     MOVE "N" TO CZ-GENERATED-SWITCH.
009870
009880     EVALUATE TRUE
009890         WHEN CZ-KTR-ADD
010850     DISPLAY "CIPHKEYM VOIDED               : " CZ-TRANS-VOIDED.
010860     DISPLAY "CIPHKEYM SELF-APPROVAL REFUSED: " CZ-TRANS-REFUSED.
010870     DISPLAY "CIPHKEYM IN ERROR             : " CZ-TRANS-IN-ERROR.
010872     DISPLAY "CIPHKEYM STILL PENDING        : " CZ-STILL-PENDING.
010874     DISPLAY "CIPHKEYM KEY NOTICES PRINTED  : "
010875         CZ-NOTICES-PRINTED.
010890
010900     IF CZ-TRANS-IN-ERROR > 0 OR CZ-TRANS-REFUSED > 0
010910         MOVE 4 TO RETURN-CODE
011060     MOVE CZ-KEYT-EFF-DATE(CZ-KEY-SUB) TO CZ-KEY-EFF-DATE.
011070     MOVE CZ-KEYT-EXP-DATE(CZ-KEY-SUB) TO CZ-KEY-EXP-DATE.
011080     MOVE CZ-KEYT-STATUS(CZ-KEY-SUB)   TO CZ-KEY-STATUS.
011082     MOVE CZ-KEYT-RET-DATE(CZ-KEY-SUB) TO CZ-KEY-RETIRED-DATE.
011084     MOVE CZ-KEYT-GEN(CZ-KEY-SUB)      TO CZ-KEY-GENERATION.
011090
011100     WRITE CIPHKEYN-RECORD FROM CZ-KEY-RECORD.
011110
