000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHKPOL.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. KEY-STRENGTH POLICY
000110*                     SERVICE. CIPHKEYM ACCEPTED ANY MATERIAL
000120*                     THE CARD CARRIED, INCLUDING MATERIAL THAT
000130*                     DOES NO CIPHERING AT ALL - A SHIFT OF 00
000140*                     OR 26 LEAVES THE TEXT IN CLEAR, AND A
000150*                     KEYWORD LETTER "A" SHIFTS BY ZERO IN
000160*                     CIPHENGN 2220-DETERMINE-SHIFT - AND SHORT
000170*                     OR REPEATED-LETTER KEYWORDS. A PROGRAM NOW
000180*                     CALLS "CIPHKPOL" USING CZ-KEYPOL-PARMS
000190*                     (COPY CZKPLPRM) WITH THE MODE AND MATERIAL
000200*                     AND WHETHER IT IS A NEW KEY, A ROTATION, OR
000210*                     A SCAN OF THE STORE. THE SERVICE JUDGES IT
000220*                     AGAINST THE POLICY ON THE OPTIONAL KEYPOLCY
000230*                     CARD, READ ONCE ON THE FIRST CALL (BLANK OR
000240*                     MISSING FIELDS TAKE THE SHOP DEFAULTS), AND
000250*                     HANDS BACK THE FIRST RULE BROKEN. CIPHKEYM
000260*                     CALLS IT ON BOTH THE SUBMIT AND THE APPROVE
000270*                     PASS; CIPHKXRF CALLS IT TO LIST STORED KEYS
000280*                     THAT NO LONGER PASS.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT KEYPOLCY ASSIGN TO "KEYPOLCY"
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS IS CZ-KEYPOLCY-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  KEYPOLCY
000410     RECORDING MODE IS F.
000420 01  KEYPOLCY-RECORD            PIC X(16).
000430
000440 WORKING-STORAGE SECTION.
000450******************************************************************
000460*    POLICY CARD - EVERY FIELD IS OPTIONAL. A BLANK OR
000470*    NON-NUMERIC COUNT, OR A FLAG OTHER THAN Y OR N, TAKES THE
000480*    SHOP DEFAULT IN CZ-POLICY-DEFAULTS.
000490*      MIN LENGTH    SHORTEST KEYWORD ACCEPTED (01-20)
000500*      MIN DISTINCT  FEWEST DIFFERENT LETTERS IN A KEYWORD
000510*      SINGLE NEW    Y = A NEW KEY ID MAY BE SINGLE SHIFT
000520*      SINGLE SCAN   Y = THE SCAN LISTS EVERY SINGLE-SHIFT KEY
000530*      GEN LENGTH    LENGTH OF A KEYWORD CIPHKEYM GENERATES,
000540*                    NEVER LESS THAN THE MIN LENGTH
000550******************************************************************
000560 01  CZ-POLICY-CARD.
000570     05  CZ-PCD-MIN-LENGTH-X     PIC X(02).
000580     05  CZ-PCD-MIN-LENGTH REDEFINES CZ-PCD-MIN-LENGTH-X
000590                                 PIC 9(02).
000600     05  CZ-PCD-MIN-DISTINCT-X   PIC X(02).
000610     05  CZ-PCD-MIN-DISTINCT REDEFINES CZ-PCD-MIN-DISTINCT-X
000620                                 PIC 9(02).
000630     05  CZ-PCD-SINGLE-NEW       PIC X(01).
000640     05  CZ-PCD-SINGLE-SCAN      PIC X(01).
000650     05  CZ-PCD-GEN-LENGTH-X     PIC X(02).
000660     05  CZ-PCD-GEN-LENGTH REDEFINES CZ-PCD-GEN-LENGTH-X
000670                                 PIC 9(02).
000680     05  FILLER                  PIC X(08).
000690
000700 01  CZ-POLICY-DEFAULTS.
000710     05  CZ-DFT-MIN-LENGTH       PIC 9(02) VALUE 08.
000720     05  CZ-DFT-MIN-DISTINCT     PIC 9(02) VALUE 05.
000730     05  CZ-DFT-SINGLE-NEW       PIC X(01) VALUE "N".
000740     05  CZ-DFT-SINGLE-SCAN      PIC X(01) VALUE "Y".
000750     05  CZ-DFT-GEN-LENGTH       PIC 9(02) VALUE 16.
000760
000770******************************************************************
000780*    THE POLICY IN FORCE, SETTLED ON THE FIRST CALL AND KEPT
000790*    FOR THE REST OF THE RUN, SINCE THE SERVICE KEEPS ITS
000800*    WORKING STORAGE BETWEEN CALLS
000810******************************************************************
000820 01  CZ-POLICY-IN-FORCE.
000830     05  CZ-POL-MIN-LENGTH       PIC 9(02) VALUE 0.
000840     05  CZ-POL-MIN-DISTINCT     PIC 9(02) VALUE 0.
000850     05  CZ-POL-SINGLE-NEW       PIC X(01) VALUE "N".
000860         88  CZ-POL-SINGLE-NEW-OK        VALUE "Y".
000870     05  CZ-POL-SINGLE-SCAN      PIC X(01) VALUE "Y".
000880         88  CZ-POL-SINGLE-SCAN-ON       VALUE "Y".
000890     05  CZ-POL-GEN-LENGTH       PIC 9(02) VALUE 0.
000900
000910 77  CZ-KEYPOLCY-STATUS         PIC X(02) VALUE SPACES.
000920     88  CZ-KEYPOLCY-OK                   VALUE "00".
000930
000940 77  CZ-POLICY-LOADED-SWITCH    PIC X(01) VALUE "N".
000950     88  CZ-POLICY-LOADED                 VALUE "Y".
000960
000970******************************************************************
000980*    KEYWORD WORK AREAS
000990******************************************************************
001000 77  CZ-KW-LENGTH               PIC 9(02) VALUE 0.
001010 77  CZ-KW-SUB                  PIC 9(02) VALUE 0.
001020 77  CZ-KW-PERIOD               PIC 9(02) VALUE 0.
001030 77  CZ-KW-SPAN                 PIC 9(02) VALUE 0.
001040 77  CZ-KW-HALF                 PIC 9(02) VALUE 0.
001050 77  CZ-KW-DISTINCT             PIC 9(02) VALUE 0.
001060 77  CZ-KW-TALLY                PIC 9(02) VALUE 0.
001070
001080 77  CZ-KW-BAD-SWITCH           PIC X(01) VALUE "N".
001090     88  CZ-KW-BAD                        VALUE "Y".
001100
001110 01  CZ-KW-CHAR                 PIC X(01) VALUE SPACE.
001120     88  CZ-KW-CHAR-LETTER                VALUE "A" THRU "I"
001130                                                "J" THRU "R"
001140                                                "S" THRU "Z".
001150
001160 LINKAGE SECTION.
001170     COPY czkplprm.
001180
001190 PROCEDURE DIVISION USING CZ-KEYPOL-PARMS.
001200******************************************************************
001210*    0000-MAINLINE
001220******************************************************************
001230 0000-MAINLINE.
001240
001250     IF NOT CZ-POLICY-LOADED
001260         PERFORM 1000-LOAD-POLICY THRU 1000-EXIT
001270     END-IF.
001280
001290     MOVE CZ-POL-MIN-LENGTH   TO CZ-KPL-MIN-LENGTH.
001300     MOVE CZ-POL-MIN-DISTINCT TO CZ-KPL-MIN-DISTINCT.
001310     MOVE CZ-POL-SINGLE-NEW   TO CZ-KPL-SINGLE-NEW.
001320     MOVE CZ-POL-SINGLE-SCAN  TO CZ-KPL-SINGLE-SCAN.
001330     MOVE CZ-POL-GEN-LENGTH   TO CZ-KPL-GEN-LENGTH.
001340
001350     MOVE "Y"    TO CZ-KPL-RESULT.
001360     MOVE SPACES TO CZ-KPL-RULE.
001370     MOVE SPACES TO CZ-KPL-REASON-TEXT.
001380
001390     EVALUATE TRUE
001400         WHEN CZ-KPL-MODE-SINGLE
001410             PERFORM 2000-JUDGE-SINGLE THRU 2000-EXIT
001420         WHEN CZ-KPL-MODE-KEYWORD
001430             PERFORM 3000-JUDGE-KEYWORD THRU 3000-EXIT
001440         WHEN OTHER
001450             MOVE "N"     TO CZ-KPL-RESULT
001460             MOVE "MODER" TO CZ-KPL-RULE
001470             MOVE "KEY MODE MUST BE S OR K"
001480                 TO CZ-KPL-REASON-TEXT
001490     END-EVALUATE.
001500
001510     GOBACK.
001520
001530******************************************************************
001540*    1000-LOAD-POLICY - READ THE KEYPOLCY CARD, IF ANY, AND
001550*                       SETTLE EACH FIELD OF THE POLICY. A
001560*                       MISSING OR EMPTY CARD IS THE SHOP
001570*                       DEFAULTS THROUGHOUT.
001580******************************************************************
001590 1000-LOAD-POLICY.
001600
001610     MOVE "Y" TO CZ-POLICY-LOADED-SWITCH.
001620     MOVE SPACES TO CZ-POLICY-CARD.
001630
001640     OPEN INPUT KEYPOLCY.
001650     IF CZ-KEYPOLCY-OK
001660         READ KEYPOLCY INTO CZ-POLICY-CARD
001670             AT END
001680                 MOVE SPACES TO CZ-POLICY-CARD
001690         END-READ
001700         CLOSE KEYPOLCY
001710     END-IF.
001720
001730     IF CZ-PCD-MIN-LENGTH-X NUMERIC
001740       AND CZ-PCD-MIN-LENGTH > 0 AND CZ-PCD-MIN-LENGTH <= 20
001750         MOVE CZ-PCD-MIN-LENGTH TO CZ-POL-MIN-LENGTH
001760     ELSE
001770         MOVE CZ-DFT-MIN-LENGTH TO CZ-POL-MIN-LENGTH
001780     END-IF.
001790
001800     IF CZ-PCD-MIN-DISTINCT-X NUMERIC
001810       AND CZ-PCD-MIN-DISTINCT <= 20
001820         MOVE CZ-PCD-MIN-DISTINCT TO CZ-POL-MIN-DISTINCT
001830     ELSE
001840         MOVE CZ-DFT-MIN-DISTINCT TO CZ-POL-MIN-DISTINCT
001850     END-IF.
001860
001870     IF CZ-PCD-SINGLE-NEW = "Y" OR CZ-PCD-SINGLE-NEW = "N"
001880         MOVE CZ-PCD-SINGLE-NEW TO CZ-POL-SINGLE-NEW
001890     ELSE
001900         MOVE CZ-DFT-SINGLE-NEW TO CZ-POL-SINGLE-NEW
001910     END-IF.
001920
001930     IF CZ-PCD-SINGLE-SCAN = "Y" OR CZ-PCD-SINGLE-SCAN = "N"
001940         MOVE CZ-PCD-SINGLE-SCAN TO CZ-POL-SINGLE-SCAN
001950     ELSE
001960         MOVE CZ-DFT-SINGLE-SCAN TO CZ-POL-SINGLE-SCAN
001970     END-IF.
001980
001990     IF CZ-PCD-GEN-LENGTH-X NUMERIC
002000       AND CZ-PCD-GEN-LENGTH > 0 AND CZ-PCD-GEN-LENGTH <= 20
002010         MOVE CZ-PCD-GEN-LENGTH TO CZ-POL-GEN-LENGTH
002020     ELSE
002030         MOVE CZ-DFT-GEN-LENGTH TO CZ-POL-GEN-LENGTH
002040     END-IF.
002050
002060*    A GENERATED KEYWORD MUST PASS THE SAME POLICY IT IS MADE
002070*    UNDER, AND CANNOT HOLD MORE DIFFERENT LETTERS THAN IT HAS
002080     IF CZ-POL-GEN-LENGTH < CZ-POL-MIN-LENGTH
002090         MOVE CZ-POL-MIN-LENGTH TO CZ-POL-GEN-LENGTH
002100     END-IF.
002110     IF CZ-POL-MIN-DISTINCT > CZ-POL-GEN-LENGTH
002120         MOVE CZ-POL-GEN-LENGTH TO CZ-POL-MIN-DISTINCT
002130     END-IF.
002140
002150 1000-EXIT.
002160     EXIT.
002170
002180******************************************************************
002190*    2000-JUDGE-SINGLE - A SINGLE-SHIFT KEY. A NEW KEY ID MAY
002200*                        NOT BE SINGLE SHIFT UNLESS THE POLICY
002210*                        ALLOWS IT, NOR MAY A KEYWORD KEY BE
002220*                        ROTATED DOWN TO ONE - A ROTATION MAY
002230*                        ONLY KEEP AN EXISTING PARTNER ON THE
002240*                        MODE IT ALREADY HAS. THE SHIFT MUST
002250*                        MOVE THE TEXT: 00 AND 26 LEAVE IT IN
002260*                        CLEAR AND ANYTHING ABOVE 26 IS ONLY
002270*                        ANOTHER NAME FOR A SHIFT BELOW IT.
002280******************************************************************
002290 2000-JUDGE-SINGLE.
002300
002310     IF CZ-KPL-REQ-NEW-KEY AND NOT CZ-POL-SINGLE-NEW-OK
002320         MOVE "N"     TO CZ-KPL-RESULT
002330         MOVE "SNGNW" TO CZ-KPL-RULE
002340         MOVE "NEW KEYS MAY NOT BE SINGLE SHIFT"
002350             TO CZ-KPL-REASON-TEXT
002360         GO TO 2000-EXIT
002370     END-IF.
002380
002390     IF CZ-KPL-REQ-ROTATE AND CZ-KPL-PRIOR-MODE = "K"
002400       AND NOT CZ-POL-SINGLE-NEW-OK
002410         MOVE "N"     TO CZ-KPL-RESULT
002420         MOVE "SNGDN" TO CZ-KPL-RULE
002430         MOVE "KEYWORD KEY MAY NOT ROTATE TO SINGLE"
002440             TO CZ-KPL-REASON-TEXT
002450         GO TO 2000-EXIT
002460     END-IF.
002470
002480     IF CZ-KPL-SHIFT-KEY NOT NUMERIC
002490       OR CZ-KPL-SHIFT-KEY = 0
002500       OR CZ-KPL-SHIFT-KEY > 25
002510         MOVE "N"     TO CZ-KPL-RESULT
002520         MOVE "SHIFT" TO CZ-KPL-RULE
002530         MOVE "SHIFT MUST BE 01 THROUGH 25"
002540             TO CZ-KPL-REASON-TEXT
002550         GO TO 2000-EXIT
002560     END-IF.
002570
002580*    ON A SCAN THE KEY IS ALREADY IN SERVICE, SO THE QUESTION
002590*    IS ONLY WHETHER THE DESK WANTS SINGLE SHIFT ROTATED OUT
002600     IF CZ-KPL-REQ-SCAN AND CZ-POL-SINGLE-SCAN-ON
002610         MOVE "N"     TO CZ-KPL-RESULT
002620         MOVE "SNGSC" TO CZ-KPL-RULE
002630         MOVE "SINGLE SHIFT - ONLY 25 POSSIBLE KEYS"
002640             TO CZ-KPL-REASON-TEXT
002650     END-IF.
002660
002670 2000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*    3000-JUDGE-KEYWORD - A KEYWORD KEY. EVERY LETTER MUST BE
002720*                         A CAPITAL B THROUGH Z - CIPHENGN
002730*                         TAKES THE SHIFT FROM THE LETTER, SO
002740*                         AN "A" SHIFTS BY ZERO AND ANYTHING
002750*                         ELSE GIVES A SHIFT THAT MEANS
002760*                         NOTHING. THEN THE LENGTH, REPEATS,
002770*                         AND VARIETY OF LETTERS ARE TESTED.
002780******************************************************************
002790 3000-JUDGE-KEYWORD.
002800
002810     PERFORM 3100-MEASURE-KEYWORD THRU 3100-EXIT.
002820
002830     IF CZ-KW-LENGTH = 0
002840         MOVE "N"     TO CZ-KPL-RESULT
002850         MOVE "KWLEN" TO CZ-KPL-RULE
002860         MOVE "KEYWORD IS BLANK" TO CZ-KPL-REASON-TEXT
002870         GO TO 3000-EXIT
002880     END-IF.
002890
002900     MOVE "N" TO CZ-KW-BAD-SWITCH.
002910     PERFORM 3200-CHECK-ONE-LETTER THRU 3200-EXIT
002920             VARYING CZ-KW-SUB FROM 1 BY 1
002930             UNTIL CZ-KW-SUB > CZ-KW-LENGTH
002940                OR CZ-KW-BAD.
002950     IF CZ-KW-BAD
002960         MOVE "N"     TO CZ-KPL-RESULT
002970         MOVE "KWCHR" TO CZ-KPL-RULE
002980         MOVE "KEYWORD MUST BE CAPITAL LETTERS ONLY"
002990             TO CZ-KPL-REASON-TEXT
003000         GO TO 3000-EXIT
003010     END-IF.
003020
003030     MOVE 0 TO CZ-KW-TALLY.
003040     INSPECT CZ-KPL-KEYWORD(1:CZ-KW-LENGTH)
003050         TALLYING CZ-KW-TALLY FOR ALL "A".
003060     IF CZ-KW-TALLY > 0
003070         MOVE "N"     TO CZ-KPL-RESULT
003080         MOVE "KWZRO" TO CZ-KPL-RULE
003090         MOVE "KEYWORD HAS A ZERO-SHIFT LETTER A"
003100             TO CZ-KPL-REASON-TEXT
003110         GO TO 3000-EXIT
003120     END-IF.
003130
003140     IF CZ-KW-LENGTH < CZ-POL-MIN-LENGTH
003150         MOVE "N"     TO CZ-KPL-RESULT
003160         MOVE "KWLEN" TO CZ-KPL-RULE
003170         MOVE SPACES  TO CZ-KPL-REASON-TEXT
003180         STRING "KEYWORD SHORTER THAN POLICY MINIMUM "
003190                CZ-POL-MIN-LENGTH
003200             DELIMITED BY SIZE INTO CZ-KPL-REASON-TEXT
003210         GO TO 3000-EXIT
003220     END-IF.
003230
003240*    THE SAME LETTER THREE TIMES RUNNING
003250     MOVE "N" TO CZ-KW-BAD-SWITCH.
003260     PERFORM 3300-CHECK-ONE-RUN THRU 3300-EXIT
003270             VARYING CZ-KW-SUB FROM 3 BY 1
003280             UNTIL CZ-KW-SUB > CZ-KW-LENGTH
003290                OR CZ-KW-BAD.
003300     IF CZ-KW-BAD
003310         MOVE "N"     TO CZ-KPL-RESULT
003320         MOVE "KWREP" TO CZ-KPL-RULE
003330         MOVE "KEYWORD REPEATS ONE LETTER 3 TIMES"
003340             TO CZ-KPL-REASON-TEXT
003350         GO TO 3000-EXIT
003360     END-IF.
003370
003380*    A SHORTER STRING REPEATED - XYZXYZ OR XYZXYZX - IS NO
003390*    STRONGER THAN THE SHORTER STRING ALONE
003400     MOVE "N" TO CZ-KW-BAD-SWITCH.
003410     DIVIDE CZ-KW-LENGTH BY 2 GIVING CZ-KW-HALF.
003420     PERFORM 3400-CHECK-ONE-PERIOD THRU 3400-EXIT
003430             VARYING CZ-KW-PERIOD FROM 1 BY 1
003440             UNTIL CZ-KW-PERIOD > CZ-KW-HALF
003450                OR CZ-KW-BAD.
003460     IF CZ-KW-BAD
003470         MOVE "N"     TO CZ-KPL-RESULT
003480         MOVE "KWREP" TO CZ-KPL-RULE
003490         MOVE "KEYWORD IS A REPEATED PATTERN"
003500             TO CZ-KPL-REASON-TEXT
003510         GO TO 3000-EXIT
003520     END-IF.
003530
003540     MOVE 0 TO CZ-KW-DISTINCT.
003550     PERFORM 3500-COUNT-ONE-LETTER THRU 3500-EXIT
003560             VARYING CZ-KW-SUB FROM 1 BY 1
003570             UNTIL CZ-KW-SUB > CZ-KW-LENGTH.
003580     IF CZ-KW-DISTINCT < CZ-POL-MIN-DISTINCT
003590         MOVE "N"     TO CZ-KPL-RESULT
003600         MOVE "KWDST" TO CZ-KPL-RULE
003610         MOVE SPACES  TO CZ-KPL-REASON-TEXT
003620         STRING "KEYWORD NEEDS "
003630                CZ-POL-MIN-DISTINCT
003640                " DIFFERENT LETTERS"
003650             DELIMITED BY SIZE INTO CZ-KPL-REASON-TEXT
003660     END-IF.
003670
003680 3000-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*    3100-MEASURE-KEYWORD - FIND THE KEYWORD'S LENGTH WITHOUT
003730*                           TRAILING SPACES, THE SAME LENGTH
003740*                           CIPHENGN CYCLES OVER
003750******************************************************************
003760 3100-MEASURE-KEYWORD.
003770
003780     MOVE 0 TO CZ-KW-LENGTH.
003790     PERFORM 3110-CHECK-ONE-END THRU 3110-EXIT
003800             VARYING CZ-KW-SUB FROM 20 BY -1
003810             UNTIL CZ-KW-SUB < 1
003820                OR CZ-KW-LENGTH > 0.
003830
003840 3100-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    3110-CHECK-ONE-END - THE FIRST NON-SPACE FROM THE RIGHT
003890*                         GIVES THE LENGTH
003900******************************************************************
003910 3110-CHECK-ONE-END.
003920
003930     IF CZ-KPL-KEYWORD(CZ-KW-SUB:1) NOT = SPACE
003940         MOVE CZ-KW-SUB TO CZ-KW-LENGTH
003950     END-IF.
003960
003970 3110-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*    3200-CHECK-ONE-LETTER - ONE POSITION MUST BE A CAPITAL
004020*                            LETTER (AN EMBEDDED SPACE IS NOT)
004030******************************************************************
004040 3200-CHECK-ONE-LETTER.
004050
004060     MOVE CZ-KPL-KEYWORD(CZ-KW-SUB:1) TO CZ-KW-CHAR.
004070     IF NOT CZ-KW-CHAR-LETTER
004080         MOVE "Y" TO CZ-KW-BAD-SWITCH
004090     END-IF.
004100
004110 3200-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*    3300-CHECK-ONE-RUN - THIS LETTER AND THE TWO BEFORE IT
004160******************************************************************
004170 3300-CHECK-ONE-RUN.
004180
004190     IF CZ-KPL-KEYWORD(CZ-KW-SUB:1)
004200            = CZ-KPL-KEYWORD(CZ-KW-SUB - 1:1)
004210       AND CZ-KPL-KEYWORD(CZ-KW-SUB:1)
004220            = CZ-KPL-KEYWORD(CZ-KW-SUB - 2:1)
004230         MOVE "Y" TO CZ-KW-BAD-SWITCH
004240     END-IF.
004250
004260 3300-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*    3400-CHECK-ONE-PERIOD - THE KEYWORD REPEATS WITH THIS
004310*                            PERIOD IF IT MATCHES ITSELF SHIFTED
004320*                            ALONG BY THAT MANY LETTERS
004330******************************************************************
004340 3400-CHECK-ONE-PERIOD.
004350
004360     SUBTRACT CZ-KW-PERIOD FROM CZ-KW-LENGTH GIVING CZ-KW-SPAN.
004370     IF CZ-KPL-KEYWORD(1:CZ-KW-SPAN)
004380            = CZ-KPL-KEYWORD(CZ-KW-PERIOD + 1:CZ-KW-SPAN)
004390         MOVE "Y" TO CZ-KW-BAD-SWITCH
004400     END-IF.
004410
004420 3400-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*    3500-COUNT-ONE-LETTER - COUNT THIS LETTER IF IT HAS NOT
004470*                            APPEARED EARLIER IN THE KEYWORD
004480******************************************************************
004490 3500-COUNT-ONE-LETTER.
004500
004510     IF CZ-KW-SUB = 1
004520         ADD 1 TO CZ-KW-DISTINCT
004530         GO TO 3500-EXIT
004540     END-IF.
004550
004560     MOVE 0 TO CZ-KW-TALLY.
004570     INSPECT CZ-KPL-KEYWORD(1:CZ-KW-SUB - 1)
004580         TALLYING CZ-KW-TALLY
004590         FOR ALL CZ-KPL-KEYWORD(CZ-KW-SUB:1).
004600     IF CZ-KW-TALLY = 0
004610         ADD 1 TO CZ-KW-DISTINCT
004620     END-IF.
004630
004640 3500-EXIT.
004650     EXIT.
004660
004670 END PROGRAM CIPHKPOL.
