000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHPTNM.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. MAINTENANCE JOB FOR THE
000110*                     CIPHPTNR PARTNER MASTER, WHICH REPLACES THE
000120*                     HAND-EDITED CIPHPPRF PROFILE FILE. APPLIES
000130*                     PTNRTRAN TRANSACTION CARDS (ADD / CHANGE /
000140*                     SUSPEND / REINSTATE / TERMINATE, SEE
000150*                     CZPTMTRN) TO THE OLD MASTER AND WRITES THE
000160*                     UPDATED MASTER TO CIPHPTNN, SO A BAD
000170*                     TRANSACTION RUN CAN BE ABANDONED WITHOUT
000180*                     TOUCHING THE LIVE FILE - THE SAME PATTERN
000190*                     AS CIPHOPRM. EVERY APPLIED CARD IS LISTED
000200*                     ON PTNMRPT WITH THE PARTNER AS IT STOOD
000210*                     BEFORE AND AFTER, EVERY ERROR WITH ITS
000220*                     REASON, AND THE WHOLE NEW MASTER FOLLOWS SO
000230*                     THE MONTH'S ONBOARDINGS AND OFFBOARDINGS
000240*                     CAN BE SIGNED OFF AGAINST WHAT IS ACTUALLY
000250*                     IN FORCE. NO TWO PARTNERS MAY HOLD THE SAME
000260*                     TRANSMISSION SLOT OVER OVERLAPPING LIVE
000270*                     PERIODS. A MISSING OLD MASTER IS AN EMPTY
000280*                     ONE - THE FIRST RUN BUILDS IT. ANY ERROR
000290*                     ENDS THE RUN WITH RETURN-CODE 4.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PTNRTRAN ASSIGN TO "PTNRTRAN"
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS IS CZ-PTNRTRAN-STATUS.
000380
000390     SELECT CIPHPTNR ASSIGN TO "CIPHPTNR"
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS CZ-CIPHPTNR-STATUS.
000420
000430     SELECT CIPHPTNN ASSIGN TO "CIPHPTNN"
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS CZ-CIPHPTNN-STATUS.
000460
000470     SELECT PTNMRPT ASSIGN TO "PTNMRPT"
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS IS CZ-PTNMRPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PTNRTRAN
000540     RECORDING MODE IS F.
000550 01  PTNRTRAN-RECORD            PIC X(100).
000560
000570 FD  CIPHPTNR
000580     RECORDING MODE IS F.
000590 01  CIPHPTNR-RECORD            PIC X(150).
000600
000610 FD  CIPHPTNN
000620     RECORDING MODE IS F.
000630 01  CIPHPTNN-RECORD            PIC X(150).
000640
000650 FD  PTNMRPT
000660     RECORDING MODE IS F.
000670 01  PTNMRPT-RECORD             PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700******************************************************************
000710*    RECORD WORK AREAS - COPYBOOKS
000720******************************************************************
000730     COPY czptmrec.
000740
000750     COPY czptmtrn.
000760
000770******************************************************************
000780*    FILE STATUS AND SWITCHES
000790******************************************************************
000800 77  CZ-PTNRTRAN-STATUS         PIC X(02) VALUE SPACES.
000810     88  CZ-PTNRTRAN-OK                   VALUE "00".
000820
000830 77  CZ-CIPHPTNR-STATUS         PIC X(02) VALUE SPACES.
000840     88  CZ-CIPHPTNR-OK                   VALUE "00".
000850
000860 77  CZ-CIPHPTNN-STATUS         PIC X(02) VALUE SPACES.
000870     88  CZ-CIPHPTNN-OK                   VALUE "00".
000880
000890 77  CZ-PTNMRPT-STATUS          PIC X(02) VALUE SPACES.
000900     88  CZ-PTNMRPT-OK                    VALUE "00".
000910
000920 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
000930     88  CZ-END-OF-INPUT                  VALUE "Y".
000940
000950 77  CZ-PTM-FOUND-SWITCH        PIC X(01) VALUE "N".
000960     88  CZ-PTM-FOUND                     VALUE "Y".
000970
000980 77  CZ-MODES-VALID-SWITCH      PIC X(01) VALUE "Y".
000990     88  CZ-MODES-VALID                   VALUE "Y".
001000
001010 77  CZ-DATE-VALID-SWITCH       PIC X(01) VALUE "Y".
001020     88  CZ-DATE-VALID                    VALUE "Y".
001030
001040 77  CZ-SLOT-HELD-SWITCH        PIC X(01) VALUE "N".
001050     88  CZ-SLOT-HELD                     VALUE "Y".
001060
001070 01  CZ-CURRENT-DATETIME.
001080     05  CZ-CDT-DATE.
001090         10  CZ-CDT-YEAR         PIC 9(04).
001100         10  CZ-CDT-MONTH        PIC 9(02).
001110         10  CZ-CDT-DAY          PIC 9(02).
001120     05  FILLER                  PIC X(13).
001130
001140 77  CZ-TODAY-DISPLAY           PIC X(10) VALUE SPACES.
001150
001160******************************************************************
001170*    PARTNER TABLE - THE OLD MASTER IS LOADED HERE, THE CARDS
001180*    ARE APPLIED AGAINST IT, AND THE TABLE IS WRITTEN BACK OUT
001190*    AS THE NEW MASTER. ENTRIES ARE HELD AS FULL RECORD IMAGES
001200*    AND STAGED THROUGH THE CZPTMREC WORK AREA.
001210******************************************************************
001220 77  CZ-PTM-TABLE-MAX           PIC 9(02) VALUE 50.
001230 77  CZ-PTM-COUNT               PIC 9(02) VALUE 0.
001240 77  CZ-PTM-SUB                 PIC 9(02) VALUE 0.
001250 77  CZ-PTM-HIT-SUB             PIC 9(02) VALUE 0.
001260 77  CZ-MODE-SUB                PIC 9(01) VALUE 0.
001270
001280 01  CZ-PTM-TABLE.
001290     05  CZ-PTM-ENTRY            PIC X(150) OCCURS 50 TIMES.
001300
001310*    THE PARTNER AS IT STOOD BEFORE THE CARD, AND THE UPDATED
001320*    RECORD HELD ASIDE WHILE THE SLOT CHECK WALKS THE TABLE
001330 01  CZ-PTM-BEFORE              PIC X(150) VALUE SPACES.
001340 01  CZ-PTM-AFTER               PIC X(150) VALUE SPACES.
001350
001360******************************************************************
001370*    DATE EDIT - A CARD DATE MUST BE A REAL YYYY-MM-DD SO THE
001380*    CIPHER JOBS' STRAIGHT COMPARE AGAINST TODAY HOLDS
001390******************************************************************
001400 01  CZ-DATE-CHECK              PIC X(10) VALUE SPACES.
001410 01  CZ-DATE-CHECK-SPLIT REDEFINES CZ-DATE-CHECK.
001420     05  CZ-DCK-YEAR             PIC 9(04).
001430     05  CZ-DCK-DASH-1           PIC X(01).
001440     05  CZ-DCK-MONTH            PIC 9(02).
001450     05  CZ-DCK-DASH-2           PIC X(01).
001460     05  CZ-DCK-DAY              PIC 9(02).
001470
001480******************************************************************
001490*    SLOT CHECK - THE CANDIDATE'S SLOT AND LIVE PERIOD (GO-LIVE
001500*    UP TO, NOT INCLUDING, TERMINATION; AN OPEN END RUNS TO
001510*    9999-12-31) ARE TESTED AGAINST EVERY OTHER PARTNER'S
001520******************************************************************
001530 77  CZ-CAND-SLOT               PIC 9(01) VALUE 0.
001540 77  CZ-CAND-START              PIC X(10) VALUE SPACES.
001550 77  CZ-CAND-END                PIC X(10) VALUE SPACES.
001560 77  CZ-OTHER-END               PIC X(10) VALUE SPACES.
001570 77  CZ-SLOT-HOLDER             PIC X(04) VALUE SPACES.
001580
001590*    LABEL FOR 2850-PRINT-IMAGE - BEFORE OR AFTER
001600 77  CZ-IMAGE-LABEL             PIC X(06) VALUE SPACES.
001610
001620*    REASON TEXT FOR 2900-REPORT-ERROR
001630 77  CZ-ERROR-TEXT              PIC X(40) VALUE SPACES.
001640
001650******************************************************************
001660*    RUN TOTALS
001670******************************************************************
001680 77  CZ-TRANS-READ              PIC 9(04) VALUE 0.
001690 77  CZ-TRANS-APPLIED           PIC 9(04) VALUE 0.
001700 77  CZ-TRANS-IN-ERROR          PIC 9(04) VALUE 0.
001710
001720 PROCEDURE DIVISION.
001730******************************************************************
001740*    0000-MAINLINE
001750******************************************************************
001760 0000-MAINLINE.
001770
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001800             UNTIL CZ-END-OF-INPUT.
001810     PERFORM 4800-WRITE-NEW-MASTER THRU 4800-EXIT.
001820     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001830
001840     STOP RUN.
001850
001860******************************************************************
001870*    1000-INITIALIZE - OPEN THE REPORT, LOAD THE OLD MASTER, AND
001880*                      PRIME THE FIRST TRANSACTION CARD
001890******************************************************************
001900 1000-INITIALIZE.
001910
001920     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
001930     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
001940         DELIMITED BY SIZE INTO CZ-TODAY-DISPLAY.
001950
001960     OPEN OUTPUT PTNMRPT.
001970     MOVE "CIPHPTNM PARTNER MASTER MAINTENANCE REPORT"
001980         TO PTNMRPT-RECORD.
001990     WRITE PTNMRPT-RECORD.
002000     MOVE SPACES TO PTNMRPT-RECORD.
002010     STRING "RUN DATE: " CZ-TODAY-DISPLAY
002020            "   ACTIONS: A=ADD C=CHANGE S=SUSPEND"
002030            " I=REINSTATE"
002040         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
002050     WRITE PTNMRPT-RECORD.
002060     MOVE SPACES TO PTNMRPT-RECORD.
002070     STRING "         T=TERMINATE - KEY MODES PRINT IN ORDER SK"
002080            " (S=SINGLE SHIFT K=KEYWORD)"
002090         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
002100     WRITE PTNMRPT-RECORD.
002110     MOVE SPACES TO PTNMRPT-RECORD.
002120     WRITE PTNMRPT-RECORD.
002130
002140     PERFORM 1100-LOAD-PTM-TABLE THRU 1100-EXIT.
002150
002160     OPEN INPUT PTNRTRAN.
002170     IF NOT CZ-PTNRTRAN-OK
002180         DISPLAY "CIPHPTNM PTNRTRAN OPEN FAILED, STATUS "
002190             CZ-PTNRTRAN-STATUS
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230
002240     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002250
002260 1000-EXIT.
002270     EXIT.
002280
002290******************************************************************
002300*    1100-LOAD-PTM-TABLE - READ THE OLD MASTER INTO THE TABLE.
002310*                          A MISSING MASTER IS AN EMPTY ONE.
002320******************************************************************
002330 1100-LOAD-PTM-TABLE.
002340
002350     MOVE 0 TO CZ-PTM-COUNT.
002360     OPEN INPUT CIPHPTNR.
002370     IF NOT CZ-CIPHPTNR-OK
002380         GO TO 1100-EXIT
002390     END-IF.
002400
002410     PERFORM 1110-LOAD-ONE-PTM THRU 1110-EXIT
002420             UNTIL CZ-END-OF-INPUT
002430                OR CZ-PTM-COUNT >= CZ-PTM-TABLE-MAX.
002440
002450*    A MASTER THAT OVERFILLS THE TABLE MUST FAIL THE RUN - THE
002460*    NEW MASTER IS WRITTEN FROM THE TABLE, AND WRITING IT SHORT
002470*    WOULD SILENTLY OFFBOARD EVERY PARTNER BEYOND THE CAP
002480     IF NOT CZ-END-OF-INPUT
002490         READ CIPHPTNR INTO CZ-PARTNER-MASTER-RECORD
002500             AT END
002510                 MOVE "Y" TO CZ-EOF-SWITCH
002520         END-READ
002530     END-IF.
002540     IF NOT CZ-END-OF-INPUT
002550         DISPLAY "CIPHPTNM CIPHPTNR HOLDS MORE THAN "
002560             CZ-PTM-TABLE-MAX " PARTNERS - RUN ABANDONED "
002570             "BEFORE THE NEW MASTER COULD BE WRITTEN SHORT"
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610
002620     CLOSE CIPHPTNR.
002630     MOVE "N" TO CZ-EOF-SWITCH.
002640
002650 1100-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690*    1110-LOAD-ONE-PTM - READ ONE OLD-MASTER RECORD INTO THE
002700*                        NEXT TABLE SLOT
002710******************************************************************
002720 1110-LOAD-ONE-PTM.
002730
002740     READ CIPHPTNR INTO CZ-PARTNER-MASTER-RECORD
002750         AT END
002760             MOVE "Y" TO CZ-EOF-SWITCH
002770             GO TO 1110-EXIT
002780     END-READ.
002790
002800     ADD 1 TO CZ-PTM-COUNT.
002810     MOVE CZ-PARTNER-MASTER-RECORD TO CZ-PTM-ENTRY(CZ-PTM-COUNT).
002820
002830 1110-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870*    2000-PROCESS-TRAN - APPLY ONE TRANSACTION CARD AND READ THE
002880*                        NEXT
002890******************************************************************
002900 2000-PROCESS-TRAN.
002910
002920     ADD 1 TO CZ-TRANS-READ.
002930
002940     PERFORM 2200-FIND-PARTNER THRU 2200-EXIT.
002950
002960     EVALUATE TRUE
002970         WHEN CZ-PTT-ADD
002980             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002990         WHEN CZ-PTT-CHANGE
003000             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
003010         WHEN CZ-PTT-SUSPEND
003020             PERFORM 2500-APPLY-SUSPEND THRU 2500-EXIT
003030         WHEN CZ-PTT-REINSTATE
003040             PERFORM 2600-APPLY-REINSTATE THRU 2600-EXIT
003050         WHEN CZ-PTT-TERMINATE
003060             PERFORM 2700-APPLY-TERMINATE THRU 2700-EXIT
003070         WHEN OTHER
003080             MOVE "UNKNOWN ACTION CODE" TO CZ-ERROR-TEXT
003090             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
003100     END-EVALUATE.
003110
003120     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
003130
003140 2000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*    2100-READ-TRAN - READ THE NEXT TRANSACTION CARD
003190******************************************************************
003200 2100-READ-TRAN.
003210
003220     READ PTNRTRAN INTO CZ-PTMTRAN-RECORD
003230         AT END
003240             MOVE "Y" TO CZ-EOF-SWITCH
003250     END-READ.
003260
003270 2100-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310*    2150-CHECK-MODE-BYTE - EACH KEY-MODE BYTE ON AN ADD CARD, OR
003320*                           A CHANGE CARD THAT GIVES THEM, MUST
003330*                           BE Y OR N, SO A SLIPPED COLUMN CANNOT
003340*                           ALLOW A MODE BY ACCIDENT
003350******************************************************************
003360 2150-CHECK-MODE-BYTE.
003370
003380     IF CZ-PTT-KEY-MODES(CZ-MODE-SUB:1) NOT = "Y"
003390       AND CZ-PTT-KEY-MODES(CZ-MODE-SUB:1) NOT = "N"
003400         MOVE "N" TO CZ-MODES-VALID-SWITCH
003410     END-IF.
003420
003430 2150-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*    2160-CHECK-DATE - EDIT THE DATE IN CZ-DATE-CHECK AS A REAL
003480*                      YYYY-MM-DD
003490******************************************************************
003500 2160-CHECK-DATE.
003510
003520     MOVE "Y" TO CZ-DATE-VALID-SWITCH.
003530
003540     IF CZ-DCK-YEAR NOT NUMERIC
003550       OR CZ-DCK-MONTH NOT NUMERIC
003560       OR CZ-DCK-DAY NOT NUMERIC
003570       OR CZ-DCK-DASH-1 NOT = "-"
003580       OR CZ-DCK-DASH-2 NOT = "-"
003590         MOVE "N" TO CZ-DATE-VALID-SWITCH
003600         GO TO 2160-EXIT
003610     END-IF.
003620
003630     IF CZ-DCK-YEAR < 1900
003640       OR CZ-DCK-MONTH < 1 OR CZ-DCK-MONTH > 12
003650       OR CZ-DCK-DAY < 1 OR CZ-DCK-DAY > 31
003660         MOVE "N" TO CZ-DATE-VALID-SWITCH
003670     END-IF.
003680
003690 2160-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*    2170-CHECK-SLOT-FREE - TEST THE CANDIDATE SLOT AND LIVE
003740*                           PERIOD AGAINST EVERY OTHER PARTNER.
003750*                           TWO PARTNERS CLASH WHEN THEY HOLD THE
003760*                           SAME SLOT AND EACH GOES LIVE BEFORE
003770*                           THE OTHER TERMINATES, SO A PARTNER
003780*                           LEAVING AT MONTH END CAN HAND ITS
003790*                           SLOT TO ONE JOINING ON THE FIRST. A
003800*                           SUSPENDED PARTNER KEEPS ITS SLOT.
003810*                           CLOBBERS THE CZPTMREC WORK AREA.
003820******************************************************************
003830 2170-CHECK-SLOT-FREE.
003840
003850     MOVE "N"    TO CZ-SLOT-HELD-SWITCH.
003860     MOVE SPACES TO CZ-SLOT-HOLDER.
003870     IF CZ-CAND-END = SPACES
003880         MOVE "9999-12-31" TO CZ-CAND-END
003890     END-IF.
003900
003910     PERFORM 2175-CHECK-ONE-SLOT THRU 2175-EXIT
003920             VARYING CZ-PTM-SUB FROM 1 BY 1
003930             UNTIL CZ-PTM-SUB > CZ-PTM-COUNT
003940                OR CZ-SLOT-HELD.
003950
003960 2170-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    2175-CHECK-ONE-SLOT - COMPARE ONE OTHER PARTNER'S SLOT AND
004010*                          LIVE PERIOD WITH THE CANDIDATE'S
004020******************************************************************
004030 2175-CHECK-ONE-SLOT.
004040
004050     IF CZ-PTM-SUB = CZ-PTM-HIT-SUB
004060         GO TO 2175-EXIT
004070     END-IF.
004080
004090     MOVE CZ-PTM-ENTRY(CZ-PTM-SUB) TO CZ-PARTNER-MASTER-RECORD.
004100     IF CZ-PTM-XMIT-SLOT NOT = CZ-CAND-SLOT
004110         GO TO 2175-EXIT
004120     END-IF.
004130
004140     MOVE CZ-PTM-TERM-DATE TO CZ-OTHER-END.
004150     IF CZ-OTHER-END = SPACES
004160         MOVE "9999-12-31" TO CZ-OTHER-END
004170     END-IF.
004180
004190     IF CZ-PTM-GO-LIVE-DATE < CZ-CAND-END
004200       AND CZ-CAND-START < CZ-OTHER-END
004210         MOVE "Y" TO CZ-SLOT-HELD-SWITCH
004220         MOVE CZ-PTM-PARTNER-CODE TO CZ-SLOT-HOLDER
004230     END-IF.
004240
004250 2175-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*    2200-FIND-PARTNER - LOOK THE CARD'S PARTNER CODE UP IN THE
004300*                        TABLE. SETS THE FOUND SWITCH AND LEAVES
004310*                        THE HIT SUBSCRIPT POINTING AT THE ENTRY,
004320*                        AND CHECKS THE MODE BYTES WHEN GIVEN.
004330******************************************************************
004340 2200-FIND-PARTNER.
004350
004360     MOVE "N" TO CZ-PTM-FOUND-SWITCH.
004370     MOVE 0   TO CZ-PTM-HIT-SUB.
004380
004390     PERFORM 2210-CHECK-ONE-PTM THRU 2210-EXIT
004400             VARYING CZ-PTM-SUB FROM 1 BY 1
004410             UNTIL CZ-PTM-SUB > CZ-PTM-COUNT
004420                OR CZ-PTM-FOUND.
004430
004440*    AT LEAST ONE MODE MUST BE ALLOWED, OR THE PARTNER COULD
004450*    NEVER BE SENT ANYTHING
004460     MOVE "Y" TO CZ-MODES-VALID-SWITCH.
004470     PERFORM 2150-CHECK-MODE-BYTE THRU 2150-EXIT
004480             VARYING CZ-MODE-SUB FROM 1 BY 1
004490             UNTIL CZ-MODE-SUB > 2.
004500     IF CZ-PTT-KEY-MODES = "NN"
004510         MOVE "N" TO CZ-MODES-VALID-SWITCH
004520     END-IF.
004530
004540 2200-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    2210-CHECK-ONE-PTM - COMPARE ONE TABLE ENTRY'S PARTNER CODE
004590******************************************************************
004600 2210-CHECK-ONE-PTM.
004610
004620     MOVE CZ-PTM-ENTRY(CZ-PTM-SUB) TO CZ-PARTNER-MASTER-RECORD.
004630     IF CZ-PTM-PARTNER-CODE = CZ-PTT-PARTNER-CODE
004640         MOVE "Y" TO CZ-PTM-FOUND-SWITCH
004650         MOVE CZ-PTM-SUB TO CZ-PTM-HIT-SUB
004660     END-IF.
004670
004680 2210-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*    2300-APPLY-ADD - ONBOARD A NEW PARTNER. THE CODE MUST NOT
004730*                     ALREADY EXIST, THE CARD MUST NAME THE
004740*                     PARTNER, ITS KEY ID, A VALID GO-LIVE DATE,
004750*                     A FREE SLOT 1-8, AND Y/N MODE BYTES, AND
004760*                     THE TABLE MUST HAVE ROOM. THE PARTNER GOES
004770*                     ON ACTIVE BUT IS NOT LIVE BEFORE ITS
004780*                     GO-LIVE DATE.
004790******************************************************************
004800 2300-APPLY-ADD.
004810
004820     IF CZ-PTT-PARTNER-CODE = SPACES
004830         MOVE "PARTNER CODE IS BLANK" TO CZ-ERROR-TEXT
004840         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004850         GO TO 2300-EXIT
004860     END-IF.
004870
004880     IF CZ-PTM-FOUND
004890         MOVE "PARTNER ALREADY EXISTS" TO CZ-ERROR-TEXT
004900         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004910         GO TO 2300-EXIT
004920     END-IF.
004930
004940     IF CZ-PTT-NAME = SPACES
004950         MOVE "NAME IS BLANK" TO CZ-ERROR-TEXT
004960         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
004970         GO TO 2300-EXIT
004980     END-IF.
004990
005000     IF CZ-PTT-KEY-ID = SPACES
005010         MOVE "KEY ID IS BLANK" TO CZ-ERROR-TEXT
005020         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005030         GO TO 2300-EXIT
005040     END-IF.
005050
005060     MOVE CZ-PTT-DATE TO CZ-DATE-CHECK.
005070     PERFORM 2160-CHECK-DATE THRU 2160-EXIT.
005080     IF NOT CZ-DATE-VALID
005090         MOVE "GO-LIVE DATE IS MISSING OR NOT YYYY-MM-DD"
005100             TO CZ-ERROR-TEXT
005110         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005120         GO TO 2300-EXIT
005130     END-IF.
005140
005150     IF CZ-PTT-XMIT-SLOT-X NOT NUMERIC
005160       OR CZ-PTT-XMIT-SLOT < 1 OR CZ-PTT-XMIT-SLOT > 8
005170         MOVE "TRANSMISSION SLOT MUST BE 1 THROUGH 8"
005180             TO CZ-ERROR-TEXT
005190         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005200         GO TO 2300-EXIT
005210     END-IF.
005220
005230     IF NOT CZ-MODES-VALID
005240         MOVE "MODE BYTES MUST BE Y OR N, NOT BOTH N"
005250             TO CZ-ERROR-TEXT
005260         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005270         GO TO 2300-EXIT
005280     END-IF.
005290
005300     IF CZ-PTM-COUNT >= CZ-PTM-TABLE-MAX
005310         MOVE "PARTNER MASTER IS FULL" TO CZ-ERROR-TEXT
005320         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005330         GO TO 2300-EXIT
005340     END-IF.
005350
005360     MOVE CZ-PTT-XMIT-SLOT TO CZ-CAND-SLOT.
005370     MOVE CZ-PTT-DATE      TO CZ-CAND-START.
005380     MOVE SPACES           TO CZ-CAND-END.
005390     PERFORM 2170-CHECK-SLOT-FREE THRU 2170-EXIT.
005400     IF CZ-SLOT-HELD
005410         PERFORM 2950-REPORT-SLOT-HELD THRU 2950-EXIT
005420         GO TO 2300-EXIT
005430     END-IF.
005440
005450     MOVE SPACES               TO CZ-PARTNER-MASTER-RECORD.
005460     MOVE CZ-PTT-PARTNER-CODE  TO CZ-PTM-PARTNER-CODE.
005470     MOVE CZ-PTT-KEY-ID        TO CZ-PTM-KEY-ID.
005480     MOVE CZ-PTT-NAME          TO CZ-PTM-NAME.
005490     MOVE CZ-PTT-CONTACT-NAME  TO CZ-PTM-CONTACT-NAME.
005500     MOVE CZ-PTT-CONTACT-PHONE TO CZ-PTM-CONTACT-PHONE.
005510     MOVE "A"                  TO CZ-PTM-STATUS.
005520     MOVE CZ-PTT-DATE          TO CZ-PTM-GO-LIVE-DATE.
005530     MOVE SPACES               TO CZ-PTM-TERM-DATE.
005540     MOVE CZ-PTT-XMIT-SLOT     TO CZ-PTM-XMIT-SLOT.
005550     MOVE CZ-PTT-KEY-MODES     TO CZ-PTM-KEY-MODES.
005560     MOVE CZ-TODAY-DISPLAY     TO CZ-PTM-ADDED-DATE.
005570     MOVE CZ-TODAY-DISPLAY     TO CZ-PTM-CHANGED-DATE.
005580     MOVE SPACES               TO CZ-PTM-SUSPENDED-DATE.
005590
005600     ADD 1 TO CZ-PTM-COUNT.
005610     MOVE CZ-PTM-COUNT TO CZ-PTM-HIT-SUB.
005620     MOVE CZ-PARTNER-MASTER-RECORD TO CZ-PTM-ENTRY(CZ-PTM-COUNT).
005630
005640     MOVE SPACES TO CZ-PTM-BEFORE.
005650     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
005660
005670 2300-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*    2400-APPLY-CHANGE - REPLACE THE DETAILS THE CARD GIVES; A
005720*                        BLANK FIELD KEEPS WHAT IS ON FILE. A NEW
005730*                        SLOT OR GO-LIVE DATE IS CHECKED AGAINST
005740*                        THE OTHER PARTNERS' SLOTS. STATUS IS
005750*                        NOT CHANGED HERE, AND A TERMINATED
005760*                        PARTNER IS NOT CHANGED AT ALL.
005770******************************************************************
005780 2400-APPLY-CHANGE.
005790
005800     IF NOT CZ-PTM-FOUND
005810         MOVE "PARTNER NOT ON FILE" TO CZ-ERROR-TEXT
005820         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005830         GO TO 2400-EXIT
005840     END-IF.
005850
005860     MOVE CZ-PTM-ENTRY(CZ-PTM-HIT-SUB)
005862         TO CZ-PARTNER-MASTER-RECORD.
005870     IF CZ-PTM-TERMINATED
005880         MOVE "PARTNER IS TERMINATED" TO CZ-ERROR-TEXT
005890         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
005900         GO TO 2400-EXIT
005910     END-IF.
005920
005930     IF CZ-PTT-DATE NOT = SPACES
005940         MOVE CZ-PTT-DATE TO CZ-DATE-CHECK
005950         PERFORM 2160-CHECK-DATE THRU 2160-EXIT
005960         IF NOT CZ-DATE-VALID
005970             MOVE "GO-LIVE DATE IS NOT YYYY-MM-DD"
005980                 TO CZ-ERROR-TEXT
005990             PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
006000             GO TO 2400-EXIT
006010         END-IF
006020     END-IF.
006030
006040     IF CZ-PTT-XMIT-SLOT-X NOT = SPACE
006050       AND (CZ-PTT-XMIT-SLOT-X NOT NUMERIC
006060            OR CZ-PTT-XMIT-SLOT < 1 OR CZ-PTT-XMIT-SLOT > 8)
006070         MOVE "TRANSMISSION SLOT MUST BE 1 THROUGH 8"
006080             TO CZ-ERROR-TEXT
006090         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
006100         GO TO 2400-EXIT
006110     END-IF.
006120
006130     IF CZ-PTT-KEY-MODES NOT = SPACES
006140       AND NOT CZ-MODES-VALID
006150         MOVE "MODE BYTES MUST BE Y OR N, NOT BOTH N"
006160             TO CZ-ERROR-TEXT
006170         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
006180         GO TO 2400-EXIT
006190     END-IF.
006200
006210     MOVE CZ-PARTNER-MASTER-RECORD TO CZ-PTM-BEFORE.
006220     IF CZ-PTT-KEY-ID NOT = SPACES
006230         MOVE CZ-PTT-KEY-ID        TO CZ-PTM-KEY-ID
006240     END-IF.
006250     IF CZ-PTT-NAME NOT = SPACES
006260         MOVE CZ-PTT-NAME          TO CZ-PTM-NAME
006270     END-IF.
006280     IF CZ-PTT-CONTACT-NAME NOT = SPACES
006290         MOVE CZ-PTT-CONTACT-NAME  TO CZ-PTM-CONTACT-NAME
006300     END-IF.
006310     IF CZ-PTT-CONTACT-PHONE NOT = SPACES
006320         MOVE CZ-PTT-CONTACT-PHONE TO CZ-PTM-CONTACT-PHONE
006330     END-IF.
006340     IF CZ-PTT-DATE NOT = SPACES
006350         MOVE CZ-PTT-DATE          TO CZ-PTM-GO-LIVE-DATE
006360     END-IF.
006370     IF CZ-PTT-XMIT-SLOT-X NOT = SPACE
006380         MOVE CZ-PTT-XMIT-SLOT     TO CZ-PTM-XMIT-SLOT
006390     END-IF.
006400     IF CZ-PTT-KEY-MODES NOT = SPACES
006410         MOVE CZ-PTT-KEY-MODES     TO CZ-PTM-KEY-MODES
006420     END-IF.
006430     MOVE CZ-TODAY-DISPLAY         TO CZ-PTM-CHANGED-DATE.
006440
006450     MOVE CZ-PTM-XMIT-SLOT    TO CZ-CAND-SLOT.
006460     MOVE CZ-PTM-GO-LIVE-DATE TO CZ-CAND-START.
006470     MOVE CZ-PTM-TERM-DATE    TO CZ-CAND-END.
006480     MOVE CZ-PARTNER-MASTER-RECORD TO CZ-PTM-AFTER.
006490     PERFORM 2170-CHECK-SLOT-FREE THRU 2170-EXIT.
006500     IF CZ-SLOT-HELD
006510         PERFORM 2950-REPORT-SLOT-HELD THRU 2950-EXIT
006520         GO TO 2400-EXIT
006530     END-IF.
006540
006550     MOVE CZ-PTM-AFTER TO CZ-PARTNER-MASTER-RECORD.
006560     MOVE CZ-PARTNER-MASTER-RECORD
006562         TO CZ-PTM-ENTRY(CZ-PTM-HIT-SUB).
006570
006580     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
006590
006600 2400-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*    2500-APPLY-SUSPEND - STOP ALL TRAFFIC TO AN ACTIVE PARTNER
006650*                         UNTIL REINSTATED. THE PARTNER KEEPS ITS
006660*                         DETAILS AND ITS SLOT.
006670******************************************************************
006680 2500-APPLY-SUSPEND.
006690
006700     IF NOT CZ-PTM-FOUND
006710         MOVE "PARTNER NOT ON FILE" TO CZ-ERROR-TEXT
006720         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
006730         GO TO 2500-EXIT
006740     END-IF.
006750
006760     MOVE CZ-PTM-ENTRY(CZ-PTM-HIT-SUB)
006762         TO CZ-PARTNER-MASTER-RECORD.
006770     IF NOT CZ-PTM-ACTIVE
006780         MOVE "PARTNER IS NOT ACTIVE" TO CZ-ERROR-TEXT
006790         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
006800         GO TO 2500-EXIT
006810     END-IF.
006820
006830     MOVE CZ-PARTNER-MASTER-RECORD TO CZ-PTM-BEFORE.
006840     MOVE "S"                 TO CZ-PTM-STATUS.
006850     MOVE CZ-TODAY-DISPLAY    TO CZ-PTM-SUSPENDED-DATE.
006860     MOVE CZ-TODAY-DISPLAY    TO CZ-PTM-CHANGED-DATE.
006870     MOVE CZ-PARTNER-MASTER-RECORD
006872         TO CZ-PTM-ENTRY(CZ-PTM-HIT-SUB).
006880
006890     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
006900
006910 2500-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950*    2600-APPLY-REINSTATE - RETURN A SUSPENDED PARTNER TO ACTIVE
006960*                           STATUS WITH THE DETAILS ON FILE
006970******************************************************************
006980 2600-APPLY-REINSTATE.
006990
007000     IF NOT CZ-PTM-FOUND
007010         MOVE "PARTNER NOT ON FILE" TO CZ-ERROR-TEXT
007020         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007030         GO TO 2600-EXIT
007040     END-IF.
007050
007060     MOVE CZ-PTM-ENTRY(CZ-PTM-HIT-SUB)
007062         TO CZ-PARTNER-MASTER-RECORD.
007070     IF NOT CZ-PTM-SUSPENDED
007080         MOVE "PARTNER IS NOT SUSPENDED" TO CZ-ERROR-TEXT
007090         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007100         GO TO 2600-EXIT
007110     END-IF.
007120
007130     MOVE CZ-PARTNER-MASTER-RECORD TO CZ-PTM-BEFORE.
007140     MOVE "A"                 TO CZ-PTM-STATUS.
007150     MOVE SPACES              TO CZ-PTM-SUSPENDED-DATE.
007160     MOVE CZ-TODAY-DISPLAY    TO CZ-PTM-CHANGED-DATE.
007170     MOVE CZ-PARTNER-MASTER-RECORD
007172         TO CZ-PTM-ENTRY(CZ-PTM-HIT-SUB).
007180
007190     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
007200
007210 2600-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250*    2700-APPLY-TERMINATE - OFFBOARD A PARTNER FROM THE CARD DATE
007260*                           (BLANK = TODAY). A DATE ALREADY
007270*                           REACHED MARKS THE PARTNER TERMINATED
007280*                           AT ONCE; A LATER DATE IS HELD ON THE
007290*                           RECORD AND THE PARTNER STAYS LIVE
007300*                           UNTIL IT, SO THE MONTH'S OFFBOARDINGS
007310*                           CAN BE LOADED IN ONE RUN. THE RECORD
007320*                           STAYS ON THE MASTER SO LATE TRAFFIC
007330*                           REJECTS AS A TERMINATED PARTNER, NOT
007340*                           AN UNKNOWN ONE.
007350******************************************************************
007360 2700-APPLY-TERMINATE.
007370
007380     IF NOT CZ-PTM-FOUND
007390         MOVE "PARTNER NOT ON FILE" TO CZ-ERROR-TEXT
007400         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007410         GO TO 2700-EXIT
007420     END-IF.
007430
007440     MOVE CZ-PTM-ENTRY(CZ-PTM-HIT-SUB)
007442         TO CZ-PARTNER-MASTER-RECORD.
007450     IF CZ-PTM-TERMINATED
007460         MOVE "PARTNER IS ALREADY TERMINATED" TO CZ-ERROR-TEXT
007470         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007480         GO TO 2700-EXIT
007490     END-IF.
007500
007510     IF CZ-PTT-DATE = SPACES
007520         MOVE CZ-TODAY-DISPLAY TO CZ-DATE-CHECK
007530     ELSE
007540         MOVE CZ-PTT-DATE      TO CZ-DATE-CHECK
007550     END-IF.
007560     PERFORM 2160-CHECK-DATE THRU 2160-EXIT.
007570     IF NOT CZ-DATE-VALID
007580         MOVE "TERMINATION DATE IS NOT YYYY-MM-DD"
007590             TO CZ-ERROR-TEXT
007600         PERFORM 2900-REPORT-ERROR THRU 2900-EXIT
007610         GO TO 2700-EXIT
007620     END-IF.
007630
007640     MOVE CZ-PARTNER-MASTER-RECORD TO CZ-PTM-BEFORE.
007650     MOVE CZ-DATE-CHECK       TO CZ-PTM-TERM-DATE.
007660     IF CZ-PTM-TERM-DATE NOT > CZ-TODAY-DISPLAY
007670         MOVE "T"             TO CZ-PTM-STATUS
007680     END-IF.
007690     MOVE CZ-TODAY-DISPLAY    TO CZ-PTM-CHANGED-DATE.
007700     MOVE CZ-PARTNER-MASTER-RECORD
007702         TO CZ-PTM-ENTRY(CZ-PTM-HIT-SUB).
007710
007720     PERFORM 2800-REPORT-APPLIED THRU 2800-EXIT.
007730
007740 2700-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780*    2800-REPORT-APPLIED - LIST ONE APPLIED TRANSACTION WITH THE
007790*                          PARTNER AS IT STOOD BEFORE THE CARD
007800*                          (CZ-PTM-BEFORE, SPACES FOR AN ADD) AND
007810*                          AFTER IT (THE TABLE ENTRY)
007820******************************************************************
007830 2800-REPORT-APPLIED.
007840
007850     ADD 1 TO CZ-TRANS-APPLIED.
007860     MOVE SPACES TO PTNMRPT-RECORD.
007870     STRING "ACTION " CZ-PTT-ACTION
007880            " PARTNER " CZ-PTT-PARTNER-CODE
007890            " - APPLIED"
007900         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
007910     WRITE PTNMRPT-RECORD.
007920
007930     MOVE "BEFORE" TO CZ-IMAGE-LABEL.
007940     IF CZ-PTM-BEFORE = SPACES
007950         MOVE SPACES TO PTNMRPT-RECORD
007960         MOVE "  BEFORE (NOT ON FILE)" TO PTNMRPT-RECORD
007970         WRITE PTNMRPT-RECORD
007980     ELSE
007990         MOVE CZ-PTM-BEFORE TO CZ-PARTNER-MASTER-RECORD
008000         PERFORM 2850-PRINT-IMAGE THRU 2850-EXIT
008010     END-IF.
008020
008030     MOVE "AFTER " TO CZ-IMAGE-LABEL.
008040     MOVE CZ-PTM-ENTRY(CZ-PTM-HIT-SUB)
008042         TO CZ-PARTNER-MASTER-RECORD.
008050     PERFORM 2850-PRINT-IMAGE THRU 2850-EXIT.
008060
008070 2800-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110*    2850-PRINT-IMAGE - PRINT THE PARTNER IN THE WORK AREA AS TWO
008120*                       LINES UNDER CZ-IMAGE-LABEL
008130******************************************************************
008140 2850-PRINT-IMAGE.
008150
008160     MOVE SPACES TO PTNMRPT-RECORD.
008170     STRING "  " CZ-IMAGE-LABEL
008180            " ST " CZ-PTM-STATUS
008190            " KEY " CZ-PTM-KEY-ID
008200            " SLOT " CZ-PTM-XMIT-SLOT
008210            " MODES " CZ-PTM-KEY-MODES
008220            " LIVE " CZ-PTM-GO-LIVE-DATE
008230            " TERM " CZ-PTM-TERM-DATE
008240         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
008250     WRITE PTNMRPT-RECORD.
008260
008270     MOVE SPACES TO PTNMRPT-RECORD.
008280     STRING "        " CZ-PTM-NAME
008290            " " CZ-PTM-CONTACT-NAME
008300            " " CZ-PTM-CONTACT-PHONE
008310         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
008320     WRITE PTNMRPT-RECORD.
008330
008340 2850-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380*    2900-REPORT-ERROR - LIST ONE REJECTED TRANSACTION WITH THE
008390*                        REASON IN CZ-ERROR-TEXT
008400******************************************************************
008410 2900-REPORT-ERROR.
008420
008430     ADD 1 TO CZ-TRANS-IN-ERROR.
008440     MOVE SPACES TO PTNMRPT-RECORD.
008450     STRING "ACTION " CZ-PTT-ACTION
008460            " PARTNER " CZ-PTT-PARTNER-CODE
008470            " - ERROR, " CZ-ERROR-TEXT
008480         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
008490     WRITE PTNMRPT-RECORD.
008500
008510 2900-EXIT.
008520     EXIT.
008530
008540******************************************************************
008550*    2950-REPORT-SLOT-HELD - REJECT A CARD WHOSE SLOT CLASHES
008560*                            WITH ANOTHER PARTNER'S
008570******************************************************************
008580 2950-REPORT-SLOT-HELD.
008590
008600     MOVE SPACES TO CZ-ERROR-TEXT.
008610     STRING "SLOT " CZ-CAND-SLOT
008620            " ALREADY HELD BY PARTNER " CZ-SLOT-HOLDER
008630         DELIMITED BY SIZE INTO CZ-ERROR-TEXT.
008640     PERFORM 2900-REPORT-ERROR THRU 2900-EXIT.
008650
008660 2950-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700*    4800-WRITE-NEW-MASTER - WRITE THE NEW MASTER FROM THE TABLE
008710******************************************************************
008720 4800-WRITE-NEW-MASTER.
008730
008740     CLOSE PTNRTRAN.
008750
008760     OPEN OUTPUT CIPHPTNN.
008770     IF NOT CZ-CIPHPTNN-OK
008780         DISPLAY "CIPHPTNM CIPHPTNN OPEN FAILED, STATUS "
008790             CZ-CIPHPTNN-STATUS
008800         MOVE 16 TO RETURN-CODE
008810         STOP RUN
008820     END-IF.
008830
008840     PERFORM 8100-WRITE-ONE-PTM THRU 8100-EXIT
008850             VARYING CZ-PTM-SUB FROM 1 BY 1
008860             UNTIL CZ-PTM-SUB > CZ-PTM-COUNT.
008870
008880     CLOSE CIPHPTNN.
008890
008900 4800-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940*    8000-FINALIZE - LIST THE NEW MASTER IN FULL, PRINT THE RUN
008950*                    TOTALS, AND CLOSE THE REPORT
008960******************************************************************
008970 8000-FINALIZE.
008980
008990     MOVE SPACES TO PTNMRPT-RECORD.
009000     WRITE PTNMRPT-RECORD.
009010     MOVE "PARTNERS NOW IN FORCE" TO PTNMRPT-RECORD.
009020     WRITE PTNMRPT-RECORD.
009030     MOVE SPACES TO PTNMRPT-RECORD.
009040     STRING "CODE NAME                           ST SL SK "
009050            "GO-LIVE    TERMINATES KEY"
009060         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
009070     WRITE PTNMRPT-RECORD.
009080     PERFORM 8200-LIST-ONE-PTM THRU 8200-EXIT
009090             VARYING CZ-PTM-SUB FROM 1 BY 1
009100             UNTIL CZ-PTM-SUB > CZ-PTM-COUNT.
009110
009120     MOVE SPACES TO PTNMRPT-RECORD.
009130     WRITE PTNMRPT-RECORD.
009140     MOVE SPACES TO PTNMRPT-RECORD.
009150     STRING "CARDS READ: "   CZ-TRANS-READ
009160            "  APPLIED: "    CZ-TRANS-APPLIED
009170            "  IN ERROR: "   CZ-TRANS-IN-ERROR
009180            "  PARTNERS: "   CZ-PTM-COUNT
009190         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
009200     WRITE PTNMRPT-RECORD.
009210     CLOSE PTNMRPT.
009220
009230     DISPLAY "CIPHPTNM CARDS READ           : " CZ-TRANS-READ.
009240     DISPLAY "CIPHPTNM APPLIED              : " CZ-TRANS-APPLIED.
009250     DISPLAY "CIPHPTNM IN ERROR             : " CZ-TRANS-IN-ERROR.
009260     DISPLAY "CIPHPTNM PARTNERS ON MASTER   : " CZ-PTM-COUNT.
009270
009280     IF CZ-TRANS-IN-ERROR > 0
009290         MOVE 4 TO RETURN-CODE
009300     END-IF.
009310
009320 8000-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360*    8100-WRITE-ONE-PTM - WRITE ONE TABLE ENTRY TO THE NEW MASTER
009370******************************************************************
009380 8100-WRITE-ONE-PTM.
009390
009400     MOVE CZ-PTM-ENTRY(CZ-PTM-SUB) TO CZ-PARTNER-MASTER-RECORD.
009410     WRITE CIPHPTNN-RECORD FROM CZ-PARTNER-MASTER-RECORD.
009420
009430 8100-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470*    8200-LIST-ONE-PTM - ADD ONE PARTNER TO THE IN-FORCE LISTING,
009480*                        WITH ITS CONTACT ON A SECOND LINE
009490******************************************************************
009500 8200-LIST-ONE-PTM.
009510
009520     MOVE CZ-PTM-ENTRY(CZ-PTM-SUB) TO CZ-PARTNER-MASTER-RECORD.
009530     MOVE SPACES TO PTNMRPT-RECORD.
009540     STRING CZ-PTM-PARTNER-CODE " "
009550            CZ-PTM-NAME " "
009560            CZ-PTM-STATUS "  "
009570            CZ-PTM-XMIT-SLOT "  "
009580            CZ-PTM-KEY-MODES " "
009590            CZ-PTM-GO-LIVE-DATE " "
009600            CZ-PTM-TERM-DATE " "
009610            CZ-PTM-KEY-ID
009620         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
009630     WRITE PTNMRPT-RECORD.
009640
009650     MOVE SPACES TO PTNMRPT-RECORD.
009660     STRING "     CONTACT " CZ-PTM-CONTACT-NAME
009670            " " CZ-PTM-CONTACT-PHONE
009680         DELIMITED BY SIZE INTO PTNMRPT-RECORD.
009690     WRITE PTNMRPT-RECORD.
009700
009710 8200-EXIT.
009720     EXIT.
009730
009740 END PROGRAM CIPHPTNM.
