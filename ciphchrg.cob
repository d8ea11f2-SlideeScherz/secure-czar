000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHCHRG.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. MONTH-END PARTNER VOLUME
000110*                     AND CHARGEBACK REPORT, REPLACING THE BILL
000120*                     FINANCE BUILT BY HAND FROM A MONTH OF
000130*                     CIPHSUMM PRINTOUTS. THE BILLING MONTH COMES
000140*                     FROM THE OPTIONAL CHRGPARM CARD (YYYY-MM)
000150*                     AND DEFAULTS TO THE CALENDAR MONTH BEFORE
000160*                     THE RUN DATE. THE ARCHIVE IS READ FROM
000170*                     ARCHHIST THEN CIPHARCH, AND THE AUDIT TRAIL
000180*                     FROM AUDHIST THEN CIPHAUD, SO NOTHING
000190*                     CIPHRETN HAS MOVED TO HISTORY IS MISSED.
000200*                     FOR EACH PARTNER THE ARCHIVE GIVES MESSAGES
000210*                     CIPHERED (FIRST OR ONLY SEGMENTS), SEGMENTS
000220*                     AND CHARACTERS CIPHERED (TEXT LESS TRAILING
000230*                     SPACES); THE AUDIT TRAIL GIVES RECORDS
000240*                     RESENT BY CIPHRSND, HELP-DESK RETRIEVALS BY
000250*                     CIPHRTRV, AND INBOUND RECORDS ACCEPTED AND
000260*                     REJECTED BY CIPHDECR. THE CHRGRPT REPORT
000270*                     SHOWS EACH PARTNER BY KEY ID AND BY WEEK
000280*                     (DAYS 1-7, 8-14, 15-21, 22-28, 29 TO MONTH
000290*                     END) WITH ITS MONTH AND YEAR-TO-DATE
000300*                     TOTALS, THEN ALL PARTNERS. THE CHRGXTR
000310*                     EXTRACT (CZCHGREC) CARRIES ONE DETAIL PER
000320*                     PARTNER AND KEY ID FOR THE MONTH BETWEEN A
000330*                     HEADER AND A TRAILER THAT BALANCES TO THE
000340*                     REPORT'S ALL-PARTNER MONTH TOTAL. AUDIT
000350*                     RECORDS WITH NO PARTNER CODE CANNOT BE
000360*                     BILLED AND ARE COUNTED ON THE REPORT.
000370*                     RETURN-CODE 4 WHEN ANY RECORD IN THE YEAR
000380*                     COULD NOT BE BILLED, 16 WHEN CIPHARCH OR
000390*                     CIPHAUD IS MISSING, THE MONTH IS INVALID, A
000400*                     TABLE OVERFLOWS, OR THE EXTRACT DOES NOT
000410*                     BALANCE.
000411*    10/15/26   SMS   CIPHARCH RECORD WIDENED TO 113 BYTES AND
000412*                     CIPHAUD RECORD TO 144 BYTES FOR THE CYCLE
000413*                     NUMBER NOW CARRIED ON CZARCREC AND CZAUDREC.
000414*                     EXPRESS CYCLE TRAFFIC IS BILLED WITH THE
000415*                     NIGHT'S.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CHRGPARM ASSIGN TO "CHRGPARM"
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS IS CZ-CHRGPARM-STATUS.
000500
000510     SELECT ARCHHIST ASSIGN TO "ARCHHIST"
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS CZ-ARCHHIST-STATUS.
000540
000550     SELECT CIPHARCH ASSIGN TO "CIPHARCH"
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS CZ-CIPHARCH-STATUS.
000580
000590     SELECT AUDHIST ASSIGN TO "AUDHIST"
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS IS CZ-AUDHIST-STATUS.
000620
000630     SELECT CIPHAUD ASSIGN TO "CIPHAUD"
000640            ORGANIZATION IS LINE SEQUENTIAL
000650            FILE STATUS IS CZ-CIPHAUD-STATUS.
000660
000670     SELECT CHRGRPT ASSIGN TO "CHRGRPT"
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS CZ-CHRGRPT-STATUS.
000700
000710     SELECT CHRGXTR ASSIGN TO "CHRGXTR"
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS IS CZ-CHRGXTR-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CHRGPARM
000780     RECORDING MODE IS F.
000790 01  CHRGPARM-RECORD            PIC X(30).
000800
000810 FD  ARCHHIST
000820     RECORDING MODE IS F.
000830 01  ARCHHIST-RECORD            PIC X(113).
000840
000850 FD  CIPHARCH
000860     RECORDING MODE IS F.
000870 01  CIPHARCH-RECORD            PIC X(113).
000880
000890 FD  AUDHIST
000900     RECORDING MODE IS F.
000910 01  AUDHIST-RECORD             PIC X(144).
000920
000930 FD  CIPHAUD
000940     RECORDING MODE IS F.
000950 01  CIPHAUD-RECORD             PIC X(144).
000960
000970 FD  CHRGRPT
000980     RECORDING MODE IS F.
000990 01  CHRGRPT-RECORD             PIC X(80).
001000
001010 FD  CHRGXTR
001020     RECORDING MODE IS F.
001030 01  CHRGXTR-RECORD             PIC X(100).
001040
001050 WORKING-STORAGE SECTION.
001060******************************************************************
001070*    RECORD WORK AREAS - COPYBOOKS
001080******************************************************************
001090     COPY czarcrec.
001100
001110     COPY czaudrec.
001120
001130     COPY czchgrec.
001140
001150******************************************************************
001160*    CHARGEBACK CONTROL CARD - OPTIONAL. A BLANK MONTH BILLS THE
001170*    CALENDAR MONTH BEFORE THE RUN DATE.
001180******************************************************************
001190 01  CZ-CHRG-PARM.
001200     05  CZ-CGP-MONTH            PIC X(07).
001210     05  FILLER                  PIC X(23).
001220
001230******************************************************************
001240*    FILE STATUS AND SWITCHES
001250******************************************************************
001260 77  CZ-CHRGPARM-STATUS         PIC X(02) VALUE SPACES.
001270     88  CZ-CHRGPARM-OK                   VALUE "00".
001280
001290 77  CZ-ARCHHIST-STATUS         PIC X(02) VALUE SPACES.
001300     88  CZ-ARCHHIST-OK                   VALUE "00".
001310
001320 77  CZ-CIPHARCH-STATUS         PIC X(02) VALUE SPACES.
001330     88  CZ-CIPHARCH-OK                   VALUE "00".
001340
001350 77  CZ-AUDHIST-STATUS          PIC X(02) VALUE SPACES.
001360     88  CZ-AUDHIST-OK                    VALUE "00".
001370
001380 77  CZ-CIPHAUD-STATUS          PIC X(02) VALUE SPACES.
001390     88  CZ-CIPHAUD-OK                    VALUE "00".
001400
001410 77  CZ-CHRGRPT-STATUS          PIC X(02) VALUE SPACES.
001420     88  CZ-CHRGRPT-OK                    VALUE "00".
001430
001440 77  CZ-CHRGXTR-STATUS          PIC X(02) VALUE SPACES.
001450     88  CZ-CHRGXTR-OK                    VALUE "00".
001460
001470 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
001480     88  CZ-END-OF-FILE                   VALUE "Y".
001490
001500 77  CZ-ARCHHIST-SWITCH         PIC X(01) VALUE "N".
001510     88  CZ-ARCHHIST-PRESENT              VALUE "Y".
001520
001530 77  CZ-AUDHIST-SWITCH          PIC X(01) VALUE "N".
001540     88  CZ-AUDHIST-PRESENT               VALUE "Y".
001550
001560 77  CZ-IN-MONTH-SWITCH         PIC X(01) VALUE "N".
001570     88  CZ-IN-BILLING-MONTH              VALUE "Y".
001580
001590 77  CZ-FOUND-SWITCH            PIC X(01) VALUE "N".
001600     88  CZ-ENTRY-FOUND                   VALUE "Y".
001610
001620 77  CZ-KEYS-DONE-SWITCH        PIC X(01) VALUE "N".
001630     88  CZ-KEYS-DONE                     VALUE "Y".
001640
001650 77  CZ-DATE-VALID-SWITCH       PIC X(01) VALUE "N".
001660     88  CZ-DATE-VALID                    VALUE "Y".
001670
001680 01  CZ-CURRENT-DATETIME.
001690     05  CZ-CDT-DATE.
001700         10  CZ-CDT-YEAR         PIC 9(04).
001710         10  CZ-CDT-MONTH        PIC 9(02).
001720         10  CZ-CDT-DAY          PIC 9(02).
001730     05  FILLER                  PIC X(13).
001740
001750******************************************************************
001760*    DATES - THE BILLING MONTH, ITS FIRST AND LAST DAYS, AND THE
001770*    FIRST DAY OF ITS YEAR. RUN DATES ARE YYYY-MM-DD, SO THE
001780*    WINDOW TESTS ARE PLAIN COMPARES.
001790******************************************************************
001800 77  CZ-RUN-DATE                PIC X(10) VALUE SPACES.
001810 77  CZ-RPT-MONTH               PIC X(07) VALUE SPACES.
001820 77  CZ-MONTH-FIRST-DATE        PIC X(10) VALUE SPACES.
001830 77  CZ-MONTH-LAST-DATE         PIC X(10) VALUE SPACES.
001840 77  CZ-YTD-FIRST-DATE          PIC X(10) VALUE SPACES.
001850 77  CZ-MONTH-LAST-DAY          PIC 9(02) VALUE 0.
001860 77  CZ-NEXT-YEAR               PIC 9(04) VALUE 0.
001870 77  CZ-NEXT-MONTH              PIC 9(02) VALUE 0.
001880 77  CZ-DATE-INT                PIC 9(08) VALUE 0.
001890
001900 01  CZ-DATE-WORK.
001910     05  CZ-DTW-YEAR             PIC 9(04).
001920     05  CZ-DTW-SEP-1            PIC X(01).
001930     05  CZ-DTW-MONTH            PIC 9(02).
001940     05  CZ-DTW-SEP-2            PIC X(01).
001950     05  CZ-DTW-DAY              PIC 9(02).
001960
001970 01  CZ-LAST-YMD                PIC 9(08) VALUE 0.
001980 01  CZ-LAST-YMD-SPLIT REDEFINES CZ-LAST-YMD.
001990     05  CZ-LYM-YEAR             PIC 9(04).
002000     05  CZ-LYM-MONTH            PIC 9(02).
002010     05  CZ-LYM-DAY              PIC 9(02).
002020
002030******************************************************************
002040*    CHARGE VECTORS - EVERY COUNT IS HELD AS SEVEN SLOTS:
002050*      1 MESSAGES CIPHERED        5 HELP-DESK RETRIEVALS
002060*      2 SEGMENTS CIPHERED        6 DECRYPT RECORDS ACCEPTED
002070*      3 CHARACTERS CIPHERED      7 DECRYPT RECORDS REJECTED
002080*      4 RECORDS RESENT
002090*    THE POSTING VECTOR HOLDS ONE INPUT RECORD'S CONTRIBUTION;
002100*    THE LINE VECTOR HOLDS ONE REPORT LINE.
002110******************************************************************
002120 77  CZ-MET-SUB                 PIC 9(01) VALUE 0.
002130 77  CZ-WEEK-SUB                PIC 9(01) VALUE 0.
002140 77  CZ-WEEK-COUNT              PIC 9(01) VALUE 4.
002150 77  CZ-WEEK-FROM-DAY           PIC 9(02) VALUE 0.
002160 77  CZ-WEEK-TO-DAY             PIC 9(02) VALUE 0.
002170 77  CZ-TEXT-LENGTH             PIC 9(02) VALUE 0.
002180
002190 77  CZ-POST-PARTNER            PIC X(04) VALUE SPACES.
002200 77  CZ-POST-KEY-ID             PIC X(08) VALUE SPACES.
002210 77  CZ-POST-DATE               PIC X(10) VALUE SPACES.
002220
002230 01  CZ-POST-VECTOR.
002240     05  CZ-POST-AMT OCCURS 7 TIMES
002250                                 PIC 9(09).
002260
002270 01  CZ-ZERO-VECTOR.
002280     05  CZ-ZERO-AMT OCCURS 7 TIMES
002290                                 PIC 9(09) VALUE 0.
002300
002310 01  CZ-LINE-VECTOR.
002320     05  CZ-LINE-AMT OCCURS 7 TIMES
002330                                 PIC 9(09).
002340
002350 01  CZ-GRAND-MONTH-VECTOR.
002360     05  CZ-GRD-MONTH-AMT OCCURS 7 TIMES
002370                                 PIC 9(09) VALUE 0.
002380
002390 01  CZ-GRAND-YTD-VECTOR.
002400     05  CZ-GRD-YTD-AMT OCCURS 7 TIMES
002410                                 PIC 9(09) VALUE 0.
002420
002430 01  CZ-EXTRACT-VECTOR.
002440     05  CZ-XTR-AMT OCCURS 7 TIMES
002450                                 PIC 9(09) VALUE 0.
002460
002470******************************************************************
002480*    PARTNER TABLE - ONE ENTRY PER PARTNER BILLED IN THE YEAR TO
002490*    DATE, WITH ITS MONTH, YEAR-TO-DATE AND WEEKLY VECTORS. THE
002500*    ACTIVE FLAG SAYS THE PARTNER HAD ACTIVITY IN THE MONTH; THE
002510*    PRINTED FLAG DRIVES THE ASCENDING-CODE REPORT ORDER.
002520******************************************************************
002530 77  CZ-PTN-TABLE-MAX           PIC 9(02) VALUE 50.
002540 77  CZ-PTN-COUNT               PIC 9(02) VALUE 0.
002550 77  CZ-PTN-SUB                 PIC 9(02) VALUE 0.
002560 77  CZ-PTN-HIT-SUB             PIC 9(02) VALUE 0.
002570 77  CZ-PTN-PRINT-NO            PIC 9(02) VALUE 0.
002580
002590 01  CZ-PTN-TABLE.
002600     05  CZ-PTN-ENTRY OCCURS 50 TIMES.
002610         10  CZ-PTNT-CODE        PIC X(04).
002620         10  CZ-PTNT-ACTIVE      PIC X(01).
002630         10  CZ-PTNT-PRINTED     PIC X(01).
002640         10  CZ-PTNT-MONTH-VECTOR.
002650             15  CZ-PTNT-MONTH-AMT OCCURS 7 TIMES
002660                                 PIC 9(09).
002670         10  CZ-PTNT-YTD-VECTOR.
002680             15  CZ-PTNT-YTD-AMT OCCURS 7 TIMES
002690                                 PIC 9(09).
002700         10  CZ-PTNT-WEEK OCCURS 5 TIMES.
002710             15  CZ-PTNT-WEEK-AMT OCCURS 7 TIMES
002720                                 PIC 9(09).
002730
002740******************************************************************
002750*    PARTNER AND KEY TABLE - THE BILLING MONTH'S VECTOR FOR EACH
002760*    PARTNER AND KEY ID. EACH ENTRY IS ONE KEY LINE ON THE REPORT
002770*    AND ONE DETAIL ON THE EXTRACT.
002780******************************************************************
002790 77  CZ-PKY-TABLE-MAX           PIC 9(03) VALUE 500.
002800 77  CZ-PKY-COUNT               PIC 9(03) VALUE 0.
002810 77  CZ-PKY-SUB                 PIC 9(03) VALUE 0.
002820 77  CZ-PKY-HIT-SUB             PIC 9(03) VALUE 0.
002830
002840 01  CZ-PKY-TABLE.
002850     05  CZ-PKY-ENTRY OCCURS 500 TIMES.
002860         10  CZ-PKYT-PARTNER     PIC X(04).
002870         10  CZ-PKYT-KEY-ID      PIC X(08).
002880         10  CZ-PKYT-PRINTED     PIC X(01).
002890         10  CZ-PKYT-VECTOR.
002900             15  CZ-PKYT-AMT OCCURS 7 TIMES
002910                                 PIC 9(09).
002920
002930******************************************************************
002940*    REPORT LINE FIELDS - A LABEL AND THE SEVEN COUNTS CUT TO THE
002950*    WIDTHS THAT FIT AN 80-COLUMN LINE
002960******************************************************************
002970 77  CZ-PRT-LABEL               PIC X(14) VALUE SPACES.
002980 77  CZ-PRT-MESSAGES            PIC 9(07) VALUE 0.
002990 77  CZ-PRT-SEGMENTS            PIC 9(07) VALUE 0.
003000 77  CZ-PRT-CHARACTERS          PIC 9(09) VALUE 0.
003010 77  CZ-PRT-RESENDS             PIC 9(06) VALUE 0.
003020 77  CZ-PRT-RETRIEVALS          PIC 9(06) VALUE 0.
003030 77  CZ-PRT-DECR-ACC            PIC 9(07) VALUE 0.
003040 77  CZ-PRT-DECR-REJ            PIC 9(06) VALUE 0.
003050
003060******************************************************************
003070*    RUN TOTALS
003080******************************************************************
003090 77  CZ-ARCHHIST-READ           PIC 9(07) VALUE 0.
003100 77  CZ-CIPHARCH-READ           PIC 9(07) VALUE 0.
003110 77  CZ-AUDHIST-READ            PIC 9(07) VALUE 0.
003120 77  CZ-CIPHAUD-READ            PIC 9(07) VALUE 0.
003130 77  CZ-RECS-BILLED             PIC 9(07) VALUE 0.
003140 77  CZ-RECS-OUTSIDE            PIC 9(07) VALUE 0.
003150 77  CZ-RECS-BAD-DATE           PIC 9(07) VALUE 0.
003160 77  CZ-RECS-NO-PARTNER         PIC 9(07) VALUE 0.
003170 77  CZ-XTR-DETAILS             PIC 9(06) VALUE 0.
003180 77  CZ-XTR-PARTNERS            PIC 9(04) VALUE 0.
003190 77  CZ-XTR-PTN-DETAILS         PIC 9(03) VALUE 0.
003200
003210 PROCEDURE DIVISION.
003220******************************************************************
003230*    0000-MAINLINE
003240******************************************************************
003250 0000-MAINLINE.
003260
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     PERFORM 2000-READ-ARCHIVES THRU 2000-EXIT.
003290     PERFORM 3000-READ-AUDIT-TRAIL THRU 3000-EXIT.
003300     PERFORM 4000-REPORT-PARTNERS THRU 4000-EXIT.
003310     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003320
003330     STOP RUN.
003340
003350******************************************************************
003360*    1000-INITIALIZE - READ THE CONTROL CARD, SETTLE THE BILLING
003370*                      MONTH AND ITS YEAR-TO-DATE WINDOW, OPEN
003380*                      THE REPORT AND THE EXTRACT, AND WRITE THE
003390*                      REPORT HEADINGS AND THE EXTRACT HEADER
003400******************************************************************
003410 1000-INITIALIZE.
003420
003430     MOVE SPACES TO CZ-CHRG-PARM.
003440     OPEN INPUT CHRGPARM.
003450     IF CZ-CHRGPARM-OK
003460         READ CHRGPARM INTO CZ-CHRG-PARM
003470             AT END
003480                 MOVE SPACES TO CZ-CHRG-PARM
003490         END-READ
003500         CLOSE CHRGPARM
003510     END-IF.
003520
003530     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
003540     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
003550         DELIMITED BY SIZE INTO CZ-RUN-DATE.
003560
003570     IF CZ-CGP-MONTH NOT = SPACES
003580         MOVE CZ-CGP-MONTH TO CZ-RPT-MONTH
003590     ELSE
003600         IF CZ-CDT-MONTH = 1
003610             COMPUTE CZ-NEXT-YEAR = CZ-CDT-YEAR - 1
003620             MOVE 12 TO CZ-NEXT-MONTH
003630         ELSE
003640             MOVE CZ-CDT-YEAR TO CZ-NEXT-YEAR
003650             COMPUTE CZ-NEXT-MONTH = CZ-CDT-MONTH - 1
003660         END-IF
003670         STRING CZ-NEXT-YEAR "-" CZ-NEXT-MONTH
003680             DELIMITED BY SIZE INTO CZ-RPT-MONTH
003690     END-IF.
003700
003710     STRING CZ-RPT-MONTH "-01"
003720         DELIMITED BY SIZE INTO CZ-MONTH-FIRST-DATE.
003730     MOVE CZ-MONTH-FIRST-DATE TO CZ-DATE-WORK.
003740     PERFORM 7000-CONVERT-DATE THRU 7000-EXIT.
003750     IF NOT CZ-DATE-VALID
003760         DISPLAY "CIPHCHRG BILLING MONTH " CZ-RPT-MONTH
003770             " IS NOT A VALID YYYY-MM MONTH"
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810
003820*    THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF
003830*    THE NEXT ONE
003840     IF CZ-DTW-MONTH = 12
003850         COMPUTE CZ-NEXT-YEAR = CZ-DTW-YEAR + 1
003860         MOVE 1 TO CZ-NEXT-MONTH
003870     ELSE
003880         MOVE CZ-DTW-YEAR TO CZ-NEXT-YEAR
003890         COMPUTE CZ-NEXT-MONTH = CZ-DTW-MONTH + 1
003900     END-IF.
003910     COMPUTE CZ-DATE-INT = FUNCTION INTEGER-OF-DATE
003920         (CZ-NEXT-YEAR * 10000 + CZ-NEXT-MONTH * 100 + 1).
003930     COMPUTE CZ-LAST-YMD = FUNCTION DATE-OF-INTEGER
003940         (CZ-DATE-INT - 1).
003950     STRING CZ-LYM-YEAR "-" CZ-LYM-MONTH "-" CZ-LYM-DAY
003960         DELIMITED BY SIZE INTO CZ-MONTH-LAST-DATE.
003970     MOVE CZ-LYM-DAY TO CZ-MONTH-LAST-DAY.
003980     IF CZ-MONTH-LAST-DAY > 28
003990         MOVE 5 TO CZ-WEEK-COUNT
004000     END-IF.
004010     STRING CZ-LYM-YEAR "-01-01"
004020         DELIMITED BY SIZE INTO CZ-YTD-FIRST-DATE.
004030
004040     OPEN OUTPUT CHRGRPT.
004050     OPEN OUTPUT CHRGXTR.
004060     IF NOT CZ-CHRGRPT-OK
004070       OR NOT CZ-CHRGXTR-OK
004080         DISPLAY "CIPHCHRG REPORT OR EXTRACT OPEN FAILED, "
004090             "STATUS " CZ-CHRGRPT-STATUS " " CZ-CHRGXTR-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130
004140     MOVE "CIPHCHRG MONTHLY PARTNER VOLUME AND CHARGEBACK REPORT"
004150         TO CHRGRPT-RECORD.
004160     WRITE CHRGRPT-RECORD.
004170     MOVE SPACES TO CHRGRPT-RECORD.
004180     STRING "BILLING MONTH " CZ-RPT-MONTH
004190            "  (" CZ-MONTH-FIRST-DATE " THRU "
004200            CZ-MONTH-LAST-DATE ")   RUN " CZ-RUN-DATE
004210         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
004220     WRITE CHRGRPT-RECORD.
004230     MOVE SPACES TO CHRGRPT-RECORD.
004240     STRING "YEAR TO DATE FROM " CZ-YTD-FIRST-DATE
004250            "   WEEKS ARE DAYS 1-7, 8-14, 15-21, 22-28, 29-END"
004260         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
004270     WRITE CHRGRPT-RECORD.
004280     MOVE SPACES TO CHRGRPT-RECORD.
004290     WRITE CHRGRPT-RECORD.
004300
004310     MOVE SPACES TO CZ-CHARGE-RECORD.
004320     SET CZ-CHG-TYPE-HEADER TO TRUE.
004330     MOVE "CIPHCHRG"          TO CZ-CHG-HDR-SOURCE.
004340     MOVE CZ-RPT-MONTH        TO CZ-CHG-HDR-MONTH.
004350     MOVE CZ-MONTH-FIRST-DATE TO CZ-CHG-HDR-FIRST-DATE.
004360     MOVE CZ-MONTH-LAST-DATE  TO CZ-CHG-HDR-LAST-DATE.
004370     MOVE CZ-RUN-DATE         TO CZ-CHG-HDR-RUN-DATE.
004380     WRITE CHRGXTR-RECORD FROM CZ-CHARGE-RECORD.
004390
004400 1000-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*    2000-READ-ARCHIVES - BILL EVERY ARCHIVED MESSAGE SEGMENT,
004450*                         HISTORY FIRST. ARCHHIST IS ABSENT
004460*                         UNTIL CIPHRETN FIRST RUNS; CIPHARCH
004470*                         MUST BE THERE.
004480******************************************************************
004490 2000-READ-ARCHIVES.
004500
004510     OPEN INPUT ARCHHIST.
004520     IF CZ-ARCHHIST-OK
004530         MOVE "Y" TO CZ-ARCHHIST-SWITCH
004540         MOVE "N" TO CZ-EOF-SWITCH
004550         PERFORM 2100-TAKE-ARCHHIST THRU 2100-EXIT
004560                 UNTIL CZ-END-OF-FILE
004570         CLOSE ARCHHIST
004580     END-IF.
004590
004600     OPEN INPUT CIPHARCH.
004610     IF NOT CZ-CIPHARCH-OK
004620         DISPLAY "CIPHCHRG CIPHARCH OPEN FAILED, STATUS "
004630             CZ-CIPHARCH-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     MOVE "N" TO CZ-EOF-SWITCH.
004680     PERFORM 2200-TAKE-CIPHARCH THRU 2200-EXIT
004690             UNTIL CZ-END-OF-FILE.
004700     CLOSE CIPHARCH.
004710
004720 2000-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760*    2100-TAKE-ARCHHIST - READ AND BILL ONE ARCHHIST RECORD
004770******************************************************************
004780 2100-TAKE-ARCHHIST.
004790
004800     READ ARCHHIST INTO CZ-ARCHIVE-RECORD
004810         AT END
004820             MOVE "Y" TO CZ-EOF-SWITCH
004830             GO TO 2100-EXIT
004840     END-READ.
004850     ADD 1 TO CZ-ARCHHIST-READ.
004860     PERFORM 2500-BILL-ARCHIVE-RECORD THRU 2500-EXIT.
004870
004880 2100-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920*    2200-TAKE-CIPHARCH - READ AND BILL ONE CIPHARCH RECORD
004930******************************************************************
004940 2200-TAKE-CIPHARCH.
004950
004960     READ CIPHARCH INTO CZ-ARCHIVE-RECORD
004970         AT END
004980             MOVE "Y" TO CZ-EOF-SWITCH
004990             GO TO 2200-EXIT
005000     END-READ.
005010     ADD 1 TO CZ-CIPHARCH-READ.
005020     PERFORM 2500-BILL-ARCHIVE-RECORD THRU 2500-EXIT.
005030
005040 2200-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*    2500-BILL-ARCHIVE-RECORD - ONE ARCHIVED SEGMENT IS ONE
005090*                               SEGMENT AND ITS TEXT LENGTH IN
005100*                               CHARACTERS; ONLY THE FIRST (OR
005110*                               ONLY) SEGMENT COUNTS AS A MESSAGE
005120******************************************************************
005130 2500-BILL-ARCHIVE-RECORD.
005140
005150     MOVE CZ-ZERO-VECTOR TO CZ-POST-VECTOR.
005160     IF CZ-ARC-SEGMENT-NO NOT NUMERIC
005170       OR CZ-ARC-SEGMENT-NO <= 1
005180         MOVE 1 TO CZ-POST-AMT(1)
005190     END-IF.
005200     MOVE 1 TO CZ-POST-AMT(2).
005210     IF CZ-ARC-TEXT = SPACES
005220         MOVE 0 TO CZ-TEXT-LENGTH
005230     ELSE
005240         COMPUTE CZ-TEXT-LENGTH = FUNCTION LENGTH
005250             (FUNCTION TRIM(CZ-ARC-TEXT, TRAILING))
005260     END-IF.
005270     MOVE CZ-TEXT-LENGTH TO CZ-POST-AMT(3).
005280
005290     MOVE CZ-ARC-PARTNER-CODE TO CZ-POST-PARTNER.
005300     MOVE CZ-ARC-KEY-ID       TO CZ-POST-KEY-ID.
005310     MOVE CZ-ARC-RUN-DATE     TO CZ-POST-DATE.
005320     PERFORM 5000-POST-RECORD THRU 5000-EXIT.
005330
005340 2500-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*    3000-READ-AUDIT-TRAIL - BILL THE RESEND, RETRIEVAL AND
005390*                            DECRYPT RUNS ON THE AUDIT TRAIL,
005400*                            HISTORY FIRST. AUDHIST IS ABSENT
005410*                            UNTIL CIPHRETN FIRST RUNS; CIPHAUD
005420*                            MUST BE THERE.
005430******************************************************************
005440 3000-READ-AUDIT-TRAIL.
005450
005460     OPEN INPUT AUDHIST.
005470     IF CZ-AUDHIST-OK
005480         MOVE "Y" TO CZ-AUDHIST-SWITCH
005490         MOVE "N" TO CZ-EOF-SWITCH
005500         PERFORM 3100-TAKE-AUDHIST THRU 3100-EXIT
005510                 UNTIL CZ-END-OF-FILE
005520         CLOSE AUDHIST
005530     END-IF.
005540
005550     OPEN INPUT CIPHAUD.
005560     IF NOT CZ-CIPHAUD-OK
005570         DISPLAY "CIPHCHRG CIPHAUD OPEN FAILED, STATUS "
005580             CZ-CIPHAUD-STATUS
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     MOVE "N" TO CZ-EOF-SWITCH.
005630     PERFORM 3200-TAKE-CIPHAUD THRU 3200-EXIT
005640             UNTIL CZ-END-OF-FILE.
005650     CLOSE CIPHAUD.
005660
005670 3000-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*    3100-TAKE-AUDHIST - READ AND BILL ONE AUDHIST RECORD
005720******************************************************************
005730 3100-TAKE-AUDHIST.
005740
005750     READ AUDHIST INTO CZ-AUDIT-RECORD
005760         AT END
005770             MOVE "Y" TO CZ-EOF-SWITCH
005780             GO TO 3100-EXIT
005790     END-READ.
005800     ADD 1 TO CZ-AUDHIST-READ.
005810     PERFORM 3500-BILL-AUDIT-RECORD THRU 3500-EXIT.
005820
005830 3100-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*    3200-TAKE-CIPHAUD - READ AND BILL ONE CIPHAUD RECORD
005880******************************************************************
005890 3200-TAKE-CIPHAUD.
005900
005910     READ CIPHAUD INTO CZ-AUDIT-RECORD
005920         AT END
005930             MOVE "Y" TO CZ-EOF-SWITCH
005940             GO TO 3200-EXIT
005950     END-READ.
005960     ADD 1 TO CZ-CIPHAUD-READ.
005970     PERFORM 3500-BILL-AUDIT-RECORD THRU 3500-EXIT.
005980
005990 3200-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    3500-BILL-AUDIT-RECORD - A CIPHRSND RUN BILLS THE RECORDS
006040*                             IT RESENT, A CIPHRTRV RUN BILLS ONE
006050*                             RETRIEVAL, AND A CIPHDECR RECORD
006060*                             BILLS ITS PARTNER'S ACCEPTED AND
006070*                             REJECTED INBOUND RECORDS. EVERY
006080*                             OTHER RUN IS ALREADY BILLED FROM
006090*                             THE ARCHIVE OR IS NOT BILLABLE.
006100******************************************************************
006110 3500-BILL-AUDIT-RECORD.
006120
006130     MOVE CZ-ZERO-VECTOR TO CZ-POST-VECTOR.
006140     EVALUATE CZ-AUD-SOURCE-PGM
006150         WHEN "CIPHRSND"
006160             IF CZ-AUD-OPERATION NOT = "R"
006170                 GO TO 3500-EXIT
006180             END-IF
006190             IF CZ-AUD-RECS-OUT NUMERIC
006200                 MOVE CZ-AUD-RECS-OUT TO CZ-POST-AMT(4)
006210             END-IF
006220         WHEN "CIPHRTRV"
006230             MOVE 1 TO CZ-POST-AMT(5)
006240         WHEN "CIPHDECR"
006250             IF CZ-AUD-RECS-OUT NUMERIC
006260                 MOVE CZ-AUD-RECS-OUT TO CZ-POST-AMT(6)
006270             END-IF
006280             IF CZ-AUD-RECS-REJ NUMERIC
006290                 MOVE CZ-AUD-RECS-REJ TO CZ-POST-AMT(7)
006300             END-IF
006310         WHEN OTHER
006320             GO TO 3500-EXIT
006330     END-EVALUATE.
006340
006350     MOVE CZ-AUD-PARTNER-CODE  TO CZ-POST-PARTNER.
006360     MOVE CZ-AUD-KEY-USED(1:8) TO CZ-POST-KEY-ID.
006370     MOVE CZ-AUD-RUN-DATE      TO CZ-POST-DATE.
006380     PERFORM 5000-POST-RECORD THRU 5000-EXIT.
006390
006400 3500-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*    4000-REPORT-PARTNERS - ONE BLOCK PER PARTNER IN ASCENDING
006450*                           PARTNER CODE ORDER, THEN THE
006460*                           ALL-PARTNER TOTALS. THE EXTRACT
006470*                           DETAILS ARE WRITTEN WITH THE KEY LINES
006480*                           AND THE TRAILER AFTER THE LAST ONE.
006490******************************************************************
006500 4000-REPORT-PARTNERS.
006510
006520     MOVE SPACES TO CHRGRPT-RECORD.
006530     STRING "PARTNER/KEY   " "    MSGS" "    SEGS"
006540            "     CHARS" " RESEND" " RETRVL" "  DEC-OK"
006550            " DEC-RJ"
006560         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
006570     WRITE CHRGRPT-RECORD.
006580     MOVE ALL "-" TO CHRGRPT-RECORD(1:69).
006590     MOVE SPACES  TO CHRGRPT-RECORD(70:).
006600     WRITE CHRGRPT-RECORD.
006610
006620     IF CZ-PTN-COUNT = 0
006630         MOVE "  NO BILLABLE ACTIVITY IN THE YEAR TO DATE"
006640             TO CHRGRPT-RECORD
006650         WRITE CHRGRPT-RECORD
006660     END-IF.
006670
006680     PERFORM 4100-REPORT-NEXT-PARTNER THRU 4100-EXIT
006690             VARYING CZ-PTN-PRINT-NO FROM 1 BY 1
006700             UNTIL CZ-PTN-PRINT-NO > CZ-PTN-COUNT.
006710
006720     MOVE SPACES TO CHRGRPT-RECORD.
006730     WRITE CHRGRPT-RECORD.
006740     MOVE "ALL PARTNERS" TO CHRGRPT-RECORD.
006750     WRITE CHRGRPT-RECORD.
006760     MOVE "  MONTH TOTAL"       TO CZ-PRT-LABEL.
006770     MOVE CZ-GRAND-MONTH-VECTOR TO CZ-LINE-VECTOR.
006780     PERFORM 4900-PRINT-AMOUNT-LINE THRU 4900-EXIT.
006790     MOVE "  YEAR TO DATE"      TO CZ-PRT-LABEL.
006800     MOVE CZ-GRAND-YTD-VECTOR   TO CZ-LINE-VECTOR.
006810     PERFORM 4900-PRINT-AMOUNT-LINE THRU 4900-EXIT.
006820
006830     MOVE SPACES TO CZ-CHARGE-RECORD.
006840     SET CZ-CHG-TYPE-TRAILER TO TRUE.
006850     MOVE CZ-XTR-DETAILS  TO CZ-CHG-TRL-DETAIL-COUNT.
006860     MOVE CZ-XTR-PARTNERS TO CZ-CHG-TRL-PARTNER-COUNT.
006870     MOVE CZ-XTR-AMT(1)   TO CZ-CHG-TRL-MESSAGES.
006880     MOVE CZ-XTR-AMT(2)   TO CZ-CHG-TRL-SEGMENTS.
006890     MOVE CZ-XTR-AMT(3)   TO CZ-CHG-TRL-CHARACTERS.
006900     MOVE CZ-XTR-AMT(4)   TO CZ-CHG-TRL-RESENDS.
006910     MOVE CZ-XTR-AMT(5)   TO CZ-CHG-TRL-RETRIEVALS.
006920     MOVE CZ-XTR-AMT(6)   TO CZ-CHG-TRL-DECR-ACCEPTED.
006930     MOVE CZ-XTR-AMT(7)   TO CZ-CHG-TRL-DECR-REJECTED.
006940     WRITE CHRGXTR-RECORD FROM CZ-CHARGE-RECORD.
006950
006960 4000-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000*    4100-REPORT-NEXT-PARTNER - PRINT THE BLOCK OF THE LOWEST
007010*                               PARTNER CODE NOT YET PRINTED: ITS
007020*                               KEY LINES, ITS WEEK LINES, ITS
007030*                               MONTH TOTAL AND ITS YEAR TO DATE
007040******************************************************************
007050 4100-REPORT-NEXT-PARTNER.
007060
007070     MOVE 0 TO CZ-PTN-HIT-SUB.
007080     PERFORM 4110-CHECK-LOWEST-PARTNER THRU 4110-EXIT
007090             VARYING CZ-PTN-SUB FROM 1 BY 1
007100             UNTIL CZ-PTN-SUB > CZ-PTN-COUNT.
007110     MOVE "Y" TO CZ-PTNT-PRINTED(CZ-PTN-HIT-SUB).
007120
007130     MOVE SPACES TO CHRGRPT-RECORD.
007140     WRITE CHRGRPT-RECORD.
007150     STRING "PARTNER " CZ-PTNT-CODE(CZ-PTN-HIT-SUB)
007160         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
007170     WRITE CHRGRPT-RECORD.
007180
007190     IF CZ-PTNT-ACTIVE(CZ-PTN-HIT-SUB) NOT = "Y"
007200         MOVE "  NO ACTIVITY IN THE BILLING MONTH"
007210             TO CHRGRPT-RECORD
007220         WRITE CHRGRPT-RECORD
007230     ELSE
007240         MOVE 0   TO CZ-XTR-PTN-DETAILS
007250         MOVE "N" TO CZ-KEYS-DONE-SWITCH
007260         PERFORM 4200-REPORT-NEXT-KEY THRU 4200-EXIT
007270                 UNTIL CZ-KEYS-DONE
007280         IF CZ-XTR-PTN-DETAILS > 0
007290             ADD 1 TO CZ-XTR-PARTNERS
007300         END-IF
007310         PERFORM 4300-REPORT-ONE-WEEK THRU 4300-EXIT
007320                 VARYING CZ-WEEK-SUB FROM 1 BY 1
007330                 UNTIL CZ-WEEK-SUB > CZ-WEEK-COUNT
007340         MOVE "  MONTH TOTAL" TO CZ-PRT-LABEL
007350         MOVE CZ-PTNT-MONTH-VECTOR(CZ-PTN-HIT-SUB)
007360             TO CZ-LINE-VECTOR
007370         PERFORM 4900-PRINT-AMOUNT-LINE THRU 4900-EXIT
007380     END-IF.
007390
007400     MOVE "  YEAR TO DATE" TO CZ-PRT-LABEL.
007410     MOVE CZ-PTNT-YTD-VECTOR(CZ-PTN-HIT-SUB) TO CZ-LINE-VECTOR.
007420     PERFORM 4900-PRINT-AMOUNT-LINE THRU 4900-EXIT.
007430
007440 4100-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480*    4110-CHECK-LOWEST-PARTNER - KEEP THE LOWER OF THIS ENTRY AND
007490*                                THE LOWEST UNPRINTED SO FAR
007500******************************************************************
007510 4110-CHECK-LOWEST-PARTNER.
007520
007530     IF CZ-PTNT-PRINTED(CZ-PTN-SUB) = "Y"
007540         GO TO 4110-EXIT
007550     END-IF.
007560     IF CZ-PTN-HIT-SUB = 0
007570         MOVE CZ-PTN-SUB TO CZ-PTN-HIT-SUB
007580         GO TO 4110-EXIT
007590     END-IF.
007600     IF CZ-PTNT-CODE(CZ-PTN-SUB) < CZ-PTNT-CODE(CZ-PTN-HIT-SUB)
007610         MOVE CZ-PTN-SUB TO CZ-PTN-HIT-SUB
007620     END-IF.
007630
007640 4110-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680*    4200-REPORT-NEXT-KEY - PRINT THE LOWEST KEY ID NOT YET
007690*                           PRINTED FOR THE PARTNER AND WRITE ITS
007700*                           EXTRACT DETAIL. NONE LEFT ENDS THE
007710*                           PARTNER'S KEY LINES.
007720******************************************************************
007730 4200-REPORT-NEXT-KEY.
007740
007750     MOVE 0 TO CZ-PKY-HIT-SUB.
007760     PERFORM 4210-CHECK-LOWEST-KEY THRU 4210-EXIT
007770             VARYING CZ-PKY-SUB FROM 1 BY 1
007780             UNTIL CZ-PKY-SUB > CZ-PKY-COUNT.
007790     IF CZ-PKY-HIT-SUB = 0
007800         MOVE "Y" TO CZ-KEYS-DONE-SWITCH
007810         GO TO 4200-EXIT
007820     END-IF.
007830     MOVE "Y" TO CZ-PKYT-PRINTED(CZ-PKY-HIT-SUB).
007840
007850     MOVE SPACES TO CZ-PRT-LABEL.
007860     IF CZ-PKYT-KEY-ID(CZ-PKY-HIT-SUB) = SPACES
007870         MOVE "  KEY (NONE)" TO CZ-PRT-LABEL
007880     ELSE
007890         STRING "  KEY " CZ-PKYT-KEY-ID(CZ-PKY-HIT-SUB)
007900             DELIMITED BY SIZE INTO CZ-PRT-LABEL
007910     END-IF.
007920     MOVE CZ-PKYT-VECTOR(CZ-PKY-HIT-SUB) TO CZ-LINE-VECTOR.
007930     PERFORM 4900-PRINT-AMOUNT-LINE THRU 4900-EXIT.
007940
007950     MOVE SPACES TO CZ-CHARGE-RECORD.
007960     SET CZ-CHG-TYPE-DETAIL TO TRUE.
007970     MOVE CZ-PKYT-PARTNER(CZ-PKY-HIT-SUB) TO CZ-CHG-PARTNER-CODE.
007980     MOVE CZ-PKYT-KEY-ID(CZ-PKY-HIT-SUB)  TO CZ-CHG-KEY-ID.
007990     MOVE CZ-RPT-MONTH                    TO CZ-CHG-MONTH.
008000     MOVE CZ-LINE-AMT(1) TO CZ-CHG-MESSAGES.
008010     MOVE CZ-LINE-AMT(2) TO CZ-CHG-SEGMENTS.
008020     MOVE CZ-LINE-AMT(3) TO CZ-CHG-CHARACTERS.
008030     MOVE CZ-LINE-AMT(4) TO CZ-CHG-RESENDS.
008040     MOVE CZ-LINE-AMT(5) TO CZ-CHG-RETRIEVALS.
008050     MOVE CZ-LINE-AMT(6) TO CZ-CHG-DECR-ACCEPTED.
008060     MOVE CZ-LINE-AMT(7) TO CZ-CHG-DECR-REJECTED.
008070     WRITE CHRGXTR-RECORD FROM CZ-CHARGE-RECORD.
008080     ADD 1 TO CZ-XTR-DETAILS.
008090     ADD 1 TO CZ-XTR-PTN-DETAILS.
008100     PERFORM 4220-ADD-EXTRACT-AMOUNT THRU 4220-EXIT
008110             VARYING CZ-MET-SUB FROM 1 BY 1
008120             UNTIL CZ-MET-SUB > 7.
008130
008140 4200-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180*    4210-CHECK-LOWEST-KEY - KEEP THE LOWER OF THIS ENTRY, IF IT
008190*                            IS AN UNPRINTED ONE OF THE PARTNER'S,
008200*                            AND THE LOWEST FOUND SO FAR
008210******************************************************************
008220 4210-CHECK-LOWEST-KEY.
008230
008240     IF CZ-PKYT-PARTNER(CZ-PKY-SUB)
008250           NOT = CZ-PTNT-CODE(CZ-PTN-HIT-SUB)
008260       OR CZ-PKYT-PRINTED(CZ-PKY-SUB) = "Y"
008270         GO TO 4210-EXIT
008280     END-IF.
008290     IF CZ-PKY-HIT-SUB = 0
008300         MOVE CZ-PKY-SUB TO CZ-PKY-HIT-SUB
008310         GO TO 4210-EXIT
008320     END-IF.
008330     IF CZ-PKYT-KEY-ID(CZ-PKY-SUB)
008340           < CZ-PKYT-KEY-ID(CZ-PKY-HIT-SUB)
008350         MOVE CZ-PKY-SUB TO CZ-PKY-HIT-SUB
008360     END-IF.
008370
008380 4210-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420*    4220-ADD-EXTRACT-AMOUNT - CARRY ONE DETAIL COUNT INTO THE
008430*                              EXTRACT TRAILER TOTALS
008440******************************************************************
008450 4220-ADD-EXTRACT-AMOUNT.
008460
008470     ADD CZ-LINE-AMT(CZ-MET-SUB) TO CZ-XTR-AMT(CZ-MET-SUB).
008480
008490 4220-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530*    4300-REPORT-ONE-WEEK - PRINT ONE WEEK OF THE PARTNER'S
008540*                           BILLING MONTH
008550******************************************************************
008560 4300-REPORT-ONE-WEEK.
008570
008580     COMPUTE CZ-WEEK-FROM-DAY = (CZ-WEEK-SUB - 1) * 7 + 1.
008590     COMPUTE CZ-WEEK-TO-DAY   = CZ-WEEK-SUB * 7.
008600     IF CZ-WEEK-SUB = 5
008610         MOVE CZ-MONTH-LAST-DAY TO CZ-WEEK-TO-DAY
008620     END-IF.
008630     MOVE SPACES TO CZ-PRT-LABEL.
008640     STRING "  WEEK " CZ-WEEK-SUB " " CZ-WEEK-FROM-DAY "-"
008650            CZ-WEEK-TO-DAY
008660         DELIMITED BY SIZE INTO CZ-PRT-LABEL.
008670     MOVE CZ-PTNT-WEEK(CZ-PTN-HIT-SUB, CZ-WEEK-SUB)
008680         TO CZ-LINE-VECTOR.
008690     PERFORM 4900-PRINT-AMOUNT-LINE THRU 4900-EXIT.
008700
008710 4300-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750*    4900-PRINT-AMOUNT-LINE - PRINT THE LABEL AND THE SEVEN
008760*                             COUNTS OF THE LINE VECTOR
008770******************************************************************
008780 4900-PRINT-AMOUNT-LINE.
008790
008800     MOVE CZ-LINE-AMT(1) TO CZ-PRT-MESSAGES.
008810     MOVE CZ-LINE-AMT(2) TO CZ-PRT-SEGMENTS.
008820     MOVE CZ-LINE-AMT(3) TO CZ-PRT-CHARACTERS.
008830     MOVE CZ-LINE-AMT(4) TO CZ-PRT-RESENDS.
008840     MOVE CZ-LINE-AMT(5) TO CZ-PRT-RETRIEVALS.
008850     MOVE CZ-LINE-AMT(6) TO CZ-PRT-DECR-ACC.
008860     MOVE CZ-LINE-AMT(7) TO CZ-PRT-DECR-REJ.
008870     MOVE SPACES TO CHRGRPT-RECORD.
008880     STRING CZ-PRT-LABEL
008890            " " CZ-PRT-MESSAGES " " CZ-PRT-SEGMENTS
008900            " " CZ-PRT-CHARACTERS " " CZ-PRT-RESENDS
008910            " " CZ-PRT-RETRIEVALS " " CZ-PRT-DECR-ACC
008920            " " CZ-PRT-DECR-REJ
008930         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
008940     WRITE CHRGRPT-RECORD.
008950
008960 4900-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000*    5000-POST-RECORD - POST ONE INPUT RECORD'S VECTOR. A RECORD
009010*                       OUTSIDE THE YEAR TO DATE IS PASSED BY; A
009020*                       RECORD IN IT WITH NO PARTNER CODE CANNOT
009030*                       BE BILLED AND IS COUNTED. THE YEAR TO
009040*                       DATE TAKES EVERY RECORD POSTED; THE
009050*                       MONTH, THE WEEK AND THE PARTNER'S KEY
009060*                       LINE ONLY THOSE IN THE BILLING MONTH.
009070******************************************************************
009080 5000-POST-RECORD.
009090
009100     MOVE CZ-POST-DATE TO CZ-DATE-WORK.
009110     PERFORM 7000-CONVERT-DATE THRU 7000-EXIT.
009120     IF NOT CZ-DATE-VALID
009130         ADD 1 TO CZ-RECS-BAD-DATE
009140         GO TO 5000-EXIT
009150     END-IF.
009160     IF CZ-POST-DATE < CZ-YTD-FIRST-DATE
009170       OR CZ-POST-DATE > CZ-MONTH-LAST-DATE
009180         ADD 1 TO CZ-RECS-OUTSIDE
009190         GO TO 5000-EXIT
009200     END-IF.
009210     IF CZ-POST-PARTNER = SPACES
009220         ADD 1 TO CZ-RECS-NO-PARTNER
009230         GO TO 5000-EXIT
009240     END-IF.
009250
009260     MOVE "N" TO CZ-IN-MONTH-SWITCH.
009270     IF CZ-POST-DATE(1:7) = CZ-RPT-MONTH
009280         MOVE "Y" TO CZ-IN-MONTH-SWITCH
009290     END-IF.
009300
009310     PERFORM 5200-FIND-PARTNER THRU 5200-EXIT.
009320     IF CZ-IN-BILLING-MONTH
009330         COMPUTE CZ-WEEK-SUB = (CZ-DTW-DAY - 1) / 7 + 1
009340         MOVE "Y" TO CZ-PTNT-ACTIVE(CZ-PTN-HIT-SUB)
009350         PERFORM 5300-FIND-PARTNER-KEY THRU 5300-EXIT
009360     END-IF.
009370     PERFORM 5100-POST-ONE-AMOUNT THRU 5100-EXIT
009380             VARYING CZ-MET-SUB FROM 1 BY 1
009390             UNTIL CZ-MET-SUB > 7.
009400     ADD 1 TO CZ-RECS-BILLED.
009410
009420 5000-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460*    5100-POST-ONE-AMOUNT - ADD ONE SLOT OF THE POSTING VECTOR TO
009470*                           EVERY TOTAL IT BELONGS IN
009480******************************************************************
009490 5100-POST-ONE-AMOUNT.
009500
009510     ADD CZ-POST-AMT(CZ-MET-SUB)
009520         TO CZ-PTNT-YTD-AMT(CZ-PTN-HIT-SUB, CZ-MET-SUB).
009530     ADD CZ-POST-AMT(CZ-MET-SUB) TO CZ-GRD-YTD-AMT(CZ-MET-SUB).
009540     IF NOT CZ-IN-BILLING-MONTH
009550         GO TO 5100-EXIT
009560     END-IF.
009570
009580     ADD CZ-POST-AMT(CZ-MET-SUB)
009590         TO CZ-PTNT-MONTH-AMT(CZ-PTN-HIT-SUB, CZ-MET-SUB).
009600     ADD CZ-POST-AMT(CZ-MET-SUB)
009610         TO CZ-PTNT-WEEK-AMT(CZ-PTN-HIT-SUB, CZ-WEEK-SUB,
009620                             CZ-MET-SUB).
009630     ADD CZ-POST-AMT(CZ-MET-SUB)
009640         TO CZ-PKYT-AMT(CZ-PKY-HIT-SUB, CZ-MET-SUB).
009650     ADD CZ-POST-AMT(CZ-MET-SUB)
009660         TO CZ-GRD-MONTH-AMT(CZ-MET-SUB).
009670
009680 5100-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720*    5200-FIND-PARTNER - FIND THE RECORD'S PARTNER IN THE PARTNER
009730*                        TABLE, ADDING IT IF NEW
009740******************************************************************
009750 5200-FIND-PARTNER.
009760
009770     MOVE "N" TO CZ-FOUND-SWITCH.
009780     MOVE 0   TO CZ-PTN-HIT-SUB.
009790     PERFORM 5210-CHECK-ONE-PARTNER THRU 5210-EXIT
009800             VARYING CZ-PTN-SUB FROM 1 BY 1
009810             UNTIL CZ-PTN-SUB > CZ-PTN-COUNT
009820                OR CZ-ENTRY-FOUND.
009830     IF CZ-ENTRY-FOUND
009840         GO TO 5200-EXIT
009850     END-IF.
009860
009870     IF CZ-PTN-COUNT >= CZ-PTN-TABLE-MAX
009880         DISPLAY "CIPHCHRG MORE THAN " CZ-PTN-TABLE-MAX
009890             " PARTNER CODES IN THE YEAR TO DATE"
009900         MOVE 16 TO RETURN-CODE
009910         STOP RUN
009920     END-IF.
009930     ADD 1 TO CZ-PTN-COUNT.
009940     MOVE CZ-PTN-COUNT    TO CZ-PTN-HIT-SUB.
009950     MOVE CZ-POST-PARTNER TO CZ-PTNT-CODE(CZ-PTN-HIT-SUB).
009960     MOVE "N"             TO CZ-PTNT-ACTIVE(CZ-PTN-HIT-SUB).
009970     MOVE "N"             TO CZ-PTNT-PRINTED(CZ-PTN-HIT-SUB).
009980     MOVE CZ-ZERO-VECTOR
009990         TO CZ-PTNT-MONTH-VECTOR(CZ-PTN-HIT-SUB).
010000     MOVE CZ-ZERO-VECTOR
010010         TO CZ-PTNT-YTD-VECTOR(CZ-PTN-HIT-SUB).
010020     PERFORM 5220-CLEAR-ONE-WEEK THRU 5220-EXIT
010030             VARYING CZ-WEEK-SUB FROM 1 BY 1
010040             UNTIL CZ-WEEK-SUB > 5.
010050
010060 5200-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100*    5210-CHECK-ONE-PARTNER - COMPARE ONE PARTNER TABLE ENTRY
010110******************************************************************
010120 5210-CHECK-ONE-PARTNER.
010130
010140     IF CZ-PTNT-CODE(CZ-PTN-SUB) = CZ-POST-PARTNER
010150         MOVE "Y"        TO CZ-FOUND-SWITCH
010160         MOVE CZ-PTN-SUB TO CZ-PTN-HIT-SUB
010170     END-IF.
010180
010190 5210-EXIT.
010200     EXIT.
010210
010220******************************************************************
010230*    5220-CLEAR-ONE-WEEK - ZERO ONE WEEK OF A NEW PARTNER ENTRY
010240******************************************************************
010250 5220-CLEAR-ONE-WEEK.
010260
010270     MOVE CZ-ZERO-VECTOR
010280         TO CZ-PTNT-WEEK(CZ-PTN-HIT-SUB, CZ-WEEK-SUB).
010290
010300 5220-EXIT.
010310     EXIT.
010320
010330******************************************************************
010340*    5300-FIND-PARTNER-KEY - FIND THE RECORD'S PARTNER AND KEY ID
010350*                            IN THE PARTNER AND KEY TABLE, ADDING
010360*                            THEM IF NEW
010370******************************************************************
010380 5300-FIND-PARTNER-KEY.
010390
010400     MOVE "N" TO CZ-FOUND-SWITCH.
010410     MOVE 0   TO CZ-PKY-HIT-SUB.
010420     PERFORM 5310-CHECK-ONE-PARTNER-KEY THRU 5310-EXIT
010430             VARYING CZ-PKY-SUB FROM 1 BY 1
010440             UNTIL CZ-PKY-SUB > CZ-PKY-COUNT
010450                OR CZ-ENTRY-FOUND.
010460     IF CZ-ENTRY-FOUND
010470         GO TO 5300-EXIT
010480     END-IF.
010490
010500     IF CZ-PKY-COUNT >= CZ-PKY-TABLE-MAX
010510         DISPLAY "CIPHCHRG MORE THAN " CZ-PKY-TABLE-MAX
010520             " PARTNER AND KEY ID PAIRS IN THE BILLING MONTH"
010530         MOVE 16 TO RETURN-CODE
010540         STOP RUN
010550     END-IF.
010560     ADD 1 TO CZ-PKY-COUNT.
010570     MOVE CZ-PKY-COUNT    TO CZ-PKY-HIT-SUB.
010580     MOVE CZ-POST-PARTNER TO CZ-PKYT-PARTNER(CZ-PKY-HIT-SUB).
010590     MOVE CZ-POST-KEY-ID  TO CZ-PKYT-KEY-ID(CZ-PKY-HIT-SUB).
010600     MOVE "N"             TO CZ-PKYT-PRINTED(CZ-PKY-HIT-SUB).
010610     MOVE CZ-ZERO-VECTOR  TO CZ-PKYT-VECTOR(CZ-PKY-HIT-SUB).
010620
010630 5300-EXIT.
010640     EXIT.
010650
010660******************************************************************
010670*    5310-CHECK-ONE-PARTNER-KEY - COMPARE ONE PARTNER AND KEY
010680*                                 TABLE ENTRY
010690******************************************************************
010700 5310-CHECK-ONE-PARTNER-KEY.
010710
010720     IF CZ-PKYT-PARTNER(CZ-PKY-SUB) = CZ-POST-PARTNER
010730       AND CZ-PKYT-KEY-ID(CZ-PKY-SUB) = CZ-POST-KEY-ID
010740         MOVE "Y"        TO CZ-FOUND-SWITCH
010750         MOVE CZ-PKY-SUB TO CZ-PKY-HIT-SUB
010760     END-IF.
010770
010780 5310-EXIT.
010790     EXIT.
010800
010810******************************************************************
010820*    7000-CONVERT-DATE - TURN THE YYYY-MM-DD DATE WORK AREA INTO
010830*                        A DAY NUMBER, SETTING CZ-DATE-VALID
010840*                        WHEN IT IS A REAL DATE
010850******************************************************************
010860 7000-CONVERT-DATE.
010870
010880     MOVE "N" TO CZ-DATE-VALID-SWITCH.
010890     MOVE 0   TO CZ-DATE-INT.
010900
010910     IF CZ-DTW-YEAR  NOT NUMERIC
010920       OR CZ-DTW-MONTH NOT NUMERIC
010930       OR CZ-DTW-DAY   NOT NUMERIC
010940       OR CZ-DTW-SEP-1 NOT = "-"
010950       OR CZ-DTW-SEP-2 NOT = "-"
010960         GO TO 7000-EXIT
010970     END-IF.
010980     IF CZ-DTW-YEAR < 1601
010990       OR CZ-DTW-MONTH < 1 OR CZ-DTW-MONTH > 12
011000       OR CZ-DTW-DAY   < 1 OR CZ-DTW-DAY   > 31
011010         GO TO 7000-EXIT
011020     END-IF.
011030
011040     COMPUTE CZ-DATE-INT = FUNCTION INTEGER-OF-DATE
011050         (CZ-DTW-YEAR * 10000 + CZ-DTW-MONTH * 100 + CZ-DTW-DAY).
011060     IF CZ-DATE-INT > 0
011070         MOVE "Y" TO CZ-DATE-VALID-SWITCH
011080     END-IF.
011090
011100 7000-EXIT.
011110     EXIT.
011120
011130******************************************************************
011140*    8000-FINALIZE - PROVE THE EXTRACT AGAINST THE REPORT, PRINT
011150*                    THE RUN TOTALS, CLOSE UP, AND SET THE
011160*                    RETURN CODE
011170******************************************************************
011180 8000-FINALIZE.
011190
011200     CLOSE CHRGXTR.
011210
011220     MOVE SPACES TO CHRGRPT-RECORD.
011230     WRITE CHRGRPT-RECORD.
011240     MOVE "RUN TOTALS" TO CHRGRPT-RECORD.
011250     WRITE CHRGRPT-RECORD.
011260     MOVE SPACES TO CHRGRPT-RECORD.
011270     IF CZ-ARCHHIST-PRESENT
011280         STRING "  ARCHHIST RECORDS READ : " CZ-ARCHHIST-READ
011290             DELIMITED BY SIZE INTO CHRGRPT-RECORD
011300     ELSE
011310         MOVE "  ARCHHIST                : NOT PRESENT"
011320             TO CHRGRPT-RECORD
011330     END-IF.
011340     WRITE CHRGRPT-RECORD.
011350     MOVE SPACES TO CHRGRPT-RECORD.
011360     STRING "  CIPHARCH RECORDS READ : " CZ-CIPHARCH-READ
011370         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
011380     WRITE CHRGRPT-RECORD.
011390     MOVE SPACES TO CHRGRPT-RECORD.
011400     IF CZ-AUDHIST-PRESENT
011410         STRING "  AUDHIST RECORDS READ  : " CZ-AUDHIST-READ
011420             DELIMITED BY SIZE INTO CHRGRPT-RECORD
011430     ELSE
011440         MOVE "  AUDHIST                 : NOT PRESENT"
011450             TO CHRGRPT-RECORD
011460     END-IF.
011470     WRITE CHRGRPT-RECORD.
011480     MOVE SPACES TO CHRGRPT-RECORD.
011490     STRING "  CIPHAUD RECORDS READ  : " CZ-CIPHAUD-READ
011500         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
011510     WRITE CHRGRPT-RECORD.
011520     MOVE SPACES TO CHRGRPT-RECORD.
011530     STRING "  RECORDS BILLED        : " CZ-RECS-BILLED
011540            "   OUTSIDE THE YEAR : " CZ-RECS-OUTSIDE
011550         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
011560     WRITE CHRGRPT-RECORD.
011570     MOVE SPACES TO CHRGRPT-RECORD.
011580     STRING "  NOT BILLED - NO PARTNER CODE : " CZ-RECS-NO-PARTNER
011590            "   BAD RUN DATE : " CZ-RECS-BAD-DATE
011600         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
011610     WRITE CHRGRPT-RECORD.
011620     MOVE SPACES TO CHRGRPT-RECORD.
011630     STRING "  EXTRACT DETAILS       : " CZ-XTR-DETAILS
011640            "   PARTNERS : " CZ-XTR-PARTNERS
011650         DELIMITED BY SIZE INTO CHRGRPT-RECORD.
011660     WRITE CHRGRPT-RECORD.
011670
011680     MOVE SPACES TO CHRGRPT-RECORD.
011690     IF CZ-EXTRACT-VECTOR = CZ-GRAND-MONTH-VECTOR
011700         MOVE "  EXTRACT TRAILER BALANCES TO THE MONTH TOTAL"
011710             TO CHRGRPT-RECORD
011720     ELSE
011730         MOVE
011740           "  *** EXTRACT DOES NOT BALANCE TO MONTH TOTAL ***"
011750             TO CHRGRPT-RECORD
011760     END-IF.
011770     WRITE CHRGRPT-RECORD.
011780     CLOSE CHRGRPT.
011790
011800     DISPLAY "CIPHCHRG BILLING MONTH        : " CZ-RPT-MONTH.
011810     DISPLAY "CIPHCHRG ARCHIVE RECORDS READ : "
011820         CZ-ARCHHIST-READ " + " CZ-CIPHARCH-READ.
011830     DISPLAY "CIPHCHRG AUDIT RECORDS READ   : "
011840         CZ-AUDHIST-READ " + " CZ-CIPHAUD-READ.
011850     DISPLAY "CIPHCHRG RECORDS BILLED       : " CZ-RECS-BILLED.
011860     DISPLAY "CIPHCHRG NOT BILLED, NO PTNR  : "
011862         CZ-RECS-NO-PARTNER.
011870     DISPLAY "CIPHCHRG EXTRACT DETAILS      : " CZ-XTR-DETAILS.
011880
011890     IF CZ-EXTRACT-VECTOR NOT = CZ-GRAND-MONTH-VECTOR
011900         DISPLAY "CIPHCHRG EXTRACT DOES NOT BALANCE TO THE REPORT"
011910         MOVE 16 TO RETURN-CODE
011920         GO TO 8000-EXIT
011930     END-IF.
011940     IF CZ-RECS-NO-PARTNER > 0
011950       OR CZ-RECS-BAD-DATE > 0
011960         MOVE 4 TO RETURN-CODE
011970     END-IF.
011980
011990 8000-EXIT.
012000     EXIT.
012010
012020 END PROGRAM CIPHCHRG.
