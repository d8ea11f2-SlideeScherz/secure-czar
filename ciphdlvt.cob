000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHDLVT.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. OUTBOUND DELIVERY
000110*                     TRACKING. PARTNERS RETURN AN ACKNOWLEDGE-
000120*                     MENT FILE FOR WHAT WE SEND THEM IN THE SAME
000130*                     CZRCPREC LAYOUT AS OUR OWN CIPHDECR RECEIPT
000140*                     ADVICE - A TYPE-H HEADER WHOSE FILE DATE IS
000150*                     THE RUN DATE OF THE OUTBOUND FILE BEING
000160*                     ACKNOWLEDGED, ONE TYPE-A OR TYPE-R RECORD
000170*                     PER RECORD RECEIVED, AND ONE TYPE-T TRAILER
000180*                     PER PARTNER. THE DAY'S ACKINS (ANY NUMBER OF
000190*                     FILES, EACH STARTING WITH ITS OWN HEADER)
000200*                     ARE PROVED AGAINST THEIR TRAILERS FIRST AND
000210*                     A FILE THAT DOES NOT BALANCE IS SET ASIDE
000220*                     WHOLE. THE ARCHIVE IS THEN WALKED AGAINST
000230*                     THE CUMULATIVE DLVSTAT DELIVERY-STATUS FILE
000240*                     (CZDLVREC), BOTH IN ARCHIVE ORDER, AND EACH
000250*                     ACK IS MATCHED BY PARTNER, RUN DATE AND
000260*                     SEQUENCE NUMBER, WITH THE MESSAGE ID PROVED,
000270*                     ONTO ITS STATUS RECORD. THE NEW STATUS FILE
000280*                     GOES TO DLVSTATN. THE DLVRPT AGING REPORT
000290*                     LISTS BY PARTNER EVERY MESSAGE STILL
000300*                     UNACKNOWLEDGED AFTER THE DLVPARM AGING DAYS
000310*                     AND EVERY REJECT ACKNOWLEDGED WITHIN THAT
000320*                     MANY DAYS, WITH ITS REASON CODE, THEN THE
000330*                     ACKS THAT MATCHED NOTHING. ONE RSNDPARM CARD
000340*                     PER PARTNER AND OVERDUE RUN DATE IS WRITTEN
000350*                     TO DLVRSND UNDER THE DLVPARM OPERATOR, READY
000360*                     FOR CIPHRSND, AND THE AGING CLOCK OF THE
000370*                     MESSAGES IT COVERS RESTARTS. RETURN-CODE 4
000380*                     WHEN ANYTHING IS LISTED, 16 WHEN CIPHARCH
000390*                     IS MISSING OR A TABLE OVERFLOWS.
000391*    10/15/26   SMS   CIPHARCH RECORD WIDENED TO 113 BYTES FOR THE
000392*                     CYCLE NUMBER NOW CARRIED ON CZARCREC. AN
000393*                     INTRADAY EXPRESS CYCLE AND THE NIGHT RUN OF
000394*                     ONE DATE CAN EACH ARCHIVE A PARTNER RECORD
000395*                     WITH THE SAME SEQUENCE NUMBER, SO AN ACK
000396*                     WHOSE MESSAGE ID DISAGREES WITH THE FIRST
000397*                     SUCH RECORD IS NO LONGER USED UP AS A
000398*                     MISMATCH THERE; IT STAYS FREE FOR THE OTHER
000399*                     RUN'S RECORD AND IS LISTED AS A MISMATCH
000400*                     ONLY IF NOTHING CLAIMS IT.
000401******************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DLVPARM ASSIGN TO "DLVPARM"
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS CZ-DLVPARM-STATUS.
000480
000490     SELECT ACKIN ASSIGN TO "ACKIN"
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS CZ-ACKIN-STATUS.
000520
000530     SELECT CIPHARCH ASSIGN TO "CIPHARCH"
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS CZ-CIPHARCH-STATUS.
000560
000570     SELECT DLVSTAT ASSIGN TO "DLVSTAT"
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS CZ-DLVSTAT-STATUS.
000600
000610     SELECT DLVSTATN ASSIGN TO "DLVSTATN"
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS CZ-DLVSTATN-STATUS.
000640
000650     SELECT DLVRPT ASSIGN TO "DLVRPT"
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS CZ-DLVRPT-STATUS.
000680
000690     SELECT DLVRSND ASSIGN TO "DLVRSND"
000700            ORGANIZATION IS LINE SEQUENTIAL
000710            FILE STATUS IS CZ-DLVRSND-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  DLVPARM
000760     RECORDING MODE IS F.
000770 01  DLVPARM-RECORD             PIC X(30).
000780
000790 FD  ACKIN
000800     RECORDING MODE IS F.
000810 01  ACKIN-RECORD               PIC X(32).
000820
000830 FD  CIPHARCH
000840     RECORDING MODE IS F.
000850 01  CIPHARCH-RECORD            PIC X(113).
000860
000870 FD  DLVSTAT
000880     RECORDING MODE IS F.
000890 01  DLVSTAT-RECORD             PIC X(80).
000900
000910 FD  DLVSTATN
000920     RECORDING MODE IS F.
000930 01  DLVSTATN-RECORD            PIC X(80).
000940
000950 FD  DLVRPT
000960     RECORDING MODE IS F.
000970 01  DLVRPT-RECORD              PIC X(80).
000980
000990 FD  DLVRSND
001000     RECORDING MODE IS F.
001010 01  DLVRSND-RECORD             PIC X(32).
001020
001030 WORKING-STORAGE SECTION.
001040******************************************************************
001050*    RECORD WORK AREAS - COPYBOOKS
001060******************************************************************
001070     COPY czrcprec.
001080
001090     COPY czarcrec.
001100
001110     COPY czdlvrec.
001120
001130******************************************************************
001140*    TRACKING CONTROL CARD - OPTIONAL. AGING DAYS DEFAULT TO 3;
001150*    A BLANK AS-OF DATE IS TODAY. WITH NO OPERATOR THE RESEND
001160*    CARDS ARE NOT WRITTEN, SINCE CIPHRSND WOULD REFUSE THEM.
001170******************************************************************
001180 01  CZ-DLVT-PARM.
001190     05  CZ-DLP-AGING-DAYS       PIC 9(03).
001200     05  CZ-DLP-OPERATOR-ID      PIC X(08).
001210     05  CZ-DLP-AS-OF-DATE       PIC X(10).
001220     05  FILLER                  PIC X(09).
001230
001240******************************************************************
001250*    RESEND REQUEST CARD - THE CIPHRSND RSNDPARM LAYOUT
001260******************************************************************
001270 01  CZ-RSND-REQUEST.
001280     05  CZ-RSN-PARTNER-CODE     PIC X(04).
001290     05  CZ-RSN-FROM-DATE        PIC X(10).
001300     05  CZ-RSN-TO-DATE          PIC X(10).
001310     05  CZ-RSN-OPERATOR-ID      PIC X(08).
001320
001330******************************************************************
001340*    PREVIOUS DLVSTAT RECORD, HELD WHILE THE ARCHIVE CATCHES UP
001350*    TO IT
001360******************************************************************
001370 01  CZ-OLD-DLV-AREA.
001380     05  CZ-OLD-PARTNER-CODE     PIC X(04).
001390     05  CZ-OLD-RUN-DATE         PIC X(10).
001400     05  CZ-OLD-SEQ-NO           PIC 9(06).
001410     05  CZ-OLD-MSG-ID           PIC X(06).
001420     05  FILLER                  PIC X(54).
001430
001440******************************************************************
001450*    FILE STATUS AND SWITCHES
001460******************************************************************
001470 77  CZ-DLVPARM-STATUS          PIC X(02) VALUE SPACES.
001480     88  CZ-DLVPARM-OK                    VALUE "00".
001490
001500 77  CZ-ACKIN-STATUS            PIC X(02) VALUE SPACES.
001510     88  CZ-ACKIN-OK                      VALUE "00".
001520
001530 77  CZ-CIPHARCH-STATUS         PIC X(02) VALUE SPACES.
001540     88  CZ-CIPHARCH-OK                   VALUE "00".
001550
001560 77  CZ-DLVSTAT-STATUS          PIC X(02) VALUE SPACES.
001570     88  CZ-DLVSTAT-OK                    VALUE "00".
001580
001590 77  CZ-DLVSTATN-STATUS         PIC X(02) VALUE SPACES.
001600     88  CZ-DLVSTATN-OK                   VALUE "00".
001610
001620 77  CZ-DLVRPT-STATUS           PIC X(02) VALUE SPACES.
001630     88  CZ-DLVRPT-OK                     VALUE "00".
001640
001650 77  CZ-DLVRSND-STATUS          PIC X(02) VALUE SPACES.
001660     88  CZ-DLVRSND-OK                    VALUE "00".
001670
001680 77  CZ-ACK-EOF-SWITCH          PIC X(01) VALUE "N".
001690     88  CZ-END-OF-ACKS                   VALUE "Y".
001700
001710 77  CZ-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
001720     88  CZ-END-OF-ARCHIVE                VALUE "Y".
001730
001740 77  CZ-OLD-EOF-SWITCH          PIC X(01) VALUE "N".
001750     88  CZ-END-OF-OLD-STATUS             VALUE "Y".
001760
001770 77  CZ-OLD-OPEN-SWITCH         PIC X(01) VALUE "N".
001780     88  CZ-OLD-STATUS-OPEN               VALUE "Y".
001790
001800 77  CZ-FILE-OPEN-SWITCH        PIC X(01) VALUE "N".
001810     88  CZ-ACK-FILE-OPEN                 VALUE "Y".
001820
001830 77  CZ-FILE-BAD-SWITCH         PIC X(01) VALUE "N".
001840     88  CZ-ACK-FILE-BAD                  VALUE "Y".
001850
001860 77  CZ-FOUND-SWITCH            PIC X(01) VALUE "N".
001870     88  CZ-ENTRY-FOUND                   VALUE "Y".
001880
001890 77  CZ-OFF-ARCHIVE-SWITCH      PIC X(01) VALUE "N".
001900     88  CZ-OFF-ARCHIVE                   VALUE "Y".
001910
001920 77  CZ-CARDS-SWITCH            PIC X(01) VALUE "N".
001930     88  CZ-CARDS-WANTED                  VALUE "Y".
001940
001950 77  CZ-DATE-VALID-SWITCH       PIC X(01) VALUE "N".
001960     88  CZ-DATE-VALID                    VALUE "Y".
001970
001980 01  CZ-CURRENT-DATETIME.
001990     05  CZ-CDT-DATE.
002000         10  CZ-CDT-YEAR         PIC 9(04).
002010         10  CZ-CDT-MONTH        PIC 9(02).
002020         10  CZ-CDT-DAY          PIC 9(02).
002030     05  FILLER                  PIC X(13).
002040
002050******************************************************************
002060*    DATES - THE AS-OF DATE AND A YYYY-MM-DD WORK AREA TURNED
002070*    INTO A DAY NUMBER SO AGES ARE A SIMPLE SUBTRACTION
002080******************************************************************
002090 77  CZ-AS-OF-DATE              PIC X(10) VALUE SPACES.
002100 77  CZ-AS-OF-INT               PIC 9(08) VALUE 0.
002110 77  CZ-DATE-INT                PIC 9(08) VALUE 0.
002120 77  CZ-AGE-DAYS                PIC S9(07) VALUE 0.
002130 77  CZ-AGE-PRINT               PIC 9(05) VALUE 0.
002140
002150 01  CZ-DATE-WORK.
002160     05  CZ-DTW-YEAR             PIC 9(04).
002170     05  CZ-DTW-SEP-1            PIC X(01).
002180     05  CZ-DTW-MONTH            PIC 9(02).
002190     05  CZ-DTW-SEP-2            PIC X(01).
002200     05  CZ-DTW-DAY              PIC 9(02).
002210
002220******************************************************************
002230*    ACKNOWLEDGEMENT TABLE - EVERY A AND R RECORD FROM THE
002240*    BALANCED ACK FILES. THE MATCH FLAG IS N UNTIL THE RECORD IS
002250*    APPLIED (Y) OR FOUND UNDER ANOTHER MESSAGE ID (M).
002260******************************************************************
002270 77  CZ-ACK-TABLE-MAX           PIC 9(04) VALUE 500.
002280 77  CZ-ACK-COUNT               PIC 9(04) VALUE 0.
002290 77  CZ-ACK-SUB                 PIC 9(04) VALUE 0.
002300
002310 01  CZ-ACK-TABLE.
002320     05  CZ-ACK-ENTRY OCCURS 500 TIMES.
002330         10  CZ-ACKT-PARTNER     PIC X(04).
002340         10  CZ-ACKT-RUN-DATE    PIC X(10).
002350         10  CZ-ACKT-SEQ-NO      PIC 9(06).
002360         10  CZ-ACKT-MSG-ID      PIC X(06).
002370         10  CZ-ACKT-TYPE        PIC X(01).
002380         10  CZ-ACKT-REASON      PIC X(05).
002390         10  CZ-ACKT-FILE-NO     PIC 9(03).
002400         10  CZ-ACKT-MATCH       PIC X(01).
002410         10  CZ-ACKT-ARC-MSG-ID  PIC X(06).
002420
002430******************************************************************
002440*    CURRENT ACK FILE - ITS HEADER, WHERE ITS RECORDS START IN
002450*    THE ACK TABLE, AND THE PER-PARTNER TALLY PROVED AGAINST ITS
002460*    TYPE-T TRAILERS
002470******************************************************************
002480 77  CZ-FILE-NO                 PIC 9(03) VALUE 0.
002490 77  CZ-FILE-DATE               PIC X(10) VALUE SPACES.
002500 77  CZ-FILE-SOURCE             PIC X(08) VALUE SPACES.
002510 77  CZ-FILE-BASE               PIC 9(04) VALUE 0.
002520 77  CZ-FILE-RECS               PIC 9(06) VALUE 0.
002530 77  CZ-FILE-REASON             PIC X(60) VALUE SPACES.
002540
002550 77  CZ-TALLY-TABLE-MAX         PIC 9(02) VALUE 20.
002560 77  CZ-TALLY-COUNT             PIC 9(02) VALUE 0.
002570 77  CZ-TALLY-SUB               PIC 9(02) VALUE 0.
002580 77  CZ-TALLY-HIT-SUB           PIC 9(02) VALUE 0.
002590 77  CZ-TALLY-WORK-CODE         PIC X(04) VALUE SPACES.
002600
002610 01  CZ-TALLY-TABLE.
002620     05  CZ-TALLY-ENTRY OCCURS 20 TIMES.
002630         10  CZ-TLYT-CODE        PIC X(04).
002640         10  CZ-TLYT-RECS        PIC 9(06).
002650         10  CZ-TLYT-HASH        PIC 9(12).
002660         10  CZ-TLYT-TRL-SEEN    PIC X(01).
002670         10  CZ-TLYT-TRL-RECS    PIC 9(06).
002680         10  CZ-TLYT-TRL-HASH    PIC 9(12).
002690
002700******************************************************************
002710*    PARTNER TABLE - ONE ENTRY PER PARTNER ON THE STATUS FILE,
002720*    IN ORDER OF FIRST APPEARANCE, CARRYING ITS REPORT COUNTS
002730******************************************************************
002740 77  CZ-PTN-TABLE-MAX           PIC 9(02) VALUE 50.
002750 77  CZ-PTN-COUNT               PIC 9(02) VALUE 0.
002760 77  CZ-PTN-SUB                 PIC 9(02) VALUE 0.
002770 77  CZ-PTN-HIT-SUB             PIC 9(02) VALUE 0.
002780
002790 01  CZ-PTN-TABLE.
002800     05  CZ-PTN-ENTRY OCCURS 50 TIMES.
002810         10  CZ-PTNT-CODE        PIC X(04).
002820         10  CZ-PTNT-TRACKED     PIC 9(06).
002830         10  CZ-PTNT-ACKED       PIC 9(06).
002840         10  CZ-PTNT-REJECTED    PIC 9(06).
002850         10  CZ-PTNT-PENDING     PIC 9(06).
002860         10  CZ-PTNT-OVERDUE     PIC 9(06).
002870         10  CZ-PTNT-CARDS       PIC 9(04).
002880
002890******************************************************************
002900*    EXCEPTION TABLE - THE OVERDUE (O) AND REJECTED (R) MESSAGES
002910*    HELD FOR THE BY-PARTNER LISTING. THE NOTE SAYS WHETHER A
002920*    RESEND CARD COVERS AN OVERDUE MESSAGE (C), THE MESSAGE HAS
002930*    GONE TO ARCHHIST (H), OR NO OPERATOR WAS GIVEN (N).
002940******************************************************************
002950 77  CZ-EXC-TABLE-MAX           PIC 9(04) VALUE 500.
002960 77  CZ-EXC-COUNT               PIC 9(04) VALUE 0.
002970 77  CZ-EXC-SUB                 PIC 9(04) VALUE 0.
002980 77  CZ-EXC-NOTE-WORK           PIC X(01) VALUE SPACES.
002990 77  CZ-EXC-NOTE-PRINT          PIC X(11) VALUE SPACES.
003000
003010 01  CZ-EXC-TABLE.
003020     05  CZ-EXC-ENTRY OCCURS 500 TIMES.
003030         10  CZ-EXCT-PARTNER     PIC X(04).
003040         10  CZ-EXCT-TYPE        PIC X(01).
003050         10  CZ-EXCT-RUN-DATE    PIC X(10).
003060         10  CZ-EXCT-SEQ-NO      PIC 9(06).
003070         10  CZ-EXCT-MSG-ID      PIC X(06).
003080         10  CZ-EXCT-REASON      PIC X(05).
003090         10  CZ-EXCT-ACK-DATE    PIC X(10).
003100         10  CZ-EXCT-AGE         PIC 9(05).
003110         10  CZ-EXCT-RESENDS     PIC 9(03).
003120         10  CZ-EXCT-NOTE        PIC X(01).
003130
003140******************************************************************
003150*    RESEND CARD TABLE - ONE CARD PER PARTNER AND RUN DATE
003160******************************************************************
003170 77  CZ-CARD-TABLE-MAX          PIC 9(03) VALUE 200.
003180 77  CZ-CARD-COUNT              PIC 9(03) VALUE 0.
003190 77  CZ-CARD-SUB                PIC 9(03) VALUE 0.
003200
003210 01  CZ-CARD-TABLE.
003220     05  CZ-CARD-ENTRY OCCURS 200 TIMES.
003230         10  CZ-CRDT-PARTNER     PIC X(04).
003240         10  CZ-CRDT-RUN-DATE    PIC X(10).
003250
003260******************************************************************
003270*    RUN TOTALS
003280******************************************************************
003290 77  CZ-ACK-RECS-READ           PIC 9(07) VALUE 0.
003300 77  CZ-FILES-BALANCED          PIC 9(03) VALUE 0.
003310 77  CZ-FILES-REJECTED          PIC 9(03) VALUE 0.
003320 77  CZ-ACKS-APPLIED            PIC 9(06) VALUE 0.
003330 77  CZ-ACKS-MISMATCHED         PIC 9(06) VALUE 0.
003340 77  CZ-ACKS-UNKNOWN            PIC 9(06) VALUE 0.
003350 77  CZ-ARCH-RECS-READ          PIC 9(07) VALUE 0.
003360 77  CZ-NEW-TRACKED             PIC 9(07) VALUE 0.
003370 77  CZ-OFF-ARCHIVE-COUNT       PIC 9(07) VALUE 0.
003380 77  CZ-STATUS-WRITTEN          PIC 9(07) VALUE 0.
003390 77  CZ-OVERDUE-COUNT           PIC 9(06) VALUE 0.
003400 77  CZ-REJECTS-LISTED          PIC 9(06) VALUE 0.
003410 77  CZ-EXC-DROPPED             PIC 9(06) VALUE 0.
003420
003430 PROCEDURE DIVISION.
003440******************************************************************
003450*    0000-MAINLINE
003460******************************************************************
003470 0000-MAINLINE.
003480
003490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003500     PERFORM 2000-LOAD-ACKNOWLEDGEMENTS THRU 2000-EXIT.
003510     PERFORM 3000-TRACK-ARCHIVE THRU 3000-EXIT
003520             UNTIL CZ-END-OF-ARCHIVE.
003530     PERFORM 3200-CARRY-OLD-STATUS THRU 3200-EXIT
003540             UNTIL CZ-END-OF-OLD-STATUS.
003550     PERFORM 4000-REPORT-PARTNERS THRU 4000-EXIT.
003560     PERFORM 5000-REPORT-UNAPPLIED-ACKS THRU 5000-EXIT.
003570     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003580
003590     STOP RUN.
003600
003610******************************************************************
003620*    1000-INITIALIZE - READ THE CONTROL CARD, SETTLE THE AS-OF
003630*                      DATE, OPEN THE FILES, AND PRIME THE
003640*                      ARCHIVE AND THE PREVIOUS STATUS FILE.
003650*                      THE FIRST RUN HAS NO DLVSTAT AND STARTS
003660*                      EVERY ARCHIVED MESSAGE AS PENDING.
003670******************************************************************
003680 1000-INITIALIZE.
003690
003700     MOVE SPACES TO CZ-DLVT-PARM.
003710     OPEN INPUT DLVPARM.
003720     IF CZ-DLVPARM-OK
003730         READ DLVPARM INTO CZ-DLVT-PARM
003740             AT END
003750                 MOVE SPACES TO CZ-DLVT-PARM
003760         END-READ
003770         CLOSE DLVPARM
003780     END-IF.
003790     IF CZ-DLP-AGING-DAYS NOT NUMERIC
003800       OR CZ-DLP-AGING-DAYS = 0
003810         MOVE 003 TO CZ-DLP-AGING-DAYS
003820     END-IF.
003830     IF CZ-DLP-OPERATOR-ID NOT = SPACES
003840         MOVE "Y" TO CZ-CARDS-SWITCH
003850     END-IF.
003860
003870     MOVE FUNCTION CURRENT-DATE TO CZ-CURRENT-DATETIME.
003880     STRING CZ-CDT-YEAR  "-" CZ-CDT-MONTH "-" CZ-CDT-DAY
003890         DELIMITED BY SIZE INTO CZ-AS-OF-DATE.
003900     IF CZ-DLP-AS-OF-DATE NOT = SPACES
003910         MOVE CZ-DLP-AS-OF-DATE TO CZ-AS-OF-DATE
003920     END-IF.
003930     MOVE CZ-AS-OF-DATE TO CZ-DATE-WORK.
003940     PERFORM 7000-CONVERT-DATE THRU 7000-EXIT.
003950     IF NOT CZ-DATE-VALID
003960         DISPLAY "CIPHDLVT AS-OF DATE " CZ-AS-OF-DATE
003970             " IS NOT A VALID YYYY-MM-DD DATE"
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     MOVE CZ-DATE-INT TO CZ-AS-OF-INT.
004020
004030     OPEN INPUT CIPHARCH.
004040     IF NOT CZ-CIPHARCH-OK
004050         DISPLAY "CIPHDLVT CIPHARCH OPEN FAILED, STATUS "
004060             CZ-CIPHARCH-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100
004110     OPEN INPUT DLVSTAT.
004120     IF CZ-DLVSTAT-OK
004130         MOVE "Y" TO CZ-OLD-OPEN-SWITCH
004140         PERFORM 3300-READ-OLD-STATUS THRU 3300-EXIT
004150     ELSE
004160         MOVE "Y" TO CZ-OLD-EOF-SWITCH
004170     END-IF.
004180
004190     OPEN OUTPUT DLVSTATN.
004200     OPEN OUTPUT DLVRSND.
004210     OPEN OUTPUT DLVRPT.
004220     MOVE "CIPHDLVT OUTBOUND DELIVERY STATUS AND AGING REPORT"
004230         TO DLVRPT-RECORD.
004240     WRITE DLVRPT-RECORD.
004250     MOVE SPACES TO DLVRPT-RECORD.
004260     STRING "AS OF " CZ-AS-OF-DATE
004270            "   OVERDUE AFTER " CZ-DLP-AGING-DAYS " DAYS"
004280         DELIMITED BY SIZE INTO DLVRPT-RECORD.
004290     WRITE DLVRPT-RECORD.
004300     MOVE SPACES TO DLVRPT-RECORD.
004310     IF CZ-CARDS-WANTED
004320         STRING "RESEND CARDS RAISED UNDER OPERATOR "
004330                CZ-DLP-OPERATOR-ID
004340             DELIMITED BY SIZE INTO DLVRPT-RECORD
004350     ELSE
004360         MOVE "NO OPERATOR ON DLVPARM - RESEND CARDS NOT WRITTEN"
004370             TO DLVRPT-RECORD
004380     END-IF.
004390     WRITE DLVRPT-RECORD.
004400     MOVE SPACES TO DLVRPT-RECORD.
004410     WRITE DLVRPT-RECORD.
004420
004430     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
004440
004450 1000-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*    2000-LOAD-ACKNOWLEDGEMENTS - READ EVERY ACK FILE ON ACKIN
004500*                                 INTO THE ACK TABLE, PROVING
004510*                                 EACH ONE AGAINST ITS TRAILERS
004520*                                 AS ITS LAST RECORD GOES BY.
004530*                                 NO ACKIN MEANS NO PARTNER HAS
004540*                                 ANSWERED TODAY - THE AGING
004550*                                 STILL RUNS.
004560******************************************************************
004570 2000-LOAD-ACKNOWLEDGEMENTS.
004580
004590     MOVE "ACKNOWLEDGEMENT FILES" TO DLVRPT-RECORD.
004600     WRITE DLVRPT-RECORD.
004610
004620     OPEN INPUT ACKIN.
004630     IF NOT CZ-ACKIN-OK
004640         MOVE "  NO ACKNOWLEDGEMENT FILES RECEIVED"
004650             TO DLVRPT-RECORD
004660         WRITE DLVRPT-RECORD
004670         MOVE SPACES TO DLVRPT-RECORD
004680         WRITE DLVRPT-RECORD
004690         GO TO 2000-EXIT
004700     END-IF.
004710
004720     PERFORM 2100-PROCESS-ACK-RECORD THRU 2100-EXIT
004730             UNTIL CZ-END-OF-ACKS.
004740     IF CZ-ACK-FILE-OPEN
004750         PERFORM 2500-PROVE-ACK-FILE THRU 2500-EXIT
004760     END-IF.
004770     CLOSE ACKIN.
004780
004790     IF CZ-FILE-NO = 0
004800         MOVE "  NO ACKNOWLEDGEMENT FILES RECEIVED"
004810             TO DLVRPT-RECORD
004820         WRITE DLVRPT-RECORD
004830     END-IF.
004840     MOVE SPACES TO DLVRPT-RECORD.
004850     WRITE DLVRPT-RECORD.
004860
004870 2000-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*    2100-PROCESS-ACK-RECORD - READ ONE ACKIN RECORD AND ROUTE
004920*                              IT BY TYPE. A HEADER CLOSES THE
004930*                              FILE BEFORE IT; A RECORD WITH NO
004940*                              HEADER AHEAD OF IT OPENS A FILE
004950*                              THAT CAN NEVER BALANCE.
004960******************************************************************
004970 2100-PROCESS-ACK-RECORD.
004980
004990     READ ACKIN INTO CZ-RECEIPT-RECORD
005000         AT END
005010             MOVE "Y" TO CZ-ACK-EOF-SWITCH
005020             GO TO 2100-EXIT
005030     END-READ.
005040     ADD 1 TO CZ-ACK-RECS-READ.
005050
005060     IF CZ-RCP-TYPE-HEADER
005070         IF CZ-ACK-FILE-OPEN
005080             PERFORM 2500-PROVE-ACK-FILE THRU 2500-EXIT
005090         END-IF
005100         PERFORM 2200-START-ACK-FILE THRU 2200-EXIT
005110         GO TO 2100-EXIT
005120     END-IF.
005130
005140     IF NOT CZ-ACK-FILE-OPEN
005150         PERFORM 2200-START-ACK-FILE THRU 2200-EXIT
005160     END-IF.
005170
005180     EVALUATE TRUE
005190         WHEN CZ-RCP-TYPE-ACCEPTED
005200         WHEN CZ-RCP-TYPE-REJECT
005210             PERFORM 2300-HOLD-ACK THRU 2300-EXIT
005220         WHEN CZ-RCP-TYPE-TRAILER
005230             PERFORM 2400-TAKE-TRAILER THRU 2400-EXIT
005240         WHEN OTHER
005250             IF NOT CZ-ACK-FILE-BAD
005260                 MOVE "Y" TO CZ-FILE-BAD-SWITCH
005270                 MOVE SPACES TO CZ-FILE-REASON
005280                 STRING "UNKNOWN RECORD TYPE " CZ-RCP-REC-TYPE
005290                     DELIMITED BY SIZE INTO CZ-FILE-REASON
005300             END-IF
005310     END-EVALUATE.
005320
005330 2100-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*    2200-START-ACK-FILE - OPEN A NEW ACK FILE FROM ITS HEADER,
005380*                          REMEMBERING WHERE ITS RECORDS START IN
005390*                          THE ACK TABLE SO THE WHOLE FILE CAN BE
005400*                          SET ASIDE IF IT DOES NOT BALANCE
005410******************************************************************
005420 2200-START-ACK-FILE.
005430
005440     ADD 1 TO CZ-FILE-NO.
005450     MOVE "Y"          TO CZ-FILE-OPEN-SWITCH.
005460     MOVE "N"          TO CZ-FILE-BAD-SWITCH.
005470     MOVE SPACES       TO CZ-FILE-REASON.
005480     MOVE CZ-ACK-COUNT TO CZ-FILE-BASE.
005490     MOVE 0            TO CZ-FILE-RECS.
005500     MOVE 0            TO CZ-TALLY-COUNT.
005510
005520     IF NOT CZ-RCP-TYPE-HEADER
005530         MOVE SPACES TO CZ-FILE-DATE
005540         MOVE SPACES TO CZ-FILE-SOURCE
005550         MOVE "Y"    TO CZ-FILE-BAD-SWITCH
005560         MOVE "NO TYPE-H HEADER" TO CZ-FILE-REASON
005570         GO TO 2200-EXIT
005580     END-IF.
005590
005600     MOVE CZ-RCP-HDR-FILE-DATE  TO CZ-FILE-DATE.
005610     MOVE CZ-RCP-HDR-SOURCE-SYS TO CZ-FILE-SOURCE.
005620     MOVE CZ-FILE-DATE TO CZ-DATE-WORK.
005630     PERFORM 7000-CONVERT-DATE THRU 7000-EXIT.
005640     IF NOT CZ-DATE-VALID
005650         MOVE "Y" TO CZ-FILE-BAD-SWITCH
005660         MOVE "HEADER FILE DATE IS NOT A VALID DATE"
005670             TO CZ-FILE-REASON
005680     END-IF.
005690
005700 2200-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740*    2300-HOLD-ACK - TALLY ONE A OR R RECORD FOR ITS PARTNER AND
005750*                    HOLD IT IN THE ACK TABLE UNDER THE FILE'S
005760*                    RUN DATE
005770******************************************************************
005780 2300-HOLD-ACK.
005790
005800     ADD 1 TO CZ-FILE-RECS.
005810     IF CZ-RCP-SEQ-NO NOT NUMERIC
005820         IF NOT CZ-ACK-FILE-BAD
005830             MOVE "Y" TO CZ-FILE-BAD-SWITCH
005840             MOVE "SEQUENCE NUMBER NOT NUMERIC"
005850                 TO CZ-FILE-REASON
005860         END-IF
005870         GO TO 2300-EXIT
005880     END-IF.
005890
005900     MOVE CZ-RCP-PARTNER-CODE TO CZ-TALLY-WORK-CODE.
005910     PERFORM 2700-FIND-TALLY THRU 2700-EXIT.
005920     IF CZ-TALLY-HIT-SUB = 0
005930         GO TO 2300-EXIT
005940     END-IF.
005950     ADD 1             TO CZ-TLYT-RECS(CZ-TALLY-HIT-SUB).
005960     ADD CZ-RCP-SEQ-NO TO CZ-TLYT-HASH(CZ-TALLY-HIT-SUB).
005970
005980     IF CZ-ACK-COUNT >= CZ-ACK-TABLE-MAX
005990         DISPLAY "CIPHDLVT MORE THAN " CZ-ACK-TABLE-MAX
006000             " ACKNOWLEDGEMENT RECORDS ON ACKIN"
006010         MOVE 16 TO RETURN-CODE
006020         STOP RUN
006030     END-IF.
006040     ADD 1 TO CZ-ACK-COUNT.
006050     MOVE CZ-RCP-PARTNER-CODE TO CZ-ACKT-PARTNER(CZ-ACK-COUNT).
006060     MOVE CZ-FILE-DATE        TO CZ-ACKT-RUN-DATE(CZ-ACK-COUNT).
006070     MOVE CZ-RCP-SEQ-NO       TO CZ-ACKT-SEQ-NO(CZ-ACK-COUNT).
006080     MOVE CZ-RCP-MSG-ID       TO CZ-ACKT-MSG-ID(CZ-ACK-COUNT).
006090     MOVE CZ-RCP-REC-TYPE     TO CZ-ACKT-TYPE(CZ-ACK-COUNT).
006100     MOVE CZ-FILE-NO          TO CZ-ACKT-FILE-NO(CZ-ACK-COUNT).
006110     MOVE "N"                 TO CZ-ACKT-MATCH(CZ-ACK-COUNT).
006120     MOVE SPACES TO CZ-ACKT-ARC-MSG-ID(CZ-ACK-COUNT).
006130     IF CZ-RCP-TYPE-REJECT
006140         MOVE CZ-RCP-REASON-CODE
006150             TO CZ-ACKT-REASON(CZ-ACK-COUNT)
006160     ELSE
006170         MOVE SPACES TO CZ-ACKT-REASON(CZ-ACK-COUNT)
006180     END-IF.
006190
006200 2300-EXIT.
006210     EXIT.
006220
006230******************************************************************
006240*    2400-TAKE-TRAILER - RECORD ONE PARTNER'S TYPE-T COUNT AND
006250*                        SEQUENCE HASH FOR THE FILE PROOF
006260******************************************************************
006270 2400-TAKE-TRAILER.
006280
006290     IF CZ-RCP-TRL-REC-COUNT NOT NUMERIC
006300       OR CZ-RCP-TRL-SEQ-HASH NOT NUMERIC
006310         IF NOT CZ-ACK-FILE-BAD
006320             MOVE "Y" TO CZ-FILE-BAD-SWITCH
006330             MOVE SPACES TO CZ-FILE-REASON
006340             STRING "TRAILER NOT NUMERIC FOR PARTNER "
006350                    CZ-RCP-TRL-PARTNER
006360                 DELIMITED BY SIZE INTO CZ-FILE-REASON
006370         END-IF
006380         GO TO 2400-EXIT
006390     END-IF.
006400
006410     MOVE CZ-RCP-TRL-PARTNER TO CZ-TALLY-WORK-CODE.
006420     PERFORM 2700-FIND-TALLY THRU 2700-EXIT.
006430     IF CZ-TALLY-HIT-SUB = 0
006440         GO TO 2400-EXIT
006450     END-IF.
006460
006470     IF CZ-TLYT-TRL-SEEN(CZ-TALLY-HIT-SUB) = "Y"
006480         IF NOT CZ-ACK-FILE-BAD
006490             MOVE "Y" TO CZ-FILE-BAD-SWITCH
006500             MOVE SPACES TO CZ-FILE-REASON
006510             STRING "SECOND TRAILER FOR PARTNER "
006520                    CZ-RCP-TRL-PARTNER
006530                 DELIMITED BY SIZE INTO CZ-FILE-REASON
006540         END-IF
006550         GO TO 2400-EXIT
006560     END-IF.
006570
006580     MOVE "Y" TO CZ-TLYT-TRL-SEEN(CZ-TALLY-HIT-SUB).
006590     MOVE CZ-RCP-TRL-REC-COUNT
006600         TO CZ-TLYT-TRL-RECS(CZ-TALLY-HIT-SUB).
006610     MOVE CZ-RCP-TRL-SEQ-HASH
006620         TO CZ-TLYT-TRL-HASH(CZ-TALLY-HIT-SUB).
006630
006640 2400-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680*    2500-PROVE-ACK-FILE - AT THE END OF A FILE, PROVE EVERY
006690*                          PARTNER'S TALLY AGAINST ITS TRAILER.
006700*                          A FILE THAT FAILS IS DROPPED FROM THE
006710*                          ACK TABLE WHOLE - NONE OF ITS ACKS IS
006720*                          APPLIED - AND THE PARTNER IS ASKED TO
006730*                          SEND IT AGAIN.
006740******************************************************************
006750 2500-PROVE-ACK-FILE.
006760
006770     PERFORM 2510-PROVE-ONE-PARTNER THRU 2510-EXIT
006780             VARYING CZ-TALLY-SUB FROM 1 BY 1
006790             UNTIL CZ-TALLY-SUB > CZ-TALLY-COUNT
006800                OR CZ-ACK-FILE-BAD.
006810
006820     MOVE SPACES TO DLVRPT-RECORD.
006830     IF CZ-ACK-FILE-BAD
006840         MOVE CZ-FILE-BASE TO CZ-ACK-COUNT
006850         ADD 1 TO CZ-FILES-REJECTED
006860         STRING "  FILE " CZ-FILE-NO
006870                " DATED " CZ-FILE-DATE
006880                " FROM " CZ-FILE-SOURCE
006890                " RECORDS " CZ-FILE-RECS
006900                " SET ASIDE"
006910             DELIMITED BY SIZE INTO DLVRPT-RECORD
006920         WRITE DLVRPT-RECORD
006930         MOVE SPACES TO DLVRPT-RECORD
006940         STRING "           " CZ-FILE-REASON
006950             DELIMITED BY SIZE INTO DLVRPT-RECORD
006960     ELSE
006970         ADD 1 TO CZ-FILES-BALANCED
006980         STRING "  FILE " CZ-FILE-NO
006990                " DATED " CZ-FILE-DATE
007000                " FROM " CZ-FILE-SOURCE
007010                " RECORDS " CZ-FILE-RECS
007020                " BALANCED"
007030             DELIMITED BY SIZE INTO DLVRPT-RECORD
007040     END-IF.
007050     WRITE DLVRPT-RECORD.
007060
007070     MOVE "N" TO CZ-FILE-OPEN-SWITCH.
007080
007090 2500-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130*    2510-PROVE-ONE-PARTNER - ONE PARTNER'S COUNT AND HASH MUST
007140*                             AGREE WITH ITS TYPE-T TRAILER
007150******************************************************************
007160 2510-PROVE-ONE-PARTNER.
007170
007180     IF CZ-TLYT-TRL-SEEN(CZ-TALLY-SUB) NOT = "Y"
007190         MOVE "Y" TO CZ-FILE-BAD-SWITCH
007200         MOVE SPACES TO CZ-FILE-REASON
007210         STRING "NO TRAILER FOR PARTNER "
007220                CZ-TLYT-CODE(CZ-TALLY-SUB)
007230             DELIMITED BY SIZE INTO CZ-FILE-REASON
007240         GO TO 2510-EXIT
007250     END-IF.
007260
007270     IF CZ-TLYT-RECS(CZ-TALLY-SUB)
007280             NOT = CZ-TLYT-TRL-RECS(CZ-TALLY-SUB)
007290       OR CZ-TLYT-HASH(CZ-TALLY-SUB)
007300             NOT = CZ-TLYT-TRL-HASH(CZ-TALLY-SUB)
007310         MOVE "Y" TO CZ-FILE-BAD-SWITCH
007320         MOVE SPACES TO CZ-FILE-REASON
007330         STRING "PARTNER " CZ-TLYT-CODE(CZ-TALLY-SUB)
007340                " OUT OF BALANCE - COUNTED "
007350                CZ-TLYT-RECS(CZ-TALLY-SUB)
007360                " TRAILER " CZ-TLYT-TRL-RECS(CZ-TALLY-SUB)
007370             DELIMITED BY SIZE INTO CZ-FILE-REASON
007380     END-IF.
007390
007400 2510-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440*    2700-FIND-TALLY - FIND CZ-TALLY-WORK-CODE IN THE CURRENT
007450*                      FILE'S TALLY, ADDING IT IF NEW. A FILE
007460*                      WITH MORE PARTNERS THAN THE TALLY HOLDS
007470*                      CANNOT BE PROVED AND IS SET ASIDE;
007480*                      CZ-TALLY-HIT-SUB COMES BACK ZERO.
007490******************************************************************
007500 2700-FIND-TALLY.
007510
007520     MOVE "N" TO CZ-FOUND-SWITCH.
007530     MOVE 0   TO CZ-TALLY-HIT-SUB.
007540     PERFORM 2710-CHECK-ONE-TALLY THRU 2710-EXIT
007550             VARYING CZ-TALLY-SUB FROM 1 BY 1
007560             UNTIL CZ-TALLY-SUB > CZ-TALLY-COUNT
007570                OR CZ-ENTRY-FOUND.
007580     IF CZ-ENTRY-FOUND
007590         GO TO 2700-EXIT
007600     END-IF.
007610
007620     IF CZ-TALLY-COUNT >= CZ-TALLY-TABLE-MAX
007630         IF NOT CZ-ACK-FILE-BAD
007640             MOVE "Y" TO CZ-FILE-BAD-SWITCH
007650             MOVE SPACES TO CZ-FILE-REASON
007660             STRING "MORE THAN " CZ-TALLY-TABLE-MAX
007670                    " PARTNERS IN ONE FILE"
007680                 DELIMITED BY SIZE INTO CZ-FILE-REASON
007690         END-IF
007700         GO TO 2700-EXIT
007710     END-IF.
007720
007730     ADD 1 TO CZ-TALLY-COUNT.
007740     MOVE CZ-TALLY-COUNT     TO CZ-TALLY-HIT-SUB.
007750     MOVE CZ-TALLY-WORK-CODE TO CZ-TLYT-CODE(CZ-TALLY-HIT-SUB).
007760     MOVE 0   TO CZ-TLYT-RECS(CZ-TALLY-HIT-SUB).
007770     MOVE 0   TO CZ-TLYT-HASH(CZ-TALLY-HIT-SUB).
007780     MOVE "N" TO CZ-TLYT-TRL-SEEN(CZ-TALLY-HIT-SUB).
007790     MOVE 0   TO CZ-TLYT-TRL-RECS(CZ-TALLY-HIT-SUB).
007800     MOVE 0   TO CZ-TLYT-TRL-HASH(CZ-TALLY-HIT-SUB).
007810
007820 2700-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    2710-CHECK-ONE-TALLY - COMPARE ONE TALLY ENTRY'S PARTNER
007870******************************************************************
007880 2710-CHECK-ONE-TALLY.
007890
007900     IF CZ-TLYT-CODE(CZ-TALLY-SUB) = CZ-TALLY-WORK-CODE
007910         MOVE "Y"          TO CZ-FOUND-SWITCH
007920         MOVE CZ-TALLY-SUB TO CZ-TALLY-HIT-SUB
007930     END-IF.
007940
007950 2710-EXIT.
007960     EXIT.
007970
007980******************************************************************
007990*    3000-TRACK-ARCHIVE - BRING ONE ARCHIVE RECORD'S DELIVERY
007992*                         STATUS UP TO DATE. BOTH FILES RUN IN
007994*                         ARCHIVE ORDER, SO PREVIOUS STATUS
007996*                         RECORDS AHEAD OF THIS MESSAGE THAT THE
007998*                         ARCHIVE NO LONGER HOLDS (CIPHRETN HAS
008030*                         MOVED THEM TO ARCHHIST) ARE CARRIED
008040*                         FORWARD FIRST. A PREVIOUS RECORD WITH
008050*                         THE SAME KEY IS THIS MESSAGE'S STATUS;
008060*                         OTHERWISE THE MESSAGE IS NEW AND STARTS
008070*                         PENDING.
008080******************************************************************
008090 3000-TRACK-ARCHIVE.
008100
008110     PERFORM 3200-CARRY-OLD-STATUS THRU 3200-EXIT
008112             UNTIL CZ-END-OF-OLD-STATUS
008114                OR CZ-OLD-RUN-DATE > CZ-ARC-RUN-DATE
008116                OR (CZ-OLD-PARTNER-CODE = CZ-ARC-PARTNER-CODE
008118                AND CZ-OLD-RUN-DATE     = CZ-ARC-RUN-DATE
008120                AND CZ-OLD-SEQ-NO       = CZ-ARC-SEQ-NO
008122                AND CZ-OLD-MSG-ID       = CZ-ARC-MSG-ID).
008140
008150     IF NOT CZ-END-OF-OLD-STATUS
008160       AND CZ-OLD-PARTNER-CODE = CZ-ARC-PARTNER-CODE
008170       AND CZ-OLD-RUN-DATE     = CZ-ARC-RUN-DATE
008180       AND CZ-OLD-SEQ-NO       = CZ-ARC-SEQ-NO
008190       AND CZ-OLD-MSG-ID       = CZ-ARC-MSG-ID
008200         MOVE CZ-OLD-DLV-AREA TO CZ-DELIVERY-RECORD
008210         PERFORM 3300-READ-OLD-STATUS THRU 3300-EXIT
008220     ELSE
008230         MOVE SPACES              TO CZ-DELIVERY-RECORD
008240         MOVE CZ-ARC-PARTNER-CODE TO CZ-DLV-PARTNER-CODE
008250         MOVE CZ-ARC-RUN-DATE     TO CZ-DLV-RUN-DATE
008260         MOVE CZ-ARC-SEQ-NO       TO CZ-DLV-SEQ-NO
008270         MOVE CZ-ARC-MSG-ID       TO CZ-DLV-MSG-ID
008280         MOVE "P"                 TO CZ-DLV-STATUS
008290         MOVE 0                   TO CZ-DLV-RESEND-COUNT
008300         ADD 1 TO CZ-NEW-TRACKED
008310     END-IF.
008320
008330     MOVE "N" TO CZ-OFF-ARCHIVE-SWITCH.
008340     PERFORM 3500-UPDATE-STATUS THRU 3500-EXIT.
008350
008360     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
008370
008380 3000-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420*    3100-READ-ARCHIVE - READ THE NEXT CIPHARCH RECORD
008430******************************************************************
008440 3100-READ-ARCHIVE.
008450
008460     READ CIPHARCH INTO CZ-ARCHIVE-RECORD
008470         AT END
008480             MOVE "Y" TO CZ-ARCH-EOF-SWITCH
008490             GO TO 3100-EXIT
008500     END-READ.
008510     ADD 1 TO CZ-ARCH-RECS-READ.
008520
008530 3100-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570*    3200-CARRY-OLD-STATUS - CARRY ONE PREVIOUS STATUS RECORD
008580*                            WHOSE MESSAGE IS NO LONGER ON THE
008590*                            ARCHIVE FORWARD, STILL AGEING IT
008600*                            AND APPLYING ACKS TO IT, BUT WITH
008610*                            NO RESEND CARD - CIPHRSND CAN ONLY
008620*                            REBUILD FROM CIPHARCH
008630******************************************************************
008640 3200-CARRY-OLD-STATUS.
008650
008660     MOVE CZ-OLD-DLV-AREA TO CZ-DELIVERY-RECORD.
008670     MOVE "Y" TO CZ-OFF-ARCHIVE-SWITCH.
008680     ADD 1 TO CZ-OFF-ARCHIVE-COUNT.
008690     PERFORM 3500-UPDATE-STATUS THRU 3500-EXIT.
008700
008710     PERFORM 3300-READ-OLD-STATUS THRU 3300-EXIT.
008720
008730 3200-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770*    3300-READ-OLD-STATUS - READ THE NEXT PREVIOUS DLVSTAT RECORD
008780******************************************************************
008790 3300-READ-OLD-STATUS.
008800
008810     READ DLVSTAT INTO CZ-OLD-DLV-AREA
008820         AT END
008830             MOVE "Y" TO CZ-OLD-EOF-SWITCH
008840     END-READ.
008850
008860 3300-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900*    3500-UPDATE-STATUS - APPLY TODAY'S ACKS TO THE STATUS RECORD
008910*                         IN CZ-DELIVERY-RECORD, COUNT IT FOR ITS
008920*                         PARTNER, AGE IT, HOLD IT FOR THE REPORT
008930*                         IF IT IS OVERDUE OR A RECENT REJECT,
008940*                         AND WRITE IT TO THE NEW STATUS FILE
008950******************************************************************
008960 3500-UPDATE-STATUS.
008970
008980     PERFORM 3600-APPLY-ONE-ACK THRU 3600-EXIT
008990             VARYING CZ-ACK-SUB FROM 1 BY 1
009000             UNTIL CZ-ACK-SUB > CZ-ACK-COUNT.
009010
009020     PERFORM 3700-FIND-PARTNER THRU 3700-EXIT.
009030     ADD 1 TO CZ-PTNT-TRACKED(CZ-PTN-HIT-SUB).
009040
009050     EVALUATE TRUE
009060         WHEN CZ-DLV-ACKNOWLEDGED
009070             ADD 1 TO CZ-PTNT-ACKED(CZ-PTN-HIT-SUB)
009080         WHEN CZ-DLV-REJECTED
009090             ADD 1 TO CZ-PTNT-REJECTED(CZ-PTN-HIT-SUB)
009100             PERFORM 3550-CHECK-REJECT THRU 3550-EXIT
009110         WHEN OTHER
009120             PERFORM 3560-AGE-PENDING THRU 3560-EXIT
009130     END-EVALUATE.
009140
009150     WRITE DLVSTATN-RECORD FROM CZ-DELIVERY-RECORD.
009160     ADD 1 TO CZ-STATUS-WRITTEN.
009170
009180 3500-EXIT.
009190     EXIT.
009200
009210******************************************************************
009220*    3550-CHECK-REJECT - A REJECT IS LISTED ON EACH DAY'S REPORT
009230*                        UNTIL IT IS OLDER THAN THE AGING DAYS
009240******************************************************************
009250 3550-CHECK-REJECT.
009260
009270     MOVE CZ-DLV-ACK-DATE TO CZ-DATE-WORK.
009280     PERFORM 7000-CONVERT-DATE THRU 7000-EXIT.
009290     IF NOT CZ-DATE-VALID
009300         GO TO 3550-EXIT
009310     END-IF.
009320     COMPUTE CZ-AGE-DAYS = CZ-AS-OF-INT - CZ-DATE-INT.
009330     IF CZ-AGE-DAYS > CZ-DLP-AGING-DAYS
009340         GO TO 3550-EXIT
009350     END-IF.
009360
009370     ADD 1 TO CZ-REJECTS-LISTED.
009380     MOVE " " TO CZ-EXC-NOTE-WORK.
009390     IF CZ-OFF-ARCHIVE
009400         MOVE "H" TO CZ-EXC-NOTE-WORK
009410     END-IF.
009420     MOVE 0 TO CZ-AGE-PRINT.
009430     PERFORM 3900-HOLD-EXCEPTION THRU 3900-EXIT.
009440
009450 3550-EXIT.
009460     EXIT.
009470
009480******************************************************************
009490*    3560-AGE-PENDING - A PENDING MESSAGE IS OVERDUE ONCE MORE
009500*                       THAN THE AGING DAYS HAVE PASSED SINCE IT
009510*                       WAS SENT OR LAST ASKED TO BE RESENT. AN
009520*                       OVERDUE MESSAGE STILL ON THE ARCHIVE GETS
009530*                       A RESEND CARD AND ITS CLOCK RESTARTS.
009540******************************************************************
009550 3560-AGE-PENDING.
009560
009570     IF CZ-DLV-LAST-RESEND NOT = SPACES
009580         MOVE CZ-DLV-LAST-RESEND TO CZ-DATE-WORK
009590     ELSE
009600         MOVE CZ-DLV-RUN-DATE    TO CZ-DATE-WORK
009610     END-IF.
009620     PERFORM 7000-CONVERT-DATE THRU 7000-EXIT.
009630     IF NOT CZ-DATE-VALID
009640         ADD 1 TO CZ-PTNT-PENDING(CZ-PTN-HIT-SUB)
009650         GO TO 3560-EXIT
009660     END-IF.
009670     COMPUTE CZ-AGE-DAYS = CZ-AS-OF-INT - CZ-DATE-INT.
009680     IF CZ-AGE-DAYS NOT > CZ-DLP-AGING-DAYS
009690         ADD 1 TO CZ-PTNT-PENDING(CZ-PTN-HIT-SUB)
009700         GO TO 3560-EXIT
009710     END-IF.
009720
009730     ADD 1 TO CZ-PTNT-OVERDUE(CZ-PTN-HIT-SUB).
009740     ADD 1 TO CZ-OVERDUE-COUNT.
009750     MOVE CZ-AGE-DAYS TO CZ-AGE-PRINT.
009760
009770     EVALUATE TRUE
009780         WHEN CZ-OFF-ARCHIVE
009790             MOVE "H" TO CZ-EXC-NOTE-WORK
009800         WHEN NOT CZ-CARDS-WANTED
009810             MOVE "N" TO CZ-EXC-NOTE-WORK
009820         WHEN OTHER
009830             MOVE "C" TO CZ-EXC-NOTE-WORK
009840             PERFORM 3800-RAISE-RESEND-CARD THRU 3800-EXIT
009850             ADD 1 TO CZ-DLV-RESEND-COUNT
009860             MOVE CZ-AS-OF-DATE TO CZ-DLV-LAST-RESEND
009870     END-EVALUATE.
009880     PERFORM 3900-HOLD-EXCEPTION THRU 3900-EXIT.
009890
009900 3560-EXIT.
009910     EXIT.
009920
009930******************************************************************
009932*    3600-APPLY-ONE-ACK - APPLY ONE UNUSED ACK WHOSE PARTNER, RUN
009934*                         DATE AND SEQUENCE NUMBER ARE THIS
009936*                         RECORD'S. THE MESSAGE ID MUST AGREE TOO;
009938*                         IF IT DOES NOT THE ACK IS NOT APPLIED
009940*                         AND THE ARCHIVE MESSAGE ID IS NOTED
009942*                         AGAINST IT. THE ACK STAYS UNUSED, SINCE
009944*                         AN EXPRESS CYCLE AND THE NIGHT RUN OF
009946*                         ONE DATE CAN EACH HAVE A RECORD WITH THE
009948*                         SAME SEQUENCE NUMBER - ONLY AN ACK THAT
009950*                         NO RECORD CLAIMS BY THE END IS LISTED AS
009952*                         A MISMATCH.
009990******************************************************************
010000 3600-APPLY-ONE-ACK.
010010
010020     IF CZ-ACKT-MATCH(CZ-ACK-SUB) NOT = "N"
010030       OR CZ-ACKT-PARTNER(CZ-ACK-SUB)  NOT = CZ-DLV-PARTNER-CODE
010040       OR CZ-ACKT-RUN-DATE(CZ-ACK-SUB) NOT = CZ-DLV-RUN-DATE
010050       OR CZ-ACKT-SEQ-NO(CZ-ACK-SUB)   NOT = CZ-DLV-SEQ-NO
010060         GO TO 3600-EXIT
010070     END-IF.
010080
010090     IF CZ-ACKT-MSG-ID(CZ-ACK-SUB) NOT = CZ-DLV-MSG-ID
010100         MOVE CZ-DLV-MSG-ID TO CZ-ACKT-ARC-MSG-ID(CZ-ACK-SUB)
010110         GO TO 3600-EXIT
010140     END-IF.
010150
010160     MOVE "Y"                       TO CZ-ACKT-MATCH(CZ-ACK-SUB).
010170     MOVE CZ-ACKT-TYPE(CZ-ACK-SUB)   TO CZ-DLV-STATUS.
010180     MOVE CZ-ACKT-REASON(CZ-ACK-SUB) TO CZ-DLV-REASON-CODE.
010190     MOVE CZ-AS-OF-DATE              TO CZ-DLV-ACK-DATE.
010200     ADD 1 TO CZ-ACKS-APPLIED.
010210
010220 3600-EXIT.
010230     EXIT.
010240
010250******************************************************************
010260*    3700-FIND-PARTNER - FIND THE RECORD'S PARTNER IN THE PARTNER
010270*                        TABLE, ADDING IT IF NEW
010280******************************************************************
010290 3700-FIND-PARTNER.
010300
010310     MOVE "N" TO CZ-FOUND-SWITCH.
010320     MOVE 0   TO CZ-PTN-HIT-SUB.
010330     PERFORM 3710-CHECK-ONE-PARTNER THRU 3710-EXIT
010340             VARYING CZ-PTN-SUB FROM 1 BY 1
010350             UNTIL CZ-PTN-SUB > CZ-PTN-COUNT
010360                OR CZ-ENTRY-FOUND.
010370     IF CZ-ENTRY-FOUND
010380         GO TO 3700-EXIT
010390     END-IF.
010400
010410     IF CZ-PTN-COUNT >= CZ-PTN-TABLE-MAX
010420         DISPLAY "CIPHDLVT MORE THAN " CZ-PTN-TABLE-MAX
010430             " PARTNER CODES ON THE DELIVERY STATUS FILE"
010440         MOVE 16 TO RETURN-CODE
010450         STOP RUN
010460     END-IF.
010470     ADD 1 TO CZ-PTN-COUNT.
010480     MOVE CZ-PTN-COUNT        TO CZ-PTN-HIT-SUB.
010490     MOVE CZ-DLV-PARTNER-CODE TO CZ-PTNT-CODE(CZ-PTN-HIT-SUB).
010500     MOVE 0 TO CZ-PTNT-TRACKED(CZ-PTN-HIT-SUB).
010510     MOVE 0 TO CZ-PTNT-ACKED(CZ-PTN-HIT-SUB).
010520     MOVE 0 TO CZ-PTNT-REJECTED(CZ-PTN-HIT-SUB).
010530     MOVE 0 TO CZ-PTNT-PENDING(CZ-PTN-HIT-SUB).
010540     MOVE 0 TO CZ-PTNT-OVERDUE(CZ-PTN-HIT-SUB).
010550     MOVE 0 TO CZ-PTNT-CARDS(CZ-PTN-HIT-SUB).
010560
010570 3700-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610*    3710-CHECK-ONE-PARTNER - COMPARE ONE PARTNER TABLE ENTRY
010620******************************************************************
010630 3710-CHECK-ONE-PARTNER.
010640
010650     IF CZ-PTNT-CODE(CZ-PTN-SUB) = CZ-DLV-PARTNER-CODE
010660         MOVE "Y"        TO CZ-FOUND-SWITCH
010670         MOVE CZ-PTN-SUB TO CZ-PTN-HIT-SUB
010680     END-IF.
010690
010700 3710-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740*    3800-RAISE-RESEND-CARD - WRITE AN RSNDPARM CARD FOR THE
010750*                             RECORD'S PARTNER AND RUN DATE
010760*                             UNLESS ONE IS ALREADY RAISED. A
010770*                             CARD RESENDS THAT PARTNER'S WHOLE
010780*                             FILE FOR THE DAY.
010790******************************************************************
010800 3800-RAISE-RESEND-CARD.
010810
010820     MOVE "N" TO CZ-FOUND-SWITCH.
010830     PERFORM 3810-CHECK-ONE-CARD THRU 3810-EXIT
010840             VARYING CZ-CARD-SUB FROM 1 BY 1
010850             UNTIL CZ-CARD-SUB > CZ-CARD-COUNT
010860                OR CZ-ENTRY-FOUND.
010870     IF CZ-ENTRY-FOUND
010880         GO TO 3800-EXIT
010890     END-IF.
010900
010910     IF CZ-CARD-COUNT >= CZ-CARD-TABLE-MAX
010920         DISPLAY "CIPHDLVT MORE THAN " CZ-CARD-TABLE-MAX
010930             " RESEND CARDS IN ONE RUN"
010940         MOVE 16 TO RETURN-CODE
010950         STOP RUN
010960     END-IF.
010970     ADD 1 TO CZ-CARD-COUNT.
010980     MOVE CZ-DLV-PARTNER-CODE TO CZ-CRDT-PARTNER(CZ-CARD-COUNT).
010990     MOVE CZ-DLV-RUN-DATE     TO CZ-CRDT-RUN-DATE(CZ-CARD-COUNT).
011000     ADD 1 TO CZ-PTNT-CARDS(CZ-PTN-HIT-SUB).
011010
011020     MOVE CZ-DLV-PARTNER-CODE TO CZ-RSN-PARTNER-CODE.
011030     MOVE CZ-DLV-RUN-DATE     TO CZ-RSN-FROM-DATE.
011040     MOVE CZ-DLV-RUN-DATE     TO CZ-RSN-TO-DATE.
011050     MOVE CZ-DLP-OPERATOR-ID  TO CZ-RSN-OPERATOR-ID.
011060     WRITE DLVRSND-RECORD FROM CZ-RSND-REQUEST.
011070
011080 3800-EXIT.
011090     EXIT.
011100
011110******************************************************************
011120*    3810-CHECK-ONE-CARD - COMPARE ONE RAISED CARD
011130******************************************************************
011140 3810-CHECK-ONE-CARD.
011150
011160     IF CZ-CRDT-PARTNER(CZ-CARD-SUB)  = CZ-DLV-PARTNER-CODE
011170       AND CZ-CRDT-RUN-DATE(CZ-CARD-SUB) = CZ-DLV-RUN-DATE
011180         MOVE "Y" TO CZ-FOUND-SWITCH
011190     END-IF.
011200
011210 3810-EXIT.
011220     EXIT.
011230
011240******************************************************************
011250*    3900-HOLD-EXCEPTION - HOLD THE RECORD IN CZ-DELIVERY-RECORD
011260*                          FOR THE BY-PARTNER LISTING. PAST THE
011270*                          TABLE'S SIZE THE RECORD IS STILL
011280*                          COUNTED BUT NOT LISTED.
011290******************************************************************
011300 3900-HOLD-EXCEPTION.
011310
011320     IF CZ-EXC-COUNT >= CZ-EXC-TABLE-MAX
011330         ADD 1 TO CZ-EXC-DROPPED
011340         GO TO 3900-EXIT
011350     END-IF.
011360     ADD 1 TO CZ-EXC-COUNT.
011370     MOVE CZ-DLV-PARTNER-CODE TO CZ-EXCT-PARTNER(CZ-EXC-COUNT).
011380     MOVE CZ-DLV-STATUS       TO CZ-EXCT-TYPE(CZ-EXC-COUNT).
011390     MOVE CZ-DLV-RUN-DATE     TO CZ-EXCT-RUN-DATE(CZ-EXC-COUNT).
011400     MOVE CZ-DLV-SEQ-NO       TO CZ-EXCT-SEQ-NO(CZ-EXC-COUNT).
011410     MOVE CZ-DLV-MSG-ID       TO CZ-EXCT-MSG-ID(CZ-EXC-COUNT).
011420     MOVE CZ-DLV-REASON-CODE  TO CZ-EXCT-REASON(CZ-EXC-COUNT).
011430     MOVE CZ-DLV-ACK-DATE     TO CZ-EXCT-ACK-DATE(CZ-EXC-COUNT).
011440     MOVE CZ-AGE-PRINT        TO CZ-EXCT-AGE(CZ-EXC-COUNT).
011450     MOVE CZ-DLV-RESEND-COUNT TO CZ-EXCT-RESENDS(CZ-EXC-COUNT).
011460     MOVE CZ-EXC-NOTE-WORK    TO CZ-EXCT-NOTE(CZ-EXC-COUNT).
011470
011480 3900-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520*    4000-REPORT-PARTNERS - ONE BLOCK PER PARTNER: ITS COUNTS,
011530*                           THEN ITS OVERDUE AND REJECTED
011540*                           MESSAGES
011550******************************************************************
011560 4000-REPORT-PARTNERS.
011570
011580     MOVE "DELIVERY STATUS BY PARTNER" TO DLVRPT-RECORD.
011590     WRITE DLVRPT-RECORD.
011600
011610     IF CZ-PTN-COUNT = 0
011620         MOVE "  NO OUTBOUND MESSAGES ON CIPHARCH OR DLVSTAT"
011630             TO DLVRPT-RECORD
011640         WRITE DLVRPT-RECORD
011650         MOVE SPACES TO DLVRPT-RECORD
011660         WRITE DLVRPT-RECORD
011670         GO TO 4000-EXIT
011680     END-IF.
011690
011700     PERFORM 4100-REPORT-ONE-PARTNER THRU 4100-EXIT
011710             VARYING CZ-PTN-SUB FROM 1 BY 1
011720             UNTIL CZ-PTN-SUB > CZ-PTN-COUNT.
011730
011740     IF CZ-EXC-DROPPED > 0
011750         MOVE SPACES TO DLVRPT-RECORD
011760         STRING "  " CZ-EXC-DROPPED
011770                " MORE OVERDUE OR REJECTED MESSAGES NOT LISTED"
011780             DELIMITED BY SIZE INTO DLVRPT-RECORD
011790         WRITE DLVRPT-RECORD
011800     END-IF.
011810     MOVE SPACES TO DLVRPT-RECORD.
011820     WRITE DLVRPT-RECORD.
011830
011840 4000-EXIT.
011850     EXIT.
011860
011870******************************************************************
011880*    4100-REPORT-ONE-PARTNER - PRINT ONE PARTNER'S BLOCK
011890******************************************************************
011900 4100-REPORT-ONE-PARTNER.
011910
011920     MOVE SPACES TO DLVRPT-RECORD.
011930     WRITE DLVRPT-RECORD.
011940     STRING "PARTNER " CZ-PTNT-CODE(CZ-PTN-SUB)
011950            "  TRACKED " CZ-PTNT-TRACKED(CZ-PTN-SUB)
011960            "  ACKED " CZ-PTNT-ACKED(CZ-PTN-SUB)
011970            "  REJECTED " CZ-PTNT-REJECTED(CZ-PTN-SUB)
011980         DELIMITED BY SIZE INTO DLVRPT-RECORD.
011990     WRITE DLVRPT-RECORD.
012000     MOVE SPACES TO DLVRPT-RECORD.
012010     STRING "              PENDING " CZ-PTNT-PENDING(CZ-PTN-SUB)
012020            "  OVERDUE " CZ-PTNT-OVERDUE(CZ-PTN-SUB)
012030            "  RESEND CARDS " CZ-PTNT-CARDS(CZ-PTN-SUB)
012040         DELIMITED BY SIZE INTO DLVRPT-RECORD.
012050     WRITE DLVRPT-RECORD.
012060
012070     PERFORM 4200-REPORT-ONE-EXCEPTION THRU 4200-EXIT
012080             VARYING CZ-EXC-SUB FROM 1 BY 1
012090             UNTIL CZ-EXC-SUB > CZ-EXC-COUNT.
012100
012110 4100-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150*    4200-REPORT-ONE-EXCEPTION - PRINT ONE HELD MESSAGE IF IT
012160*                                BELONGS TO THE PARTNER BEING
012170*                                REPORTED
012180******************************************************************
012190 4200-REPORT-ONE-EXCEPTION.
012200
012210     IF CZ-EXCT-PARTNER(CZ-EXC-SUB) NOT = CZ-PTNT-CODE(CZ-PTN-SUB)
012220         GO TO 4200-EXIT
012230     END-IF.
012240
012250     EVALUATE CZ-EXCT-NOTE(CZ-EXC-SUB)
012260         WHEN "C"
012270             MOVE "CARD RAISED" TO CZ-EXC-NOTE-PRINT
012280         WHEN "H"
012290             MOVE "ON ARCHHIST" TO CZ-EXC-NOTE-PRINT
012300         WHEN "N"
012310             MOVE "NO OPERATOR" TO CZ-EXC-NOTE-PRINT
012320         WHEN OTHER
012330             MOVE SPACES        TO CZ-EXC-NOTE-PRINT
012340     END-EVALUATE.
012350
012360     MOVE SPACES TO DLVRPT-RECORD.
012370     IF CZ-EXCT-TYPE(CZ-EXC-SUB) = "R"
012380         STRING "  REJECTED " CZ-EXCT-RUN-DATE(CZ-EXC-SUB)
012390                " SEQ " CZ-EXCT-SEQ-NO(CZ-EXC-SUB)
012400                " MSG " CZ-EXCT-MSG-ID(CZ-EXC-SUB)
012410                " RSN " CZ-EXCT-REASON(CZ-EXC-SUB)
012420                " " CZ-EXCT-ACK-DATE(CZ-EXC-SUB)
012430                " " CZ-EXC-NOTE-PRINT
012440             DELIMITED BY SIZE INTO DLVRPT-RECORD
012450     ELSE
012460         STRING "  OVERDUE  " CZ-EXCT-RUN-DATE(CZ-EXC-SUB)
012470                " SEQ " CZ-EXCT-SEQ-NO(CZ-EXC-SUB)
012480                " MSG " CZ-EXCT-MSG-ID(CZ-EXC-SUB)
012490                " AGE " CZ-EXCT-AGE(CZ-EXC-SUB)
012500                " RESENDS " CZ-EXCT-RESENDS(CZ-EXC-SUB)
012510                " " CZ-EXC-NOTE-PRINT
012520             DELIMITED BY SIZE INTO DLVRPT-RECORD
012530     END-IF.
012540     WRITE DLVRPT-RECORD.
012550
012560 4200-EXIT.
012570     EXIT.
012580
012590******************************************************************
012600*    5000-REPORT-UNAPPLIED-ACKS - LIST THE ACKS FROM BALANCED
012610*                                 FILES THAT MATCHED NO ARCHIVED
012620*                                 MESSAGE, OR MATCHED ONE UNDER A
012630*                                 DIFFERENT MESSAGE ID
012640******************************************************************
012650 5000-REPORT-UNAPPLIED-ACKS.
012660
012670     MOVE "ACKNOWLEDGEMENTS NOT APPLIED" TO DLVRPT-RECORD.
012680     WRITE DLVRPT-RECORD.
012690
012700     PERFORM 5100-REPORT-ONE-ACK THRU 5100-EXIT
012710             VARYING CZ-ACK-SUB FROM 1 BY 1
012720             UNTIL CZ-ACK-SUB > CZ-ACK-COUNT.
012730
012740     IF CZ-ACKS-UNKNOWN = 0
012750       AND CZ-ACKS-MISMATCHED = 0
012760         MOVE "  NONE" TO DLVRPT-RECORD
012770         WRITE DLVRPT-RECORD
012780     END-IF.
012790     MOVE SPACES TO DLVRPT-RECORD.
012800     WRITE DLVRPT-RECORD.
012810
012820 5000-EXIT.
012830     EXIT.
012840
012850******************************************************************
012860*    5100-REPORT-ONE-ACK - PRINT ONE ACK THAT WAS NOT APPLIED
012870******************************************************************
012880 5100-REPORT-ONE-ACK.
012890
012900     IF CZ-ACKT-MATCH(CZ-ACK-SUB) = "Y"
012910         GO TO 5100-EXIT
012920     END-IF.
012930
012932     MOVE SPACES TO DLVRPT-RECORD.
012934     IF CZ-ACKT-ARC-MSG-ID(CZ-ACK-SUB) NOT = SPACES
012936         MOVE "M" TO CZ-ACKT-MATCH(CZ-ACK-SUB)
012938         ADD 1 TO CZ-ACKS-MISMATCHED
012940         STRING "  MSG ID MISMATCH " CZ-ACKT-PARTNER(CZ-ACK-SUB)
012970                " " CZ-ACKT-RUN-DATE(CZ-ACK-SUB)
012980                " SEQ " CZ-ACKT-SEQ-NO(CZ-ACK-SUB)
012990                " ACK " CZ-ACKT-MSG-ID(CZ-ACK-SUB)
013000                " ARCHIVE " CZ-ACKT-ARC-MSG-ID(CZ-ACK-SUB)
013010             DELIMITED BY SIZE INTO DLVRPT-RECORD
013020     ELSE
013030         ADD 1 TO CZ-ACKS-UNKNOWN
013040         STRING "  NOT ON ARCHIVE  " CZ-ACKT-PARTNER(CZ-ACK-SUB)
013050                " " CZ-ACKT-RUN-DATE(CZ-ACK-SUB)
013060                " SEQ " CZ-ACKT-SEQ-NO(CZ-ACK-SUB)
013070                " MSG " CZ-ACKT-MSG-ID(CZ-ACK-SUB)
013080                " FILE " CZ-ACKT-FILE-NO(CZ-ACK-SUB)
013090             DELIMITED BY SIZE INTO DLVRPT-RECORD
013100     END-IF.
013110     WRITE DLVRPT-RECORD.
013120
013130 5100-EXIT.
013140     EXIT.
013150
013160******************************************************************
013170*    7000-CONVERT-DATE - TURN THE YYYY-MM-DD DATE IN CZ-DATE-WORK
013180*                        INTO A DAY NUMBER IN CZ-DATE-INT, SETTING
013190*                        CZ-DATE-VALID-SWITCH
013200******************************************************************
013210 7000-CONVERT-DATE.
013220
013230     MOVE "N" TO CZ-DATE-VALID-SWITCH.
013240     MOVE 0   TO CZ-DATE-INT.
013250
013260     IF CZ-DTW-YEAR  NOT NUMERIC
013270       OR CZ-DTW-MONTH NOT NUMERIC
013280       OR CZ-DTW-DAY   NOT NUMERIC
013290       OR CZ-DTW-SEP-1 NOT = "-"
013300       OR CZ-DTW-SEP-2 NOT = "-"
013310         GO TO 7000-EXIT
013320     END-IF.
013330     IF CZ-DTW-YEAR < 1601
013340       OR CZ-DTW-MONTH < 1 OR CZ-DTW-MONTH > 12
013350       OR CZ-DTW-DAY   < 1 OR CZ-DTW-DAY   > 31
013360         GO TO 7000-EXIT
013370     END-IF.
013380
013390     COMPUTE CZ-DATE-INT = FUNCTION INTEGER-OF-DATE
013400         (CZ-DTW-YEAR * 10000 + CZ-DTW-MONTH * 100 + CZ-DTW-DAY).
013410     IF CZ-DATE-INT > 0
013420         MOVE "Y" TO CZ-DATE-VALID-SWITCH
013430     END-IF.
013440
013450 7000-EXIT.
013460     EXIT.
013470
013480******************************************************************
013490*    8000-FINALIZE - PRINT THE RUN TOTALS, CLOSE UP, AND SET THE
013500*                    RETURN CODE
013510******************************************************************
013520 8000-FINALIZE.
013530
013540     CLOSE CIPHARCH.
013550     IF CZ-OLD-STATUS-OPEN
013560         CLOSE DLVSTAT
013570     END-IF.
013580     CLOSE DLVSTATN.
013590     CLOSE DLVRSND.
013600
013610     MOVE "RUN TOTALS" TO DLVRPT-RECORD.
013620     WRITE DLVRPT-RECORD.
013630     MOVE SPACES TO DLVRPT-RECORD.
013640     STRING "  ACK FILES BALANCED    : " CZ-FILES-BALANCED
013650            "   SET ASIDE : " CZ-FILES-REJECTED
013660         DELIMITED BY SIZE INTO DLVRPT-RECORD.
013670     WRITE DLVRPT-RECORD.
013680     MOVE SPACES TO DLVRPT-RECORD.
013690     STRING "  ACKS APPLIED          : " CZ-ACKS-APPLIED
013700            "   MISMATCHED : " CZ-ACKS-MISMATCHED
013710            "   UNKNOWN : " CZ-ACKS-UNKNOWN
013720         DELIMITED BY SIZE INTO DLVRPT-RECORD.
013730     WRITE DLVRPT-RECORD.
013740     MOVE SPACES TO DLVRPT-RECORD.
013750     STRING "  MESSAGES TRACKED      : " CZ-STATUS-WRITTEN
013752            "   NEW TODAY : " CZ-NEW-TRACKED
013754         DELIMITED BY SIZE INTO DLVRPT-RECORD.
013756     WRITE DLVRPT-RECORD.
013758     MOVE SPACES TO DLVRPT-RECORD.
013760     STRING "  NO LONGER ON CIPHARCH : " CZ-OFF-ARCHIVE-COUNT
013770         DELIMITED BY SIZE INTO DLVRPT-RECORD.
013780     WRITE DLVRPT-RECORD.
013790     MOVE SPACES TO DLVRPT-RECORD.
013800     STRING "  OVERDUE               : " CZ-OVERDUE-COUNT
013810            "   REJECTS LISTED : " CZ-REJECTS-LISTED
013820         DELIMITED BY SIZE INTO DLVRPT-RECORD.
013830     WRITE DLVRPT-RECORD.
013840     MOVE SPACES TO DLVRPT-RECORD.
013850     STRING "  RESEND CARDS WRITTEN  : " CZ-CARD-COUNT
013860         DELIMITED BY SIZE INTO DLVRPT-RECORD.
013870     WRITE DLVRPT-RECORD.
013880     CLOSE DLVRPT.
013890
013900     DISPLAY "CIPHDLVT AS-OF DATE           : " CZ-AS-OF-DATE.
013910     DISPLAY "CIPHDLVT ACK RECORDS READ     : " CZ-ACK-RECS-READ.
013920     DISPLAY "CIPHDLVT ACK FILES SET ASIDE  : " CZ-FILES-REJECTED.
013930     DISPLAY "CIPHDLVT ACKS APPLIED         : " CZ-ACKS-APPLIED.
013940     DISPLAY "CIPHDLVT ARCHIVE RECORDS READ : " CZ-ARCH-RECS-READ.
013950     DISPLAY "CIPHDLVT STATUS RECORDS       : " CZ-STATUS-WRITTEN.
013960     DISPLAY "CIPHDLVT OVERDUE MESSAGES     : " CZ-OVERDUE-COUNT.
013970     DISPLAY "CIPHDLVT RESEND CARDS WRITTEN : " CZ-CARD-COUNT.
013980
013990     IF CZ-OVERDUE-COUNT > 0
014000       OR CZ-REJECTS-LISTED > 0
014010       OR CZ-FILES-REJECTED > 0
014020       OR CZ-ACKS-MISMATCHED > 0
014030       OR CZ-ACKS-UNKNOWN > 0
014040         MOVE 4 TO RETURN-CODE
014050     END-IF.
014060
014070 8000-EXIT.
014080     EXIT.
014090
014100 END PROGRAM CIPHDLVT.
