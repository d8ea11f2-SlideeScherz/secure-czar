000310*                     RETAINED AND WHAT WAS AGED OUT. NOTHING IS
000320*                     EVER DISCARDED - A ROLLED-OFF RECORD LIVES
000330*                     ON THE HISTORY FILE.
000331*    10/15/26   SMS   THE AUDIT PASS NOW SPLITS CIPHAUD ONCE, AT
000332*                     THE FIRST RECORD ON OR AFTER THE CUTOFF, AND
000333*                     ALWAYS KEEPS THE NEWEST RECORD ON CIPHAUDN,
000334*                     SO THE CHAINED AUDIT TRAIL RUNS UNBROKEN
000335*                     FROM AUDHIST INTO CIPHAUDN AND THE NEXT
000336*                     WRITER HAS A LINK TO CHAIN FROM. THE PURGE
000337*                     REPORT SHOWS THE SPLIT POINT - THE SEQUENCE
000338*                     AND HASH OF THE LAST RECORD ROLLED OFF AND
000339*                     THE SEQUENCE OF THE FIRST KEPT - FOR
000340*                     CIPHAVFY TO PROVE AGAINST. AUDIT FILES ARE
000341*                     NOW 132 BYTES.
000342*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 138 BYTES FOR THE
000343*                     DUPLICATE-MESSAGE COUNT NOW CARRIED ON
000344*                     CZAUDREC, AND THE HELD AUDIT RECORD GREW
000345*                     WITH IT SO THE COUNT SURVIVES THE SPLIT INTO
000346*                     AUDHIST AND CIPHAUDN.
000347*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000348*                     PARTNER CODE NOW CARRIED ON CZAUDREC.
000349*    10/15/26   SMS   CIPHARCH RECORD WIDENED TO 113 BYTES AND
000350*                     CIPHAUD RECORD TO 144 BYTES FOR THE CYCLE
000351*                     NUMBER NOW CARRIED ON CZARCREC AND CZAUDREC.
000352*    10/15/26   SMS   HELD AUDIT RECORD WIDENED TO 144 BYTES. IT
000353*                     WAS STILL 142, SO THE SPLIT CUT THE CYCLE
000354*                     NUMBER OFF EVERY RECORD WRITTEN TO AUDHIST
000355*                     AND CIPHAUDN AND BROKE THE HASH CIPHAVFY
000356*                     CHECKS.
000357******************************************************************
000358 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000760
000770 FD  CIPHARCH
000780     RECORDING MODE IS F.
000790 01  CIPHARCH-RECORD            PIC X(113).
000800
000810 FD  CIPHARCN
000820     RECORDING MODE IS F.
000830 01  CIPHARCN-RECORD            PIC X(113).
000840
000850 FD  ARCHHIST
000860     RECORDING MODE IS F.
000870 01  ARCHHIST-RECORD            PIC X(113).
000880
000890 FD  CIPHAUD
000900     RECORDING MODE IS F.
000910 01  CIPHAUD-RECORD             PIC X(144).
000920
000930 FD  CIPHAUDN
000940     RECORDING MODE IS F.
000950 01  CIPHAUDN-RECORD            PIC X(144).
000960
000970 FD  AUDHIST
000980     RECORDING MODE IS F.
000990 01  AUDHIST-RECORD             PIC X(144).
001000
001010 FD  RETNRPT
001020     RECORDING MODE IS F.
001650 77  CZ-AUD-KEPT                PIC 9(06) VALUE 0.
001660 77  CZ-AUD-ROLLED              PIC 9(06) VALUE 0.
001670 77  CZ-AUD-OLDEST              PIC X(10) VALUE HIGH-VALUES.
001671 77  CZ-AUD-HELD-BACK           PIC 9(06) VALUE 0.
001672
001673******************************************************************
001674*    AUDIT SPLIT CONTROL. THE AUDIT PASS READS ONE RECORD AHEAD
001675*    SO IT KNOWS WHEN IT IS HOLDING THE LAST RECORD OF THE
001676*    TRAIL. ONCE ONE RECORD HAS BEEN KEPT, EVERYTHING AFTER IT
001677*    IS KEPT TOO, SO AUDHIST AND CIPHAUDN ARE TWO UNBROKEN
001678*    RUNS OF THE ONE CHAIN, AND THE LAST RECORD ROLLED OFF AND
001679*    THE FIRST ONE KEPT ARE THE PROVABLE SPLIT POINT.
001680******************************************************************
001681 01  CZ-AUD-HELD-RECORD.
001682     05  CZ-HELD-RUN-DATE        PIC X(10).
001683     05  FILLER                  PIC X(95).
001684     05  CZ-HELD-SEQ-NO          PIC X(09).
001685     05  CZ-HELD-CHAIN-HASH      PIC X(18).
001686     05  FILLER                  PIC X(12).
001687
001688 77  CZ-SPLIT-SWITCH            PIC X(01) VALUE "N".
001689     88  CZ-SPLIT-PASSED                  VALUE "Y".
001690 77  CZ-SPLIT-LAST-SEQ          PIC X(09) VALUE SPACES.
001691 77  CZ-SPLIT-LAST-HASH         PIC X(18) VALUE SPACES.
001692 77  CZ-SPLIT-FIRST-SEQ         PIC X(09) VALUE SPACES.
001693
001694 PROCEDURE DIVISION.
001700******************************************************************
001710*    0000-MAINLINE
001720******************************************************************
003350******************************************************************
003360*    3000-PURGE-AUDIT - COPY CIPHAUD TO THE NEW MASTER, ROLLING
003370*                       RECORDS DATED BEFORE THE CUTOFF OFF TO
003380*                       THE HISTORY FILE. UNLIKE THE ARCHIVE
003390*                       PASS THE SPLIT IS MADE ONCE, AT THE
003392*                       FIRST RECORD ON OR AFTER THE CUTOFF, SO
003394*                       THE AUDIT CHAIN RUNS STRAIGHT FROM
003396*                       AUDHIST INTO CIPHAUDN
003400******************************************************************
003410 3000-PURGE-AUDIT.
003420
003670         STOP RUN
003680     END-IF.
003690
003692     PERFORM 3110-READ-ONE-AUDIT THRU 3110-EXIT.
003700     PERFORM 3100-JUDGE-ONE-AUDIT THRU 3100-EXIT
003710             UNTIL CZ-END-OF-AUDIT.
003720
003800     EXIT.
003810
003820******************************************************************
003830*    3100-JUDGE-ONE-AUDIT - TAKE THE RECORD IN HAND, READ THE
003840*                           NEXT ONE, AND WRITE THE ONE IN HAND
003850*                           TO THE HISTORY FILE OR THE NEW
003851*                           MASTER. IT GOES TO HISTORY ONLY IF
003852*                           IT IS DATED BEFORE THE CUTOFF, NO
003853*                           RECORD HAS BEEN KEPT YET, AND IT IS
003854*                           NOT THE LAST RECORD OF THE TRAIL -
003855*                           THE NEWEST RECORD ALWAYS STAYS ON
003856*                           CIPHAUD SO THE NEXT AUDIT WRITER HAS
003857*                           A LINK TO CHAIN FROM.
003860******************************************************************
003870 3100-JUDGE-ONE-AUDIT.
003880
003890     MOVE CZ-AUDIT-RECORD TO CZ-AUD-HELD-RECORD.
003900     PERFORM 3110-READ-ONE-AUDIT THRU 3110-EXIT.
003940
003942     IF NOT CZ-SPLIT-PASSED
003944       AND NOT CZ-END-OF-AUDIT
003946       AND CZ-HELD-RUN-DATE < CZ-RTN-CUTOFF-DATE
003948         WRITE AUDHIST-RECORD FROM CZ-AUD-HELD-RECORD
003950         ADD 1 TO CZ-AUD-ROLLED
003952         MOVE CZ-HELD-SEQ-NO     TO CZ-SPLIT-LAST-SEQ
003954         MOVE CZ-HELD-CHAIN-HASH TO CZ-SPLIT-LAST-HASH
003956         GO TO 3100-EXIT
003958     END-IF.
003960
003962     IF NOT CZ-SPLIT-PASSED
003964         MOVE "Y" TO CZ-SPLIT-SWITCH
003966         MOVE CZ-HELD-SEQ-NO TO CZ-SPLIT-FIRST-SEQ
003968     END-IF.
003970
003972     WRITE CIPHAUDN-RECORD FROM CZ-AUD-HELD-RECORD.
003974     ADD 1 TO CZ-AUD-KEPT.
003976     IF CZ-HELD-RUN-DATE < CZ-RTN-CUTOFF-DATE
003978         ADD 1 TO CZ-AUD-HELD-BACK
003980     END-IF.
003982     IF CZ-HELD-RUN-DATE < CZ-AUD-OLDEST
003984         MOVE CZ-HELD-RUN-DATE TO CZ-AUD-OLDEST
003986     END-IF.
004050
004060 3100-EXIT.
004070     EXIT.
004071
004072******************************************************************
004073*    3110-READ-ONE-AUDIT - READ THE NEXT CIPHAUD RECORD
004074******************************************************************
004075 3110-READ-ONE-AUDIT.
004076
004077     READ CIPHAUD INTO CZ-AUDIT-RECORD
004078         AT END
004079             MOVE "Y" TO CZ-AUD-EOF-SWITCH
004080     END-READ.
004081
004082 3110-EXIT.
004083     EXIT.
004084
004090******************************************************************
004100*    3200-REPORT-AUDIT - PRINT THE AUDIT SECTION OF THE PURGE
004110*                        REPORT
004300             DELIMITED BY SIZE INTO RETNRPT-RECORD
004310     END-IF.
004320     WRITE RETNRPT-RECORD.
004321
004322     MOVE SPACES TO RETNRPT-RECORD.
004323     IF CZ-AUD-ROLLED = 0
004324         MOVE "  SPLIT POINT : NOTHING ROLLED OFF THIS RUN"
004325             TO RETNRPT-RECORD
004326         WRITE RETNRPT-RECORD
004327     ELSE
004328         STRING "  SPLIT - LAST TO AUDHIST : SEQ "
004329                CZ-SPLIT-LAST-SEQ
004330                " HASH " CZ-SPLIT-LAST-HASH
004331             DELIMITED BY SIZE INTO RETNRPT-RECORD
004332         WRITE RETNRPT-RECORD
004333         MOVE SPACES TO RETNRPT-RECORD
004334         STRING "          FIRST KEPT      : SEQ "
004335                CZ-SPLIT-FIRST-SEQ
004336             DELIMITED BY SIZE INTO RETNRPT-RECORD
004337         WRITE RETNRPT-RECORD
004338     END-IF.
004339
004340     IF CZ-AUD-HELD-BACK > 0
004341         MOVE SPACES TO RETNRPT-RECORD
004342         STRING "  KEPT THOUGH BEFORE CUTOFF (CHAIN ORDER / "
004343                "NEWEST RECORD) : " CZ-AUD-HELD-BACK
004344             DELIMITED BY SIZE INTO RETNRPT-RECORD
004345         WRITE RETNRPT-RECORD
004346     END-IF.
004347
004348 3200-EXIT.
004350     EXIT.
004360
004370******************************************************************
