000300*                     POSITION FROM EACH SEGMENT INTO THE NEXT
000310*                     THE SAME WAY THE BATCH JOBS DO. THE AUDIT
000320*                     RECORD COUNTS THE SEGMENTS DECIPHERED.
000321*    10/15/26   SMS   KEY GENERATIONS. AFTER A ROTATION THE OLD
000322*                     MATERIAL WAS GONE AND PRE-ROTATION TRAFFIC
000323*                     COULD NOT BE READ BACK. 3100 NOW RESOLVES
000324*                     THE EXACT KEY GENERATION STAMPED ON THE
000325*                     ARCHIVE RECORD (CZARCREC); A RECORD
000326*                     ARCHIVED BEFORE GENERATIONS WERE STAMPED
000327*                     TAKES THE GENERATION IN FORCE ON ITS RUN
000328*                     DATE. THE DETAIL SHEET SHOWS THE GENERATION.
000329*    10/15/26   SMS   OPERATOR AUTHORITY. THE RTRVPARM OPERATOR ID
000330*                     IS NOW CHECKED BY THE CIPHAUTH SERVICE
000331*                     (CZAUTPRM) AGAINST THE CIPHOPER MASTER
000332*                     BEFORE THE KEY STORE OR THE ARCHIVE IS READ
000333*                     (1050). AN OPERATOR WHO IS UNKNOWN, REVOKED,
000334*                     OR NOT HOLDING THE ARCHIVE RETRIEVAL ROLE IS
000335*                     LOGGED TO CIPHVIOL AND THE RUN ENDS WITH
000336*                     RETURN-CODE 16.
000337*    10/15/26   SMS   EACH AUDIT RECORD IS NOW STAMPED WITH ITS
000338*                     CIPHAUD SEQUENCE NUMBER AND CHAINED HASH
000339*                     THROUGH THE CIPHACHN SERVICE BEFORE IT IS
000340*                     WRITTEN (RECORD NOW 132 BYTES).
000341*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 138 BYTES FOR THE
000342*                     DUPLICATE-MESSAGE COUNT NOW CARRIED ON
000343*                     CZAUDREC; THIS JOB'S AUDIT RECORD CARRIES A
000344*                     ZERO COUNT.
000345*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000346*                     PARTNER CODE NOW CARRIED ON CZAUDREC. THE
000347*                     AUDIT RECORD NOW NAMES THE PARTNER OF THE
000348*                     RETRIEVED MESSAGE, SAVED WHEN THE MESSAGE IS
000349*                     FOUND SINCE THE ARCHIVE IS READ THROUGH TO
000350*                     THE END, FOR THE MONTHLY CHARGEBACK.
000351*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. RTRVPARM BYTES
000352*                     25-26 MAY NAME THE CYCLE OF THE RUN DATE TO
000353*                     SEARCH (00 = THE NIGHT RUN, 01-99 = AN
000354*                     EXPRESS CYCLE); BLANK SEARCHES EVERY CYCLE
000355*                     OF THE DATE AS BEFORE. AN ARCHIVE RECORD
000356*                     WITH NO CYCLE IS THE NIGHT RUN'S. THE DETAIL
000357*                     SHEET SHOWS THE CYCLE. THE RETRIEVAL ITSELF
000358*                     WORKS NO CYCLE, SO ITS AUDIT RECORD (NOW 144
000359*                     BYTES) LEAVES THE CYCLE BLANK.
000360*    10/15/26   SMS   KEY TABLE RAISED FROM 50 TO 500 ENTRIES
000361*                     (3-DIGIT SUBSCRIPTS). CIPHKEYS NOW HOLDS
000362*                     EVERY GENERATION OF EVERY KEY ID, SO 50
000363*                     RECORDS WERE SOON REACHED.
000364******************************************************************
000365 ENVIRONMENT DIVISION.
000366 CONFIGURATION SECTION.
000367 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CIPHARCH ASSIGN TO "CIPHARCH"
000390            ORGANIZATION IS LINE SEQUENTIAL
000590 FILE SECTION.
000600 FD  CIPHARCH
000610     RECORDING MODE IS F.
000620 01  CIPHARCH-RECORD            PIC X(113).
000630
000640 FD  RTRVPARM
000650     RECORDING MODE IS F.
000670
000680 FD  CIPHKEYS
000690     RECORDING MODE IS F.
000700 01  CIPHKEYS-RECORD            PIC X(65).
000710
000720 FD  CIPHRDET
000730     RECORDING MODE IS F.
000750
000760 FD  CIPHAUD
000770     RECORDING MODE IS F.
000780 01  CIPHAUD-RECORD             PIC X(144).
000790
000800 WORKING-STORAGE SECTION.
000810******************************************************************
000860     COPY czkeyrec.
000870
000880     COPY czaudrec.
000882
000884     COPY czachprm.
000890
000900     COPY czengprm.
000902
000904     COPY czautprm.
000910
000920******************************************************************
000922*    RETRIEVAL REQUEST CARD - MESSAGE ID, RUN DATE, AND THE
000924*    REQUESTING OPERATOR FOR THE AUDIT TRAIL. THE CYCLE NARROWS
000926*    THE SEARCH TO ONE RUN OF THE DATE (00 = THE NIGHT RUN, 01-99
000928*    = AN INTRADAY EXPRESS CYCLE); LEFT BLANK, AS ON EVERY OLDER
000930*    CARD, EVERY CYCLE OF THE DATE IS SEARCHED.
000932******************************************************************
000934 01  CZ-RTRV-REQUEST.
000936     05  CZ-RTV-MSG-ID           PIC X(06).
000938     05  CZ-RTV-RUN-DATE         PIC X(10).
000940     05  CZ-RTV-OPERATOR-ID      PIC X(08).
000942     05  CZ-RTV-CYCLE-NO-X       PIC X(02).
000944     05  CZ-RTV-CYCLE-NO         REDEFINES CZ-RTV-CYCLE-NO-X
000946                                 PIC 9(02).
000948     05  FILLER                  PIC X(06).
001010
001020******************************************************************
001030*    FILE STATUS AND SWITCHES
001200 77  CZ-ARCH-EOF-SWITCH         PIC X(01) VALUE "N".
001210     88  CZ-END-OF-ARCHIVE                VALUE "Y".
001220
001222 77  CZ-ARCH-FOUND-SWITCH       PIC X(01) VALUE "N".
001224     88  CZ-ARCHIVE-HIT                   VALUE "Y".
001226 77  CZ-HIT-PARTNER-CODE        PIC X(04) VALUE SPACES.
001228 77  CZ-ARC-CYCLE-WORK          PIC 9(02) VALUE 0.
001250
001260 77  CZ-KEYS-EOF-SWITCH         PIC X(01) VALUE "N".
001270     88  CZ-END-OF-KEYS                   VALUE "Y".
001510*    RECORD'S KEY ID IS RESOLVED AGAINST IT. AN EXPIRED KEY IS
001520*    STILL USABLE HERE - THE WHOLE POINT OF THE ARCHIVE IS
001530*    READING BACK TRAFFIC CIPHERED UNDER KEYS SINCE RETIRED.
001532*    A RETIRED GENERATION IS LIKEWISE USABLE FOR THE TRAFFIC
001534*    THAT WAS CIPHERED UNDER IT.
001540******************************************************************
001550 77  CZ-KEY-TABLE-MAX           PIC 9(03) VALUE 500.
001560 77  CZ-KEY-COUNT               PIC 9(03) VALUE 0.
001570 77  CZ-KEY-SUB                 PIC 9(03) VALUE 0.
001580 77  CZ-KEY-HIT-SUB             PIC 9(03) VALUE 0.
001590
001600 01  CZ-KEY-TABLE.
001610     05  CZ-KEY-ENTRY OCCURS 500 TIMES.
001620         10  CZ-KEYT-ID          PIC X(08).
001630         10  CZ-KEYT-MODE        PIC X(01).
001640         10  CZ-KEYT-SHIFT       PIC 9(02).
001660         10  CZ-KEYT-EFF-DATE    PIC X(10).
001670         10  CZ-KEYT-EXP-DATE    PIC X(10).
001680         10  CZ-KEYT-STATUS      PIC X(01).
001682         10  CZ-KEYT-RET-DATE    PIC X(10).
001684         10  CZ-KEYT-GEN         PIC 9(03).
001690
001700 PROCEDURE DIVISION.
001710******************************************************************
002110     CLOSE RTRVPARM.
002120
002130     IF CZ-RTV-MSG-ID = SPACES OR CZ-RTV-RUN-DATE = SPACES
002132         DISPLAY "CIPHRTRV REQUEST NEEDS MESSAGE ID AND DATE"
002134         MOVE 16 TO RETURN-CODE
002136         STOP RUN
002138     END-IF.
002140
002142     IF CZ-RTV-CYCLE-NO-X NOT = SPACES
002144       AND CZ-RTV-CYCLE-NO NOT NUMERIC
002146         DISPLAY "CIPHRTRV CYCLE " CZ-RTV-CYCLE-NO-X
002148             " IS NOT NUMERIC"
002150         MOVE 16 TO RETURN-CODE
002152         STOP RUN
002154     END-IF.
002180
002182     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
002184
002190     PERFORM 1100-LOAD-KEY-TABLE THRU 1100-EXIT.
002200
002210     OPEN INPUT CIPHARCH.
002360 1000-EXIT.
002370     EXIT.
002380
002381******************************************************************
002382*    1050-CHECK-OPERATOR - HAVE CIPHAUTH CHECK THE CARD'S
002383*                          OPERATOR AGAINST THE CIPHOPER MASTER
002384*                          FOR THE ARCHIVE RETRIEVAL ROLE. A
002385*                          REFUSED OPERATOR IS ALREADY ON
002386*                          CIPHVIOL BY THE TIME CONTROL COMES
002387*                          BACK, AND THE RUN ENDS BEFORE ANY
002388*                          WORK IS DONE.
002389******************************************************************
002390 1050-CHECK-OPERATOR.
002391
002392     MOVE "CIPHRTRV"         TO CZ-ATH-PROGRAM.
002393     MOVE CZ-RTV-OPERATOR-ID TO CZ-ATH-OPERATOR-ID.
002394     SET CZ-ATH-ROLE-RETRIEVE TO TRUE.
002395     MOVE CZ-RTV-MSG-ID      TO CZ-ATH-CONTEXT.
002396     CALL "CIPHAUTH" USING CZ-AUTH-PARMS.
002397
002398     IF NOT CZ-ATH-GRANTED
002399         DISPLAY "CIPHRTRV OPERATOR " CZ-RTV-OPERATOR-ID
002400             " REFUSED - " CZ-ATH-REASON-TEXT
002401         MOVE 16 TO RETURN-CODE
002402         STOP RUN
002403     END-IF.
002404
002405 1050-EXIT.
002406     EXIT.
002407
002408******************************************************************
002409*    1100-LOAD-KEY-TABLE - READ THE CIPHKEYS KEY STORE INTO THE
002410*                          KEY TABLE. THE PROGRAM CANNOT
002420*                          DECIPHER WITHOUT IT.
002430******************************************************************
002920     MOVE CZ-KEY-EFF-DATE  TO CZ-KEYT-EFF-DATE(CZ-KEY-COUNT).
002930     MOVE CZ-KEY-EXP-DATE  TO CZ-KEYT-EXP-DATE(CZ-KEY-COUNT).
002940     MOVE CZ-KEY-STATUS    TO CZ-KEYT-STATUS(CZ-KEY-COUNT).
002941     MOVE CZ-KEY-RETIRED-DATE TO CZ-KEYT-RET-DATE(CZ-KEY-COUNT).
002942     IF CZ-KEY-GENERATION NUMERIC
002943         MOVE CZ-KEY-GENERATION TO CZ-KEYT-GEN(CZ-KEY-COUNT)
002944     ELSE
002945         MOVE 1 TO CZ-KEYT-GEN(CZ-KEY-COUNT)
002946     END-IF.
002950
002960 1110-EXIT.
002970     EXIT.
002980
002990******************************************************************
002992*    2000-SEARCH-ARCHIVE - READ THE WHOLE ARCHIVE, DECIPHERING
002994*                          AND PRINTING EVERY SEGMENT THAT
002996*                          CARRIES THE REQUESTED MESSAGE ID PLUS
002998*                          RUN DATE (AND CYCLE, WHEN ONE IS
003000*                          ASKED FOR), IN ARCHIVE ORDER
003040******************************************************************
003050 2000-SEARCH-ARCHIVE.
003060
003230             GO TO 2100-EXIT
003240     END-READ.
003250
003251*    AN ARCHIVE RECORD WITH NO CYCLE IS THE NIGHT RUN'S
003252     MOVE 0 TO CZ-ARC-CYCLE-WORK.
003253     IF CZ-ARC-CYCLE-NO NUMERIC
003254         MOVE CZ-ARC-CYCLE-NO TO CZ-ARC-CYCLE-WORK
003255     END-IF.
003256     IF CZ-RTV-CYCLE-NO-X NOT = SPACES
003257       AND CZ-ARC-CYCLE-WORK NOT = CZ-RTV-CYCLE-NO
003258         GO TO 2100-EXIT
003259     END-IF.
003260
003261     IF CZ-ARC-MSG-ID = CZ-RTV-MSG-ID
003262        AND CZ-ARC-RUN-DATE = CZ-RTV-RUN-DATE
003263         MOVE "Y" TO CZ-ARCH-FOUND-SWITCH
003274         MOVE CZ-ARC-PARTNER-CODE TO CZ-HIT-PARTNER-CODE
003276         PERFORM 3000-DECIPHER-AND-PRINT THRU 3000-EXIT
003300     END-IF.
003310
003320 2100-EXIT.
003430     MOVE 0   TO CZ-KEY-HIT-SUB.
003440     PERFORM 3100-CHECK-ONE-KEY THRU 3100-EXIT
003450             VARYING CZ-KEY-SUB FROM 1 BY 1
003460             UNTIL CZ-KEY-SUB > CZ-KEY-COUNT.
003480
003490     IF NOT CZ-KEY-FOUND
003500         MOVE SPACES TO CIPHRDET-RECORD
003510         STRING "KEY ID " CZ-ARC-KEY-ID
003512                " GENERATION " CZ-ARC-KEY-GEN
003520                " IS NOT ON CIPHKEYS - CANNOT DECIPHER"
003530             DELIMITED BY SIZE INTO CIPHRDET-RECORD
003540         WRITE CIPHRDET-RECORD
003920     EXIT.
003930
003940******************************************************************
003950*    3100-CHECK-ONE-KEY - COMPARE ONE KEY TABLE ENTRY AGAINST
003960*                         THE ARCHIVED RECORD'S KEY ID AND
003962*                         GENERATION. AN UNSTAMPED RECORD TAKES
003964*                         THE HIGHEST GENERATION THAT WAS IN
003966*                         FORCE ON THE RECORD'S RUN DATE.
003970******************************************************************
003980 3100-CHECK-ONE-KEY.
003990
004000     IF CZ-KEYT-ID(CZ-KEY-SUB) NOT = CZ-ARC-KEY-ID
004001         GO TO 3100-EXIT
004002     END-IF.
004003
004004     IF CZ-ARC-KEY-GEN NUMERIC
004005         IF CZ-KEYT-GEN(CZ-KEY-SUB) = CZ-ARC-KEY-GEN
004006             MOVE "Y" TO CZ-KEY-FOUND-SWITCH
004007             MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
004008         END-IF
004009         GO TO 3100-EXIT
004010     END-IF.
004011
004012     IF CZ-KEYT-EFF-DATE(CZ-KEY-SUB) <= CZ-ARC-RUN-DATE
004013       AND (CZ-KEYT-RET-DATE(CZ-KEY-SUB) = SPACES
004014         OR CZ-KEYT-RET-DATE(CZ-KEY-SUB) > CZ-ARC-RUN-DATE)
004015       AND (NOT CZ-KEY-FOUND
004016         OR CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-KEYT-GEN(CZ-KEY-HIT-SUB))
004017         MOVE "Y" TO CZ-KEY-FOUND-SWITCH
004020         MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
004030     END-IF.
004040
004110 3200-PRINT-DETAIL.
004120
004130     MOVE SPACES TO CIPHRDET-RECORD.
004132     STRING "MESSAGE ID   : " CZ-ARC-MSG-ID
004134            "   RUN DATE : "  CZ-ARC-RUN-DATE
004136            "   CYCLE : "     CZ-ARC-CYCLE-WORK
004138         DELIMITED BY SIZE INTO CIPHRDET-RECORD.
004170     WRITE CIPHRDET-RECORD.
004180
004190     MOVE SPACES TO CIPHRDET-RECORD.
004260
004270     MOVE SPACES TO CIPHRDET-RECORD.
004280     STRING "MODE         : " CZ-ARC-MODE
004290            "        KEY ID   : " CZ-ARC-KEY-ID
004292            "   GENERATION : " CZ-KEYT-GEN(CZ-KEY-HIT-SUB)
004300         DELIMITED BY SIZE INTO CIPHRDET-RECORD.
004310     WRITE CIPHRDET-RECORD.
004320
004500 3900-PRINT-NOT-FOUND.
004510
004520     MOVE SPACES TO CIPHRDET-RECORD.
004522     IF CZ-RTV-CYCLE-NO-X = SPACES
004524         STRING "MESSAGE ID " CZ-RTV-MSG-ID
004526                " RUN DATE " CZ-RTV-RUN-DATE
004528                " IS NOT ON THE ARCHIVE"
004530             DELIMITED BY SIZE INTO CIPHRDET-RECORD
004532     ELSE
004534         STRING "MESSAGE ID " CZ-RTV-MSG-ID
004536                " RUN DATE " CZ-RTV-RUN-DATE
004538                " CYCLE " CZ-RTV-CYCLE-NO
004540                " IS NOT ON THE ARCHIVE"
004542             DELIMITED BY SIZE INTO CIPHRDET-RECORD
004544     END-IF.
004570     WRITE CIPHRDET-RECORD.
004580
004590 3900-EXIT.
004970     MOVE 0                     TO CZ-AUD-RECS-REJ.
004980     MOVE 0                     TO CZ-AUD-RUN-DURATION.
004990     MOVE 0                     TO CZ-AUD-RECS-MISMATCH.
004992     MOVE 0                     TO CZ-AUD-RECS-DUP.
004994     MOVE CZ-HIT-PARTNER-CODE   TO CZ-AUD-PARTNER-CODE.
004996     MOVE SPACES                TO CZ-AUD-CYCLE-NO-X.
005000     MOVE "CIPHRTRV"            TO CZ-AUD-SOURCE-PGM.
005002     MOVE SPACES                TO CZ-AUD-SRC-SYSTEM.
005004     MOVE "N"                   TO CZ-AUD-FORCE-FLAG.
005006     MOVE SPACES                TO CZ-AUD-FILE-DATE.
005010
005012*    STAMP THE RECORD AS THE NEXT LINK IN THE CIPHAUD CHAIN
005014     SET CZ-ACH-REQ-APPEND TO TRUE.
005016     CALL "CIPHACHN" USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
005018
005020     OPEN EXTEND CIPHAUD.
005030     IF NOT CZ-CIPHAUD-OK
005040         OPEN OUTPUT CIPHAUD
