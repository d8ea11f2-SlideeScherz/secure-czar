000270*                     SCHEDULER CAN ROUTE THE REPORT TO THE KEY
000280*                     DESK AND ROTATION CAN BE PLANNED IN
000290*                     DAYLIGHT INSTEAD OF DISCOVERED OVERNIGHT.
000292*    10/15/26   SMS   CIPHKEYS NOW KEEPS EVERY GENERATION OF A
000294*                     KEY ID. RETIRED GENERATIONS ARE SKIPPED ON
000296*                     LOAD SO EACH KEY ID IS FORECAST ONCE, FROM
000298*                     THE GENERATION NOW IN FORCE.
000299*    10/15/26   SMS   CIPHAUD RECORD IS NOW 132 BYTES - THE AUDIT
000300*                     SEQUENCE NUMBER AND CHAINED HASH WERE ADDED.
000301*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 138 BYTES FOR THE
000302*                     DUPLICATE-MESSAGE COUNT NOW CARRIED ON
000303*                     CZAUDREC.
000304*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000305*                     PARTNER CODE NOW CARRIED ON CZAUDREC.
000306*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 144 BYTES FOR THE
000307*                     CYCLE NUMBER NOW CARRIED ON CZAUDREC.
000308*    10/15/26   SMS   PARTNER MASTER. THE PARTNER PROFILES ARE NOW
000309*                     READ FROM THE CIPHPTNR PARTNER MASTER
000310*                     (CZPTMREC), WHICH REPLACES CIPHPPRF. A
000311*                     PARTNER ALREADY TERMINATED IS PASSED OVER,
000312*                     SO IT NEITHER HOLDS A KEY IN FORECAST NOR
000313*                     RAISES AN ORPHAN FLAG.
000314*    10/15/26   SMS   KEY-STRENGTH SCAN. EVERY ACTIVE KEY ON
000315*                     CIPHKEYS IS JUDGED BY THE CIPHKPOL POLICY
000316*                     SERVICE AS IT IS LOADED; A KEY THAT FAILS
000317*                     (SINGLE SHIFT, SHORT, REPEATED, OR ZERO-
000318*                     SHIFT KEYWORD) GETS A POLICY FLAG NAMING THE
000319*                     RULE, SO THE KEY DESK CAN SCHEDULE ITS
000320*                     ROTATION. THE FLAG COUNTS TOWARD RETURN-CODE
000321*                     4 LIKE THE OTHERS.
000322*    10/15/26   SMS   KEY TABLE RAISED FROM 50 TO 500 ENTRIES
000323*                     (3-DIGIT SUBSCRIPTS). CIPHKEYS NOW HOLDS
000324*                     EVERY GENERATION OF EVERY KEY ID, SO 50
000325*                     RECORDS WERE SOON REACHED.
000326******************************************************************
000327 ENVIRONMENT DIVISION.
000328 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT KXRFPARM ASSIGN TO "KXRFPARM"
000400            ORGANIZATION IS LINE SEQUENTIAL
000410            FILE STATUS IS CZ-CIPHKEYS-STATUS.
000420
000430     SELECT CIPHPTNR ASSIGN TO "CIPHPTNR"
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS CZ-CIPHPTNR-STATUS.
000460
000470     SELECT CIPHAUD ASSIGN TO "CIPHAUD"
000480            ORGANIZATION IS LINE SEQUENTIAL
000600
000610 FD  CIPHKEYS
000620     RECORDING MODE IS F.
000630 01  CIPHKEYS-RECORD            PIC X(65).
000640
000650 FD  CIPHPTNR
000660     RECORDING MODE IS F.
000670 01  CIPHPTNR-RECORD            PIC X(150).
000680
000690 FD  CIPHAUD
000700     RECORDING MODE IS F.
000710 01  CIPHAUD-RECORD             PIC X(144).
000720
000730 FD  KXRFRPT
000740     RECORDING MODE IS F.
000800******************************************************************
000810     COPY czkeyrec.
000820
000830     COPY czptmrec.
000840
000842     COPY czaudrec.
000844
000846     COPY czkplprm.
000860
000870******************************************************************
000880*    FORECAST CONTROL CARD - HOW MANY DAYS AHEAD AN EXPIRY IS
001020 77  CZ-CIPHKEYS-STATUS         PIC X(02) VALUE SPACES.
001030     88  CZ-CIPHKEYS-OK                   VALUE "00".
001040
001050 77  CZ-CIPHPTNR-STATUS         PIC X(02) VALUE SPACES.
001060     88  CZ-CIPHPTNR-OK                   VALUE "00".
001070
001080 77  CZ-CIPHAUD-STATUS          PIC X(02) VALUE SPACES.
001090     88  CZ-CIPHAUD-OK                    VALUE "00".
001510*    PRINTS ONE BLOCK PER ENTRY. UP TO FOUR REFERENCING PARTNER
001520*    CODES ARE LISTED BY NAME; THE COUNT COVERS THEM ALL.
001530******************************************************************
001540 77  CZ-KEY-TABLE-MAX           PIC 9(03) VALUE 500.
001550 77  CZ-KEY-COUNT               PIC 9(03) VALUE 0.
001560 77  CZ-KEY-SUB                 PIC 9(03) VALUE 0.
001570 77  CZ-KEY-HIT-SUB             PIC 9(03) VALUE 0.
001580 77  CZ-REF-SUB                 PIC 9(01) VALUE 0.
001590 77  CZ-WANTED-KEY-ID           PIC X(08) VALUE SPACES.
001600
001610 01  CZ-KEY-TABLE.
001620     05  CZ-KEY-ENTRY OCCURS 500 TIMES.
001630         10  CZ-KEYT-ID          PIC X(08).
001640         10  CZ-KEYT-MODE        PIC X(01).
001650         10  CZ-KEYT-EXP-DATE    PIC X(10).
001660         10  CZ-KEYT-STATUS      PIC X(01).
001670         10  CZ-KEYT-LAST-USED   PIC X(10).
001680         10  CZ-KEYT-REF-COUNT   PIC 9(02).
001682         10  CZ-KEYT-REF-CODE    PIC X(05) OCCURS 4 TIMES.
001684         10  CZ-KEYT-POL-RULE    PIC X(05).
001686         10  CZ-KEYT-POL-REASON  PIC X(40).
001700
001710******************************************************************
001720*    RUN TOTALS AND FLAG COUNTS
001740 77  CZ-PROFILES-READ           PIC 9(04) VALUE 0.
001750 77  CZ-ORPHAN-PROFILES         PIC 9(04) VALUE 0.
001760 77  CZ-EXPIRING-FLAGGED        PIC 9(04) VALUE 0.
001762 77  CZ-NEVER-USED-FLAGGED      PIC 9(04) VALUE 0.
001764 77  CZ-POLICY-FLAGGED          PIC 9(04) VALUE 0.
001780
001790 PROCEDURE DIVISION.
001800******************************************************************
002780     EXIT.
002790
002800******************************************************************
002802*    1110-LOAD-ONE-KEY - READ ONE KEY-STORE RECORD INTO THE NEXT
002804*                        TABLE SLOT. THE KEY MATERIAL ITSELF IS
002806*                        NOT KEPT - THIS IS A REPORTING JOB AND
002808*                        ONLY THE ID, MODE, DATES, AND STATUS
002810*                        EVER REACH THE REPORT. A RETIRED
002812*                        GENERATION IS PASSED OVER - ITS KEY ID
002814*                        IS REPORTED FROM THE CURRENT ONE. AN
002816*                        ACTIVE KEY'S MATERIAL IS JUDGED BY THE
002818*                        CIPHKPOL POLICY SERVICE AS IT IS READ,
002820*                        AND ONLY THE RULE IT BREAKS IS KEPT.
002860******************************************************************
002870 1110-LOAD-ONE-KEY.
002880
002920             GO TO 1110-EXIT
002930     END-READ.
002940
002942     IF CZ-KEY-RETIRED
002944         GO TO 1110-EXIT
002946     END-IF.
002948
002950     ADD 1 TO CZ-KEY-COUNT.
002960     MOVE CZ-KEY-ID       TO CZ-KEYT-ID(CZ-KEY-COUNT).
002970     MOVE CZ-KEY-MODE     TO CZ-KEYT-MODE(CZ-KEY-COUNT).
003020     MOVE SPACES          TO CZ-KEYT-REF-CODE(CZ-KEY-COUNT 1).
003030     MOVE SPACES          TO CZ-KEYT-REF-CODE(CZ-KEY-COUNT 2).
003040     MOVE SPACES          TO CZ-KEYT-REF-CODE(CZ-KEY-COUNT 3).
003041     MOVE SPACES          TO CZ-KEYT-REF-CODE(CZ-KEY-COUNT 4).
003042     MOVE SPACES          TO CZ-KEYT-POL-RULE(CZ-KEY-COUNT).
003043     MOVE SPACES          TO CZ-KEYT-POL-REASON(CZ-KEY-COUNT).
003044
003045     IF CZ-KEY-ACTIVE
003046         SET CZ-KPL-REQ-SCAN TO TRUE
003047         MOVE CZ-KEY-MODE      TO CZ-KPL-MODE
003048         MOVE SPACE            TO CZ-KPL-PRIOR-MODE
003049         MOVE CZ-KEY-SHIFT-KEY TO CZ-KPL-SHIFT-KEY
003050         MOVE CZ-KEY-KEYWORD   TO CZ-KPL-KEYWORD
003051         CALL "CIPHKPOL" USING CZ-KEYPOL-PARMS
003052         IF CZ-KPL-FAILED
003053             MOVE CZ-KPL-RULE TO CZ-KEYT-POL-RULE(CZ-KEY-COUNT)
003054             MOVE CZ-KPL-REASON-TEXT
003055                 TO CZ-KEYT-POL-REASON(CZ-KEY-COUNT)
003056         END-IF
003057     END-IF.
003060
003070 1110-EXIT.
003080     EXIT.
003090
003100******************************************************************
003102*    2000-CROSSREF-PROFILES - READ THE CIPHPTNR PARTNER MASTER
003104*                             AND HANG EACH PARTNER OFF THE KEY IT
003106*                             NAMES. A PROFILE NAMING A KEY ID NOT
003108*                             ON THE STORE IS LISTED ON THE SPOT -
003110*                             THAT PARTNER'S TRAFFIC WILL REJECT
003112*                             BADKY ON THE NEXT RUN. A PARTNER
003114*                             ALREADY TERMINATED NO LONGER HOLDS
003116*                             ITS KEY AND IS PASSED OVER. A
003118*                             MISSING CIPHPTNR IS AN EMPTY PROFILE
003120*                             SET, AS THE CIPHER JOBS TREAT IT.
003190******************************************************************
003200 2000-CROSSREF-PROFILES.
003210
003220     OPEN INPUT CIPHPTNR.
003230     IF NOT CZ-CIPHPTNR-OK
003240         GO TO 2000-EXIT
003250     END-IF.
003260
003270     PERFORM 2100-CROSSREF-ONE-PROFILE THRU 2100-EXIT
003280             UNTIL CZ-END-OF-PROFILES.
003290
003300     CLOSE CIPHPTNR.
003310
003320 2000-EXIT.
003330     EXIT.
003390******************************************************************
003400 2100-CROSSREF-ONE-PROFILE.
003410
003412     READ CIPHPTNR INTO CZ-PARTNER-MASTER-RECORD
003414         AT END
003416             MOVE "Y" TO CZ-PPRF-EOF-SWITCH
003418             GO TO 2100-EXIT
003420     END-READ.
003422
003424     IF CZ-PTM-TERMINATED
003426         GO TO 2100-EXIT
003428     END-IF.
003430     IF CZ-PTM-TERM-DATE NOT = SPACES
003432       AND CZ-PTM-TERM-DATE NOT > CZ-TODAY-DISPLAY
003434         GO TO 2100-EXIT
003436     END-IF.
003438
003440     ADD 1 TO CZ-PROFILES-READ.
003442
003444     MOVE CZ-PTM-KEY-ID TO CZ-WANTED-KEY-ID.
003510     PERFORM 2200-SEARCH-KEY-TABLE THRU 2200-EXIT.
003520
003530     IF NOT CZ-KEY-FOUND
003540         ADD 1 TO CZ-ORPHAN-PROFILES
003550         MOVE SPACES TO KXRFRPT-RECORD
003560         STRING "FLAG - PROFILE FOR PARTNER " CZ-PTM-PARTNER-CODE
003570                " NAMES KEY ID " CZ-PTM-KEY-ID
003580                " NOT ON THE STORE"
003590             DELIMITED BY SIZE INTO KXRFRPT-RECORD
003600         WRITE KXRFRPT-RECORD
003640     ADD 1 TO CZ-KEYT-REF-COUNT(CZ-KEY-HIT-SUB).
003650     IF CZ-KEYT-REF-COUNT(CZ-KEY-HIT-SUB) <= 4
003660         MOVE CZ-KEYT-REF-COUNT(CZ-KEY-HIT-SUB) TO CZ-REF-SUB
003670         MOVE CZ-PTM-PARTNER-CODE
003680             TO CZ-KEYT-REF-CODE(CZ-KEY-HIT-SUB CZ-REF-SUB)
003690     END-IF.
003700
005390     IF CZ-KEYT-LAST-USED(CZ-KEY-SUB) = SPACES
005400         ADD 1 TO CZ-NEVER-USED-FLAGGED
005410         MOVE SPACES TO KXRFRPT-RECORD
005412         STRING "  FLAG - KEY HAS NEVER APPEARED IN THE AUDIT "
005414                "TRAIL"
005416             DELIMITED BY SIZE INTO KXRFRPT-RECORD
005418         WRITE KXRFRPT-RECORD
005420     END-IF.
005422
005424*    MATERIAL THAT FAILS TODAY'S KEY-STRENGTH POLICY - THE KEY
005426*    DESK SCHEDULES A ROTATION TO GENERATED MATERIAL
005428     IF CZ-KEYT-POL-RULE(CZ-KEY-SUB) NOT = SPACES
005430         ADD 1 TO CZ-POLICY-FLAGGED
005432         MOVE SPACES TO KXRFRPT-RECORD
005434         STRING "  FLAG - POLICY "
005435                CZ-KEYT-POL-RULE(CZ-KEY-SUB) " "
005436                    DELIMITED BY SIZE
005438                CZ-KEYT-POL-REASON(CZ-KEY-SUB)
005440                    DELIMITED BY "  "
005442                " - PLAN ROTATION"
005444                    DELIMITED BY SIZE
005446             INTO KXRFRPT-RECORD
005448         WRITE KXRFRPT-RECORD
005450     END-IF.
005470
005480 4100-EXIT.
005490     EXIT.
005610            "  PROFILES " CZ-PROFILES-READ
005620            "  EXPIRING " CZ-EXPIRING-FLAGGED
005630            "  NEVER USED " CZ-NEVER-USED-FLAGGED
005632            "  ORPHAN PROFILES " CZ-ORPHAN-PROFILES
005634         DELIMITED BY SIZE INTO KXRFRPT-RECORD.
005636     WRITE KXRFRPT-RECORD.
005638     MOVE SPACES TO KXRFRPT-RECORD.
005640     STRING "KEYS FAILING KEY POLICY " CZ-POLICY-FLAGGED
005642         DELIMITED BY SIZE INTO KXRFRPT-RECORD.
005644     WRITE KXRFRPT-RECORD.
005670     CLOSE KXRFRPT.
005680
005690     DISPLAY "CIPHKXRF KEYS ON STORE       : " CZ-KEY-COUNT.
005710         CZ-EXPIRING-FLAGGED.
005720     DISPLAY "CIPHKXRF NEVER-USED FLAGGED  : "
005730         CZ-NEVER-USED-FLAGGED.
005732     DISPLAY "CIPHKXRF ORPHAN PROFILES     : "
005734         CZ-ORPHAN-PROFILES.
005736     DISPLAY "CIPHKXRF KEY POLICY FLAGGED  : "
005738         CZ-POLICY-FLAGGED.
005760
005770     IF CZ-EXPIRING-FLAGGED > 0
005780       OR CZ-NEVER-USED-FLAGGED > 0
005782       OR CZ-ORPHAN-PROFILES > 0
005784       OR CZ-POLICY-FLAGGED > 0
005786         MOVE 4 TO RETURN-CODE
005810     END-IF.
005820
005830 8000-EXIT.
