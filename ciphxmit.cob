000320*                     OR A NIGHT WITH MORE PARTNERS THAN OUTPUT
000330*                     FILES, FAILS THE JOB WITH RETURN-CODE 16
000340*                     BEFORE ANYTHING REACHES THE TRANSMISSION.
000341*    10/15/26   SMS   THE STEP NOW RUNS UNDER THE CIPHRCTL RUN-
000342*                     CONTROL SERVICE. 1900 RECORDS ITS START ON
000343*                     CIPHRUN FOR THE CIPHOUT HEADER'S EXTRACT
000344*                     DATE BEFORE ANY PARTNER FILE IS OPENED AND
000345*                     IS REFUSED UNLESS CIPHWKSC ENDED CLEAN FOR
000346*                     THAT DATE - SO A CIPHOUT THAT CIPHNBAL NEVER
000347*                     PROVED CAN NO LONGER BE SENT. 8900 RECORDS
000348*                     THE END WITH THE DETAILS SPLIT AND PARTNER
000349*                     FILES CUT.
000350*    10/15/26   SMS   INTRADAY EXPRESS CYCLES. THE CYCLE ON THE
000351*                     CIPHOUT HEADER (00 OR BLANK = THE NIGHT RUN)
000352*                     IS PASSED TO CIPHRCTL WITH THE EXTRACT DATE,
000353*                     SO AN EXPRESS CYCLE IS SENT AS SOON AS ITS
000354*                     OWN CIPHWKSC ENDS CLEAN. THE MANIFEST NAMES
000355*                     THE NIGHT RUN OR EXPRESS CYCLE AND DATE
000356*                     UNDER ITS TITLE; EACH PARTNER FILE ALREADY
000357*                     CARRIES THE CYCLE ON THE HEADER COPIED FROM
000358*                     CIPHOUT.
000359*    10/15/26   SMS   PARTNER MASTER. EACH PARTNER'S TRAFFIC NOW
000360*                     GOES TO THE FIXED TRANSMISSION SLOT
000361*                     (XMITOUTN) ITS CIPHPTNR RECORD GIVES IT,
000362*                     INSTEAD OF FIRST COME FIRST SERVED, SO A
000363*                     PARTNER RECEIVES ON THE SAME FILE EVERY
000364*                     NIGHT. BLANK-PARTNER TRAFFIC TAKES THE
000365*                     LOWEST SLOT NO PARTNER HOLDS. A CODE NOT ON
000366*                     CIPHPTNR OR A SLOT CLASH FAILS THE JOB WITH
000367*                     RETURN-CODE 16. THE MANIFEST NOW CARRIES
000368*                     EACH PARTNER'S NAME AND CONTACT, AND FLAGS A
000369*                     PARTNER NOT LIVE ON THE EXTRACT DATE FOR THE
000370*                     DESK TO HOLD (RETURN-CODE 4).
000371******************************************************************
000372 ENVIRONMENT DIVISION.
000373 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CIPHOUT ASSIGN TO "CIPHOUT"
000730            ORGANIZATION IS LINE SEQUENTIAL
000740            FILE STATUS IS CZ-XMITOUT8-STATUS.
000750
000752     SELECT XMITRPT ASSIGN TO "XMITRPT"
000754            ORGANIZATION IS LINE SEQUENTIAL
000756            FILE STATUS IS CZ-XMITRPT-STATUS.
000758
000760     SELECT CIPHPTNR ASSIGN TO "CIPHPTNR"
000762            ORGANIZATION IS LINE SEQUENTIAL
000764            FILE STATUS IS CZ-CIPHPTNR-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
001150     RECORDING MODE IS F.
001160 01  XMITOUT8-RECORD            PIC X(102).
001170
001172 FD  XMITRPT
001174     RECORDING MODE IS F.
001176 01  XMITRPT-RECORD             PIC X(80).
001178
001180 FD  CIPHPTNR
001182     RECORDING MODE IS F.
001184 01  CIPHPTNR-RECORD            PIC X(150).
001210
001220 WORKING-STORAGE SECTION.
001230******************************************************************
001240*    RECORD WORK AREAS - COPYBOOKS
001250******************************************************************
001252     COPY czciprec.
001254
001256     COPY czrunprm.
001258
001260     COPY czptmrec.
001270
001280******************************************************************
001290*    FILE STATUS AND SWITCHES
001550 77  CZ-XMITOUT8-STATUS         PIC X(02) VALUE SPACES.
001560     88  CZ-XMITOUT8-OK                   VALUE "00".
001570
001572 77  CZ-XMITRPT-STATUS          PIC X(02) VALUE SPACES.
001574     88  CZ-XMITRPT-OK                    VALUE "00".
001576
001578 77  CZ-CIPHPTNR-STATUS         PIC X(02) VALUE SPACES.
001580     88  CZ-CIPHPTNR-OK                   VALUE "00".
001600
001610 77  CZ-EOF-SWITCH              PIC X(01) VALUE "N".
001620     88  CZ-END-OF-INPUT                  VALUE "Y".
001670 77  CZ-TRL-SEEN-SWITCH         PIC X(01) VALUE "N".
001680     88  CZ-TRAILER-SEEN                  VALUE "Y".
001690
001692******************************************************************
001694*    PARTNER TABLE - ONE ENTRY PER OUTPUT FILE. THE ENTRY NUMBER
001696*    IS THE OUTPUT FILE NUMBER, AND EACH PARTNER'S TRAFFIC GOES
001698*    TO THE FIXED TRANSMISSION SLOT CIPHPTNR GIVES IT, SO A
001700*    PARTNER RECEIVES ON THE SAME XMITOUT FILE EVERY NIGHT. A
001702*    BLANK PARTNER CODE (TRAFFIC KEYED BY THE RUN CONTROL CARD)
001704*    TAKES THE LOWEST SLOT NO PARTNER ON CIPHPTNR HOLDS. THE
001706*    COUNT IS THE NUMBER OF FILES CUT.
001708******************************************************************
001710 77  CZ-PTN-TABLE-MAX           PIC 9(01) VALUE 8.
001712 77  CZ-PTN-COUNT               PIC 9(01) VALUE 0.
001714 77  CZ-PTN-SUB                 PIC 9(01) VALUE 0.
001716 77  CZ-PTN-HIT-SUB             PIC 9(01) VALUE 0.
001718
001720 77  CZ-PTN-FOUND-SWITCH        PIC X(01) VALUE "N".
001722     88  CZ-PTN-FOUND                     VALUE "Y".
001724
001726 77  CZ-NOT-LIVE-SWITCH         PIC X(01) VALUE "N".
001728     88  CZ-NOT-LIVE-SEEN                 VALUE "Y".
001730
001732 01  CZ-PTN-TABLE.
001734     05  CZ-PTN-ENTRY OCCURS 8 TIMES.
001736         10  CZ-PTN-USED-SW      PIC X(01) VALUE "N".
001738             88  CZ-PTN-USED                VALUE "Y".
001740         10  CZ-PTN-CODE         PIC X(04).
001742         10  CZ-PTN-NAME         PIC X(30).
001744         10  CZ-PTN-CONTACT-NAME PIC X(24).
001746         10  CZ-PTN-CONTACT-PHONE
001748                                 PIC X(16).
001750         10  CZ-PTN-LIVE-SW      PIC X(01).
001752             88  CZ-PTN-LIVE                VALUE "Y".
001890         10  CZ-PTN-RECS         PIC 9(06) VALUE ZERO.
001900         10  CZ-PTN-MSGS         PIC 9(06) VALUE ZERO.
001910         10  CZ-PTN-HASH         PIC 9(12) VALUE ZERO.
001990*    PARTNER CAN PROVE THE SAME FILE DATE AND SOURCE THIS SHOP
002000*    PROVED ON CIPHIN
002010******************************************************************
002011 01  CZ-HELD-HEADER             PIC X(102) VALUE SPACES.
002012
002013******************************************************************
002014*    PARTNER MASTER TABLE - CIPHPTNR IS LOADED HERE AT START FOR
002015*    EACH PARTNER'S SLOT, NAME AND CONTACT. A MISSING CIPHPTNR IS
002016*    AN EMPTY TABLE, SO ONLY BLANK-PARTNER TRAFFIC CAN BE SENT.
002017*    A PARTNER IS TESTED AS LIVE ON THE EXTRACT DATE - THE DATE
002018*    ITS TRAFFIC WAS CIPHERED FOR.
002019******************************************************************
002020 77  CZ-PPR-TABLE-MAX           PIC 9(02) VALUE 50.
002021 77  CZ-PPR-COUNT               PIC 9(02) VALUE 0.
002022 77  CZ-PPR-SUB                 PIC 9(02) VALUE 0.
002023 77  CZ-PPR-HIT-SUB             PIC 9(02) VALUE 0.
002024
002025 77  CZ-PPR-FOUND-SWITCH        PIC X(01) VALUE "N".
002026     88  CZ-PPR-FOUND                     VALUE "Y".
002027
002028 77  CZ-PPRF-EOF-SWITCH         PIC X(01) VALUE "N".
002029     88  CZ-END-OF-PROFILES               VALUE "Y".
002030
002031 77  CZ-SLOT-HELD-SWITCH        PIC X(01) VALUE "N".
002032     88  CZ-SLOT-HELD                     VALUE "Y".
002033
002034 01  CZ-PPR-TABLE.
002035     05  CZ-PPR-ENTRY OCCURS 50 TIMES.
002036         10  CZ-PPRT-CODE        PIC X(04).
002037         10  CZ-PPRT-NAME        PIC X(30).
002038         10  CZ-PPRT-CONTACT-NAME
002039                                 PIC X(24).
002040         10  CZ-PPRT-CONTACT-PHONE
002041                                 PIC X(16).
002042         10  CZ-PPRT-STATUS      PIC X(01).
002043         10  CZ-PPRT-GO-LIVE     PIC X(10).
002044         10  CZ-PPRT-TERM-DATE   PIC X(10).
002045         10  CZ-PPRT-SLOT        PIC 9(01).
002046
002047******************************************************************
002050*    FILE-LEVEL BALANCING AGAINST THE CIPHOUT TRAILER
002060******************************************************************
002070 77  CZ-RECS-READ               PIC 9(06) VALUE 0.
002190     PERFORM 2000-ROUTE-RECORD THRU 2000-EXIT
002200             UNTIL CZ-END-OF-INPUT.
002210     PERFORM 7000-BALANCE-FILE THRU 7000-EXIT.
002212     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002214     PERFORM 8900-END-RUN-CONTROL THRU 8900-EXIT.
002230
002240     STOP RUN.
002250
002300******************************************************************
002310 1000-INITIALIZE.
002320
002322     OPEN INPUT CIPHOUT.
002324     IF NOT CZ-CIPHOUT-OK
002326         DISPLAY "CIPHXMIT CIPHOUT OPEN FAILED, STATUS "
002328             CZ-CIPHOUT-STATUS
002330         MOVE 16 TO RETURN-CODE
002332         STOP RUN
002334     END-IF.
002336
002338     PERFORM 1900-START-RUN-CONTROL THRU 1900-EXIT.
002340     PERFORM 1140-LOAD-PPR-TABLE THRU 1140-EXIT.
002400
002410     OPEN OUTPUT XMITOUT1.
002420     OPEN OUTPUT XMITOUT2.
002480     OPEN OUTPUT XMITOUT8.
002490
002500     OPEN OUTPUT XMITRPT.
002502     MOVE "CIPHXMIT PARTNER TRANSMISSION MANIFEST"
002504         TO XMITRPT-RECORD.
002506     WRITE XMITRPT-RECORD.
002508
002510*    AN EXPRESS CYCLE CUTS ITS OWN PARTNER FILES AND MANIFEST, SO
002512*    THE SHEET SAYS WHICH RUN OF THE DATE IT IS FOR
002514     MOVE SPACES TO XMITRPT-RECORD.
002516     IF CZ-RUN-CYCLE-NO = 0
002518         STRING "NIGHT RUN OF " CZ-RUN-EXTRACT-DATE
002520             DELIMITED BY SIZE INTO XMITRPT-RECORD
002522     ELSE
002524         STRING "EXPRESS CYCLE " CZ-RUN-CYCLE-NO
002526                " OF " CZ-RUN-EXTRACT-DATE
002528             DELIMITED BY SIZE INTO XMITRPT-RECORD
002530     END-IF.
002532     WRITE XMITRPT-RECORD.
002534     MOVE SPACES TO XMITRPT-RECORD.
002536     WRITE XMITRPT-RECORD.
002560
002570     PERFORM 2100-READ-INPUT THRU 2100-EXIT.
002580
002581 1000-EXIT.
002582     EXIT.
002583
002584******************************************************************
002585*    1140-LOAD-PPR-TABLE - READ THE CIPHPTNR PARTNER MASTER INTO
002586*                          THE PARTNER MASTER TABLE. A MISSING
002587*                          FILE IS AN EMPTY TABLE.
002588******************************************************************
002589 1140-LOAD-PPR-TABLE.
002590
002591     MOVE 0 TO CZ-PPR-COUNT.
002592     OPEN INPUT CIPHPTNR.
002593     IF NOT CZ-CIPHPTNR-OK
002594         GO TO 1140-EXIT
002595     END-IF.
002596
002597     PERFORM 1145-LOAD-ONE-PPR THRU 1145-EXIT
002598             UNTIL CZ-END-OF-PROFILES
002599                OR CZ-PPR-COUNT >= CZ-PPR-TABLE-MAX.
002600
002601     CLOSE CIPHPTNR.
002602
002603 1140-EXIT.
002604     EXIT.
002605
002606******************************************************************
002607*    1145-LOAD-ONE-PPR - READ ONE PARTNER MASTER RECORD INTO THE
002608*                        NEXT TABLE SLOT
002609******************************************************************
002610 1145-LOAD-ONE-PPR.
002611
002612     READ CIPHPTNR INTO CZ-PARTNER-MASTER-RECORD
002613         AT END
002614             MOVE "Y" TO CZ-PPRF-EOF-SWITCH
002615             GO TO 1145-EXIT
002616     END-READ.
002617
002618     ADD 1 TO CZ-PPR-COUNT.
002619     MOVE CZ-PTM-PARTNER-CODE  TO CZ-PPRT-CODE(CZ-PPR-COUNT).
002620     MOVE CZ-PTM-NAME          TO CZ-PPRT-NAME(CZ-PPR-COUNT).
002621     MOVE CZ-PTM-CONTACT-NAME
002622         TO CZ-PPRT-CONTACT-NAME(CZ-PPR-COUNT).
002623     MOVE CZ-PTM-CONTACT-PHONE
002624         TO CZ-PPRT-CONTACT-PHONE(CZ-PPR-COUNT).
002625     MOVE CZ-PTM-STATUS        TO CZ-PPRT-STATUS(CZ-PPR-COUNT).
002626     MOVE CZ-PTM-GO-LIVE-DATE  TO CZ-PPRT-GO-LIVE(CZ-PPR-COUNT).
002627     MOVE CZ-PTM-TERM-DATE     TO CZ-PPRT-TERM-DATE(CZ-PPR-COUNT).
002628     MOVE CZ-PTM-XMIT-SLOT     TO CZ-PPRT-SLOT(CZ-PPR-COUNT).
002629
002630 1145-EXIT.
002631     EXIT.
002632
002633******************************************************************
002634*    1900-START-RUN-CONTROL - ASK CIPHRCTL WHETHER THIS STEP MAY
002635*                             RUN FOR THE NIGHT, BEFORE ANY OUTPUT
002636*                             IS OPENED. A STEP ALREADY ENDED
002637*                             CLEAN FOR THE DATE ENDS AT ONCE WITH
002638*                             RETURN-CODE 0 SO A RESUBMITTED
002639*                             STREAM RESUMES WHERE IT FAILED; A
002640*                             REFUSED START FAILS THE STEP.
002641*                             CIPHWKSC MUST HAVE ENDED CLEAN FOR
002642*                             THE SAME NIGHT - AND IT CANNOT START
002643*                             UNTIL CIPHNBAL PROVED THIS CIPHOUT.
002644******************************************************************
002645 1900-START-RUN-CONTROL.
002646
002647     MOVE SPACES TO CZ-RUNCTL-PARMS.
002648     SET CZ-RUN-REQ-START TO TRUE.
002649     MOVE "CIPHXMIT"         TO CZ-RUN-STEP-NAME.
002650     MOVE 0                  TO CZ-RUN-STREAM-NO.
002651     MOVE 0                  TO CZ-RUN-STREAM-COUNT.
002652     MOVE "N"                TO CZ-RUN-FORCE-FLAG.
002653     MOVE 0                  TO CZ-RUN-STEP-RC.
002654     MOVE 0                  TO CZ-RUN-COUNT-IN.
002655     MOVE 0                  TO CZ-RUN-COUNT-OUT.
002656     MOVE 0                  TO CZ-RUN-COUNT-EXC.
002657
002658*    CIPHOUT CARRIES THE EXTRACT DATE AND CYCLE ON ITS HEADER
002659     MOVE 0 TO CZ-RUN-CYCLE-NO.
002660     READ CIPHOUT INTO CZ-CIPHER-RECORD
002661         AT END
002662             MOVE SPACES TO CZ-CIPHER-RECORD
002663     END-READ.
002664     IF CZ-CIP-TYPE-HEADER
002665         MOVE CZ-CIP-HDR-FILE-DATE TO CZ-RUN-EXTRACT-DATE
002666         IF CZ-CIP-HDR-CYCLE-NO NUMERIC
002667             MOVE CZ-CIP-HDR-CYCLE-NO TO CZ-RUN-CYCLE-NO
002668         END-IF
002669     END-IF.
002670     CLOSE CIPHOUT.
002671     OPEN INPUT CIPHOUT.
002672     IF NOT CZ-CIPHOUT-OK
002673         DISPLAY "CIPHXMIT CIPHOUT REOPEN FAILED, STATUS "
002674             CZ-CIPHOUT-STATUS
002675         MOVE 16 TO RETURN-CODE
002676         STOP RUN
002677     END-IF.
002678
002679     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
002680
002681     IF CZ-RUN-ALREADY-DONE
002682         DISPLAY "CIPHXMIT " CZ-RUN-REASON-TEXT
002683         DISPLAY "CIPHXMIT STEP SKIPPED - NOTHING TO RERUN"
002684         MOVE 0 TO RETURN-CODE
002685         STOP RUN
002686     END-IF.
002687     IF NOT CZ-RUN-GO
002688         DISPLAY "CIPHXMIT START REFUSED - " CZ-RUN-REASON-TEXT
002689         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002691     END-IF.
002692
002693 1900-EXIT.
002694     EXIT.
002695
002696******************************************************************
002697*    2000-ROUTE-RECORD - DISPOSE OF ONE CIPHOUT RECORD PER PASS.
002698*                        THE HEADER IS HELD FOR COPYING ONTO EACH
002699*                        PARTNER FILE, DETAILS GO TO THEIR
002700*                        PARTNER'S FILE, AND THE TRAILER IS HELD
002701*                        FOR BALANCING. ANY OTHER TYPE FAILS THE
002702*                        JOB - THE MERGE NEVER WRITES ONE, SO THE
002703*                        FILE IS NOT THE MERGED CIPHOUT.
002704******************************************************************
002710 2000-ROUTE-RECORD.
002720
002730     EVALUATE TRUE
003550 2200-EXIT.
003560     EXIT.
003570
003572******************************************************************
003574*    2210-FIND-PARTNER - LOOK THE DETAIL'S PARTNER CODE UP AMONG
003576*                        THE FILES ALREADY OPENED TONIGHT. SETS
003578*                        THE FOUND SWITCH AND LEAVES THE HIT
003580*                        SUBSCRIPT POINTING AT THE ENTRY.
003582******************************************************************
003584 2210-FIND-PARTNER.
003586
003588     MOVE "N" TO CZ-PTN-FOUND-SWITCH.
003590     MOVE 0   TO CZ-PTN-HIT-SUB.
003592
003594     PERFORM 2215-CHECK-ONE-PARTNER THRU 2215-EXIT
003596             VARYING CZ-PTN-SUB FROM 1 BY 1
003598             UNTIL CZ-PTN-SUB > CZ-PTN-TABLE-MAX
003600                OR CZ-PTN-FOUND.
003720
003730 2210-EXIT.
003740     EXIT.
003780******************************************************************
003790 2215-CHECK-ONE-PARTNER.
003800
003802     IF CZ-PTN-USED(CZ-PTN-SUB)
003804       AND CZ-PTN-CODE(CZ-PTN-SUB) = CZ-CIP-PARTNER-CODE
003806         MOVE "Y" TO CZ-PTN-FOUND-SWITCH
003830         MOVE CZ-PTN-SUB TO CZ-PTN-HIT-SUB
003840     END-IF.
003850
003860 2215-EXIT.
003870     EXIT.
003880
003882******************************************************************
003884*    2220-REGISTER-PARTNER - OPEN THE TABLE ENTRY FOR A PARTNER
003886*                            CODE SEEN FOR THE FIRST TIME ON THE
003888*                            PARTNER'S CIPHPTNR SLOT AND WRITE THE
003890*                            HELD HEADER ONTO THAT PARTNER'S FILE.
003892*                            A CODE NOT ON CIPHPTNR, A SLOT
003894*                            ALREADY CUT FOR ANOTHER CODE, OR
003896*                            BLANK-PARTNER TRAFFIC WITH NO SLOT
003898*                            FREE FAILS THE JOB - A PARTNER'S
003900*                            TRAFFIC SILENTLY LEFT BEHIND OR SENT
003902*                            ON ANOTHER PARTNER'S FILE IS EXACTLY
003904*                            WHAT THE MANIFEST EXISTS TO PREVENT.
003906*                            A PARTNER NOT LIVE ON THE EXTRACT
003908*                            DATE IS STILL SPLIT, BUT FLAGGED ON
003910*                            THE MANIFEST AND ENDS THE STEP WITH
003911*                            RETURN-CODE 4.
003912******************************************************************
003914 2220-REGISTER-PARTNER.
003916
003918     IF CZ-CIP-PARTNER-CODE = SPACES
003920         PERFORM 2230-FIND-FREE-SLOT THRU 2230-EXIT
003922     ELSE
003924         PERFORM 2240-FIND-PARTNER-SLOT THRU 2240-EXIT
003926     END-IF.
003928
003930     IF CZ-PTN-USED(CZ-PTN-HIT-SUB)
003932         DISPLAY "CIPHXMIT SLOT " CZ-PTN-HIT-SUB " FOR PARTNER "
003934             CZ-CIP-PARTNER-CODE " IS ALREADY CUT FOR PARTNER "
003936             CZ-PTN-CODE(CZ-PTN-HIT-SUB)
003938         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003942     END-IF.
003944
003946     ADD 1 TO CZ-PTN-COUNT.
003948     MOVE "Y"                  TO CZ-PTN-USED-SW(CZ-PTN-HIT-SUB).
003950     MOVE CZ-CIP-PARTNER-CODE  TO CZ-PTN-CODE(CZ-PTN-HIT-SUB).
004120     MOVE 0                    TO CZ-PTN-RECS(CZ-PTN-HIT-SUB).
004130     MOVE 0                    TO CZ-PTN-MSGS(CZ-PTN-HIT-SUB).
004140     MOVE 0                    TO CZ-PTN-HASH(CZ-PTN-HIT-SUB).
004200     MOVE CZ-PTN-HIT-SUB TO CZ-PTN-SUB.
004210     PERFORM 2500-WRITE-PARTNER-HEADER THRU 2500-EXIT.
004220
004221 2220-EXIT.
004222     EXIT.
004223
004224******************************************************************
004225*    2230-FIND-FREE-SLOT - GIVE BLANK-PARTNER TRAFFIC THE LOWEST
004226*                          SLOT THAT NO PARTNER ON CIPHPTNR HOLDS.
004227*                          A TERMINATED PARTNER NO LONGER HOLDS
004228*                          ITS SLOT; A SUSPENDED OR FUTURE ONE
004229*                          DOES.
004230******************************************************************
004231 2230-FIND-FREE-SLOT.
004232
004233     MOVE "Y" TO CZ-SLOT-HELD-SWITCH.
004234     PERFORM 2235-CHECK-SLOT-FREE THRU 2235-EXIT
004235             VARYING CZ-PTN-SUB FROM 1 BY 1
004236             UNTIL CZ-PTN-SUB > CZ-PTN-TABLE-MAX
004237                OR NOT CZ-SLOT-HELD.
004238
004239     IF CZ-SLOT-HELD
004240         DISPLAY "CIPHXMIT EVERY SLOT IS HELD ON CIPHPTNR - "
004241             "NO FILE FOR TRAFFIC WITH NO PARTNER CODE"
004242         MOVE 16 TO RETURN-CODE
004243         STOP RUN
004244     END-IF.
004245
004246     MOVE "NO PARTNER CODE - CONTROL CARD"
004247         TO CZ-PTN-NAME(CZ-PTN-HIT-SUB).
004248     MOVE SPACES TO CZ-PTN-CONTACT-NAME(CZ-PTN-HIT-SUB).
004249     MOVE SPACES TO CZ-PTN-CONTACT-PHONE(CZ-PTN-HIT-SUB).
004250     MOVE "Y"    TO CZ-PTN-LIVE-SW(CZ-PTN-HIT-SUB).
004251
004252 2230-EXIT.
004253     EXIT.
004254
004255******************************************************************
004256*    2235-CHECK-SLOT-FREE - TEST ONE SLOT AGAINST EVERY PARTNER ON
004257*                           CIPHPTNR
004258******************************************************************
004259 2235-CHECK-SLOT-FREE.
004260
004261     MOVE "N" TO CZ-SLOT-HELD-SWITCH.
004262     IF CZ-PTN-USED(CZ-PTN-SUB)
004263         MOVE "Y" TO CZ-SLOT-HELD-SWITCH
004264         GO TO 2235-EXIT
004265     END-IF.
004266
004267     PERFORM 2237-CHECK-ONE-HOLDER THRU 2237-EXIT
004268             VARYING CZ-PPR-SUB FROM 1 BY 1
004269             UNTIL CZ-PPR-SUB > CZ-PPR-COUNT
004270                OR CZ-SLOT-HELD.
004271
004272     IF NOT CZ-SLOT-HELD
004273         MOVE CZ-PTN-SUB TO CZ-PTN-HIT-SUB
004274     END-IF.
004275
004276 2235-EXIT.
004277     EXIT.
004278
004279******************************************************************
004280*    2237-CHECK-ONE-HOLDER - DOES THIS PARTNER HOLD THE SLOT
004281******************************************************************
004282 2237-CHECK-ONE-HOLDER.
004283
004284     IF CZ-PPRT-SLOT(CZ-PPR-SUB) NOT = CZ-PTN-SUB
004285         GO TO 2237-EXIT
004286     END-IF.
004287     IF CZ-PPRT-STATUS(CZ-PPR-SUB) = "T"
004288         GO TO 2237-EXIT
004289     END-IF.
004290     IF CZ-PPRT-TERM-DATE(CZ-PPR-SUB) NOT = SPACES
004291       AND CZ-PPRT-TERM-DATE(CZ-PPR-SUB) NOT > CZ-RUN-EXTRACT-DATE
004292         GO TO 2237-EXIT
004293     END-IF.
004294
004295     MOVE "Y" TO CZ-SLOT-HELD-SWITCH.
004296
004297 2237-EXIT.
004298     EXIT.
004299
004300******************************************************************
004301*    2240-FIND-PARTNER-SLOT - LOOK THE PARTNER UP ON CIPHPTNR FOR
004302*                             ITS SLOT, NAME AND CONTACT, AND NOTE
004303*                             WHETHER IT IS LIVE ON THE EXTRACT
004304*                             DATE
004305******************************************************************
004306 2240-FIND-PARTNER-SLOT.
004307
004308     MOVE "N" TO CZ-PPR-FOUND-SWITCH.
004309     MOVE 0   TO CZ-PPR-HIT-SUB.
004310     PERFORM 2245-CHECK-ONE-PROFILE THRU 2245-EXIT
004311             VARYING CZ-PPR-SUB FROM 1 BY 1
004312             UNTIL CZ-PPR-SUB > CZ-PPR-COUNT
004313                OR CZ-PPR-FOUND.
004314
004315     IF NOT CZ-PPR-FOUND
004316         DISPLAY "CIPHXMIT PARTNER " CZ-CIP-PARTNER-CODE
004317             " IS NOT ON CIPHPTNR - NO SLOT FOR ITS TRAFFIC"
004318         MOVE 16 TO RETURN-CODE
004319         STOP RUN
004320     END-IF.
004321
004322     IF CZ-PPRT-SLOT(CZ-PPR-HIT-SUB) < 1
004323       OR CZ-PPRT-SLOT(CZ-PPR-HIT-SUB) > CZ-PTN-TABLE-MAX
004324         DISPLAY "CIPHXMIT PARTNER " CZ-CIP-PARTNER-CODE
004325             " HAS NO VALID SLOT ON CIPHPTNR"
004326         MOVE 16 TO RETURN-CODE
004327         STOP RUN
004328     END-IF.
004329
004330     MOVE CZ-PPRT-SLOT(CZ-PPR-HIT-SUB) TO CZ-PTN-HIT-SUB.
004331     MOVE CZ-PPRT-NAME(CZ-PPR-HIT-SUB)
004332         TO CZ-PTN-NAME(CZ-PTN-HIT-SUB).
004333     MOVE CZ-PPRT-CONTACT-NAME(CZ-PPR-HIT-SUB)
004334         TO CZ-PTN-CONTACT-NAME(CZ-PTN-HIT-SUB).
004335     MOVE CZ-PPRT-CONTACT-PHONE(CZ-PPR-HIT-SUB)
004336         TO CZ-PTN-CONTACT-PHONE(CZ-PTN-HIT-SUB).
004337
004338     MOVE "Y" TO CZ-PTN-LIVE-SW(CZ-PTN-HIT-SUB).
004339     IF CZ-PPRT-STATUS(CZ-PPR-HIT-SUB) NOT = "A"
004340       OR CZ-PPRT-GO-LIVE(CZ-PPR-HIT-SUB) > CZ-RUN-EXTRACT-DATE
004341       OR (CZ-PPRT-TERM-DATE(CZ-PPR-HIT-SUB) NOT = SPACES
004342           AND CZ-PPRT-TERM-DATE(CZ-PPR-HIT-SUB)
004343               NOT > CZ-RUN-EXTRACT-DATE)
004344         MOVE "N" TO CZ-PTN-LIVE-SW(CZ-PTN-HIT-SUB)
004345         MOVE "Y" TO CZ-NOT-LIVE-SWITCH
004346     END-IF.
004347
004348 2240-EXIT.
004349     EXIT.
004350
004351******************************************************************
004352*    2245-CHECK-ONE-PROFILE - COMPARE ONE PARTNER MASTER ENTRY'S
004353*                             CODE
004354******************************************************************
004355 2245-CHECK-ONE-PROFILE.
004356
004357     IF CZ-PPRT-CODE(CZ-PPR-SUB) = CZ-CIP-PARTNER-CODE
004358         MOVE "Y" TO CZ-PPR-FOUND-SWITCH
004359         MOVE CZ-PPR-SUB TO CZ-PPR-HIT-SUB
004360     END-IF.
004361
004362 2245-EXIT.
004363     EXIT.
004364
004365******************************************************************
004366*    2400-WRITE-ONE-PARTNER - WRITE THE CURRENT RECORD TO THE
004367*                             PARTNER FILE NAMED BY CZ-PTN-SUB
004368******************************************************************
004369 2400-WRITE-ONE-PARTNER.
004370
004371     EVALUATE CZ-PTN-SUB
004372         WHEN 1
004373             WRITE XMITOUT1-RECORD FROM CZ-CIPHER-RECORD
004374         WHEN 2
004375             WRITE XMITOUT2-RECORD FROM CZ-CIPHER-RECORD
004376         WHEN 3
004380             WRITE XMITOUT3-RECORD FROM CZ-CIPHER-RECORD
004390         WHEN 4
004400             WRITE XMITOUT4-RECORD FROM CZ-CIPHER-RECORD
005290
005300     PERFORM 8100-CLOSE-ONE-PARTNER THRU 8100-EXIT
005310             VARYING CZ-PTN-SUB FROM 1 BY 1
005320             UNTIL CZ-PTN-SUB > CZ-PTN-TABLE-MAX.
005330
005340     IF CZ-PTN-COUNT = 0
005350         MOVE "NO DETAIL RECORDS ON CIPHOUT - NOTHING TO SEND"
005570     CLOSE XMITRPT.
005580
005590     DISPLAY "CIPHXMIT DETAILS SPLIT       : " CZ-RECS-READ.
005592     DISPLAY "CIPHXMIT PARTNER FILES CUT   : " CZ-PTN-COUNT.
005594
005596*    TRAFFIC FOR A PARTNER NOT LIVE ON THE EXTRACT DATE IS CUT BUT
005598*    THE DESK MUST HOLD THAT FILE, SO THE STEP ENDS WITH A WARNING
005600     IF CZ-NOT-LIVE-SEEN AND RETURN-CODE < 4
005602         DISPLAY "CIPHXMIT TRAFFIC CUT FOR A PARTNER NOT LIVE ON "
005604             CZ-RUN-EXTRACT-DATE " - SEE XMITRPT"
005606         MOVE 4 TO RETURN-CODE
005608     END-IF.
005610
005620 8000-EXIT.
005630     EXIT.
005670*                             WITH ITS OWN COUNT AND HASH, AND
005680*                             ADD THAT PARTNER'S MANIFEST LINE
005690******************************************************************
005692 8100-CLOSE-ONE-PARTNER.
005694
005696     IF NOT CZ-PTN-USED(CZ-PTN-SUB)
005698         GO TO 8100-EXIT
005700     END-IF.
005702
005704     MOVE SPACES TO CZ-CIPHER-RECORD.
005730     MOVE "T" TO CZ-CIP-REC-TYPE.
005740     MOVE CZ-PTN-RECS(CZ-PTN-SUB) TO CZ-CIP-TRL-REC-COUNT.
005750     MOVE CZ-PTN-HASH(CZ-PTN-SUB) TO CZ-CIP-TRL-SEQ-HASH.
005890                " FILE XMITOUT" CZ-PTN-SUB
005900                " RECS " CZ-PTN-RECS(CZ-PTN-SUB)
005910                " MSGS " CZ-PTN-MSGS(CZ-PTN-SUB)
005912                " KEY " CZ-PTN-KEY-ID(CZ-PTN-SUB)
005914             DELIMITED BY SIZE INTO XMITRPT-RECORD
005916     END-IF.
005918     WRITE XMITRPT-RECORD.
005920
005922*    WHO THE FILE GOES TO, SO THE DESK CAN RAISE THE PARTNER'S
005924*    CONTACT IF THE TRANSMISSION FAILS
005926     MOVE SPACES TO XMITRPT-RECORD.
005928     STRING "   " CZ-PTN-NAME(CZ-PTN-SUB)
005930            " " CZ-PTN-CONTACT-NAME(CZ-PTN-SUB)
005932            " " CZ-PTN-CONTACT-PHONE(CZ-PTN-SUB)
005934         DELIMITED BY SIZE INTO XMITRPT-RECORD.
005936     WRITE XMITRPT-RECORD.
005938
005940     IF NOT CZ-PTN-LIVE(CZ-PTN-SUB)
005942         MOVE SPACES TO XMITRPT-RECORD
005944         STRING "   ** PARTNER NOT LIVE ON " CZ-RUN-EXTRACT-DATE
005946                " - HOLD THIS FILE **"
005948             DELIMITED BY SIZE INTO XMITRPT-RECORD
005950         WRITE XMITRPT-RECORD
005952     END-IF.
005960
005970 8100-EXIT.
005980     EXIT.
005990
005991******************************************************************
005992*    8900-END-RUN-CONTROL - RECORD THE STEP'S END, RETURN CODE AND
005993*                           COUNTS ON CIPHRUN. THE CALL RESETS
005994*                           RETURN-CODE, SO THE STEP'S OWN CODE IS
005995*                           PUT BACK AFTERWARDS. AN END THAT
005996*                           CANNOT BE RECORDED FAILS THE STEP,
005997*                           SINCE THE NEXT STEP WOULD BE REFUSED
005998*                           ANYWAY.
005999******************************************************************
006000 8900-END-RUN-CONTROL.
006001
006002     SET CZ-RUN-REQ-END TO TRUE.
006003     MOVE RETURN-CODE TO CZ-RUN-STEP-RC.
006004     MOVE CZ-RECS-READ       TO CZ-RUN-COUNT-IN.
006005     MOVE CZ-PTN-COUNT       TO CZ-RUN-COUNT-OUT.
006006     MOVE 0                  TO CZ-RUN-COUNT-EXC.
006007
006008     CALL "CIPHRCTL" USING CZ-RUNCTL-PARMS.
006009
006010     MOVE CZ-RUN-STEP-RC TO RETURN-CODE.
006011     IF NOT CZ-RUN-GO
006012         DISPLAY "CIPHXMIT END NOT RECORDED - " CZ-RUN-REASON-TEXT
006013         MOVE 16 TO RETURN-CODE
006014     END-IF.
006015
006016 8900-EXIT.
006017     EXIT.
006018
006019 END PROGRAM CIPHXMIT.
