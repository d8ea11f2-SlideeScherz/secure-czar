000260*                     PERFORMED IS APPENDED TO CIPHAUD LIKE ANY
000270*                     BATCH RUN, SO AD HOC USE STAYS AUDITABLE.
000280*                     RETURN-CODE 8 WHEN NOTHING WAS PERFORMED.
000281*    10/15/26   SMS   KEY GENERATIONS. THE REQUEST CARD GROWS TO
000282*                     80 BYTES WITH AN OPTIONAL KEY GENERATION
000283*                     IN COLUMNS 78-80. A DECRYPT NAMING A
000284*                     GENERATION USES EXACTLY THAT MATERIAL, SO
000285*                     TRAFFIC CIPHERED BEFORE A ROTATION CAN BE
000286*                     READ; A BLANK GENERATION MEANS THE CURRENT
000287*                     ONE. AN ENCRYPT IS REFUSED UNDER ANY BUT
000288*                     THE CURRENT (HIGHEST) GENERATION.
000289*    10/15/26   SMS   OPERATOR AUTHORITY. THE REQUEST CARD'S
000290*                     OPERATOR ID IS NOW CHECKED BY THE CIPHAUTH
000291*                     SERVICE (CZAUTPRM) AGAINST THE CIPHOPER
000292*                     MASTER BEFORE THE KEY STORE IS READ (1050).
000293*                     AN OPERATOR WHO IS UNKNOWN, REVOKED, OR NOT
000294*                     HOLDING THE DESK CIPHER ROLE IS LOGGED TO
000295*                     CIPHVIOL AND THE REQUEST IS REFUSED WITH
000296*                     RETURN-CODE 8, LIKE ANY OTHER BAD REQUEST.
000297*    10/15/26   SMS   EACH AUDIT RECORD IS NOW STAMPED WITH ITS
000298*                     CIPHAUD SEQUENCE NUMBER AND CHAINED HASH
000299*                     THROUGH THE CIPHACHN SERVICE BEFORE IT IS
000300*                     WRITTEN (RECORD NOW 132 BYTES).
000301*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 138 BYTES FOR THE
000302*                     DUPLICATE-MESSAGE COUNT NOW CARRIED ON
000303*                     CZAUDREC; THIS JOB'S AUDIT RECORD CARRIES A
000304*                     ZERO COUNT.
000305*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 142 BYTES FOR THE
000306*                     PARTNER CODE NOW CARRIED ON CZAUDREC; A DESK
000307*                     ENCRYPT LEAVES IT BLANK.
000308*    10/15/26   SMS   CIPHAUD RECORD WIDENED TO 144 BYTES FOR THE
000309*                     CYCLE NUMBER NOW CARRIED ON CZAUDREC. A DESK
000310*                     ENCRYPT WORKS NO CYCLE, SO THE FIELD IS LEFT
000311*                     BLANK.
000312*    10/15/26   SMS   KEY TABLE RAISED FROM 50 TO 500 ENTRIES
000313*                     (3-DIGIT SUBSCRIPTS). CIPHKEYS NOW HOLDS
000314*                     EVERY GENERATION OF EVERY KEY ID, SO 50
000315*                     RECORDS WERE SOON REACHED.
000316******************************************************************
000317 ENVIRONMENT DIVISION.
000318 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ADHCPARM ASSIGN TO "ADHCPARM"
000470 FILE SECTION.
000480 FD  ADHCPARM
000490     RECORDING MODE IS F.
000500 01  ADHCPARM-RECORD            PIC X(80).
000510
000520 FD  CIPHKEYS
000530     RECORDING MODE IS F.
000540 01  CIPHKEYS-RECORD            PIC X(65).
000550
000560 FD  CIPHAUD
000570     RECORDING MODE IS F.
000580 01  CIPHAUD-RECORD             PIC X(144).
000590
000600 WORKING-STORAGE SECTION.
000610******************************************************************
000640     COPY czkeyrec.
000650
000660     COPY czaudrec.
000662
000664     COPY czachprm.
000670
000680     COPY czengprm.
000682
000684     COPY czautprm.
000690
000700******************************************************************
000710*    AD HOC REQUEST CARD - ONE OPERATION PER RUN
000770     05  CZ-ADH-KEY-ID           PIC X(08).
000780     05  CZ-ADH-OPERATOR-ID      PIC X(08).
000790     05  CZ-ADH-TEXT             PIC X(60).
000792     05  CZ-ADH-KEY-GEN          PIC 9(03).
000800
000810******************************************************************
000820*    FILE STATUS AND SWITCHES
001150*    KEY-STORE TABLE - CIPHKEYS IS LOADED HERE AND THE REQUEST
001160*    CARD'S KEY ID IS RESOLVED AGAINST IT
001170******************************************************************
001180 77  CZ-KEY-TABLE-MAX           PIC 9(03) VALUE 500.
001190 77  CZ-KEY-COUNT               PIC 9(03) VALUE 0.
001200 77  CZ-KEY-SUB                 PIC 9(03) VALUE 0.
001210 77  CZ-KEY-HIT-SUB             PIC 9(03) VALUE 0.
001212 77  CZ-TOP-KEY-GEN             PIC 9(03) VALUE 0.
001220
001230 01  CZ-KEY-TABLE.
001240     05  CZ-KEY-ENTRY OCCURS 500 TIMES.
001250         10  CZ-KEYT-ID          PIC X(08).
001260         10  CZ-KEYT-MODE        PIC X(01).
001270         10  CZ-KEYT-SHIFT       PIC 9(02).
001290         10  CZ-KEYT-EFF-DATE    PIC X(10).
001300         10  CZ-KEYT-EXP-DATE    PIC X(10).
001310         10  CZ-KEYT-STATUS      PIC X(01).
001312         10  CZ-KEYT-GEN         PIC 9(03).
001320
001330 PROCEDURE DIVISION.
001340******************************************************************
001870         STOP RUN
001880     END-IF.
001890
001892     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
001894
001900     PERFORM 1100-LOAD-KEY-TABLE THRU 1100-EXIT.
001910
001920 1000-EXIT.
001930     EXIT.
001940
001941******************************************************************
001942*    1050-CHECK-OPERATOR - HAVE CIPHAUTH CHECK THE CARD'S
001943*                          OPERATOR AGAINST THE CIPHOPER MASTER
001944*                          FOR THE DESK CIPHER ROLE. A REFUSED
001945*                          OPERATOR IS ALREADY ON CIPHVIOL BY
001946*                          THE TIME CONTROL COMES BACK, AND THE
001947*                          RUN ENDS BEFORE ANY WORK IS DONE.
001948******************************************************************
001949 1050-CHECK-OPERATOR.
001950
001951     MOVE "CIPHADHC"         TO CZ-ATH-PROGRAM.
001952     MOVE CZ-ADH-OPERATOR-ID TO CZ-ATH-OPERATOR-ID.
001953     SET CZ-ATH-ROLE-DESK TO TRUE.
001954     MOVE CZ-ADH-KEY-ID      TO CZ-ATH-CONTEXT.
001955     CALL "CIPHAUTH" USING CZ-AUTH-PARMS.
001956
001957     IF NOT CZ-ATH-GRANTED
001958         DISPLAY "CIPHADHC OPERATOR " CZ-ADH-OPERATOR-ID
001959             " REFUSED - " CZ-ATH-REASON-TEXT
001960         MOVE 8 TO RETURN-CODE
001961         STOP RUN
001962     END-IF.
001963
001964 1050-EXIT.
001965     EXIT.
001966
001967******************************************************************
001968*    1100-LOAD-KEY-TABLE - READ THE CIPHKEYS KEY STORE INTO THE
001970*                          KEY TABLE
001980******************************************************************
001990 1100-LOAD-KEY-TABLE.
002470     MOVE CZ-KEY-EFF-DATE  TO CZ-KEYT-EFF-DATE(CZ-KEY-COUNT).
002480     MOVE CZ-KEY-EXP-DATE  TO CZ-KEYT-EXP-DATE(CZ-KEY-COUNT).
002490     MOVE CZ-KEY-STATUS    TO CZ-KEYT-STATUS(CZ-KEY-COUNT).
002491     IF CZ-KEY-GENERATION NUMERIC
002492         MOVE CZ-KEY-GENERATION TO CZ-KEYT-GEN(CZ-KEY-COUNT)
002493     ELSE
002494         MOVE 1 TO CZ-KEYT-GEN(CZ-KEY-COUNT)
002495     END-IF.
002500
002510 1110-EXIT.
002520     EXIT.
002570*                          INSIDE ITS EFFECTIVE DATES; A DECRYPT
002580*                          ONLY NEEDS THE KEY TO EXIST AND HAVE
002590*                          REACHED ITS EFFECTIVE DATE, SINCE THE
002600*                          TEXT MAY BE OLD TRAFFIC. THE CARD'S
002602*                          GENERATION PICKS THE MATERIAL; BLANK
002604*                          MEANS THE CURRENT GENERATION, AND
002606*                          ONLY THE CURRENT GENERATION ENCRYPTS.
002610******************************************************************
002620 2000-RESOLVE-KEY-ID.
002630
002640     MOVE "N" TO CZ-KEY-FOUND-SWITCH.
002650     MOVE 0   TO CZ-KEY-HIT-SUB.
002652     MOVE 0   TO CZ-TOP-KEY-GEN.
002660
002670     PERFORM 2100-CHECK-ONE-KEY THRU 2100-EXIT
002680             VARYING CZ-KEY-SUB FROM 1 BY 1
002690             UNTIL CZ-KEY-SUB > CZ-KEY-COUNT.
002710
002720     IF NOT CZ-KEY-FOUND
002730         DISPLAY "CIPHADHC KEY ID " CZ-ADH-KEY-ID
002740             " GENERATION " CZ-ADH-KEY-GEN " IS NOT ON CIPHKEYS"
002750         MOVE 8 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002840     END-IF.
002850
002860     IF CZ-ADH-OP-ENCRYPT
002861         IF CZ-KEYT-GEN(CZ-KEY-HIT-SUB) NOT = CZ-TOP-KEY-GEN
002862             DISPLAY "CIPHADHC KEY ID " CZ-ADH-KEY-ID
002863                 " GENERATION " CZ-ADH-KEY-GEN
002864                 " IS RETIRED - ONLY GENERATION "
002865                 CZ-TOP-KEY-GEN " MAY ENCRYPT"
002866             MOVE 8 TO RETURN-CODE
002867             STOP RUN
002868         END-IF
002870         IF CZ-KEYT-STATUS(CZ-KEY-HIT-SUB) NOT = "A"
002880           OR (CZ-KEYT-EXP-DATE(CZ-KEY-HIT-SUB) NOT = SPACES
002890               AND CZ-KEYT-EXP-DATE(CZ-KEY-HIT-SUB)
003000
003010******************************************************************
003020*    2100-CHECK-ONE-KEY - COMPARE ONE TABLE ENTRY'S ID AGAINST
003030*                         THE REQUEST'S KEY ID. NOTES THE ID'S
003032*                         HIGHEST GENERATION, AND HITS THE
003034*                         CARD'S GENERATION IF ONE WAS GIVEN,
003036*                         OTHERWISE THE HIGHEST.
003040******************************************************************
003050 2100-CHECK-ONE-KEY.
003060
003070     IF CZ-KEYT-ID(CZ-KEY-SUB) NOT = CZ-ADH-KEY-ID
003071         GO TO 2100-EXIT
003072     END-IF.
003073
003074     IF CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-TOP-KEY-GEN
003075         MOVE CZ-KEYT-GEN(CZ-KEY-SUB) TO CZ-TOP-KEY-GEN
003076     END-IF.
003077
003078     IF CZ-ADH-KEY-GEN NUMERIC
003079         IF CZ-KEYT-GEN(CZ-KEY-SUB) = CZ-ADH-KEY-GEN
003080             MOVE "Y" TO CZ-KEY-FOUND-SWITCH
003081             MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
003082         END-IF
003083         GO TO 2100-EXIT
003084     END-IF.
003085
003086     IF NOT CZ-KEY-FOUND
003087       OR CZ-KEYT-GEN(CZ-KEY-SUB) > CZ-KEYT-GEN(CZ-KEY-HIT-SUB)
003088         MOVE "Y" TO CZ-KEY-FOUND-SWITCH
003090         MOVE CZ-KEY-SUB TO CZ-KEY-HIT-SUB
003100     END-IF.
003110
003490
003500     IF CZ-ADH-OP-ENCRYPT
003510         DISPLAY "CIPHADHC ENCRYPTED UNDER KEY ID " CZ-ADH-KEY-ID
003512             " GENERATION " CZ-KEYT-GEN(CZ-KEY-HIT-SUB)
003520     ELSE
003530         DISPLAY "CIPHADHC DECRYPTED UNDER KEY ID " CZ-ADH-KEY-ID
003532             " GENERATION " CZ-KEYT-GEN(CZ-KEY-HIT-SUB)
003540     END-IF.
003550     DISPLAY "CIPHADHC INPUT  TEXT: " CZ-ADH-TEXT.
003560     DISPLAY "CIPHADHC RESULT TEXT: " CZ-ENG-RESULT-TEXT.
003870     MOVE 0                   TO CZ-AUD-RECS-REJ.
003880     MOVE 0                   TO CZ-AUD-RUN-DURATION.
003890     MOVE 0                   TO CZ-AUD-RECS-MISMATCH.
003892     MOVE 0                   TO CZ-AUD-RECS-DUP.
003894     MOVE SPACES              TO CZ-AUD-PARTNER-CODE.
003896     MOVE SPACES              TO CZ-AUD-CYCLE-NO-X.
003900     MOVE "CIPHADHC"          TO CZ-AUD-SOURCE-PGM.
003902     MOVE SPACES              TO CZ-AUD-SRC-SYSTEM.
003904     MOVE "N"                 TO CZ-AUD-FORCE-FLAG.
003906     MOVE SPACES              TO CZ-AUD-FILE-DATE.
003910
003912*    STAMP THE RECORD AS THE NEXT LINK IN THE CIPHAUD CHAIN
003914     SET CZ-ACH-REQ-APPEND TO TRUE.
003916     CALL "CIPHACHN" USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
003918
003920     OPEN EXTEND CIPHAUD.
003930     IF NOT CZ-CIPHAUD-OK
003940         OPEN OUTPUT CIPHAUD
