000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CIPHACHN.
000030 AUTHOR.         S M SCHERZ.
000040 INSTALLATION.   BATCH SYSTEMS GROUP.
000050 DATE-WRITTEN.   10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   SMS   INITIAL VERSION. AUDIT-CHAIN SERVICE.
000110*                     CIPHAUD WAS A PLAIN APPEND FILE THAT
000120*                     ANYONE WITH DATASET ACCESS COULD EDIT
000130*                     WITHOUT TRACE. EVERY AUDIT WRITER NOW CALLS
000140*                     "CIPHACHN" USING CZ-AUDCHAIN-PARMS (COPY
000150*                     CZACHPRM) AND ITS CZ-AUDIT-RECORD JUST
000160*                     BEFORE THE WRITE; THE SERVICE FINDS THE
000170*                     LAST CHAINED RECORD ON CIPHAUD AND STAMPS
000180*                     THE NEW ONE WITH THE NEXT SEQUENCE NUMBER
000190*                     AND A HASH OF ITS CONTENTS SEEDED WITH THE
000200*                     PREVIOUS RECORD'S HASH. THE CIPHAVFY
000210*                     VERIFICATION JOB AND THE CIPHMRGE STREAM
000220*                     CONSOLIDATION CALL THE SAME SERVICE TO
000230*                     CHECK EACH LINK, SO THERE IS ONE HASH
000240*                     ROUTINE AND THE WRITERS AND THE CHECKERS
000250*                     CANNOT DRIFT APART.
000251*    10/15/26   SMS   THE AUDIT RECORD GREW TO 138 BYTES WITH THE
000252*                     DUPLICATE-MESSAGE COUNT AFTER THE CHAIN
000253*                     HASH. 4000-COMPUTE-HASH NOW ALSO FOLDS BYTES
000254*                     133-138 INTO THE HASH WHEN THEY ARE NOT
000255*                     BLANK, SO THE NEW COUNT IS TAMPER-EVIDENT
000256*                     WHILE OLDER RECORDS STILL VERIFY.
000257*    10/15/26   SMS   THE AUDIT RECORD GREW TO 142 BYTES WITH THE
000258*                     PARTNER CODE. 4000-COMPUTE-HASH FOLDS BYTES
000259*                     139-142 INTO THE HASH WHEN THEY ARE NOT
000260*                     BLANK, THE SAME WAY AS THE DUPLICATE COUNT.
000261*    10/15/26   SMS   THE AUDIT RECORD GREW TO 144 BYTES WITH THE
000262*                     CYCLE NUMBER. 4000-COMPUTE-HASH FOLDS BYTES
000263*                     143-144 INTO THE HASH WHEN THEY ARE NOT
000264*                     BLANK, THE SAME WAY AS THE PARTNER CODE.
000265******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CIPHAUD ASSIGN TO "CIPHAUD"
000320            ORGANIZATION IS LINE SEQUENTIAL
000330            FILE STATUS IS CZ-CIPHAUD-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CIPHAUD
000380     RECORDING MODE IS F.
000390 01  CIPHAUD-RECORD             PIC X(144).
000400
000410 WORKING-STORAGE SECTION.
000420******************************************************************
000430*    FILE STATUS AND SWITCHES - RESET ON EVERY CALL, SINCE THE
000440*    SERVICE KEEPS ITS WORKING STORAGE BETWEEN CALLS
000450******************************************************************
000460 77  CZ-CIPHAUD-STATUS          PIC X(02) VALUE SPACES.
000470     88  CZ-CIPHAUD-OK                    VALUE "00".
000480
000490 77  CZ-AUD-EOF-SWITCH          PIC X(01) VALUE "N".
000500     88  CZ-END-OF-AUDIT                  VALUE "Y".
000510
000520******************************************************************
000530*    SCAN AREA FOR THE EXISTING TRAIL - ONLY THE CHAIN FIELDS
000540*    ARE NEEDED, SO THE BUSINESS PART OF THE RECORD IS FILLER.
000550*    A RECORD WRITTEN BEFORE THE CHAIN EXISTED READS BACK WITH
000560*    A BLANK (NON-NUMERIC) SEQUENCE NUMBER.
000570******************************************************************
000580 01  CZ-SCAN-RECORD.
000590     05  FILLER                  PIC X(105).
000600     05  CZ-SCAN-SEQ-NO          PIC 9(09).
000602     05  CZ-SCAN-CHAIN-HASH      PIC X(18).
000604     05  FILLER                  PIC X(12).
000620
000630******************************************************************
000640*    HASH WORK AREAS. TWO RUNNING VALUES, EACH REDUCED MODULO A
000650*    PRIME JUST UNDER ONE BILLION; THE SECOND ALSO WEIGHS EACH
000660*    CHARACTER BY ITS POSITION SO TRANSPOSED FIELDS DO NOT HASH
000670*    ALIKE. THE CHAINED PART OF THE RECORD IS THE BUSINESS
000672*    FIELDS AND THE SEQUENCE NUMBER - EVERYTHING BUT THE HASH -
000674*    PLUS THE TRAILING EXTENSION FIELDS AFTER THE HASH WHEN THE
000676*    RECORD CARRIES THEM.
000678******************************************************************
000680 77  CZ-CHAINED-LENGTH          PIC 9(03) VALUE 114.
000682 77  CZ-EXTENSION-START         PIC 9(03) VALUE 133.
000684 77  CZ-EXTENSION-END           PIC 9(03) VALUE 138.
000686 77  CZ-PTR-EXT-START           PIC 9(03) VALUE 139.
000688 77  CZ-PTR-EXT-END             PIC 9(03) VALUE 142.
000690 77  CZ-CYC-EXT-START           PIC 9(03) VALUE 143.
000692 77  CZ-CYC-EXT-END             PIC 9(03) VALUE 144.
000710 77  CZ-HASH-PRIME-A            PIC 9(09) VALUE 999999937.
000720 77  CZ-HASH-PRIME-B            PIC 9(09) VALUE 999999929.
000730 77  CZ-HASH-A                  PIC 9(09) VALUE 0.
000740 77  CZ-HASH-B                  PIC 9(09) VALUE 0.
000750 77  CZ-HASH-WORK               PIC 9(14) VALUE 0.
000760 77  CZ-CHAR-CODE               PIC 9(03) VALUE 0.
000770 77  CZ-BYTE-SUB                PIC 9(03) VALUE 0.
000780
000790 LINKAGE SECTION.
000800     COPY czachprm.
000810
000820     COPY czaudrec.
000830
000840 PROCEDURE DIVISION USING CZ-AUDCHAIN-PARMS CZ-AUDIT-RECORD.
000850******************************************************************
000860*    0000-MAINLINE
000870******************************************************************
000880 0000-MAINLINE.
000890
000900     EVALUATE TRUE
000910         WHEN CZ-ACH-REQ-APPEND
000920             PERFORM 1000-FIND-CHAIN-END THRU 1000-EXIT
000930             PERFORM 2000-STAMP-RECORD THRU 2000-EXIT
000940         WHEN OTHER
000950             PERFORM 3000-CHECK-RECORD THRU 3000-EXIT
000960     END-EVALUATE.
000970
000980     GOBACK.
000990
001000******************************************************************
001010*    1000-FIND-CHAIN-END - READ CIPHAUD THROUGH AND KEEP THE
001020*                          SEQUENCE AND HASH OF THE LAST CHAINED
001030*                          RECORD. NO FILE, OR A FILE HOLDING
001040*                          ONLY UNCHAINED RECORDS, MEANS THE NEW
001050*                          RECORD IS THE FIRST LINK.
001060******************************************************************
001070 1000-FIND-CHAIN-END.
001080
001090     MOVE 0   TO CZ-ACH-PREV-SEQ-NO.
001100     MOVE 0   TO CZ-ACH-PREV-HASH-A.
001110     MOVE 0   TO CZ-ACH-PREV-HASH-B.
001120     MOVE "N" TO CZ-AUD-EOF-SWITCH.
001130
001140     OPEN INPUT CIPHAUD.
001150     IF NOT CZ-CIPHAUD-OK
001160         GO TO 1000-EXIT
001170     END-IF.
001180
001190     PERFORM 1100-SCAN-ONE-RECORD THRU 1100-EXIT
001200             UNTIL CZ-END-OF-AUDIT.
001210
001220     CLOSE CIPHAUD.
001230
001240 1000-EXIT.
001250     EXIT.
001260
001270******************************************************************
001280*    1100-SCAN-ONE-RECORD - READ ONE RECORD AND, IF IT IS
001290*                           CHAINED, REMEMBER IT AS THE END
001300******************************************************************
001310 1100-SCAN-ONE-RECORD.
001320
001330     READ CIPHAUD INTO CZ-SCAN-RECORD
001340         AT END
001350             MOVE "Y" TO CZ-AUD-EOF-SWITCH
001360             GO TO 1100-EXIT
001370     END-READ.
001380
001390     IF CZ-SCAN-SEQ-NO IS NUMERIC
001400       AND CZ-SCAN-SEQ-NO > 0
001410         MOVE CZ-SCAN-SEQ-NO     TO CZ-ACH-PREV-SEQ-NO
001420         MOVE CZ-SCAN-CHAIN-HASH TO CZ-ACH-PREV-HASH
001430     END-IF.
001440
001450 1100-EXIT.
001460     EXIT.
001470
001480******************************************************************
001490*    2000-STAMP-RECORD - MAKE THE CALLER'S RECORD THE NEXT LINK
001500******************************************************************
001510 2000-STAMP-RECORD.
001520
001530     COMPUTE CZ-AUD-SEQ-NO = CZ-ACH-PREV-SEQ-NO + 1.
001540     PERFORM 4000-COMPUTE-HASH THRU 4000-EXIT.
001550     MOVE CZ-ACH-EXPECTED-HASH TO CZ-AUD-CHAIN-HASH.
001560     MOVE "Y" TO CZ-ACH-RESULT.
001570
001580 2000-EXIT.
001590     EXIT.
001600
001610******************************************************************
001620*    3000-CHECK-RECORD - PROVE THE CALLER'S RECORD IS THE NEXT
001630*                        LINK AFTER THE PREVIOUS SEQUENCE AND
001640*                        HASH, THEN MOVE THEM ON TO THIS RECORD.
001650*                        AFTER A GAP OR A BROKEN HASH THE CHAIN
001660*                        IS PICKED UP AGAIN FROM THIS RECORD SO
001670*                        ONE BAD LINE IS ONE FINDING; A RECORD
001680*                        OUT OF ORDER LEAVES THE POSITION WHERE
001690*                        IT WAS, SO THE RECORDS AROUND IT STILL
001700*                        LINK UP.
001710******************************************************************
001720 3000-CHECK-RECORD.
001730
001740     IF CZ-AUD-SEQ-NO IS NOT NUMERIC
001750       OR CZ-AUD-SEQ-NO = 0
001760         MOVE "U" TO CZ-ACH-RESULT
001770         GO TO 3000-EXIT
001780     END-IF.
001790
001800     PERFORM 4000-COMPUTE-HASH THRU 4000-EXIT.
001810
001820     EVALUATE TRUE
001830         WHEN CZ-AUD-SEQ-NO NOT > CZ-ACH-PREV-SEQ-NO
001840             MOVE "O" TO CZ-ACH-RESULT
001850             GO TO 3000-EXIT
001860         WHEN CZ-AUD-SEQ-NO > CZ-ACH-PREV-SEQ-NO + 1
001870             MOVE "G" TO CZ-ACH-RESULT
001880         WHEN CZ-AUD-CHAIN-HASH NOT = CZ-ACH-EXPECTED-HASH
001890             MOVE "H" TO CZ-ACH-RESULT
001900         WHEN OTHER
001910             MOVE "Y" TO CZ-ACH-RESULT
001920     END-EVALUATE.
001930
001940     MOVE CZ-AUD-SEQ-NO     TO CZ-ACH-PREV-SEQ-NO.
001950     MOVE CZ-AUD-CHAIN-HASH TO CZ-ACH-PREV-HASH.
001960
001970 3000-EXIT.
001980     EXIT.
001990
002000******************************************************************
002002*    4000-COMPUTE-HASH - HASH THE CHAINED PART OF THE RECORD,
002004*                        SEEDED WITH THE PREVIOUS HASH, INTO CZ-
002006*                        ACH-EXPECTED-HASH. THE SEQUENCE NUMBER
002008*                        MUST ALREADY BE ON THE RECORD. EACH
002010*                        EXTENSION FIELD AFTER THE HASH (THE
002011*                        DUPLICATE COUNT, THE PARTNER CODE, THE
002012*                        CYCLE NUMBER) IS FOLDED IN ONLY WHEN IT
002013*                        IS NOT BLANK, SO A RECORD WRITTEN BEFORE
002015*                        IT EXISTED, OR A RUN THAT LEAVES IT
002017*                        EMPTY, HASHES EXACTLY AS IT DID WHEN
002019*                        WRITTEN.
002050******************************************************************
002060 4000-COMPUTE-HASH.
002070
002080     MOVE CZ-ACH-PREV-HASH-A TO CZ-HASH-A.
002090     MOVE CZ-ACH-PREV-HASH-B TO CZ-HASH-B.
002100
002110     PERFORM 4100-HASH-ONE-BYTE THRU 4100-EXIT
002120             VARYING CZ-BYTE-SUB FROM 1 BY 1
002122             UNTIL CZ-BYTE-SUB > CZ-CHAINED-LENGTH.
002124
002126     IF CZ-AUDIT-RECORD(CZ-EXTENSION-START:6) NOT = SPACES
002128         PERFORM 4100-HASH-ONE-BYTE THRU 4100-EXIT
002130                 VARYING CZ-BYTE-SUB FROM CZ-EXTENSION-START BY 1
002131                 UNTIL CZ-BYTE-SUB > CZ-EXTENSION-END
002132     END-IF.
002133
002134     IF CZ-AUDIT-RECORD(CZ-PTR-EXT-START:4) NOT = SPACES
002135         PERFORM 4100-HASH-ONE-BYTE THRU 4100-EXIT
002136                 VARYING CZ-BYTE-SUB FROM CZ-PTR-EXT-START BY 1
002137                 UNTIL CZ-BYTE-SUB > CZ-PTR-EXT-END
002138     END-IF.
002139
002140     IF CZ-AUDIT-RECORD(CZ-CYC-EXT-START:2) NOT = SPACES
002141         PERFORM 4100-HASH-ONE-BYTE THRU 4100-EXIT
002142                 VARYING CZ-BYTE-SUB FROM CZ-CYC-EXT-START BY 1
002143                 UNTIL CZ-BYTE-SUB > CZ-CYC-EXT-END
002144     END-IF.
002145
002150     MOVE CZ-HASH-A TO CZ-ACH-EXP-HASH-A.
002160     MOVE CZ-HASH-B TO CZ-ACH-EXP-HASH-B.
002170
002180 4000-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220*    4100-HASH-ONE-BYTE - FOLD ONE CHARACTER INTO BOTH VALUES
002230******************************************************************
002240 4100-HASH-ONE-BYTE.
002250
002260     MOVE FUNCTION ORD(CZ-AUDIT-RECORD(CZ-BYTE-SUB:1))
002270         TO CZ-CHAR-CODE.
002280
002290     COMPUTE CZ-HASH-WORK = CZ-HASH-A * 31 + CZ-CHAR-CODE.
002300     MOVE FUNCTION MOD(CZ-HASH-WORK, CZ-HASH-PRIME-A)
002310         TO CZ-HASH-A.
002320
002330     COMPUTE CZ-HASH-WORK = CZ-HASH-B * 131
002340                          + CZ-CHAR-CODE * CZ-BYTE-SUB.
002350     MOVE FUNCTION MOD(CZ-HASH-WORK, CZ-HASH-PRIME-B)
002360         TO CZ-HASH-B.
002370
002380 4100-EXIT.
002390     EXIT.
002400
002410 END PROGRAM CIPHACHN.
