000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYBAL.
000300 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000400 INSTALLATION. STAFF-PORTAL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026  JMK   ORIGINAL VERSION.  EACH RUN OUTPUT PROVED
001200*                   ITSELF ON ITS OWN TERMS - THE ACH HASH AND
001300*                   DOLLARS, THE CHECK REGISTER TOTAL, THE GL
001400*                   BATCH TOTAL - BUT NOTHING PROVED THAT THEY
001500*                   ALL AGREED WITH THE REGISTER.  MAIN_1 NOW
001600*                   CALLS THIS SUBROUTINE (A SIBLING TO PAYCOST
001700*                   AND PAYVALID) AT THE END OF EVERY COMMIT TO
001800*                   TIE THE RUN'S FILES TO THE REGISTER AND FLAG
001900*                   ANY BREAK BEFORE THE FILES GO TO THE BANK OR
002000*                   THE BOOKKEEPER.
002001* 10/15/2026  JMK   CHKREG.DAT LAYOUT CARRIES THE BANK PAID DATE
002002*                   SET BY THE NEW PAYRECON RECONCILIATION.
002022* 10/15/2026  JMK   AN OFF-CYCLE SUPPLEMENTAL RUN (PERIOD 99999)
002042*                   HAS ITS PAYHIST RECORD COUNTED BY RUN DATE.
002052* 10/15/2026  JMK   EARNHIST.TXT CARRIES SOCIAL SECURITY AND
002062*                   MEDICARE APART; EACH IS TIED TO THE
002072*                   REGISTER AS WELL AS THEIR FICA TOTAL.
002077* 10/15/2026  JMK   THE RUN'S CHECKS ARE PROVED BY THE RANGE OF
002082*                   NUMBERS IT PRINTED, FIRST TO LAST, SO A SECOND
002087*                   RUN COMMITTED ON THE SAME DATE IS NOT COUNTED.
002100*----------------------------------------------------------------
002200*----------------------------------------------------------------
002300* ONE CALL PROVES ONE RUN.  THE CALLER SETS THE RUN DATE, PERIOD,
002400* AND REGISTER TOTALS IN BAL-REQUEST; PAYBAL READS THE FILES THE
002500* COMMIT WROTE AND PRINTS EACH TIE ON BALPROOF.TXT:
002600*   1000 ACHPAY.TXT   - THE DEPOSITS, AND THEIR BATCH TRAILER
002700*   2000 CHKREG.DAT   - THE CHECKS THE RUN ISSUED
002800*        REGISTER NET = ACH DEPOSITS PLUS ISSUED CHECKS
002900*   3000 EARNHIST.TXT - THE RUN'S ROWS FOOT TO THE REGISTER
003000*        GROSS, FICA (AND ITS SOCIAL SECURITY AND MEDICARE),
003020*        FEDERAL, STATE, AND NET
003100*   4000 GLJRNL.TXT   - DEBITS EQUAL CREDITS, AND THE NET PAY
003200*        CASH CREDIT EQUALS REGISTER NET
003300*   4500 PAYHIST.TXT  - EXACTLY ONE RECORD FOR THE PERIOD
003400* BAL-BREAK-COUNT COMES BACK WITH THE NUMBER OF TIES THAT FAILED
003500* AND BAL-RC IS SET OUT OF BALANCE WHEN THERE IS ANY.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. GENERIC-PC.
004000 OBJECT-COMPUTER. GENERIC-PC.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACH-PAYMENT-FILE ASSIGN TO "ACHPAY.TXT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS LK-ACH-FILE-STATUS.
004600     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.DAT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS LK-CHR-FILE-STATUS.
004900     SELECT EARNINGS-HISTORY-FILE ASSIGN TO "EARNHIST.TXT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS LK-ERN-FILE-STATUS.
005200     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS LK-GLJ-FILE-STATUS.
005500     SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.TXT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS LK-HIST-FILE-STATUS.
005800     SELECT PROOF-REPORT-FILE ASSIGN TO "BALPROOF.TXT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS LK-RPT-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300*----------------------------------------------------------------
006400* THE RECORD LAYOUTS BELOW MUST MATCH THE FDS IN MAIN_1 - ANY
006500* FIELD ADDED TO ONE OF THESE FILES THERE MUST BE ADDED HERE TOO.
006600*----------------------------------------------------------------
006700 FD  ACH-PAYMENT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  ACH-RECORD                  PIC X(94).
007000 FD  CHECK-REGISTER-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  CHR-RECORD.
007300     05  CHR-CHECK-NO            PIC 9(08).
007400     05  FILLER                  PIC X(01).
007500     05  CHR-DATE                PIC 9(08).
007600     05  FILLER                  PIC X(01).
007700     05  CHR-EMP-ID              PIC X(09).
007800     05  FILLER                  PIC X(01).
007900     05  CHR-PAYEE               PIC X(25).
008000     05  FILLER                  PIC X(01).
008100     05  CHR-AMOUNT              PIC 9(10)V9(02).
008200     05  FILLER                  PIC X(01).
008300     05  CHR-STATUS              PIC X(01).
008320     05  FILLER                  PIC X(01).
008340     05  CHR-PAID-DATE           PIC 9(08).
008400 FD  EARNINGS-HISTORY-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  ERN-RECORD.
008700     05  ERN-EMP-ID              PIC X(09).
008800     05  FILLER                  PIC X(01).
008900     05  ERN-RUN-DATE            PIC 9(08).
009000     05  FILLER                  PIC X(01).
009100     05  ERN-GROSS               PIC 9(10)V9(02).
009200     05  FILLER                  PIC X(01).
009300     05  ERN-FICA                PIC 9(10)V9(02).
009400     05  FILLER                  PIC X(01).
009500     05  ERN-FED                 PIC 9(10)V9(02).
009600     05  FILLER                  PIC X(01).
009700     05  ERN-ST                  PIC 9(10)V9(02).
009800     05  FILLER                  PIC X(01).
009900     05  ERN-NET                 PIC 9(10)V9(02).
010000     05  FILLER                  PIC X(01).
010100     05  ERN-PERIOD-NO           PIC 9(05).
010110     05  FILLER                  PIC X(01).
010120     05  ERN-SS-WAGES            PIC 9(10)V9(02).
010130     05  FILLER                  PIC X(01).
010140     05  ERN-SS-TAX              PIC 9(10)V9(02).
010150     05  FILLER                  PIC X(01).
010160     05  ERN-MED-TAX             PIC 9(10)V9(02).
010200 FD  GL-JOURNAL-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  GLJ-RECORD.
010500     05  GLJ-RUN-DATE            PIC 9(08).
010600     05  FILLER                  PIC X(01).
010700     05  GLJ-ACCOUNT             PIC X(08).
010800     05  FILLER                  PIC X(01).
010900     05  GLJ-DR-CR               PIC X(02).
011000     05  FILLER                  PIC X(01).
011100     05  GLJ-AMOUNT              PIC 9(12)V9(02).
011200     05  FILLER                  PIC X(01).
011300     05  GLJ-DESC                PIC X(24).
011400 FD  PAYROLL-HISTORY-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  HIST-RECORD.
011700     05  HIST-RUN-DATE           PIC 9(08).
011800     05  FILLER                  PIC X(01).
011900     05  HIST-SAL-TOT            PIC 9(12)V9(02).
012000     05  FILLER                  PIC X(01).
012100     05  HIST-PAY-PERIOD         PIC 9(10)V9(02).
012200     05  FILLER                  PIC X(01).
012300     05  HIST-PERIOD-NO          PIC 9(05).
012400 FD  PROOF-REPORT-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  RPT-RECORD                  PIC X(80).
012700 WORKING-STORAGE SECTION.
012800 01  LK-ACH-FILE-STATUS          PIC X(02).
012900     88  LK-ACH-FILE-NOT-FOUND   VALUE "35".
013000 01  LK-CHR-FILE-STATUS          PIC X(02).
013100     88  LK-CHR-FILE-NOT-FOUND   VALUE "35".
013200 01  LK-ERN-FILE-STATUS          PIC X(02).
013300     88  LK-ERN-FILE-NOT-FOUND   VALUE "35".
013400 01  LK-GLJ-FILE-STATUS          PIC X(02).
013500     88  LK-GLJ-FILE-NOT-FOUND   VALUE "35".
013600 01  LK-HIST-FILE-STATUS         PIC X(02).
013700     88  LK-HIST-FILE-NOT-FOUND  VALUE "35".
013800 01  LK-RPT-FILE-STATUS          PIC X(02).
013900 01  LK-EOF-SWITCH               PIC X(01) VALUE "N".
014000     88  LK-END-OF-FILE          VALUE "Y".
014100 01  LK-RUN-DATE-X               PIC X(08).
014200*----------------------------------------------------------------
014300* ACHPAY.TXT RECORDS - THE SAME LAYOUTS 018-PARA WRITES
014400*----------------------------------------------------------------
014500 01  LK-ACH-HDR.
014600     05  LK-ACH-HDR-TYPE         PIC X(03).
014700     05  FILLER                  PIC X(24).
014800     05  LK-ACH-HDR-DATE         PIC X(08).
014900     05  FILLER                  PIC X(59).
015000 01  LK-ACH-DETAIL.
015100     05  LK-ACH-DET-TYPE         PIC X(01).
015200     05  FILLER                  PIC X(28).
015300     05  LK-ACH-DET-CENTS        PIC 9(10).
015400     05  FILLER                  PIC X(55).
015500 01  LK-ACH-TRAILER.
015600     05  LK-ACH-TRL-TYPE         PIC X(04).
015700     05  FILLER                  PIC X(28).
015800     05  LK-ACH-TRL-CREDIT       PIC 9(12).
015900     05  FILLER                  PIC X(50).
016000*----------------------------------------------------------------
016100* WHAT THE FILES CARRY FOR THE RUN
016200*----------------------------------------------------------------
016300 01  LK-ACH-TOT                  PIC 9(12)V9(02) VALUE 0.
016400 01  LK-ACH-TRL-TOT              PIC 9(12)V9(02) VALUE 0.
016500 01  LK-ACH-CENTS-WORK           PIC 9(12) VALUE 0.
016600 01  LK-CHK-TOT                  PIC 9(12)V9(02) VALUE 0.
016700 01  LK-CHK-COUNT                PIC 9(05) VALUE 0.
016800 01  LK-PAID-TOT                 PIC 9(12)V9(02) VALUE 0.
016900 01  LK-ERN-COUNT                PIC 9(05) VALUE 0.
017000 01  LK-ERN-GROSS                PIC 9(12)V9(02) VALUE 0.
017100 01  LK-ERN-FICA                 PIC 9(12)V9(02) VALUE 0.
017120 01  LK-ERN-SS                   PIC 9(12)V9(02) VALUE 0.
017140 01  LK-ERN-MED                  PIC 9(12)V9(02) VALUE 0.
017200 01  LK-ERN-FED                  PIC 9(12)V9(02) VALUE 0.
017300 01  LK-ERN-ST                   PIC 9(12)V9(02) VALUE 0.
017400 01  LK-ERN-NET                  PIC 9(12)V9(02) VALUE 0.
017500 01  LK-GLJ-COUNT                PIC 9(05) VALUE 0.
017600 01  LK-GLJ-DR-TOT               PIC 9(12)V9(02) VALUE 0.
017700 01  LK-GLJ-CR-TOT               PIC 9(12)V9(02) VALUE 0.
017800 01  LK-GLJ-CASH-TOT             PIC 9(12)V9(02) VALUE 0.
017900 01  LK-HIST-COUNT               PIC 9(05) VALUE 0.
018000*----------------------------------------------------------------
018100* REPORT LINES - EVERY TIE PRINTS WHAT IT EXPECTED, WHAT IT
018200* FOUND, AND OK OR BREAK
018300*----------------------------------------------------------------
018400 01  LK-RPT-LINE                 PIC X(80).
018500 01  LK-EXPECT-AMT               PIC 9(12)V9(02) VALUE 0.
018600 01  LK-FOUND-AMT                PIC 9(12)V9(02) VALUE 0.
018700 01  LK-EXPECT-CNT               PIC 9(05) VALUE 0.
018800 01  LK-FOUND-CNT                PIC 9(05) VALUE 0.
018900 01  LK-TIE-LINE.
019000     05  LK-TIE-NAME             PIC X(28).
019100     05  LK-TIE-EXPECT           PIC $$$,$$$,$$$,$$9.99.
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  LK-TIE-FOUND            PIC $$$,$$$,$$$,$$9.99.
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  LK-TIE-RESULT           PIC X(05).
019600 01  LK-CNT-LINE REDEFINES LK-TIE-LINE.
019700     05  LK-CNT-NAME             PIC X(28).
019800     05  FILLER                  PIC X(13).
019900     05  LK-CNT-EXPECT           PIC ZZZZ9.
020000     05  FILLER                  PIC X(14).
020100     05  LK-CNT-FOUND            PIC ZZZZ9.
020200     05  FILLER                  PIC X(02).
020300     05  LK-CNT-RESULT           PIC X(05).
020400 LINKAGE SECTION.
020500     COPY BALREQ.
020600 PROCEDURE DIVISION USING BAL-REQUEST.
020700*----------------------------------------------------------------
020800 0000-MAINLINE.
020900     MOVE 0 TO BAL-BREAK-COUNT.
021000     SET BAL-IN-BALANCE TO TRUE.
021100     MOVE BAL-RUN-DATE TO LK-RUN-DATE-X.
021200     OPEN OUTPUT PROOF-REPORT-FILE.
021300     MOVE SPACES TO LK-RPT-LINE.
021400     STRING "PAYROLL BALANCING PROOF - RUN DATE " BAL-RUN-DATE
021500         "  PERIOD " BAL-PERIOD-NO
021600         DELIMITED BY SIZE INTO LK-RPT-LINE.
021700     PERFORM 8500-WRITE-LINE.
021800     MOVE "TIE" TO LK-RPT-LINE.
021900     MOVE "EXPECTED" TO LK-RPT-LINE(39:8).
022000     MOVE "FOUND" TO LK-RPT-LINE(61:5).
022100     MOVE "RESULT" TO LK-RPT-LINE(68:6).
022200     PERFORM 8500-WRITE-LINE.
022300     PERFORM 1000-PROVE-ACH THRU 1000-EXIT.
022400     PERFORM 2000-PROVE-CHECKS THRU 2000-EXIT.
022500     COMPUTE LK-PAID-TOT = LK-ACH-TOT + LK-CHK-TOT.
022600     MOVE "NET = ACH PLUS CHECKS" TO LK-TIE-NAME.
022700     MOVE BAL-REG-NET TO LK-EXPECT-AMT.
022800     MOVE LK-PAID-TOT TO LK-FOUND-AMT.
022900     PERFORM 8000-TIE-AMOUNT.
023000     PERFORM 3000-PROVE-EARNINGS THRU 3000-EXIT.
023100     PERFORM 4000-PROVE-GL THRU 4000-EXIT.
023200     PERFORM 4500-PROVE-HISTORY THRU 4500-EXIT.
023300     MOVE SPACES TO LK-RPT-LINE.
023400     PERFORM 8500-WRITE-LINE.
023500     IF BAL-BREAK-COUNT > 0
023600         SET BAL-OUT-OF-BALANCE TO TRUE
023700         STRING "*** " BAL-BREAK-COUNT " BREAK(S) - HOLD THE BANK"
023800             " AND GL FILES UNTIL RESOLVED ***"
023900             DELIMITED BY SIZE INTO LK-RPT-LINE
024000     ELSE
024100         MOVE "ALL RUN OUTPUTS TIE TO THE REGISTER" TO LK-RPT-LINE
024200     END-IF.
024300     PERFORM 8500-WRITE-LINE.
024400     CLOSE PROOF-REPORT-FILE.
024500     GOBACK.
024600*----------------------------------------------------------------
024700* 1000 - ACHPAY.TXT IS REWRITTEN BY EVERY COMMIT, SO IT MUST
024800* STILL CARRY THIS RUN'S DATE ON ITS FILE HEADER.
024900*----------------------------------------------------------------
025000 1000-PROVE-ACH.
025100     MOVE 0 TO LK-ACH-TOT.
025200     MOVE 0 TO LK-ACH-TRL-TOT.
025300     OPEN INPUT ACH-PAYMENT-FILE.
025400     IF LK-ACH-FILE-NOT-FOUND
025500         MOVE "  ACHPAY.TXT NOT FOUND - NO DEPOSITS COUNTED"
025600             TO LK-RPT-LINE
025700         PERFORM 8500-WRITE-LINE
025800         GO TO 1000-EXIT
025900     END-IF.
026000     MOVE "N" TO LK-EOF-SWITCH.
026100     READ ACH-PAYMENT-FILE
026200         AT END
026300             SET LK-END-OF-FILE TO TRUE
026400     END-READ.
026500     MOVE ACH-RECORD TO LK-ACH-HDR.
026600     IF LK-END-OF-FILE OR LK-ACH-HDR-TYPE NOT = "101"
026700         OR LK-ACH-HDR-DATE NOT = LK-RUN-DATE-X
026800         STRING "  ACHPAY.TXT DOES NOT CARRY THIS RUN - HEADER "
026900             LK-ACH-HDR-DATE
027000             DELIMITED BY SIZE INTO LK-RPT-LINE
027100         PERFORM 8500-WRITE-LINE
027200         ADD 1 TO BAL-BREAK-COUNT
027300         CLOSE ACH-PAYMENT-FILE
027400         GO TO 1000-EXIT
027500     END-IF.
027600     PERFORM 1100-ACH-RECORD THRU 1100-EXIT
027700         UNTIL LK-END-OF-FILE.
027800     CLOSE ACH-PAYMENT-FILE.
027900     MOVE "ACH ENTRIES = BATCH TOTAL" TO LK-TIE-NAME.
028000     MOVE LK-ACH-TRL-TOT TO LK-EXPECT-AMT.
028100     MOVE LK-ACH-TOT TO LK-FOUND-AMT.
028200     PERFORM 8000-TIE-AMOUNT.
028300 1000-EXIT.
028400     EXIT.
028500 1100-ACH-RECORD.
028600     READ ACH-PAYMENT-FILE
028700         AT END
028800             SET LK-END-OF-FILE TO TRUE
028900             GO TO 1100-EXIT
029000     END-READ.
029100     MOVE ACH-RECORD TO LK-ACH-DETAIL.
029200     IF LK-ACH-DET-TYPE = "6"
029300         COMPUTE LK-ACH-TOT = LK-ACH-TOT + LK-ACH-DET-CENTS / 100
029400         GO TO 1100-EXIT
029500     END-IF.
029600     MOVE ACH-RECORD TO LK-ACH-TRAILER.
029700     IF LK-ACH-TRL-TYPE = "8200"
029800         MOVE LK-ACH-TRL-CREDIT TO LK-ACH-CENTS-WORK
029900         COMPUTE LK-ACH-TRL-TOT = LK-ACH-CENTS-WORK / 100
030000     END-IF.
030100 1100-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400* 2000 - CHKREG.DAT IS CUMULATIVE.  THE RUN'S CHECKS ARE THE
030500* ISSUED ONES ON THE RUN DATE, NUMBERED FROM THE FIRST TO THE
030600* LAST THE RUN PRINTED WHEN THE CALLER KNOWS THEM.
030700*----------------------------------------------------------------
030800 2000-PROVE-CHECKS.
030900     MOVE 0 TO LK-CHK-TOT.
031000     MOVE 0 TO LK-CHK-COUNT.
031100     OPEN INPUT CHECK-REGISTER-FILE.
031200     IF NOT LK-CHR-FILE-NOT-FOUND
031300         MOVE "N" TO LK-EOF-SWITCH
031400         PERFORM 2100-CHECK-RECORD THRU 2100-EXIT
031500             UNTIL LK-END-OF-FILE
031600         CLOSE CHECK-REGISTER-FILE
031700     END-IF.
031800     STRING "  CHECKS ISSUED BY THE RUN: " LK-CHK-COUNT
031900         DELIMITED BY SIZE INTO LK-RPT-LINE.
032000     PERFORM 8500-WRITE-LINE.
032100 2000-EXIT.
032200     EXIT.
032300 2100-CHECK-RECORD.
032400     READ CHECK-REGISTER-FILE
032500         AT END
032600             SET LK-END-OF-FILE TO TRUE
032700             GO TO 2100-EXIT
032800     END-READ.
032900     IF CHR-DATE NOT = BAL-RUN-DATE OR CHR-STATUS NOT = "I"
033000         GO TO 2100-EXIT
033100     END-IF.
033200     IF BAL-FIRST-CHECK > 0
033220         AND (CHR-CHECK-NO < BAL-FIRST-CHECK
033240             OR CHR-CHECK-NO > BAL-LAST-CHECK)
033300         GO TO 2100-EXIT
033400     END-IF.
033500     ADD CHR-AMOUNT TO LK-CHK-TOT.
033600     ADD 1 TO LK-CHK-COUNT.
033700 2100-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000* 3000 - THE RUN'S EARNINGS ROWS FOOT TO THE REGISTER.
034100*----------------------------------------------------------------
034200 3000-PROVE-EARNINGS.
034300     MOVE 0 TO LK-ERN-COUNT.
034400     MOVE 0 TO LK-ERN-GROSS.
034500     MOVE 0 TO LK-ERN-FICA.
034520     MOVE 0 TO LK-ERN-SS.
034540     MOVE 0 TO LK-ERN-MED.
034600     MOVE 0 TO LK-ERN-FED.
034700     MOVE 0 TO LK-ERN-ST.
034800     MOVE 0 TO LK-ERN-NET.
034900     OPEN INPUT EARNINGS-HISTORY-FILE.
035000     IF LK-ERN-FILE-NOT-FOUND
035100         MOVE "  EARNHIST.TXT NOT FOUND - NO ROWS COUNTED"
035200             TO LK-RPT-LINE
035300         PERFORM 8500-WRITE-LINE
035400     ELSE
035500         MOVE "N" TO LK-EOF-SWITCH
035600         PERFORM 3100-EARNINGS-RECORD THRU 3100-EXIT
035700             UNTIL LK-END-OF-FILE
035800         CLOSE EARNINGS-HISTORY-FILE
035900     END-IF.
036000     MOVE "EARNHIST GROSS" TO LK-TIE-NAME.
036100     MOVE BAL-REG-GROSS TO LK-EXPECT-AMT.
036200     MOVE LK-ERN-GROSS TO LK-FOUND-AMT.
036300     PERFORM 8000-TIE-AMOUNT.
036400     MOVE "EARNHIST FICA" TO LK-TIE-NAME.
036500     MOVE BAL-REG-FICA TO LK-EXPECT-AMT.
036600     MOVE LK-ERN-FICA TO LK-FOUND-AMT.
036700     PERFORM 8000-TIE-AMOUNT.
036710     MOVE "EARNHIST SOC SEC" TO LK-TIE-NAME.
036720     MOVE BAL-REG-SS TO LK-EXPECT-AMT.
036730     MOVE LK-ERN-SS TO LK-FOUND-AMT.
036740     PERFORM 8000-TIE-AMOUNT.
036750     MOVE "EARNHIST MEDICARE" TO LK-TIE-NAME.
036760     MOVE BAL-REG-MED TO LK-EXPECT-AMT.
036770     MOVE LK-ERN-MED TO LK-FOUND-AMT.
036780     PERFORM 8000-TIE-AMOUNT.
036800     MOVE "EARNHIST FEDERAL" TO LK-TIE-NAME.
036900     MOVE BAL-REG-FED TO LK-EXPECT-AMT.
037000     MOVE LK-ERN-FED TO LK-FOUND-AMT.
037100     PERFORM 8000-TIE-AMOUNT.
037200     MOVE "EARNHIST STATE" TO LK-TIE-NAME.
037300     MOVE BAL-REG-ST TO LK-EXPECT-AMT.
037400     MOVE LK-ERN-ST TO LK-FOUND-AMT.
037500     PERFORM 8000-TIE-AMOUNT.
037600     MOVE "EARNHIST NET" TO LK-TIE-NAME.
037700     MOVE BAL-REG-NET TO LK-EXPECT-AMT.
037800     MOVE LK-ERN-NET TO LK-FOUND-AMT.
037900     PERFORM 8000-TIE-AMOUNT.
038000 3000-EXIT.
038100     EXIT.
038200 3100-EARNINGS-RECORD.
038300     READ EARNINGS-HISTORY-FILE
038400         AT END
038500             SET LK-END-OF-FILE TO TRUE
038600             GO TO 3100-EXIT
038700     END-READ.
038800     IF ERN-RUN-DATE NOT = BAL-RUN-DATE
038900         OR ERN-PERIOD-NO NOT = BAL-PERIOD-NO
039000         GO TO 3100-EXIT
039100     END-IF.
039200     ADD 1 TO LK-ERN-COUNT.
039300     ADD ERN-GROSS TO LK-ERN-GROSS.
039400     ADD ERN-FICA TO LK-ERN-FICA.
039420     ADD ERN-SS-TAX TO LK-ERN-SS.
039440     ADD ERN-MED-TAX TO LK-ERN-MED.
039500     ADD ERN-FED TO LK-ERN-FED.
039600     ADD ERN-ST TO LK-ERN-ST.
039700     ADD ERN-NET TO LK-ERN-NET.
039800 3100-EXIT.
039900     EXIT.
040000*----------------------------------------------------------------
040100* 4000 - GLJRNL.TXT IS REWRITTEN BY EVERY COMMIT.  THE BATCH
040200* TOTAL LINE (ACCOUNT 99999999) IS NOT A POSTING AND IS SKIPPED.
040300*----------------------------------------------------------------
040400 4000-PROVE-GL.
040500     MOVE 0 TO LK-GLJ-COUNT.
040600     MOVE 0 TO LK-GLJ-DR-TOT.
040700     MOVE 0 TO LK-GLJ-CR-TOT.
040800     MOVE 0 TO LK-GLJ-CASH-TOT.
040900     OPEN INPUT GL-JOURNAL-FILE.
041000     IF LK-GLJ-FILE-NOT-FOUND
041100         MOVE "  GLJRNL.TXT NOT FOUND" TO LK-RPT-LINE
041200         PERFORM 8500-WRITE-LINE
041300         ADD 1 TO BAL-BREAK-COUNT
041400         GO TO 4000-EXIT
041500     END-IF.
041600     MOVE "N" TO LK-EOF-SWITCH.
041700     PERFORM 4100-GL-RECORD THRU 4100-EXIT
041800         UNTIL LK-END-OF-FILE.
041900     CLOSE GL-JOURNAL-FILE.
042000     IF LK-GLJ-COUNT = 0
042100         MOVE "  GLJRNL.TXT DOES NOT CARRY THIS RUN"
042200             TO LK-RPT-LINE
042300         PERFORM 8500-WRITE-LINE
042400         ADD 1 TO BAL-BREAK-COUNT
042500         GO TO 4000-EXIT
042600     END-IF.
042700     MOVE "GL DEBITS = CREDITS" TO LK-TIE-NAME.
042800     MOVE LK-GLJ-DR-TOT TO LK-EXPECT-AMT.
042900     MOVE LK-GLJ-CR-TOT TO LK-FOUND-AMT.
043000     PERFORM 8000-TIE-AMOUNT.
043100     MOVE "GL CASH CREDIT = NET" TO LK-TIE-NAME.
043200     MOVE BAL-REG-NET TO LK-EXPECT-AMT.
043300     MOVE LK-GLJ-CASH-TOT TO LK-FOUND-AMT.
043400     PERFORM 8000-TIE-AMOUNT.
043500 4000-EXIT.
043600     EXIT.
043700 4100-GL-RECORD.
043800     READ GL-JOURNAL-FILE
043900         AT END
044000             SET LK-END-OF-FILE TO TRUE
044100             GO TO 4100-EXIT
044200     END-READ.
044300     IF GLJ-RUN-DATE NOT = BAL-RUN-DATE
044400         OR GLJ-ACCOUNT = "99999999"
044500         GO TO 4100-EXIT
044600     END-IF.
044700     ADD 1 TO LK-GLJ-COUNT.
044800     IF GLJ-DR-CR = "DR"
044900         ADD GLJ-AMOUNT TO LK-GLJ-DR-TOT
045000     ELSE
045100         ADD GLJ-AMOUNT TO LK-GLJ-CR-TOT
045200         IF GLJ-ACCOUNT = BAL-CASH-ACCT
045300             ADD GLJ-AMOUNT TO LK-GLJ-CASH-TOT
045400         END-IF
045500     END-IF.
045600 4100-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900* 4500 - ONE PAYHIST.TXT RECORD PER PERIOD: NONE MEANS THE
046000* HISTORY STEP NEVER RAN, TWO MEANS THE PERIOD WAS PAID TWICE.
046100* A RUN WITH NO CALENDAR PERIOD, AND AN OFF-CYCLE RUN, IS
046120* COUNTED BY ITS RUN DATE.
046200*----------------------------------------------------------------
046300 4500-PROVE-HISTORY.
046400     MOVE 0 TO LK-HIST-COUNT.
046500     OPEN INPUT PAYROLL-HISTORY-FILE.
046600     IF NOT LK-HIST-FILE-NOT-FOUND
046700         MOVE "N" TO LK-EOF-SWITCH
046800         PERFORM 4600-HISTORY-RECORD THRU 4600-EXIT
046900             UNTIL LK-END-OF-FILE
047000         CLOSE PAYROLL-HISTORY-FILE
047100     END-IF.
047200     MOVE SPACES TO LK-CNT-LINE.
047300     MOVE "PAYHIST RECORDS FOR PERIOD" TO LK-CNT-NAME.
047400     MOVE 1 TO LK-CNT-EXPECT.
047500     MOVE LK-HIST-COUNT TO LK-CNT-FOUND.
047600     IF LK-HIST-COUNT = 1
047700         MOVE "OK" TO LK-CNT-RESULT
047800     ELSE
047900         MOVE "BREAK" TO LK-CNT-RESULT
048000         ADD 1 TO BAL-BREAK-COUNT
048100     END-IF.
048200     MOVE LK-CNT-LINE TO LK-RPT-LINE.
048300     PERFORM 8500-WRITE-LINE.
048400 4500-EXIT.
048500     EXIT.
048600 4600-HISTORY-RECORD.
048700     READ PAYROLL-HISTORY-FILE
048800         AT END
048900             SET LK-END-OF-FILE TO TRUE
049000             GO TO 4600-EXIT
049100     END-READ.
049150     IF BAL-OFF-CYCLE
049200         IF HIST-RUN-DATE = BAL-RUN-DATE
049250             AND HIST-PERIOD-NO = BAL-PERIOD-NO
049300             ADD 1 TO LK-HIST-COUNT
049350         END-IF
049400     ELSE
049450         IF BAL-PERIOD-NO > 0
049500             IF HIST-PERIOD-NO = BAL-PERIOD-NO
049550                 ADD 1 TO LK-HIST-COUNT
049600             END-IF
049650         ELSE
049700             IF HIST-RUN-DATE = BAL-RUN-DATE
049750                 AND HIST-PERIOD-NO = 0
049800                 ADD 1 TO LK-HIST-COUNT
049850             END-IF
049900         END-IF
049950     END-IF.
050200 4600-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------
050500* 8000 - ONE TIE: EXPECTED AGAINST FOUND, COUNTED WHEN IT BREAKS
050600*----------------------------------------------------------------
050700 8000-TIE-AMOUNT.
050800     MOVE LK-EXPECT-AMT TO LK-TIE-EXPECT.
050900     MOVE LK-FOUND-AMT TO LK-TIE-FOUND.
051000     IF LK-EXPECT-AMT = LK-FOUND-AMT
051100         MOVE "OK" TO LK-TIE-RESULT
051200     ELSE
051300         MOVE "BREAK" TO LK-TIE-RESULT
051400         ADD 1 TO BAL-BREAK-COUNT
051500     END-IF.
051600     MOVE LK-TIE-LINE TO LK-RPT-LINE.
051700     PERFORM 8500-WRITE-LINE.
051800     MOVE SPACES TO LK-TIE-LINE.
051900 8500-WRITE-LINE.
052000     MOVE LK-RPT-LINE TO RPT-RECORD.
052100     WRITE RPT-RECORD.
052200     MOVE SPACES TO LK-RPT-LINE.
