000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYRECON.
000300 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000400 INSTALLATION. STAFF-PORTAL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026  JMK   ORIGINAL VERSION.  OUTSTANDING PAYROLL CHECKS
001200*                   WERE TICKED OFF THE BANK STATEMENT BY HAND,
001300*                   SO A CHECK PAID FOR THE WRONG AMOUNT, PAID
001400*                   AFTER IT WAS VOIDED, OR NEVER ISSUED AT ALL
001500*                   COULD GO UNNOTICED FOR MONTHS.  THIS UTILITY
001600*                   READS THE BANK'S PAID-ITEMS FILE, MATCHES IT
001700*                   TO CHKREG.DAT BY CHECK NUMBER AND AMOUNT,
001800*                   MARKS THE MATCHED CHECKS CLEARED WITH THE
001900*                   BANK'S PAID DATE, REPORTS EVERY EXCEPTION,
002000*                   AND PRINTS THE CHECKS STILL OUTSTANDING AGED
002100*                   BY ISSUE DATE, FLAGGING THE STALE-DATED ONES
002200*                   AS VOID OR UNCLAIMED-PROPERTY CANDIDATES.
002300*----------------------------------------------------------------
002400*----------------------------------------------------------------
002500* FILES:
002600*   BANKPAID.TXT IN   ONE LINE PER CHECK THE BANK PAID - CHECK
002700*                     NUMBER, PAID DATE, AMOUNT
002800*   CHKREG.DAT   I-O  THE CHECK REGISTER; A MATCHED CHECK GETS
002900*                     CHR-PAID-DATE SET AND KEEPS ITS STATUS
003000*   RECONRPT.TXT OUT  EXCEPTIONS AND MATCH TOTALS
003100*   CHKAGE.TXT   OUT  OUTSTANDING CHECKS AGED BY ISSUE DATE
003200* THE REGISTER IS REWRITTEN THROUGH THE RECWORK.TMP WORK FILE SO
003300* NO TABLE LIMIT CAN DROP CHECKS; ONLY THE BANK ITEMS ARE HELD
003400* IN A TABLE.  RUNNING THE SAME BANK FILE TWICE IS HARMLESS - A
003500* CHECK ALREADY CLEARED ON THE SAME PAID DATE IS COUNTED, NOT
003600* REPORTED.
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. GENERIC-PC.
004100 OBJECT-COMPUTER. GENERIC-PC.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT BANK-PAID-FILE ASSIGN TO "BANKPAID.TXT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BPD-FILE-STATUS.
004700     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.DAT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CHR-FILE-STATUS.
005000     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT.TXT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-FILE-STATUS.
005300     SELECT AGING-REPORT-FILE ASSIGN TO "CHKAGE.TXT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AGE-FILE-STATUS.
005600     SELECT WORK-FILE ASSIGN TO "RECWORK.TMP"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-WRK-FILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BANK-PAID-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  BPD-RECORD.
006400     05  BPD-CHECK-NO            PIC 9(08).
006500     05  FILLER                  PIC X(01).
006600     05  BPD-PAID-DATE           PIC 9(08).
006700     05  FILLER                  PIC X(01).
006800     05  BPD-AMOUNT              PIC 9(10)V9(02).
006900*----------------------------------------------------------------
007000* THE REGISTER LAYOUT BELOW MUST MATCH THE FD IN MAIN_1 - ANY
007100* FIELD ADDED THERE MUST BE ADDED HERE.
007200*----------------------------------------------------------------
007300 FD  CHECK-REGISTER-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  CHR-RECORD.
007600     05  CHR-CHECK-NO            PIC 9(08).
007700     05  FILLER                  PIC X(01).
007800     05  CHR-DATE                PIC 9(08).
007900     05  FILLER                  PIC X(01).
008000     05  CHR-EMP-ID              PIC X(09).
008100     05  FILLER                  PIC X(01).
008200     05  CHR-PAYEE               PIC X(25).
008300     05  FILLER                  PIC X(01).
008400     05  CHR-AMOUNT              PIC 9(10)V9(02).
008500     05  FILLER                  PIC X(01).
008600     05  CHR-STATUS              PIC X(01).
008700     05  FILLER                  PIC X(01).
008800     05  CHR-PAID-DATE           PIC 9(08).
008900 FD  RECON-REPORT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  RPT-RECORD                  PIC X(80).
009200 FD  AGING-REPORT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  AGE-RECORD                  PIC X(80).
009500 FD  WORK-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  WRK-RECORD                  PIC X(132).
009800 WORKING-STORAGE SECTION.
009900 01  WS-BPD-FILE-STATUS          PIC X(02).
010000     88  WS-BPD-FILE-OK          VALUE "00".
010100     88  WS-BPD-FILE-NOT-FOUND   VALUE "35".
010200 01  WS-CHR-FILE-STATUS          PIC X(02).
010300     88  WS-CHR-FILE-OK          VALUE "00".
010400     88  WS-CHR-FILE-NOT-FOUND   VALUE "35".
010500 01  WS-RPT-FILE-STATUS          PIC X(02).
010600     88  WS-RPT-FILE-OK          VALUE "00".
010700 01  WS-AGE-FILE-STATUS          PIC X(02).
010800     88  WS-AGE-FILE-OK          VALUE "00".
010900 01  WS-WRK-FILE-STATUS          PIC X(02).
011000     88  WS-WRK-FILE-OK          VALUE "00".
011100 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
011200     88  WS-END-OF-FILE          VALUE "Y".
011300 01  WS-WRK-EOF-SWITCH           PIC X(01) VALUE "N".
011400     88  WS-WRK-EOF              VALUE "Y".
011500 01  WS-PAID-OVFL-SWITCH         PIC X(01) VALUE "N".
011600     88  WS-PAID-OVERFLOW        VALUE "Y".
011700 01  WS-ASOF-X                   PIC X(08).
011800 01  WS-ASOF-DATE                PIC 9(08) VALUE 0.
011900*----------------------------------------------------------------
012000* A CHECK OUTSTANDING LONGER THAN WS-STALE-DAYS IS STALE-DATED:
012100* THE BANK MAY REFUSE IT, AND AFTER THE STATE'S DORMANCY PERIOD
012200* THE MONEY IS REPORTABLE AS UNCLAIMED PROPERTY.
012300*----------------------------------------------------------------
012400 01  WS-STALE-DAYS               PIC 9(03) VALUE 180.
012500*----------------------------------------------------------------
012600* THE BANK'S PAID ITEMS, HELD SO EACH REGISTER RECORD CAN BE
012700* LOOKED UP AS IT STREAMS PAST.  A PAID FILE BIGGER THAN THE
012800* TABLE IS REFUSED OUTRIGHT RATHER THAN HALF RECONCILED.
012900*----------------------------------------------------------------
013000 01  WS-MAX-PAID                 PIC 9(04) VALUE 2000.
013100 01  WS-PAID-COUNT               PIC 9(04) VALUE 0.
013200 01  WS-PAID-TABLE.
013300     05  WS-PAID-ENTRY OCCURS 2000 TIMES.
013400         10  WS-PD-CHECK-NO      PIC 9(08).
013500         10  WS-PD-DATE          PIC 9(08).
013600         10  WS-PD-AMT           PIC 9(10)V9(02).
013700         10  WS-PD-MATCH         PIC X(01).
013800             88  WS-PD-MATCHED   VALUE "Y".
013900 01  WS-PD-IDX                   PIC 9(04) VALUE 0.
014000 01  N                           PIC 9(04) VALUE 0.
014100*----------------------------------------------------------------
014200* OUTSTANDING-CHECK AGING BUCKETS.  THE FOURTH RUNS FROM 91 DAYS
014300* TO THE STALE-DATE LIMIT; THE FIFTH IS EVERYTHING PAST IT.
014400*----------------------------------------------------------------
014500 01  WS-AGE-LABELS.
014600     05  FILLER                  PIC X(20) VALUE "0 - 30 DAYS".
014700     05  FILLER                  PIC X(20) VALUE "31 - 60 DAYS".
014800     05  FILLER                  PIC X(20) VALUE "61 - 90 DAYS".
014900     05  FILLER                  PIC X(20) VALUE "91 TO STALE".
015000     05  FILLER                  PIC X(20) VALUE "STALE-DATED".
015100 01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
015200     05  WS-AGE-LABEL OCCURS 5 TIMES PIC X(20).
015300 01  WS-AGE-TABLE.
015400     05  WS-AGE-ENTRY OCCURS 5 TIMES.
015500         10  WS-AGE-COUNT        PIC 9(05).
015600         10  WS-AGE-AMT          PIC 9(12)V9(02).
015700 01  B                           PIC 9(01) VALUE 0.
015800 01  WS-AGE-DAYS                 PIC S9(07) VALUE 0.
015900 01  WS-ASOF-YY                  PIC 9(04) VALUE 0.
016000 01  WS-ASOF-MM                  PIC 9(02) VALUE 0.
016100 01  WS-ASOF-DD                  PIC 9(02) VALUE 0.
016200 01  WS-ISS-YY                   PIC 9(04) VALUE 0.
016300 01  WS-ISS-MM                   PIC 9(02) VALUE 0.
016400 01  WS-ISS-DD                   PIC 9(02) VALUE 0.
016500 01  WS-READ-COUNT               PIC 9(05) VALUE 0.
016600 01  WS-CLR-COUNT                PIC 9(05) VALUE 0.
016700 01  WS-CLR-AMT                  PIC 9(12)V9(02) VALUE 0.
016800 01  WS-PRIOR-COUNT              PIC 9(05) VALUE 0.
016900 01  WS-EXC-COUNT                PIC 9(05) VALUE 0.
017000 01  WS-OUT-COUNT                PIC 9(05) VALUE 0.
017100 01  WS-OUT-AMT                  PIC 9(12)V9(02) VALUE 0.
017200 01  WS-EXC-REASON               PIC X(18).
017300 01  WS-OUT-LINE                 PIC X(80) VALUE SPACES.
017400 01  WS-AMT-OUT-1                PIC $$$,$$$,$$9.99.
017500 01  WS-AMT-OUT-2                PIC $$$,$$$,$$9.99.
017600 01  WS-DAYS-OUT                 PIC ZZZZ9.
017700 01  WS-COUNT-OUT                PIC ZZZZ9.
017800 PROCEDURE DIVISION.
017900*----------------------------------------------------------------
018000 0000-MAINLINE.
018100     DISPLAY "*******************************************".
018200     DISPLAY "*      CHECK RECONCILIATION UTILITY       *".
018300     DISPLAY "*******************************************".
018400     DISPLAY "ENTER AS-OF DATE (YYYYMMDD, ENTER FOR TODAY): ".
018500     ACCEPT WS-ASOF-X.
018600     IF WS-ASOF-X = SPACES
018700         ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
018800     ELSE
018900         IF WS-ASOF-X NOT NUMERIC
019000             DISPLAY "AS-OF DATE MUST BE 8 DIGITS - NOTHING DONE"
019100             STOP RUN
019200         END-IF
019300         MOVE WS-ASOF-X TO WS-ASOF-DATE
019400     END-IF.
019500     INITIALIZE WS-AGE-TABLE.
019600     MOVE WS-ASOF-DATE(1:4) TO WS-ASOF-YY.
019700     MOVE WS-ASOF-DATE(5:2) TO WS-ASOF-MM.
019800     MOVE WS-ASOF-DATE(7:2) TO WS-ASOF-DD.
019900     OPEN INPUT CHECK-REGISTER-FILE.
020000     IF WS-CHR-FILE-NOT-FOUND
020100         DISPLAY "NO CHECK REGISTER ON FILE - NOTHING DONE"
020200         STOP RUN
020300     END-IF.
020400     CLOSE CHECK-REGISTER-FILE.
020500     OPEN OUTPUT RECON-REPORT-FILE.
020600     MOVE SPACES TO WS-OUT-LINE.
020700     STRING "CHECK RECONCILIATION AS OF " WS-ASOF-DATE
020800         DELIMITED BY SIZE INTO WS-OUT-LINE.
020900     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
021000     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
021100     PERFORM 1000-LOAD-PAID THRU 1000-EXIT.
021200     IF WS-PAID-OVERFLOW
021300         MOVE "BANK PAID FILE EXCEEDS THE TABLE - NOTHING DONE"
021400             TO WS-OUT-LINE
021500         PERFORM 8500-WRITE-RPT THRU 8500-EXIT
021600         CLOSE RECON-REPORT-FILE
021700         DISPLAY "BANK PAID FILE EXCEEDS THE TABLE - NOTHING DONE"
021800         STOP RUN
021900     END-IF.
022000     PERFORM 2000-MATCH-REGISTER THRU 2000-EXIT.
022100     PERFORM 3000-NOT-ISSUED THRU 3000-EXIT.
022200     PERFORM 4000-SUMMARY THRU 4000-EXIT.
022300     CLOSE RECON-REPORT-FILE.
022400     STOP RUN.
022500*----------------------------------------------------------------
022600* 1000-LOAD-PAID TABLES THE BANK'S PAID ITEMS.  A LINE THAT WILL
022700* NOT READ AS NUMBERS, OR A CHECK NUMBER THE BANK SENT TWICE, IS
022800* AN EXCEPTION AND IS NOT MATCHED.  WITH NO PAID FILE ON HAND
022900* THE RUN STILL PRINTS THE OUTSTANDING LIST.
023000*----------------------------------------------------------------
023100 1000-LOAD-PAID.
023200     OPEN INPUT BANK-PAID-FILE.
023300     IF WS-BPD-FILE-NOT-FOUND
023400         MOVE "NO BANKPAID.TXT ON FILE - OUTSTANDING LIST ONLY"
023500             TO WS-OUT-LINE
023600         PERFORM 8500-WRITE-RPT THRU 8500-EXIT
023700         DISPLAY "NO BANKPAID.TXT ON FILE - OUTSTANDING LIST ONLY"
023800         GO TO 1000-EXIT
023900     END-IF.
024000     MOVE "N" TO WS-EOF-SWITCH.
024100     PERFORM 1100-ONE-PAID THRU 1100-EXIT
024200         UNTIL WS-END-OF-FILE.
024300     CLOSE BANK-PAID-FILE.
024400 1000-EXIT.
024500     EXIT.
024600 1100-ONE-PAID.
024700     READ BANK-PAID-FILE
024800         AT END
024900             SET WS-END-OF-FILE TO TRUE
025000             GO TO 1100-EXIT
025100     END-READ.
025200     ADD 1 TO WS-READ-COUNT.
025300     IF BPD-CHECK-NO NOT NUMERIC OR BPD-PAID-DATE NOT NUMERIC
025400         OR BPD-AMOUNT NOT NUMERIC
025500         ADD 1 TO WS-EXC-COUNT
025600         STRING "UNREADABLE BANK LINE " WS-READ-COUNT ": "
025700             BPD-RECORD
025800             DELIMITED BY SIZE INTO WS-OUT-LINE
025900         PERFORM 8500-WRITE-RPT THRU 8500-EXIT
026000         GO TO 1100-EXIT
026100     END-IF.
026200     MOVE 0 TO WS-PD-IDX.
026300     PERFORM 1200-FIND-PAID THRU 1200-EXIT
026400         VARYING N FROM 1 BY 1 UNTIL N > WS-PAID-COUNT.
026500     IF WS-PD-IDX > 0
026600         MOVE "PAID TWICE BY BANK" TO WS-EXC-REASON
026700         PERFORM 8100-BANK-EXCEPTION THRU 8100-EXIT
026800         GO TO 1100-EXIT
026900     END-IF.
027000     IF WS-PAID-COUNT >= WS-MAX-PAID
027100         SET WS-PAID-OVERFLOW TO TRUE
027200         SET WS-END-OF-FILE TO TRUE
027300         GO TO 1100-EXIT
027400     END-IF.
027500     ADD 1 TO WS-PAID-COUNT.
027600     MOVE BPD-CHECK-NO  TO WS-PD-CHECK-NO(WS-PAID-COUNT).
027700     MOVE BPD-PAID-DATE TO WS-PD-DATE(WS-PAID-COUNT).
027800     MOVE BPD-AMOUNT    TO WS-PD-AMT(WS-PAID-COUNT).
027900     MOVE "N"           TO WS-PD-MATCH(WS-PAID-COUNT).
028000 1100-EXIT.
028100     EXIT.
028200 1200-FIND-PAID.
028300     IF WS-PD-CHECK-NO(N) = BPD-CHECK-NO
028400         MOVE N TO WS-PD-IDX
028500     END-IF.
028600 1200-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900* 2000-MATCH-REGISTER STREAMS CHKREG.DAT THROUGH THE WORK FILE.
029000* EACH CHECK THE BANK PAID IS CLEARED OR REPORTED (2400); EACH
029100* ISSUED OR REISSUED CHECK STILL NOT CLEARED IS AGED ONTO
029200* CHKAGE.TXT (2500).  THE REGISTER IS COPIED BACK ONLY WHEN A
029300* CHECK WAS ACTUALLY CLEARED.
029400*----------------------------------------------------------------
029500 2000-MATCH-REGISTER.
029600     OPEN INPUT CHECK-REGISTER-FILE.
029700     OPEN OUTPUT WORK-FILE.
029800     OPEN OUTPUT AGING-REPORT-FILE.
029900     MOVE SPACES TO WS-OUT-LINE.
030000     STRING "OUTSTANDING PAYROLL CHECKS AS OF " WS-ASOF-DATE
030100         DELIMITED BY SIZE INTO WS-OUT-LINE.
030200     PERFORM 8600-WRITE-AGE THRU 8600-EXIT.
030300     PERFORM 8600-WRITE-AGE THRU 8600-EXIT.
030400     MOVE "CHECK NO ISSUED   EMP ID    PAYEE"
030500         TO WS-OUT-LINE.
030600     MOVE "AMOUNT  DAYS" TO WS-OUT-LINE(63:12).
030700     PERFORM 8600-WRITE-AGE THRU 8600-EXIT.
030800     MOVE "N" TO WS-EOF-SWITCH.
030900     PERFORM 2100-ONE-CHECK THRU 2100-EXIT
031000         UNTIL WS-END-OF-FILE.
031100     CLOSE WORK-FILE.
031200     CLOSE CHECK-REGISTER-FILE.
031300     IF WS-CLR-COUNT > 0
031400         OPEN INPUT WORK-FILE
031500         OPEN OUTPUT CHECK-REGISTER-FILE
031600         MOVE "N" TO WS-WRK-EOF-SWITCH
031700         PERFORM 2200-COPY-BACK THRU 2200-EXIT UNTIL WS-WRK-EOF
031800         CLOSE CHECK-REGISTER-FILE
031900         CLOSE WORK-FILE
032000     END-IF.
032100 2000-EXIT.
032200     EXIT.
032300 2100-ONE-CHECK.
032400     READ CHECK-REGISTER-FILE
032500         AT END
032600             SET WS-END-OF-FILE TO TRUE
032700             GO TO 2100-EXIT
032800     END-READ.
032900     MOVE 0 TO WS-PD-IDX.
033000     PERFORM 2300-FIND-CHECK THRU 2300-EXIT
033100         VARYING N FROM 1 BY 1 UNTIL N > WS-PAID-COUNT.
033200     IF WS-PD-IDX > 0
033300         PERFORM 2400-APPLY-PAID THRU 2400-EXIT
033400     END-IF.
033500     IF CHR-STATUS = "I" OR CHR-STATUS = "R"
033600         IF CHR-PAID-DATE NOT NUMERIC OR CHR-PAID-DATE = 0
033700             PERFORM 2500-AGE-CHECK THRU 2500-EXIT
033800         END-IF
033900     END-IF.
034000     MOVE CHR-RECORD TO WRK-RECORD.
034100     WRITE WRK-RECORD.
034200 2100-EXIT.
034300     EXIT.
034400 2200-COPY-BACK.
034500     READ WORK-FILE
034600         AT END
034700             SET WS-WRK-EOF TO TRUE
034800             GO TO 2200-EXIT
034900     END-READ.
035000     MOVE WRK-RECORD TO CHR-RECORD.
035100     WRITE CHR-RECORD.
035200 2200-EXIT.
035300     EXIT.
035400 2300-FIND-CHECK.
035500     IF WS-PD-CHECK-NO(N) = CHR-CHECK-NO
035600         MOVE N TO WS-PD-IDX
035700     END-IF.
035800 2300-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100* 2400-APPLY-PAID CLEARS A CHECK THE BANK PAID FOR THE AMOUNT IT
036200* WAS WRITTEN FOR.  A VOIDED CHECK THE BANK PAID ANYWAY, A WRONG
036300* AMOUNT, OR A SECOND PAYMENT OF A CLEARED CHECK IS REPORTED AND
036400* LEFT AS IT WAS.
036500*----------------------------------------------------------------
036600 2400-APPLY-PAID.
036700     SET WS-PD-MATCHED(WS-PD-IDX) TO TRUE.
036800     IF CHR-STATUS = "V"
036900         MOVE "PAID AFTER VOID" TO WS-EXC-REASON
037000         PERFORM 8200-CHECK-EXCEPTION THRU 8200-EXIT
037100         GO TO 2400-EXIT
037200     END-IF.
037300     IF CHR-PAID-DATE NUMERIC AND CHR-PAID-DATE > 0
037400         IF CHR-PAID-DATE = WS-PD-DATE(WS-PD-IDX)
037500             ADD 1 TO WS-PRIOR-COUNT
037600         ELSE
037700             MOVE "PAID TWICE" TO WS-EXC-REASON
037800             PERFORM 8200-CHECK-EXCEPTION THRU 8200-EXIT
037900         END-IF
038000         GO TO 2400-EXIT
038100     END-IF.
038200     IF CHR-AMOUNT NOT = WS-PD-AMT(WS-PD-IDX)
038300         MOVE "AMOUNT MISMATCH" TO WS-EXC-REASON
038400         PERFORM 8200-CHECK-EXCEPTION THRU 8200-EXIT
038500         GO TO 2400-EXIT
038600     END-IF.
038700     MOVE WS-PD-DATE(WS-PD-IDX) TO CHR-PAID-DATE.
038800     ADD 1 TO WS-CLR-COUNT.
038900     ADD CHR-AMOUNT TO WS-CLR-AMT.
039000 2400-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300* 2500-AGE-CHECK AGES AN OUTSTANDING CHECK FROM ITS ISSUE DATE TO
039400* THE AS-OF DATE, APPROXIMATED WITH 365-DAY YEARS AND 30-DAY
039500* MONTHS, AND FLAGS IT WHEN IT IS PAST THE STALE-DATE LIMIT.
039600*----------------------------------------------------------------
039700 2500-AGE-CHECK.
039800     MOVE CHR-DATE(1:4) TO WS-ISS-YY.
039900     MOVE CHR-DATE(5:2) TO WS-ISS-MM.
040000     MOVE CHR-DATE(7:2) TO WS-ISS-DD.
040100     COMPUTE WS-AGE-DAYS =
040200         ((WS-ASOF-YY - WS-ISS-YY) * 365)
040300         + ((WS-ASOF-MM - WS-ISS-MM) * 30)
040400         + (WS-ASOF-DD - WS-ISS-DD).
040500     IF WS-AGE-DAYS < 0
040600         MOVE 0 TO WS-AGE-DAYS
040700     END-IF.
040800     EVALUATE TRUE
040900         WHEN WS-AGE-DAYS <= 30
041000             MOVE 1 TO B
041100         WHEN WS-AGE-DAYS <= 60
041200             MOVE 2 TO B
041300         WHEN WS-AGE-DAYS <= 90
041400             MOVE 3 TO B
041500         WHEN WS-AGE-DAYS <= WS-STALE-DAYS
041600             MOVE 4 TO B
041700         WHEN OTHER
041800             MOVE 5 TO B
041900     END-EVALUATE.
042000     ADD 1 TO WS-AGE-COUNT(B).
042100     ADD CHR-AMOUNT TO WS-AGE-AMT(B).
042200     ADD 1 TO WS-OUT-COUNT.
042300     ADD CHR-AMOUNT TO WS-OUT-AMT.
042400     MOVE CHR-AMOUNT TO WS-AMT-OUT-1.
042500     MOVE WS-AGE-DAYS TO WS-DAYS-OUT.
042600     STRING CHR-CHECK-NO " " CHR-DATE " " CHR-EMP-ID " "
042700         CHR-PAYEE " " WS-AMT-OUT-1 " " WS-DAYS-OUT
042800         DELIMITED BY SIZE INTO WS-OUT-LINE.
042900     PERFORM 8600-WRITE-AGE THRU 8600-EXIT.
043000     IF B = 5
043100         MOVE "      ** STALE-DATED - VOID / UNCLAIMED PROPERTY"
043200             TO WS-OUT-LINE
043300         MOVE "CANDIDATE" TO WS-OUT-LINE(50:9)
043400         PERFORM 8600-WRITE-AGE THRU 8600-EXIT
043500     END-IF.
043600 2500-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900* 3000-NOT-ISSUED REPORTS EVERY BANK ITEM NO REGISTER CHECK
044000* MATCHED - THE BANK PAID A CHECK NUMBER PAYROLL NEVER WROTE.
044100*----------------------------------------------------------------
044200 3000-NOT-ISSUED.
044300     PERFORM 3100-ONE-UNMATCHED THRU 3100-EXIT
044400         VARYING N FROM 1 BY 1 UNTIL N > WS-PAID-COUNT.
044500 3000-EXIT.
044600     EXIT.
044700 3100-ONE-UNMATCHED.
044800     IF WS-PD-MATCHED(N)
044900         GO TO 3100-EXIT
045000     END-IF.
045100     ADD 1 TO WS-EXC-COUNT.
045200     MOVE WS-PD-AMT(N) TO WS-AMT-OUT-1.
045300     STRING "PAID NOT ISSUED    CHK " WS-PD-CHECK-NO(N)
045400         " PAID " WS-PD-DATE(N) " BANK " WS-AMT-OUT-1
045500         DELIMITED BY SIZE INTO WS-OUT-LINE.
045600     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
045700 3100-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000* 4000-SUMMARY CLOSES OUT BOTH REPORTS WITH THEIR TOTALS.
046100*----------------------------------------------------------------
046200 4000-SUMMARY.
046300     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
046400     MOVE WS-PAID-COUNT TO WS-COUNT-OUT.
046500     STRING "BANK ITEMS ACCEPTED        " WS-COUNT-OUT
046600         DELIMITED BY SIZE INTO WS-OUT-LINE.
046700     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
046800     MOVE WS-CLR-COUNT TO WS-COUNT-OUT.
046900     MOVE WS-CLR-AMT TO WS-AMT-OUT-1.
047000     STRING "CHECKS CLEARED THIS RUN    " WS-COUNT-OUT "  "
047100         WS-AMT-OUT-1
047200         DELIMITED BY SIZE INTO WS-OUT-LINE.
047300     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
047400     MOVE WS-PRIOR-COUNT TO WS-COUNT-OUT.
047500     STRING "ALREADY CLEARED, SAME DATE " WS-COUNT-OUT
047600         DELIMITED BY SIZE INTO WS-OUT-LINE.
047700     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
047800     MOVE WS-EXC-COUNT TO WS-COUNT-OUT.
047900     STRING "EXCEPTIONS                 " WS-COUNT-OUT
048000         DELIMITED BY SIZE INTO WS-OUT-LINE.
048100     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
048200     MOVE WS-OUT-COUNT TO WS-COUNT-OUT.
048300     MOVE WS-OUT-AMT TO WS-AMT-OUT-1.
048400     STRING "CHECKS STILL OUTSTANDING   " WS-COUNT-OUT "  "
048500         WS-AMT-OUT-1 "  (SEE CHKAGE.TXT)"
048600         DELIMITED BY SIZE INTO WS-OUT-LINE.
048700     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
048800     PERFORM 8600-WRITE-AGE THRU 8600-EXIT.
048900     MOVE "AGING SUMMARY" TO WS-OUT-LINE.
049000     PERFORM 8600-WRITE-AGE THRU 8600-EXIT.
049100     PERFORM 4100-ONE-BUCKET THRU 4100-EXIT
049200         VARYING B FROM 1 BY 1 UNTIL B > 5.
049300     MOVE WS-OUT-COUNT TO WS-COUNT-OUT.
049400     MOVE WS-OUT-AMT TO WS-AMT-OUT-1.
049500     STRING "  TOTAL OUTSTANDING   " WS-COUNT-OUT "  "
049600         WS-AMT-OUT-1
049700         DELIMITED BY SIZE INTO WS-OUT-LINE.
049800     PERFORM 8600-WRITE-AGE THRU 8600-EXIT.
049900     CLOSE AGING-REPORT-FILE.
050000     DISPLAY "CHECKS CLEARED: " WS-CLR-COUNT
050100         "  EXCEPTIONS: " WS-EXC-COUNT.
050200     DISPLAY "OUTSTANDING: " WS-OUT-COUNT
050300         "  STALE-DATED: " WS-AGE-COUNT(5).
050400     DISPLAY "SEE RECONRPT.TXT AND CHKAGE.TXT".
050500 4000-EXIT.
050600     EXIT.
050700 4100-ONE-BUCKET.
050800     MOVE WS-AGE-COUNT(B) TO WS-COUNT-OUT.
050900     MOVE WS-AGE-AMT(B) TO WS-AMT-OUT-1.
051000     STRING "  " WS-AGE-LABEL(B) WS-COUNT-OUT "  " WS-AMT-OUT-1
051100         DELIMITED BY SIZE INTO WS-OUT-LINE.
051200     PERFORM 8600-WRITE-AGE THRU 8600-EXIT.
051300 4100-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600* 8100 REPORTS A BANK ITEM REFUSED AT LOAD; 8200 REPORTS A PAID
051700* REGISTER CHECK THAT COULD NOT BE CLEARED.  THE REASON IS SET
051800* IN WS-EXC-REASON BY THE CALLER.
051900*----------------------------------------------------------------
052000 8100-BANK-EXCEPTION.
052100     ADD 1 TO WS-EXC-COUNT.
052200     MOVE BPD-AMOUNT TO WS-AMT-OUT-1.
052300     STRING WS-EXC-REASON " CHK " BPD-CHECK-NO
052400         " PAID " BPD-PAID-DATE " BANK " WS-AMT-OUT-1
052500         DELIMITED BY SIZE INTO WS-OUT-LINE.
052600     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
052700 8100-EXIT.
052800     EXIT.
052900 8200-CHECK-EXCEPTION.
053000     ADD 1 TO WS-EXC-COUNT.
053100     MOVE WS-PD-AMT(WS-PD-IDX) TO WS-AMT-OUT-1.
053200     STRING WS-EXC-REASON " CHK " CHR-CHECK-NO
053300         " PAID " WS-PD-DATE(WS-PD-IDX) " BANK " WS-AMT-OUT-1
053400         DELIMITED BY SIZE INTO WS-OUT-LINE.
053500     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
053600     MOVE CHR-AMOUNT TO WS-AMT-OUT-2.
053700     STRING "                   ISSUED " CHR-DATE " TO "
053800         CHR-EMP-ID " " WS-AMT-OUT-2 " STATUS " CHR-STATUS
053900         DELIMITED BY SIZE INTO WS-OUT-LINE.
054000     IF CHR-PAID-DATE NUMERIC AND CHR-PAID-DATE > 0
054100         MOVE SPACES TO WS-OUT-LINE
054200         STRING "                   ISSUED " CHR-DATE " TO "
054300             CHR-EMP-ID " CLEARED " CHR-PAID-DATE
054400             DELIMITED BY SIZE INTO WS-OUT-LINE
054500     END-IF.
054600     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
054700 8200-EXIT.
054800     EXIT.
054900 8500-WRITE-RPT.
055000     MOVE WS-OUT-LINE TO RPT-RECORD.
055100     WRITE RPT-RECORD.
055200     MOVE SPACES TO WS-OUT-LINE.
055300 8500-EXIT.
055400     EXIT.
055500 8600-WRITE-AGE.
055600     MOVE WS-OUT-LINE TO AGE-RECORD.
055700     WRITE AGE-RECORD.
055800     MOVE SPACES TO WS-OUT-LINE.
055900 8600-EXIT.
056000     EXIT.
