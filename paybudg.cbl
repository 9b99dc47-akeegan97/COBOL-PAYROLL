000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYBUDG.
000300 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000400 INSTALLATION. STAFF-PORTAL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026  JMK   ORIGINAL VERSION.  017-PARA PRINTED ONE RUN'S
001200*                   DEPARTMENT FIGURES AND THEY WERE GONE, SO
001300*                   DEPARTMENT HEADS SAW OVERRUNS ONLY AT QUARTER
001400*                   CLOSE.  THIS UTILITY READS THE DEPARTMENT
001500*                   HISTORY EVERY COMMIT NOW KEEPS AND THE BUDGET
001600*                   FINANCE LOADS BY DEPARTMENT AND MONTH, AND
001700*                   PRINTS MONTH AND YEAR-TO-DATE BUDGET VERSUS
001800*                   ACTUAL WITH DOLLAR AND PERCENT VARIANCE AND AN
001900*                   OVER-BUDGET FLAG FOR EVERY DEPARTMENT.
002000*----------------------------------------------------------------
002100*----------------------------------------------------------------
002200* FILES:
002300*   DEPTREF.DAT  IN   DEPARTMENT NAMES
002400*   DEPTBUD.DAT  IN   THE LABOR BUDGET, ONE RECORD PER DEPARTMENT
002500*                     PER MONTH (YYYYMM), LOADED BY FINANCE
002600*   DEPTHIST.TXT IN   ONE RECORD PER DEPARTMENT PER COMMIT RUN,
002700*                     WRITTEN BY 039-PARA IN THE STAFF PORTAL
002800*   BUDVACT.TXT  OUT  THE BUDGET-VERSUS-ACTUAL REPORT
002900* ACTUAL IS FULLY LOADED LABOR COST - GROSS PAY PLUS EMPLOYER
003000* TAXES, AS 017-PARA SHOWS IT - AND A RUN COUNTS IN THE MONTH OF
003100* ITS RUN DATE.  VARIANCE IS ACTUAL LESS BUDGET, SO A POSITIVE
003200* VARIANCE IS AN OVERRUN.  A SECOND BUDGET RECORD FOR THE SAME
003300* DEPARTMENT AND MONTH IS LISTED AND NOT COUNTED.
003400*----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. GENERIC-PC.
003800 OBJECT-COMPUTER. GENERIC-PC.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTREF.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DPT-FILE-STATUS.
004400     SELECT BUDGET-FILE ASSIGN TO "DEPTBUD.DAT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BUD-FILE-STATUS.
004700     SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.TXT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DPH-FILE-STATUS.
005000     SELECT REPORT-FILE ASSIGN TO "BUDVACT.TXT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500*----------------------------------------------------------------
005600* THE DEPARTMENT AND DEPARTMENT-HISTORY LAYOUTS BELOW MUST MATCH
005700* THE FDS IN MAIN_1 - ANY FIELD ADDED THERE MUST BE ADDED HERE.
005800*----------------------------------------------------------------
005900 FD  DEPARTMENT-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  DPT-RECORD.
006200     05  DPT-CODE                PIC X(04).
006300     05  FILLER                  PIC X(01).
006400     05  DPT-NAME                PIC X(20).
006500     05  FILLER                  PIC X(01).
006600     05  DPT-EXP-ACCT            PIC X(08).
006700 FD  BUDGET-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  BUD-RECORD.
007000     05  BUD-DEPT-CODE           PIC X(04).
007100     05  FILLER                  PIC X(01).
007200     05  BUD-MONTH               PIC 9(06).
007300     05  BUD-MONTH-R REDEFINES BUD-MONTH.
007400         10  BUD-YY              PIC 9(04).
007500         10  BUD-MM              PIC 9(02).
007600     05  FILLER                  PIC X(01).
007700     05  BUD-AMOUNT              PIC 9(10)V9(02).
007800 FD  DEPT-HISTORY-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  DPH-RECORD.
008100     05  DPH-RUN-DATE            PIC 9(08).
008200     05  DPH-RUN-DATE-R REDEFINES DPH-RUN-DATE.
008300         10  DPH-YY              PIC 9(04).
008400         10  DPH-MM              PIC 9(02).
008500         10  DPH-DD              PIC 9(02).
008600     05  FILLER                  PIC X(01).
008700     05  DPH-PERIOD-NO           PIC 9(05).
008800     05  FILLER                  PIC X(01).
008900     05  DPH-DEPT-CODE           PIC X(04).
009000     05  FILLER                  PIC X(01).
009100     05  DPH-GROSS               PIC 9(12)V9(02).
009200     05  FILLER                  PIC X(01).
009300     05  DPH-ER-TAX              PIC 9(12)V9(02).
009400     05  FILLER                  PIC X(01).
009500     05  DPH-HEAD                PIC 9(05).
009600     05  FILLER                  PIC X(01).
009700     05  DPH-OT-PAY              PIC 9(12)V9(02).
009800 FD  REPORT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  RPT-RECORD                  PIC X(80).
010100 WORKING-STORAGE SECTION.
010200 01  WS-DPT-FILE-STATUS          PIC X(02).
010300     88  WS-DPT-FILE-OK          VALUE "00".
010400     88  WS-DPT-FILE-NOT-FOUND   VALUE "35".
010500 01  WS-BUD-FILE-STATUS          PIC X(02).
010600     88  WS-BUD-FILE-OK          VALUE "00".
010700     88  WS-BUD-FILE-NOT-FOUND   VALUE "35".
010800 01  WS-DPH-FILE-STATUS          PIC X(02).
010900     88  WS-DPH-FILE-OK          VALUE "00".
011000     88  WS-DPH-FILE-NOT-FOUND   VALUE "35".
011100 01  WS-RPT-FILE-STATUS          PIC X(02).
011200     88  WS-RPT-FILE-OK          VALUE "00".
011300 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
011400     88  WS-END-OF-FILE          VALUE "Y".
011500*----------------------------------------------------------------
011600* THE REPORT MONTH
011700*----------------------------------------------------------------
011800 01  WS-MONTH-X                  PIC X(06).
011900 01  WS-MONTH-IN                 PIC 9(06) VALUE 0.
012000 01  WS-MONTH-IN-R REDEFINES WS-MONTH-IN.
012100     05  WS-MONTH-YY             PIC 9(04).
012200     05  WS-MONTH-MM             PIC 9(02).
012300 01  WS-TODAY                    PIC 9(08) VALUE 0.
012400*----------------------------------------------------------------
012500* DEPARTMENT TABLE - DEPTREF.DAT FIRST, THEN ANY CODE THE BUDGET
012600* OR THE HISTORY CARRIES THAT DEPTREF.DAT DOES NOT (???? IS PAY
012700* THE STAFF PORTAL COULD NOT ASSIGN).  EACH ENTRY NOTES WHICH
012800* MONTHS OF THE YEAR ALREADY HAVE A BUDGET RECORD.
012900*----------------------------------------------------------------
013000 01  WS-MAX-DEPTS                PIC 9(03) VALUE 60.
013100 01  WS-DEPT-COUNT               PIC 9(03) VALUE 0.
013200 01  WS-DEPT-TABLE.
013300     05  WS-DEPT-ENTRY OCCURS 60 TIMES.
013400         10  WS-DEPT-CODE        PIC X(04).
013500         10  WS-DEPT-NAME        PIC X(20).
013600         10  WS-DEPT-BUD-SEEN    PIC X(12).
013700         10  WS-DEPT-MTD-BUD     PIC 9(12)V9(02).
013800         10  WS-DEPT-YTD-BUD     PIC 9(12)V9(02).
013900         10  WS-DEPT-MTD-ACT     PIC 9(12)V9(02).
014000         10  WS-DEPT-YTD-ACT     PIC 9(12)V9(02).
014100         10  WS-DEPT-MTD-OT      PIC 9(12)V9(02).
014200         10  WS-DEPT-MTD-HEAD    PIC 9(05).
014300         10  WS-DEPT-MTD-RUNS    PIC 9(03).
014400 01  D                           PIC 9(03) VALUE 0.
014500 01  WS-DEPT-IDX                 PIC 9(03) VALUE 0.
014600 01  WS-DEPT-LOOKUP              PIC X(04).
014700 01  WS-DEPT-FULL-SWITCH         PIC X(01) VALUE "N".
014800     88  WS-DEPT-FULL            VALUE "Y".
014900*----------------------------------------------------------------
015000* COUNTS AND TOTALS
015100*----------------------------------------------------------------
015200 01  WS-BUD-USED                 PIC 9(05) VALUE 0.
015300 01  WS-BUD-DUPS                 PIC 9(05) VALUE 0.
015400 01  WS-BUD-BAD                  PIC 9(05) VALUE 0.
015500 01  WS-DPH-USED                 PIC 9(05) VALUE 0.
015600 01  WS-OVER-COUNT               PIC 9(03) VALUE 0.
015700 01  WS-TOT-MTD-BUD              PIC 9(12)V9(02) VALUE 0.
015800 01  WS-TOT-YTD-BUD              PIC 9(12)V9(02) VALUE 0.
015900 01  WS-TOT-MTD-ACT              PIC 9(12)V9(02) VALUE 0.
016000 01  WS-TOT-YTD-ACT              PIC 9(12)V9(02) VALUE 0.
016100 01  WS-TOT-MTD-OT               PIC 9(12)V9(02) VALUE 0.
016200*----------------------------------------------------------------
016300* ONE VARIANCE LINE (5500-VARIANCE-LINE)
016400*----------------------------------------------------------------
016500 01  WS-VAR-LABEL                PIC X(05).
016600 01  WS-VAR-BUD                  PIC 9(12)V9(02) VALUE 0.
016700 01  WS-VAR-ACT                  PIC 9(12)V9(02) VALUE 0.
016800 01  WS-VAR-AMT                  PIC S9(12)V9(02) VALUE 0.
016900 01  WS-VAR-PCT                  PIC S9(04)V9(01) VALUE 0.
017000 01  WS-VAR-FLAG                 PIC X(04).
017100 01  WS-BUD-OUT                  PIC $$$,$$$,$$9.99.
017200 01  WS-ACT-OUT                  PIC $$$,$$$,$$9.99.
017300 01  WS-VAR-OUT                  PIC +++,+++,++9.99.
017400 01  WS-PCT-OUT                  PIC +(4)9.9.
017500 01  WS-PCT-X                    PIC X(07).
017600 01  WS-OT-OUT                   PIC $$$,$$$,$$9.99.
017700 01  WS-HEAD-OUT                 PIC ZZ,ZZ9.
017800 01  WS-RUNS-OUT                 PIC ZZ9.
017900 01  WS-OUT-LINE                 PIC X(80).
018000 PROCEDURE DIVISION.
018100*----------------------------------------------------------------
018200 0000-MAINLINE.
018300     DISPLAY "*******************************************".
018400     DISPLAY "*   DEPARTMENT BUDGET VERSUS ACTUAL       *".
018500     DISPLAY "*******************************************".
018600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018700     DISPLAY "REPORT MONTH (YYYYMM, BLANK = THIS MONTH): ".
018800     ACCEPT WS-MONTH-X.
018900     IF WS-MONTH-X = SPACES
019000         MOVE WS-TODAY(1:6) TO WS-MONTH-IN
019100     ELSE
019200         IF WS-MONTH-X NOT NUMERIC
019300             DISPLAY "MONTH MUST BE YYYYMM - NOTHING DONE"
019400             STOP RUN
019500         END-IF
019600         MOVE WS-MONTH-X TO WS-MONTH-IN
019700     END-IF.
019800     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
019900         DISPLAY "MONTH MUST BE 01-12 - NOTHING DONE"
020000         STOP RUN
020100     END-IF.
020200     PERFORM 1000-LOAD-DEPTS THRU 1000-EXIT.
020300     OPEN OUTPUT REPORT-FILE.
020400     MOVE SPACES TO WS-OUT-LINE.
020500     STRING "DEPARTMENT LABOR BUDGET VERSUS ACTUAL - MONTH "
020600         WS-MONTH-IN
020700         DELIMITED BY SIZE INTO WS-OUT-LINE.
020800     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
020900     MOVE "ACTUAL = GROSS PAY PLUS EMPLOYER TAXES" TO WS-OUT-LINE.
021000     MOVE "VARIANCE = ACTUAL LESS BUDGET" TO WS-OUT-LINE(41:29).
021100     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
021200     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
021300     PERFORM 2000-LOAD-BUDGET THRU 2000-EXIT.
021400     PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT.
021500     IF WS-BUD-USED = 0 AND WS-DPH-USED = 0
021600         MOVE "NO BUDGET OR DEPARTMENT HISTORY FOR THE YEAR"
021700             TO WS-OUT-LINE
021800         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
021900         CLOSE REPORT-FILE
022000         DISPLAY "NO BUDGET OR DEPARTMENT HISTORY FOR THE YEAR TO"
022100             " DATE - SEE BUDVACT.TXT"
022200         STOP RUN
022300     END-IF.
022400     PERFORM 5000-REPORT THRU 5000-EXIT.
022500     CLOSE REPORT-FILE.
022600     DISPLAY "BUDGET VERSUS ACTUAL WRITTEN TO BUDVACT.TXT - "
022700         WS-OVER-COUNT " DEPARTMENT(S) OVER BUDGET".
022800     STOP RUN.
022900*----------------------------------------------------------------
023000* 1000-LOAD-DEPTS SEEDS THE TABLE FROM DEPTREF.DAT SO EVERY
023100* DEPARTMENT IS LISTED UNDER ITS NAME.
023200*----------------------------------------------------------------
023300 1000-LOAD-DEPTS.
023400     OPEN INPUT DEPARTMENT-FILE.
023500     IF WS-DPT-FILE-NOT-FOUND
023600         DISPLAY "NO DEPARTMENT REFERENCE FILE FOUND -"
023700         DISPLAY "DEPARTMENTS ARE LISTED BY CODE ONLY"
023800         GO TO 1000-EXIT
023900     END-IF.
024000     MOVE "N" TO WS-EOF-SWITCH.
024100     PERFORM 1100-ONE-DEPT THRU 1100-EXIT
024200         UNTIL WS-END-OF-FILE.
024300     CLOSE DEPARTMENT-FILE.
024400 1000-EXIT.
024500     EXIT.
024600 1100-ONE-DEPT.
024700     READ DEPARTMENT-FILE
024800         AT END
024900             SET WS-END-OF-FILE TO TRUE
025000             GO TO 1100-EXIT
025100     END-READ.
025200     MOVE DPT-CODE TO WS-DEPT-LOOKUP.
025300     PERFORM 4000-FIND-DEPT THRU 4000-EXIT.
025400     IF WS-DEPT-IDX > 0
025500         MOVE DPT-NAME TO WS-DEPT-NAME(WS-DEPT-IDX)
025600     END-IF.
025700 1100-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------
026000* 2000-LOAD-BUDGET TOTALS THE REPORT YEAR'S BUDGET THROUGH THE
026100* REPORT MONTH BY DEPARTMENT.  A RECORD THAT IS NOT NUMERIC OR
026200* REPEATS A DEPARTMENT AND MONTH ALREADY LOADED IS LISTED AND
026300* LEFT OUT.
026400*----------------------------------------------------------------
026500 2000-LOAD-BUDGET.
026600     OPEN INPUT BUDGET-FILE.
026700     IF WS-BUD-FILE-NOT-FOUND
026800         MOVE "NO BUDGET FILE (DEPTBUD.DAT) - ACTUALS ONLY"
026900             TO WS-OUT-LINE
027000         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
027100         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
027200         GO TO 2000-EXIT
027300     END-IF.
027400     MOVE "N" TO WS-EOF-SWITCH.
027500     PERFORM 2100-ONE-BUDGET THRU 2100-EXIT
027600         UNTIL WS-END-OF-FILE.
027700     CLOSE BUDGET-FILE.
027800     IF WS-BUD-DUPS > 0 OR WS-BUD-BAD > 0
027900         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
028000     END-IF.
028100 2000-EXIT.
028200     EXIT.
028300 2100-ONE-BUDGET.
028400     READ BUDGET-FILE
028500         AT END
028600             SET WS-END-OF-FILE TO TRUE
028700             GO TO 2100-EXIT
028800     END-READ.
028900     IF BUD-MONTH NOT NUMERIC OR BUD-AMOUNT NOT NUMERIC
029000         OR BUD-MM < 1 OR BUD-MM > 12
029100         ADD 1 TO WS-BUD-BAD
029200         MOVE SPACES TO WS-OUT-LINE
029300         STRING "BUDGET RECORD NOT USED - NOT NUMERIC: "
029400             BUD-RECORD
029500             DELIMITED BY SIZE INTO WS-OUT-LINE
029600         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
029700         GO TO 2100-EXIT
029800     END-IF.
029900     IF BUD-YY NOT = WS-MONTH-YY OR BUD-MM > WS-MONTH-MM
030000         GO TO 2100-EXIT
030100     END-IF.
030200     MOVE BUD-DEPT-CODE TO WS-DEPT-LOOKUP.
030300     PERFORM 4000-FIND-DEPT THRU 4000-EXIT.
030400     IF WS-DEPT-IDX = 0
030500         GO TO 2100-EXIT
030600     END-IF.
030700     IF WS-DEPT-BUD-SEEN(WS-DEPT-IDX)(BUD-MM:1) = "Y"
030800         ADD 1 TO WS-BUD-DUPS
030900         MOVE SPACES TO WS-OUT-LINE
031000         STRING "BUDGET RECORD NOT USED - DEPARTMENT "
031100             BUD-DEPT-CODE " MONTH " BUD-MONTH " ALREADY LOADED"
031200             DELIMITED BY SIZE INTO WS-OUT-LINE
031300         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
031400         GO TO 2100-EXIT
031500     END-IF.
031600     MOVE "Y" TO WS-DEPT-BUD-SEEN(WS-DEPT-IDX)(BUD-MM:1).
031700     ADD 1 TO WS-BUD-USED.
031800     ADD BUD-AMOUNT TO WS-DEPT-YTD-BUD(WS-DEPT-IDX).
031900     IF BUD-MM = WS-MONTH-MM
032000         ADD BUD-AMOUNT TO WS-DEPT-MTD-BUD(WS-DEPT-IDX)
032100     END-IF.
032200 2100-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------
032500* 3000-LOAD-HISTORY TOTALS THE REPORT YEAR'S COMMIT RUNS THROUGH
032600* THE REPORT MONTH BY DEPARTMENT.  HEADCOUNT FOR THE MONTH IS THE
032700* MOST PEOPLE THE DEPARTMENT PAID IN ANY ONE RUN OF IT.
032800*----------------------------------------------------------------
032900 3000-LOAD-HISTORY.
033000     OPEN INPUT DEPT-HISTORY-FILE.
033100     IF WS-DPH-FILE-NOT-FOUND
033200         MOVE "NO DEPARTMENT HISTORY (DEPTHIST.TXT) ON HAND"
033300             TO WS-OUT-LINE
033400         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
033500         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
033600         GO TO 3000-EXIT
033700     END-IF.
033800     MOVE "N" TO WS-EOF-SWITCH.
033900     PERFORM 3100-ONE-HISTORY THRU 3100-EXIT
034000         UNTIL WS-END-OF-FILE.
034100     CLOSE DEPT-HISTORY-FILE.
034200 3000-EXIT.
034300     EXIT.
034400 3100-ONE-HISTORY.
034500     READ DEPT-HISTORY-FILE
034600         AT END
034700             SET WS-END-OF-FILE TO TRUE
034800             GO TO 3100-EXIT
034900     END-READ.
035000     IF DPH-YY NOT = WS-MONTH-YY OR DPH-MM > WS-MONTH-MM
035100         GO TO 3100-EXIT
035200     END-IF.
035300     MOVE DPH-DEPT-CODE TO WS-DEPT-LOOKUP.
035400     PERFORM 4000-FIND-DEPT THRU 4000-EXIT.
035500     IF WS-DEPT-IDX = 0
035600         GO TO 3100-EXIT
035700     END-IF.
035800     ADD 1 TO WS-DPH-USED.
035900     ADD DPH-GROSS DPH-ER-TAX TO WS-DEPT-YTD-ACT(WS-DEPT-IDX).
036000     IF DPH-MM = WS-MONTH-MM
036100         ADD DPH-GROSS DPH-ER-TAX TO WS-DEPT-MTD-ACT(WS-DEPT-IDX)
036200         ADD DPH-OT-PAY TO WS-DEPT-MTD-OT(WS-DEPT-IDX)
036300         ADD 1 TO WS-DEPT-MTD-RUNS(WS-DEPT-IDX)
036400         IF DPH-HEAD > WS-DEPT-MTD-HEAD(WS-DEPT-IDX)
036500             MOVE DPH-HEAD TO WS-DEPT-MTD-HEAD(WS-DEPT-IDX)
036600         END-IF
036700     END-IF.
036800 3100-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------
037100* 4000-FIND-DEPT SETS WS-DEPT-IDX TO WS-DEPT-LOOKUP'S ENTRY,
037200* ADDING ONE WHEN THE CODE IS NEW.  IT IS 0 ONLY WHEN THE TABLE
037300* IS FULL, WHICH IS REPORTED ONCE.
037400*----------------------------------------------------------------
037500 4000-FIND-DEPT.
037600     MOVE 0 TO WS-DEPT-IDX.
037700     PERFORM 4100-MATCH-DEPT THRU 4100-EXIT
037800         VARYING D FROM 1 BY 1 UNTIL D > WS-DEPT-COUNT.
037900     IF WS-DEPT-IDX > 0
038000         GO TO 4000-EXIT
038100     END-IF.
038200     IF WS-DEPT-COUNT >= WS-MAX-DEPTS
038300         IF NOT WS-DEPT-FULL
038400             SET WS-DEPT-FULL TO TRUE
038500             DISPLAY "DEPARTMENT TABLE FULL - DEPARTMENT "
038600                 WS-DEPT-LOOKUP " AND LATER CODES NOT REPORTED"
038700         END-IF
038800         GO TO 4000-EXIT
038900     END-IF.
039000     ADD 1 TO WS-DEPT-COUNT.
039100     MOVE WS-DEPT-COUNT TO WS-DEPT-IDX.
039200     MOVE WS-DEPT-LOOKUP TO WS-DEPT-CODE(WS-DEPT-IDX).
039300     IF WS-DEPT-LOOKUP = "????"
039400         MOVE "UNASSIGNED" TO WS-DEPT-NAME(WS-DEPT-IDX)
039500     ELSE
039600         MOVE "NOT ON DEPTREF.DAT" TO WS-DEPT-NAME(WS-DEPT-IDX)
039700     END-IF.
039800     MOVE "NNNNNNNNNNNN" TO WS-DEPT-BUD-SEEN(WS-DEPT-IDX).
039900     MOVE 0 TO WS-DEPT-MTD-BUD(WS-DEPT-IDX).
040000     MOVE 0 TO WS-DEPT-YTD-BUD(WS-DEPT-IDX).
040100     MOVE 0 TO WS-DEPT-MTD-ACT(WS-DEPT-IDX).
040200     MOVE 0 TO WS-DEPT-YTD-ACT(WS-DEPT-IDX).
040300     MOVE 0 TO WS-DEPT-MTD-OT(WS-DEPT-IDX).
040400     MOVE 0 TO WS-DEPT-MTD-HEAD(WS-DEPT-IDX).
040500     MOVE 0 TO WS-DEPT-MTD-RUNS(WS-DEPT-IDX).
040600 4000-EXIT.
040700     EXIT.
040800 4100-MATCH-DEPT.
040900     IF WS-DEPT-CODE(D) = WS-DEPT-LOOKUP
041000         MOVE D TO WS-DEPT-IDX
041100     END-IF.
041200 4100-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500* 5000-REPORT PRINTS EACH DEPARTMENT WITH A BUDGET OR AN ACTUAL
041600* FOR THE YEAR TO DATE - ITS MONTH HEADCOUNT AND HOURLY OVERTIME,
041700* THEN A MONTH AND A YEAR-TO-DATE VARIANCE LINE - AND THE
041800* COMPANY TOTALS.
041900*----------------------------------------------------------------
042000 5000-REPORT.
042100     MOVE "DEPT NAME                 RUNS  HEADCOUNT"
042200         TO WS-OUT-LINE.
042300     MOVE "HOURLY OT" TO WS-OUT-LINE(49:9).
042400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
042500     MOVE "             BUDGET         ACTUAL       VARIANCE"
042600         TO WS-OUT-LINE.
042700     MOVE "VAR %" TO WS-OUT-LINE(57:5).
042800     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
042900     MOVE ALL "-" TO WS-OUT-LINE(1:69).
043000     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
043100     PERFORM 5100-ONE-DEPT THRU 5100-EXIT
043200         VARYING D FROM 1 BY 1 UNTIL D > WS-DEPT-COUNT.
043300     MOVE ALL "-" TO WS-OUT-LINE(1:69).
043400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
043500     MOVE WS-TOT-MTD-OT TO WS-OT-OUT.
043600     MOVE SPACES TO WS-OUT-LINE.
043700     STRING "ALL DEPARTMENTS                           " WS-OT-OUT
043800         DELIMITED BY SIZE INTO WS-OUT-LINE.
043900     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
044000     MOVE "MONTH" TO WS-VAR-LABEL.
044100     MOVE WS-TOT-MTD-BUD TO WS-VAR-BUD.
044200     MOVE WS-TOT-MTD-ACT TO WS-VAR-ACT.
044300     PERFORM 5500-VARIANCE-LINE THRU 5500-EXIT.
044400     MOVE "YTD" TO WS-VAR-LABEL.
044500     MOVE WS-TOT-YTD-BUD TO WS-VAR-BUD.
044600     MOVE WS-TOT-YTD-ACT TO WS-VAR-ACT.
044700     PERFORM 5500-VARIANCE-LINE THRU 5500-EXIT.
044800     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
044900     MOVE SPACES TO WS-OUT-LINE.
045000     STRING WS-OVER-COUNT " DEPARTMENT(S) OVER BUDGET FOR THE"
045100         " MONTH OR YEAR TO DATE"
045200         DELIMITED BY SIZE INTO WS-OUT-LINE.
045300     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
045400 5000-EXIT.
045500     EXIT.
045600 5100-ONE-DEPT.
045700     IF WS-DEPT-YTD-BUD(D) = 0 AND WS-DEPT-YTD-ACT(D) = 0
045800         GO TO 5100-EXIT
045900     END-IF.
046000     MOVE WS-DEPT-MTD-RUNS(D) TO WS-RUNS-OUT.
046100     MOVE WS-DEPT-MTD-HEAD(D) TO WS-HEAD-OUT.
046200     MOVE WS-DEPT-MTD-OT(D) TO WS-OT-OUT.
046300     MOVE SPACES TO WS-OUT-LINE.
046400     STRING WS-DEPT-CODE(D) " " WS-DEPT-NAME(D) " " WS-RUNS-OUT
046500         "     " WS-HEAD-OUT " " WS-OT-OUT
046600         DELIMITED BY SIZE INTO WS-OUT-LINE.
046700     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
046800     MOVE SPACES TO WS-VAR-FLAG.
046900     MOVE "MONTH" TO WS-VAR-LABEL.
047000     MOVE WS-DEPT-MTD-BUD(D) TO WS-VAR-BUD.
047100     MOVE WS-DEPT-MTD-ACT(D) TO WS-VAR-ACT.
047200     PERFORM 5500-VARIANCE-LINE THRU 5500-EXIT.
047300     MOVE "YTD" TO WS-VAR-LABEL.
047400     MOVE WS-DEPT-YTD-BUD(D) TO WS-VAR-BUD.
047500     MOVE WS-DEPT-YTD-ACT(D) TO WS-VAR-ACT.
047600     PERFORM 5500-VARIANCE-LINE THRU 5500-EXIT.
047700     IF WS-DEPT-MTD-ACT(D) > WS-DEPT-MTD-BUD(D)
047800         OR WS-DEPT-YTD-ACT(D) > WS-DEPT-YTD-BUD(D)
047900         ADD 1 TO WS-OVER-COUNT
048000     END-IF.
048100     ADD WS-DEPT-MTD-BUD(D) TO WS-TOT-MTD-BUD.
048200     ADD WS-DEPT-YTD-BUD(D) TO WS-TOT-YTD-BUD.
048300     ADD WS-DEPT-MTD-ACT(D) TO WS-TOT-MTD-ACT.
048400     ADD WS-DEPT-YTD-ACT(D) TO WS-TOT-YTD-ACT.
048500     ADD WS-DEPT-MTD-OT(D) TO WS-TOT-MTD-OT.
048600 5100-EXIT.
048700     EXIT.
048800*    5500-VARIANCE-LINE - VARIANCE IS ACTUAL LESS BUDGET; THE
048900*    PERCENT IS OF BUDGET, SHOWN N/A WHEN THERE IS NO BUDGET AND
049000*    CAPPED AT 9999.9.  ANY OVERRUN IS FLAGGED OVER.
049100 5500-VARIANCE-LINE.
049200     COMPUTE WS-VAR-AMT = WS-VAR-ACT - WS-VAR-BUD.
049300     IF WS-VAR-BUD = 0
049400         MOVE "    N/A" TO WS-PCT-X
049500     ELSE
049600         COMPUTE WS-VAR-PCT ROUNDED =
049700             (WS-VAR-AMT * 100) / WS-VAR-BUD
049800             ON SIZE ERROR
049900                 IF WS-VAR-AMT < 0
050000                     MOVE -9999.9 TO WS-VAR-PCT
050100                 ELSE
050200                     MOVE 9999.9 TO WS-VAR-PCT
050300                 END-IF
050400         END-COMPUTE
050500         MOVE WS-VAR-PCT TO WS-PCT-OUT
050600         MOVE WS-PCT-OUT TO WS-PCT-X
050700     END-IF.
050800     IF WS-VAR-AMT > 0
050900         MOVE "OVER" TO WS-VAR-FLAG
051000     ELSE
051100         MOVE SPACES TO WS-VAR-FLAG
051200     END-IF.
051300     MOVE WS-VAR-BUD TO WS-BUD-OUT.
051400     MOVE WS-VAR-ACT TO WS-ACT-OUT.
051500     MOVE WS-VAR-AMT TO WS-VAR-OUT.
051600     MOVE SPACES TO WS-OUT-LINE.
051700     STRING "  " WS-VAR-LABEL " " WS-BUD-OUT " " WS-ACT-OUT " "
051800         WS-VAR-OUT " " WS-PCT-X "  " WS-VAR-FLAG
051900         DELIMITED BY SIZE INTO WS-OUT-LINE.
052000     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
052100 5500-EXIT.
052200     EXIT.
052300 8500-WRITE-LINE.
052400     MOVE WS-OUT-LINE TO RPT-RECORD.
052500     WRITE RPT-RECORD.
052600     MOVE SPACES TO WS-OUT-LINE.
052700 8500-EXIT.
052800     EXIT.
