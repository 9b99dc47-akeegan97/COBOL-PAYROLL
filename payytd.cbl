000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYYTD.
000300 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000400 INSTALLATION. STAFF-PORTAL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026  JMK   ORIGINAL VERSION.  EVERY PAYROLL RUN USED TO
001200*                   READ EARNHIST.TXT FROM THE TOP FOR THE PRIOR
001300*                   NET, THE WAGE-CAP GROSS, AND THE STUB
001400*                   YEAR-TO-DATE FIGURES.  THE STAFF PORTAL NOW
001500*                   KEEPS THOSE TOTALS ON THE YEAR-TO-DATE
001600*                   ACCUMULATOR FILE, ONE RECORD PER EMPLOYEE PER
001700*                   YEAR.  THIS UTILITY BUILDS THAT FILE FROM THE
001800*                   EARNINGS HISTORY THE FIRST TIME, AND REBUILDS
001900*                   IT ON DEMAND AFTERWARDS, REPORTING EVERY
002000*                   EMPLOYEE WHOSE STORED TOTALS DO NOT MATCH WHAT
002100*                   THE HISTORY SAYS THEY SHOULD BE.
002110* 10/15/2026  JMK   A HISTORY WITH MORE EMPLOYEE-YEARS THAN THE
002120*                   REBUILD TABLE HOLDS IS NOW REFUSED BEFORE
002130*                   YTDACCUM.DAT IS OPENED.  IT USED TO SKIP THE
002140*                   EXTRA YEARS AND THEN DELETE THEIR STORED
002150*                   RECORDS AS HAVING NO EARNINGS BEHIND THEM.
002200*----------------------------------------------------------------
002300*----------------------------------------------------------------
002400* FILES:
002500*   EARNHIST.TXT IN   THE EARNINGS HISTORY, ONE ROW PER EMPLOYEE
002600*                     PER RUN
002700*   YTDACCUM.DAT I-O  THE YEAR-TO-DATE ACCUMULATORS, KEYED BY
002800*                     EMPLOYEE ID AND YEAR; CREATED IF MISSING
002900*   YTDRBLD.TXT  OUT  EVERY STORED TOTAL THAT DID NOT MATCH THE
003000*                     REBUILD, AND THE REBUILD COUNTS
003100* EVERY EMPLOYEE-YEAR ON EARNHIST.TXT IS ROLLED UP IN A TABLE AND
003200* THEN WRITTEN OVER ITS STORED RECORD.  A STORED RECORD FOR A YEAR
003300* EARNHIST.TXT STILL CARRIES BUT WITH NO EARNINGS BEHIND IT IS
003400* REPORTED AND DELETED; ONE FOR A YEAR ALREADY ARCHIVED OFF BY THE
003500* YEAR-END CLOSE (PAYYREND) IS LEFT AS IT IS.
003520* A HISTORY TOO BIG FOR THE TABLE IS REFUSED OUTRIGHT AND
003540* YTDACCUM.DAT IS LEFT UNTOUCHED.
003600*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. GENERIC-PC.
004000 OBJECT-COMPUTER. GENERIC-PC.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT EARNINGS-HISTORY-FILE ASSIGN TO "EARNHIST.TXT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ERN-FILE-STATUS.
004600     SELECT YTD-ACCUM-FILE ASSIGN TO "YTDACCUM.DAT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS YTA-KEY
005000         FILE STATUS IS WS-YTA-FILE-STATUS.
005100     SELECT REBUILD-REPORT-FILE ASSIGN TO "YTDRBLD.TXT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPT-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
005700* THE EARNINGS AND ACCUMULATOR LAYOUTS BELOW MUST MATCH THE FDS
005800* IN MAIN_1 - ANY FIELD ADDED THERE MUST BE ADDED HERE.  THE
005900* YEAR-TO-DATE AND QUARTER-TO-DATE TOTALS ARE GROUPED HERE SO THEY
006000* CAN BE COMPARED IN A LOOP; THE BYTES ARE THE SAME.
006100*----------------------------------------------------------------
006200 FD  EARNINGS-HISTORY-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  ERN-RECORD.
006500     05  ERN-EMP-ID              PIC X(09).
006600     05  FILLER                  PIC X(01).
006700     05  ERN-RUN-DATE            PIC 9(08).
006800     05  FILLER                  PIC X(01).
006900     05  ERN-GROSS               PIC 9(10)V9(02).
007000     05  FILLER                  PIC X(01).
007100     05  ERN-FICA                PIC 9(10)V9(02).
007200     05  FILLER                  PIC X(01).
007300     05  ERN-FED                 PIC 9(10)V9(02).
007400     05  FILLER                  PIC X(01).
007500     05  ERN-ST                  PIC 9(10)V9(02).
007600     05  FILLER                  PIC X(01).
007700     05  ERN-NET                 PIC 9(10)V9(02).
007800     05  FILLER                  PIC X(01).
007900     05  ERN-PERIOD-NO           PIC 9(05).
008000     05  FILLER                  PIC X(01).
008100     05  ERN-SS-WAGES            PIC 9(10)V9(02).
008200     05  FILLER                  PIC X(01).
008300     05  ERN-SS-TAX              PIC 9(10)V9(02).
008400     05  FILLER                  PIC X(01).
008500     05  ERN-MED-TAX             PIC 9(10)V9(02).
008600 FD  YTD-ACCUM-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  YTA-RECORD.
008900     05  YTA-KEY.
009000         10  YTA-EMP-ID          PIC X(09).
009100         10  YTA-YEAR            PIC 9(04).
009200     05  YTA-QTR                 PIC 9(01).
009300     05  YTA-TOTALS.
009400         10  YTA-YTD-GROSS       PIC 9(12)V9(02).
009500         10  YTA-YTD-SS-WAGES    PIC 9(12)V9(02).
009600         10  YTA-YTD-SS          PIC 9(12)V9(02).
009700         10  YTA-YTD-MED         PIC 9(12)V9(02).
009800         10  YTA-YTD-FED         PIC 9(12)V9(02).
009900         10  YTA-YTD-ST          PIC 9(12)V9(02).
010000         10  YTA-YTD-VOLDED      PIC 9(12)V9(02).
010100         10  YTA-YTD-NET         PIC 9(12)V9(02).
010200         10  YTA-QTD-GROSS       PIC 9(12)V9(02).
010300         10  YTA-QTD-SS-WAGES    PIC 9(12)V9(02).
010400         10  YTA-QTD-SS          PIC 9(12)V9(02).
010500         10  YTA-QTD-MED         PIC 9(12)V9(02).
010600         10  YTA-QTD-FED         PIC 9(12)V9(02).
010700         10  YTA-QTD-ST          PIC 9(12)V9(02).
010800         10  YTA-QTD-VOLDED      PIC 9(12)V9(02).
010900         10  YTA-QTD-NET         PIC 9(12)V9(02).
011000     05  YTA-TOTAL-TABLE REDEFINES YTA-TOTALS.
011100         10  YTA-TOTAL           PIC 9(12)V9(02) OCCURS 16 TIMES.
011200     05  YTA-LAST-RUN-DATE       PIC 9(08).
011300     05  YTA-LAST-RUN-PERIOD     PIC 9(05).
011400     05  YTA-RUN-GROSS           PIC 9(10)V9(02).
011500     05  YTA-RUN-SS-WAGES        PIC 9(10)V9(02).
011600     05  YTA-RUN-SS              PIC 9(10)V9(02).
011700     05  YTA-RUN-MED             PIC 9(10)V9(02).
011800     05  YTA-RUN-FED             PIC 9(10)V9(02).
011900     05  YTA-RUN-ST              PIC 9(10)V9(02).
012000     05  YTA-RUN-VOLDED          PIC 9(10)V9(02).
012100     05  YTA-RUN-NET             PIC 9(10)V9(02).
012200     05  YTA-LAST-NET-DATE       PIC 9(08).
012300     05  YTA-LAST-NET            PIC 9(10)V9(02).
012400     05  YTA-PREV-NET-DATE       PIC 9(08).
012500     05  YTA-PREV-NET            PIC 9(10)V9(02).
012600 FD  REBUILD-REPORT-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  RPT-RECORD                  PIC X(80).
012900 WORKING-STORAGE SECTION.
013000 01  WS-ERN-FILE-STATUS          PIC X(02).
013100     88  WS-ERN-FILE-OK          VALUE "00".
013200     88  WS-ERN-FILE-NOT-FOUND   VALUE "35".
013300 01  WS-YTA-FILE-STATUS          PIC X(02).
013400     88  WS-YTA-FILE-OK          VALUE "00".
013500     88  WS-YTA-FILE-NOT-FOUND   VALUE "35".
013600 01  WS-RPT-FILE-STATUS          PIC X(02).
013700     88  WS-RPT-FILE-OK          VALUE "00".
013800 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
013900     88  WS-END-OF-FILE          VALUE "Y".
014000 01  WS-NEW-FILE-SWITCH          PIC X(01) VALUE "N".
014100     88  WS-NEW-FILE             VALUE "Y".
014200 01  WS-EMP-HEAD-SWITCH          PIC X(01) VALUE "N".
014300     88  WS-EMP-HEAD-DONE        VALUE "Y".
014400 01  WS-YEAR-SWITCH              PIC X(01) VALUE "N".
014500     88  WS-YEAR-ON-HISTORY      VALUE "Y".
014600 01  WS-REC-YEAR                 PIC 9(04) VALUE 0.
014700 01  WS-REC-MONTH                PIC 9(02) VALUE 0.
014800 01  WS-REC-QTR                  PIC 9(01) VALUE 0.
014900 01  WS-VOLDED                   PIC S9(10)V9(02) VALUE 0.
015000*----------------------------------------------------------------
015100* THE FICA RATES MIRROR THE STAFF PORTAL.  THEY ONLY SHARE OUT THE
015200* COMBINED FICA OF AN EARNHIST.TXT ROW WRITTEN BEFORE THE TWO
015300* TAXES WERE SPLIT.  PERIOD 99999 IS AN OFF-CYCLE RUN, WHOSE NET
015400* IS NOT THE ONE A REGULAR RUN IS MEASURED AGAINST.
015500*----------------------------------------------------------------
015600 01  WS-SS-PCT                   PIC 9V9999 VALUE 0.0620.
015700 01  WS-MED-PCT                  PIC 9V9999 VALUE 0.0145.
015800 01  WS-OFF-CYCLE-PERIOD         PIC 9(05) VALUE 99999.
015900*----------------------------------------------------------------
016000* REBUILT ACCUMULATORS - ONE ENTRY PER EMPLOYEE PER YEAR ON
016100* EARNHIST.TXT, LAID OUT BYTE FOR BYTE AS YTA-RECORD SO AN ENTRY
016200* MOVES STRAIGHT ONTO THE FILE.
016300*----------------------------------------------------------------
016400 01  WS-MAX-ROWS                 PIC 9(04) VALUE 2000.
016500 01  WS-ROW-COUNT                PIC 9(04) VALUE 0.
016520 01  WS-ROW-OVFL-SWITCH          PIC X(01) VALUE "N".
016540     88  WS-ROW-OVERFLOW         VALUE "Y".
016600 01  WS-RBL-TABLE.
016700     05  WS-RBL-ENTRY OCCURS 2000 TIMES.
016800         10  WS-RBL-DATA.
016900             15  WS-RBL-KEY.
017000                 20  WS-RBL-EMP-ID       PIC X(09).
017100                 20  WS-RBL-YEAR         PIC 9(04).
017200             15  WS-RBL-QTR              PIC 9(01).
017300             15  WS-RBL-TOTALS.
017400                 20  WS-RBL-YTD-GROSS    PIC 9(12)V9(02).
017500                 20  WS-RBL-YTD-SS-WAGES PIC 9(12)V9(02).
017600                 20  WS-RBL-YTD-SS       PIC 9(12)V9(02).
017700                 20  WS-RBL-YTD-MED      PIC 9(12)V9(02).
017800                 20  WS-RBL-YTD-FED      PIC 9(12)V9(02).
017900                 20  WS-RBL-YTD-ST       PIC 9(12)V9(02).
018000                 20  WS-RBL-YTD-VOLDED   PIC 9(12)V9(02).
018100                 20  WS-RBL-YTD-NET      PIC 9(12)V9(02).
018200                 20  WS-RBL-QTD-GROSS    PIC 9(12)V9(02).
018300                 20  WS-RBL-QTD-SS-WAGES PIC 9(12)V9(02).
018400                 20  WS-RBL-QTD-SS       PIC 9(12)V9(02).
018500                 20  WS-RBL-QTD-MED      PIC 9(12)V9(02).
018600                 20  WS-RBL-QTD-FED      PIC 9(12)V9(02).
018700                 20  WS-RBL-QTD-ST       PIC 9(12)V9(02).
018800                 20  WS-RBL-QTD-VOLDED   PIC 9(12)V9(02).
018900                 20  WS-RBL-QTD-NET      PIC 9(12)V9(02).
019000             15  WS-RBL-TOTAL-TABLE REDEFINES WS-RBL-TOTALS.
019100                 20  WS-RBL-TOTAL        PIC 9(12)V9(02)
019200                                         OCCURS 16 TIMES.
019300             15  WS-RBL-LAST-RUN-DATE    PIC 9(08).
019400             15  WS-RBL-LAST-RUN-PERIOD  PIC 9(05).
019500             15  WS-RBL-RUN-GROSS        PIC 9(10)V9(02).
019600             15  WS-RBL-RUN-SS-WAGES     PIC 9(10)V9(02).
019700             15  WS-RBL-RUN-SS           PIC 9(10)V9(02).
019800             15  WS-RBL-RUN-MED          PIC 9(10)V9(02).
019900             15  WS-RBL-RUN-FED          PIC 9(10)V9(02).
020000             15  WS-RBL-RUN-ST           PIC 9(10)V9(02).
020100             15  WS-RBL-RUN-VOLDED       PIC 9(10)V9(02).
020200             15  WS-RBL-RUN-NET          PIC 9(10)V9(02).
020300             15  WS-RBL-LAST-NET-DATE    PIC 9(08).
020400             15  WS-RBL-LAST-NET         PIC 9(10)V9(02).
020500             15  WS-RBL-PREV-NET-DATE    PIC 9(08).
020600             15  WS-RBL-PREV-NET         PIC 9(10)V9(02).
020700         10  WS-RBL-MATCH-FLAG           PIC X(01).
020800             88  WS-RBL-MATCHED          VALUE "Y".
020900 01  WS-RBL-IDX                  PIC 9(04) VALUE 0.
021000 01  N                           PIC 9(04) VALUE 0.
021100 01  K                           PIC 9(02) VALUE 0.
021200*----------------------------------------------------------------
021300* REPORT LABELS FOR THE SIXTEEN TOTALS, IN YTA-TOTALS ORDER.
021400*----------------------------------------------------------------
021500 01  WS-TOTAL-NAMES.
021600     05  FILLER PIC X(14) VALUE "YTD GROSS".
021700     05  FILLER PIC X(14) VALUE "YTD SS WAGES".
021800     05  FILLER PIC X(14) VALUE "YTD SOC SEC".
021900     05  FILLER PIC X(14) VALUE "YTD MEDICARE".
022000     05  FILLER PIC X(14) VALUE "YTD FEDERAL".
022100     05  FILLER PIC X(14) VALUE "YTD STATE".
022200     05  FILLER PIC X(14) VALUE "YTD VOL DED".
022300     05  FILLER PIC X(14) VALUE "YTD NET".
022400     05  FILLER PIC X(14) VALUE "QTD GROSS".
022500     05  FILLER PIC X(14) VALUE "QTD SS WAGES".
022600     05  FILLER PIC X(14) VALUE "QTD SOC SEC".
022700     05  FILLER PIC X(14) VALUE "QTD MEDICARE".
022800     05  FILLER PIC X(14) VALUE "QTD FEDERAL".
022900     05  FILLER PIC X(14) VALUE "QTD STATE".
023000     05  FILLER PIC X(14) VALUE "QTD VOL DED".
023100     05  FILLER PIC X(14) VALUE "QTD NET".
023200 01  WS-TOTAL-NAME-TABLE REDEFINES WS-TOTAL-NAMES.
023300     05  WS-TOTAL-NAME           PIC X(14) OCCURS 16 TIMES.
023400*----------------------------------------------------------------
023500* COUNTS FOR THE END OF THE REPORT.
023600*----------------------------------------------------------------
023700 01  WS-ERN-READ                 PIC 9(07) VALUE 0.
023800 01  WS-CNT-MATCHED              PIC 9(05) VALUE 0.
023900 01  WS-CNT-DIFFER               PIC 9(05) VALUE 0.
024000 01  WS-CNT-MISSING              PIC 9(05) VALUE 0.
024100 01  WS-CNT-DELETED              PIC 9(05) VALUE 0.
024200 01  WS-CNT-KEPT                 PIC 9(05) VALUE 0.
024300 01  WS-OUT-LINE                 PIC X(80).
024400 01  WS-AMT-OUT-1                PIC $$$,$$$,$$9.99.
024500 01  WS-AMT-OUT-2                PIC $$$,$$$,$$9.99.
024600 01  WS-CMP-LABEL                PIC X(14).
024700 01  WS-CMP-STORED               PIC 9(12)V9(02) VALUE 0.
024800 01  WS-CMP-REBUILT              PIC 9(12)V9(02) VALUE 0.
024900 PROCEDURE DIVISION.
025000*----------------------------------------------------------------
025100 0000-MAINLINE.
025200     DISPLAY "*******************************************".
025300     DISPLAY "*   YEAR-TO-DATE ACCUMULATOR REBUILD      *".
025400     DISPLAY "*******************************************".
025500     PERFORM 1000-ROLL-HISTORY THRU 1000-EXIT.
025510     IF WS-ROW-OVERFLOW
025520         DISPLAY "EARNINGS HISTORY EXCEEDS THE REBUILD TABLE -"
025530         DISPLAY "NOTHING DONE, YTDACCUM.DAT LEFT UNTOUCHED"
025540         STOP RUN
025550     END-IF.
025600     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
025700     PERFORM 3000-STORED-RECORDS THRU 3000-EXIT.
025800     PERFORM 4000-MISSING-RECORDS THRU 4000-EXIT.
025900     PERFORM 5000-COUNTS THRU 5000-EXIT.
026000     CLOSE YTD-ACCUM-FILE.
026100     CLOSE REBUILD-REPORT-FILE.
026200     STOP RUN.
026300*----------------------------------------------------------------
026400* 1000-ROLL-HISTORY ROLLS EARNHIST.TXT UP BY EMPLOYEE AND YEAR THE
026500* WAY THE STAFF PORTAL'S COMMIT STEP BUILDS THE ACCUMULATORS ONE
026600* RUN AT A TIME: EVERY ROW INTO THE YEAR; THE QUARTER-TO-DATE SET
026700* FOR THE LATEST QUARTER PAID; THE LATEST ROW AS THE LAST RUN; AND
026800* THE LATEST TWO REGULAR (NOT OFF-CYCLE) NETS.  VOLUNTARY
026900* DEDUCTIONS ARE THE GROSS LESS THE TAXES LESS THE NET.
027000*----------------------------------------------------------------
027100 1000-ROLL-HISTORY.
027200     OPEN INPUT EARNINGS-HISTORY-FILE.
027300     IF WS-ERN-FILE-NOT-FOUND
027400         DISPLAY "NO EARNINGS HISTORY - NOTHING TO REBUILD"
027500         GO TO 1000-EXIT
027600     END-IF.
027700     MOVE "N" TO WS-EOF-SWITCH.
027800     PERFORM 1100-ONE-RECORD THRU 1100-EXIT
027900         UNTIL WS-END-OF-FILE.
028000     CLOSE EARNINGS-HISTORY-FILE.
028100     DISPLAY WS-ERN-READ " EARNINGS ROWS READ FOR " WS-ROW-COUNT
028200         " EMPLOYEE-YEARS".
028300 1000-EXIT.
028400     EXIT.
028500 1100-ONE-RECORD.
028600     READ EARNINGS-HISTORY-FILE
028700         AT END
028800             SET WS-END-OF-FILE TO TRUE
028900             GO TO 1100-EXIT
029000     END-READ.
029100     ADD 1 TO WS-ERN-READ.
029200     MOVE ERN-RUN-DATE(1:4) TO WS-REC-YEAR.
029300     MOVE ERN-RUN-DATE(5:2) TO WS-REC-MONTH.
029400     COMPUTE WS-REC-QTR = ((WS-REC-MONTH - 1) / 3) + 1.
029500     PERFORM 1150-FIND-OR-ADD THRU 1150-EXIT.
029600     IF WS-RBL-IDX = 0
029700         GO TO 1100-EXIT
029800     END-IF.
029900     PERFORM 1160-SPLIT-FICA THRU 1160-EXIT.
030000     COMPUTE WS-VOLDED = ERN-GROSS - ERN-FICA - ERN-FED - ERN-ST
030100         - ERN-NET.
030200     IF WS-VOLDED < 0
030300         MOVE 0 TO WS-VOLDED
030400     END-IF.
030500     MOVE WS-RBL-IDX TO N.
030600     ADD ERN-GROSS    TO WS-RBL-YTD-GROSS(N).
030700     ADD ERN-SS-WAGES TO WS-RBL-YTD-SS-WAGES(N).
030800     ADD ERN-SS-TAX   TO WS-RBL-YTD-SS(N).
030900     ADD ERN-MED-TAX  TO WS-RBL-YTD-MED(N).
031000     ADD ERN-FED      TO WS-RBL-YTD-FED(N).
031100     ADD ERN-ST       TO WS-RBL-YTD-ST(N).
031200     ADD WS-VOLDED    TO WS-RBL-YTD-VOLDED(N).
031300     ADD ERN-NET      TO WS-RBL-YTD-NET(N).
031400*    A LATER QUARTER STARTS THE QUARTER-TO-DATE SET OVER; A ROW
031500*    FROM AN EARLIER QUARTER ONLY COUNTS TOWARD THE YEAR.
031600     IF WS-REC-QTR > WS-RBL-QTR(N)
031700         PERFORM 1170-NEW-QUARTER THRU 1170-EXIT
031800     END-IF.
031900     IF WS-REC-QTR = WS-RBL-QTR(N)
032000         ADD ERN-GROSS    TO WS-RBL-QTD-GROSS(N)
032100         ADD ERN-SS-WAGES TO WS-RBL-QTD-SS-WAGES(N)
032200         ADD ERN-SS-TAX   TO WS-RBL-QTD-SS(N)
032300         ADD ERN-MED-TAX  TO WS-RBL-QTD-MED(N)
032400         ADD ERN-FED      TO WS-RBL-QTD-FED(N)
032500         ADD ERN-ST       TO WS-RBL-QTD-ST(N)
032600         ADD WS-VOLDED    TO WS-RBL-QTD-VOLDED(N)
032700         ADD ERN-NET      TO WS-RBL-QTD-NET(N)
032800     END-IF.
032900     IF ERN-RUN-DATE >= WS-RBL-LAST-RUN-DATE(N)
033000         MOVE ERN-RUN-DATE  TO WS-RBL-LAST-RUN-DATE(N)
033100         MOVE ERN-PERIOD-NO TO WS-RBL-LAST-RUN-PERIOD(N)
033200         MOVE ERN-GROSS     TO WS-RBL-RUN-GROSS(N)
033300         MOVE ERN-SS-WAGES  TO WS-RBL-RUN-SS-WAGES(N)
033400         MOVE ERN-SS-TAX    TO WS-RBL-RUN-SS(N)
033500         MOVE ERN-MED-TAX   TO WS-RBL-RUN-MED(N)
033600         MOVE ERN-FED       TO WS-RBL-RUN-FED(N)
033700         MOVE ERN-ST        TO WS-RBL-RUN-ST(N)
033800         MOVE WS-VOLDED     TO WS-RBL-RUN-VOLDED(N)
033900         MOVE ERN-NET       TO WS-RBL-RUN-NET(N)
034000     END-IF.
034100     IF ERN-PERIOD-NO = WS-OFF-CYCLE-PERIOD
034200         GO TO 1100-EXIT
034300     END-IF.
034400     IF ERN-RUN-DATE >= WS-RBL-LAST-NET-DATE(N)
034500         MOVE WS-RBL-LAST-NET-DATE(N) TO WS-RBL-PREV-NET-DATE(N)
034600         MOVE WS-RBL-LAST-NET(N)      TO WS-RBL-PREV-NET(N)
034700         MOVE ERN-RUN-DATE            TO WS-RBL-LAST-NET-DATE(N)
034800         MOVE ERN-NET                 TO WS-RBL-LAST-NET(N)
034900     ELSE
035000         IF ERN-RUN-DATE >= WS-RBL-PREV-NET-DATE(N)
035100             MOVE ERN-RUN-DATE TO WS-RBL-PREV-NET-DATE(N)
035200             MOVE ERN-NET      TO WS-RBL-PREV-NET(N)
035300         END-IF
035400     END-IF.
035500 1100-EXIT.
035600     EXIT.
035700 1150-FIND-OR-ADD.
035800     MOVE 0 TO WS-RBL-IDX.
035900     PERFORM 1200-FIND-ROW THRU 1200-EXIT
036000         VARYING N FROM 1 BY 1 UNTIL N > WS-ROW-COUNT.
036100     IF WS-RBL-IDX > 0
036200         GO TO 1150-EXIT
036300     END-IF.
036400     IF WS-ROW-COUNT >= WS-MAX-ROWS
036500         SET WS-ROW-OVERFLOW TO TRUE
036600         SET WS-END-OF-FILE TO TRUE
036700         GO TO 1150-EXIT
036800     END-IF.
036900     ADD 1 TO WS-ROW-COUNT.
037000     MOVE WS-ROW-COUNT TO WS-RBL-IDX.
037100     MOVE ZEROS TO WS-RBL-DATA(WS-RBL-IDX).
037200     MOVE ERN-EMP-ID  TO WS-RBL-EMP-ID(WS-RBL-IDX).
037300     MOVE WS-REC-YEAR TO WS-RBL-YEAR(WS-RBL-IDX).
037400     MOVE WS-REC-QTR  TO WS-RBL-QTR(WS-RBL-IDX).
037500     MOVE "N" TO WS-RBL-MATCH-FLAG(WS-RBL-IDX).
037600 1150-EXIT.
037700     EXIT.
037800*    1160 - A ROW WRITTEN BEFORE FICA WAS SPLIT HAD ALL ITS GROSS
037900*    AS SOCIAL SECURITY WAGES; ITS COMBINED FICA IS SHARED OUT
038000*    BETWEEN THE TWO TAXES BY RATE, AS THE STAFF PORTAL DOES.
038100 1160-SPLIT-FICA.
038200     IF ERN-SS-WAGES NUMERIC
038300         GO TO 1160-EXIT
038400     END-IF.
038500     MOVE ERN-GROSS TO ERN-SS-WAGES.
038600     COMPUTE ERN-MED-TAX ROUNDED =
038700         ERN-FICA * WS-MED-PCT / (WS-SS-PCT + WS-MED-PCT).
038800     COMPUTE ERN-SS-TAX = ERN-FICA - ERN-MED-TAX.
038900 1160-EXIT.
039000     EXIT.
039100 1170-NEW-QUARTER.
039200     MOVE WS-REC-QTR TO WS-RBL-QTR(N).
039300     MOVE 0 TO WS-RBL-QTD-GROSS(N).
039400     MOVE 0 TO WS-RBL-QTD-SS-WAGES(N).
039500     MOVE 0 TO WS-RBL-QTD-SS(N).
039600     MOVE 0 TO WS-RBL-QTD-MED(N).
039700     MOVE 0 TO WS-RBL-QTD-FED(N).
039800     MOVE 0 TO WS-RBL-QTD-ST(N).
039900     MOVE 0 TO WS-RBL-QTD-VOLDED(N).
040000     MOVE 0 TO WS-RBL-QTD-NET(N).
040100 1170-EXIT.
040200     EXIT.
040300 1200-FIND-ROW.
040400     IF WS-RBL-EMP-ID(N) = ERN-EMP-ID
040500         AND WS-RBL-YEAR(N) = WS-REC-YEAR
040600         MOVE N TO WS-RBL-IDX
040700     END-IF.
040800 1200-EXIT.
040900     EXIT.
041000*----------------------------------------------------------------
041100* 2000-OPEN-FILES OPENS THE ACCUMULATOR FILE FOR UPDATE, CREATING
041200* IT EMPTY THE FIRST TIME, AND STARTS THE REPORT.
041300*----------------------------------------------------------------
041400 2000-OPEN-FILES.
041500     OPEN I-O YTD-ACCUM-FILE.
041600     IF WS-YTA-FILE-NOT-FOUND
041700         MOVE "Y" TO WS-NEW-FILE-SWITCH
041800         OPEN OUTPUT YTD-ACCUM-FILE
041900         CLOSE YTD-ACCUM-FILE
042000         OPEN I-O YTD-ACCUM-FILE
042100     END-IF.
042200     OPEN OUTPUT REBUILD-REPORT-FILE.
042300     MOVE "YEAR-TO-DATE ACCUMULATOR REBUILD FROM EARNHIST.TXT"
042400         TO WS-OUT-LINE.
042500     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
042600     IF WS-NEW-FILE
042700         MOVE "YTDACCUM.DAT CREATED - NO STORED TOTALS TO COMPARE"
042800             TO WS-OUT-LINE
042900         PERFORM 5900-WRITE-RPT THRU 5900-EXIT
043000     END-IF.
043100     MOVE "--------------------------------------------------"
043200         TO WS-OUT-LINE.
043300     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
043400 2000-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700* 3000-STORED-RECORDS GOES THROUGH THE FILE AS IT STANDS.  A
043800* RECORD WITH A REBUILT ENTRY IS COMPARED TO IT AND REWRITTEN FROM
043900* IT.  A RECORD WITH NONE IS DELETED WHEN ITS YEAR IS STILL ON
044000* EARNHIST.TXT AND KEPT WHEN ITS YEAR HAS BEEN ARCHIVED OFF.
044100*----------------------------------------------------------------
044200 3000-STORED-RECORDS.
044300     IF WS-NEW-FILE
044400         GO TO 3000-EXIT
044500     END-IF.
044600     MOVE "N" TO WS-EOF-SWITCH.
044700     PERFORM 3100-ONE-STORED THRU 3100-EXIT
044800         UNTIL WS-END-OF-FILE.
044900 3000-EXIT.
045000     EXIT.
045100 3100-ONE-STORED.
045200     READ YTD-ACCUM-FILE NEXT RECORD
045300         AT END
045400             SET WS-END-OF-FILE TO TRUE
045500             GO TO 3100-EXIT
045600     END-READ.
045700     MOVE 0 TO WS-RBL-IDX.
045800     MOVE "N" TO WS-YEAR-SWITCH.
045900     PERFORM 3150-FIND-STORED THRU 3150-EXIT
046000         VARYING N FROM 1 BY 1 UNTIL N > WS-ROW-COUNT.
046100     IF WS-RBL-IDX > 0
046200         GO TO 3110-COMPARE
046300     END-IF.
046400     IF NOT WS-YEAR-ON-HISTORY
046500         ADD 1 TO WS-CNT-KEPT
046600         GO TO 3100-EXIT
046700     END-IF.
046800     MOVE SPACES TO WS-OUT-LINE.
046900     STRING "EMPLOYEE " YTA-EMP-ID " YEAR " YTA-YEAR
047000         " ON FILE WITH NO EARNINGS - DELETED"
047100         DELIMITED BY SIZE INTO WS-OUT-LINE.
047200     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
047300     DELETE YTD-ACCUM-FILE RECORD
047400         INVALID KEY
047500             DISPLAY "ERROR DELETING YTDACCUM.DAT FOR " YTA-EMP-ID
047600     END-DELETE.
047700     ADD 1 TO WS-CNT-DELETED.
047800     GO TO 3100-EXIT.
047900 3110-COMPARE.
048000     MOVE "Y" TO WS-RBL-MATCH-FLAG(WS-RBL-IDX).
048100     MOVE "N" TO WS-EMP-HEAD-SWITCH.
048200     PERFORM 3200-ONE-TOTAL THRU 3200-EXIT
048300         VARYING K FROM 1 BY 1 UNTIL K > 16.
048400     MOVE "LAST NET" TO WS-CMP-LABEL.
048500     MOVE YTA-LAST-NET TO WS-CMP-STORED.
048600     MOVE WS-RBL-LAST-NET(WS-RBL-IDX) TO WS-CMP-REBUILT.
048700     PERFORM 3300-COMPARE THRU 3300-EXIT.
048800     IF YTA-QTR NOT = WS-RBL-QTR(WS-RBL-IDX)
048900         OR YTA-LAST-NET-DATE NOT =
049000             WS-RBL-LAST-NET-DATE(WS-RBL-IDX)
049100         PERFORM 3400-EMP-HEAD THRU 3400-EXIT
049200         MOVE SPACES TO WS-OUT-LINE
049300         STRING "  QUARTER ON FILE " YTA-QTR
049400             " REBUILT " WS-RBL-QTR(WS-RBL-IDX)
049500             "  LAST NET DATE ON FILE " YTA-LAST-NET-DATE
049600             " REBUILT " WS-RBL-LAST-NET-DATE(WS-RBL-IDX)
049700             DELIMITED BY SIZE INTO WS-OUT-LINE
049800         PERFORM 5900-WRITE-RPT THRU 5900-EXIT
049900     END-IF.
050000     IF WS-EMP-HEAD-DONE
050100         ADD 1 TO WS-CNT-DIFFER
050200     ELSE
050300         ADD 1 TO WS-CNT-MATCHED
050400     END-IF.
050500     MOVE WS-RBL-DATA(WS-RBL-IDX) TO YTA-RECORD.
050600     REWRITE YTA-RECORD
050700         INVALID KEY
050800             DISPLAY "ERROR REWRITING YTDACCUM.DAT FOR "
050900                 YTA-EMP-ID
051000     END-REWRITE.
051100 3100-EXIT.
051200     EXIT.
051300 3150-FIND-STORED.
051400     IF WS-RBL-YEAR(N) = YTA-YEAR
051500         MOVE "Y" TO WS-YEAR-SWITCH
051600         IF WS-RBL-EMP-ID(N) = YTA-EMP-ID
051700             MOVE N TO WS-RBL-IDX
051800         END-IF
051900     END-IF.
052000 3150-EXIT.
052100     EXIT.
052200 3200-ONE-TOTAL.
052300     MOVE WS-TOTAL-NAME(K)            TO WS-CMP-LABEL.
052400     MOVE YTA-TOTAL(K)                TO WS-CMP-STORED.
052500     MOVE WS-RBL-TOTAL(WS-RBL-IDX, K) TO WS-CMP-REBUILT.
052600     PERFORM 3300-COMPARE THRU 3300-EXIT.
052700 3200-EXIT.
052800     EXIT.
052900 3300-COMPARE.
053000     IF WS-CMP-STORED = WS-CMP-REBUILT
053100         GO TO 3300-EXIT
053200     END-IF.
053300     PERFORM 3400-EMP-HEAD THRU 3400-EXIT.
053400     MOVE WS-CMP-STORED  TO WS-AMT-OUT-1.
053500     MOVE WS-CMP-REBUILT TO WS-AMT-OUT-2.
053600     MOVE SPACES TO WS-OUT-LINE.
053700     STRING "  " WS-CMP-LABEL " ON FILE " WS-AMT-OUT-1
053800         " REBUILT " WS-AMT-OUT-2
053900         DELIMITED BY SIZE INTO WS-OUT-LINE.
054000     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
054100 3300-EXIT.
054200     EXIT.
054300 3400-EMP-HEAD.
054400     IF WS-EMP-HEAD-DONE
054500         GO TO 3400-EXIT
054600     END-IF.
054700     MOVE "Y" TO WS-EMP-HEAD-SWITCH.
054800     MOVE SPACES TO WS-OUT-LINE.
054900     STRING "EMPLOYEE " YTA-EMP-ID " YEAR " YTA-YEAR
055000         " - STORED TOTALS DO NOT MATCH THE REBUILD"
055100         DELIMITED BY SIZE INTO WS-OUT-LINE.
055200     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
055300 3400-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600* 4000-MISSING-RECORDS WRITES EVERY REBUILT ENTRY THE FILE DID NOT
055700* HAVE.  ON A FILE THAT ALREADY EXISTED EACH ONE IS REPORTED.
055800*----------------------------------------------------------------
055900 4000-MISSING-RECORDS.
056000     PERFORM 4100-ONE-MISSING THRU 4100-EXIT
056100         VARYING N FROM 1 BY 1 UNTIL N > WS-ROW-COUNT.
056200 4000-EXIT.
056300     EXIT.
056400 4100-ONE-MISSING.
056500     IF WS-RBL-MATCHED(N)
056600         GO TO 4100-EXIT
056700     END-IF.
056800     MOVE WS-RBL-DATA(N) TO YTA-RECORD.
056900     WRITE YTA-RECORD
057000         INVALID KEY
057100             DISPLAY "ERROR WRITING YTDACCUM.DAT FOR " YTA-EMP-ID
057200     END-WRITE.
057300     ADD 1 TO WS-CNT-MISSING.
057400     IF WS-NEW-FILE
057500         GO TO 4100-EXIT
057600     END-IF.
057700     MOVE SPACES TO WS-OUT-LINE.
057800     STRING "EMPLOYEE " YTA-EMP-ID " YEAR " YTA-YEAR
057900         " MISSING FROM THE FILE - ADDED"
058000         DELIMITED BY SIZE INTO WS-OUT-LINE.
058100     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
058200 4100-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------
058500* 5000-COUNTS CLOSES THE REPORT WITH THE REBUILD COUNTS AND PUTS
058600* A WARNING ON THE SCREEN WHEN ANY STORED TOTAL WAS WRONG.
058700*----------------------------------------------------------------
058800 5000-COUNTS.
058900     MOVE "--------------------------------------------------"
059000         TO WS-OUT-LINE.
059100     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
059200     STRING "EARNINGS ROWS READ         " WS-ERN-READ
059300         DELIMITED BY SIZE INTO WS-OUT-LINE.
059400     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
059500     STRING "EMPLOYEE-YEARS REBUILT     " WS-ROW-COUNT
059600         DELIMITED BY SIZE INTO WS-OUT-LINE.
059700     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
059800     STRING "STORED TOTALS MATCHED      " WS-CNT-MATCHED
059900         DELIMITED BY SIZE INTO WS-OUT-LINE.
060000     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
060100     STRING "STORED TOTALS CORRECTED    " WS-CNT-DIFFER
060200         DELIMITED BY SIZE INTO WS-OUT-LINE.
060300     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
060400     STRING "RECORDS ADDED              " WS-CNT-MISSING
060500         DELIMITED BY SIZE INTO WS-OUT-LINE.
060600     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
060700     STRING "RECORDS DELETED            " WS-CNT-DELETED
060800         DELIMITED BY SIZE INTO WS-OUT-LINE.
060900     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
061000     STRING "ARCHIVED YEARS LEFT AS IS  " WS-CNT-KEPT
061100         DELIMITED BY SIZE INTO WS-OUT-LINE.
061200     PERFORM 5900-WRITE-RPT THRU 5900-EXIT.
061300     DISPLAY "YTDACCUM.DAT REBUILT - " WS-ROW-COUNT
061400         " EMPLOYEE-YEARS".
061500     IF WS-NEW-FILE
061600         GO TO 5000-EXIT
061700     END-IF.
061800     IF WS-CNT-DIFFER > 0 OR WS-CNT-DELETED > 0
061900         OR WS-CNT-MISSING > 0
062000         DISPLAY "WARNING: STORED TOTALS DID NOT MATCH "
062100             "EARNHIST.TXT - SEE YTDRBLD.TXT"
062200     ELSE
062300         DISPLAY "STORED TOTALS MATCH EARNHIST.TXT"
062400     END-IF.
062500 5000-EXIT.
062600     EXIT.
062700 5900-WRITE-RPT.
062800     MOVE WS-OUT-LINE TO RPT-RECORD.
062900     WRITE RPT-RECORD.
063000     MOVE SPACES TO WS-OUT-LINE.
063100 5900-EXIT.
063200     EXIT.
