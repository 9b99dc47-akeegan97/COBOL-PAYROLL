000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYACCR.
000300 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000400 INSTALLATION. STAFF-PORTAL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026  JMK   ORIGINAL VERSION.  023-PARA BOOKS PAYROLL
001200*                   EXPENSE ON THE RUN DATE ONLY, SO THE DAYS OF A
001300*                   PAY PERIOD WORKED BEFORE A MONTH END BUT PAID
001400*                   AFTER IT FELL INTO THE NEXT MONTH'S EXPENSE
001500*                   AND ACCOUNTING KEYED THE ACCRUAL BY HAND AT
001600*                   EVERY CLOSE.  THIS UTILITY PRORATES EACH
001700*                   SELECTED PAY GROUP'S EXPECTED GROSS AND
001800*                   EMPLOYER TAXES FOR THOSE UNPAID DAYS FROM THE
001900*                   PAYCAL.DAT START AND END DATES, POSTS THEM BY
002000*                   DEPARTMENT EXPENSE ACCOUNT AGAINST ACCRUED
002100*                   WAGES IN THE GLJRNL LAYOUT, WRITES THE
002200*                   MATCHING REVERSAL DATED THE FIRST OF THE NEXT
002300*                   MONTH, AND PRINTS AN ACCRUAL WORKSHEET BY
002400*                   DEPARTMENT.
002420* 10/15/2026  JMK   EMPLOYER FICA IS SOCIAL SECURITY, ON WAGES
002440*                   STILL UNDER THE ANNUAL WAGE BASE, PLUS
002460*                   MEDICARE, AS THE STAFF PORTAL NOW COSTS IT.
002465* 10/15/2026  JMK   A PERIOD THE STAFF PORTAL ALREADY COMMITTED ON
002470*                   OR BEFORE THE MONTH END IS LEFT OUT - ITS PAY
002475*                   IS IN THE MONTH'S EXPENSE FROM 023-PARA.
002480*                   THE CALENDAR DONE FLAG AND THE RUN DATE ON
002485*                   PAYHIST.TXT SAY WHEN A PERIOD WAS COMMITTED.
002500*----------------------------------------------------------------
002600*----------------------------------------------------------------
002700* FILES:
002800*   PAYCAL.DAT   IN   THE PAY-PERIOD CALENDAR
002900*   EMPMSTR.DAT  IN   THE EMPLOYEE MASTER (ACTIVE EMPLOYEES ONLY)
003000*   DEPTREF.DAT  IN   DEPARTMENT EXPENSE ACCOUNTS
003100*   EARNHIST.TXT IN   YEAR-TO-DATE GROSS FOR THE SOCIAL SECURITY
003120*                     WAGE BASE AND THE FUTA/SUTA CAPS
003140*   PAYHIST.TXT  IN   THE DATE EACH COMMITTED PERIOD WAS RUN
003200*   GLACCR.TXT   OUT  THE ACCRUAL, DATED THE LAST DAY OF THE
003300*                     MONTH, THEN ITS REVERSAL, DATED THE FIRST OF
003400*                     THE NEXT MONTH - EACH WITH A BATCH TOTAL
003500*   ACCRWKS.TXT  OUT  THE ACCRUAL WORKSHEET
003600* A PERIOD IS ACCRUED WHEN IT OVERLAPS THE MONTH, ITS CHECK DATE
003700* FALLS AFTER THE MONTH END, AND IT WAS NOT COMMITTED ON OR
003720* BEFORE THE MONTH END (A PERIOD PAID EARLY IS ALREADY IN THE
003740* MONTH'S EXPENSE FROM 023-PARA): THE DAYS IT COVERS INSIDE THE
003800* MONTH, OVER THE DAYS IN THE WHOLE PERIOD, IS THE SHARE OF ONE
003900* PERIOD'S PAY ACCRUED.  EXPECTED PAY IS SALARY OVER THE
004000* FREQUENCY DIVISOR, OR THE HOURLY RATE FOR A STANDARD 2080-HOUR
004100* YEAR OVER THE DIVISOR - THE SAME BASIS AS 024-B IN THE STAFF
004200* PORTAL.  DATES ARE COUNTED EXACTLY, LEAP YEARS INCLUDED.
004300*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. GENERIC-PC.
004700 OBJECT-COMPUTER. GENERIC-PC.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CAL-FILE-STATUS.
005300     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR.DAT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS EM-EMP-SEQ
005700         ALTERNATE RECORD KEY IS EM-EMP-ID
005800         FILE STATUS IS WS-EMP-FILE-STATUS.
005900     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTREF.DAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-DPT-FILE-STATUS.
006200     SELECT EARNINGS-HISTORY-FILE ASSIGN TO "EARNHIST.TXT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-ERN-FILE-STATUS.
006420     SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.TXT"
006440         ORGANIZATION IS LINE SEQUENTIAL
006460         FILE STATUS IS WS-HIST-FILE-STATUS.
006500     SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCR.TXT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-GLA-FILE-STATUS.
006800     SELECT WORKSHEET-FILE ASSIGN TO "ACCRWKS.TXT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-WKS-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300*----------------------------------------------------------------
007400* THE CALENDAR, MASTER, DEPARTMENT, EARNINGS, HISTORY, AND
007500* JOURNAL LAYOUTS BELOW MUST MATCH THE FDS IN MAIN_1 - ANY FIELD
007600* ADDED THERE MUST BE ADDED HERE.
007700*----------------------------------------------------------------
007800 FD  PAY-CALENDAR-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  CAL-RECORD.
008100     05  CAL-PERIOD-NO           PIC 9(05).
008200     05  FILLER                  PIC X(01).
008300     05  CAL-FREQ-GROUP          PIC X(01).
008400     05  FILLER                  PIC X(01).
008500     05  CAL-START-DATE          PIC 9(08).
008600     05  FILLER                  PIC X(01).
008700     05  CAL-END-DATE            PIC 9(08).
008800     05  FILLER                  PIC X(01).
008900     05  CAL-CHECK-DATE          PIC 9(08).
009000     05  FILLER                  PIC X(01).
009100     05  CAL-DONE-FLAG           PIC X(01).
009200 FD  EMPLOYEE-MASTER-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  EM-MASTER-RECORD.
009500     05  EM-EMP-SEQ              PIC 9(05).
009600     05  EM-EMP-ID               PIC X(09).
009700     05  EM-F-NAME               PIC X(12).
009800     05  EM-L-NAME               PIC X(12).
009900     05  EM-TITLE                PIC X(25).
010000     05  EM-SALARY               PIC 9(12).
010100     05  EM-PAY-FREQ             PIC X(01).
010200     05  EM-FED-PCT              PIC 9V999.
010300     05  EM-ST-PCT               PIC 9V999.
010400     05  EM-STATUS               PIC X(01).
010500     05  EM-PAY-TYPE             PIC X(01).
010600     05  EM-HOURLY-RATE          PIC 9(04)V9(02).
010700     05  EM-FILING-STATUS        PIC X(01).
010800     05  EM-ALLOWANCES           PIC 9(02).
010900     05  EM-DEPT-CODE            PIC X(04).
011000     05  EM-BANK-ROUTING         PIC 9(09).
011100     05  EM-BANK-ACCT            PIC X(17).
011200 FD  DEPARTMENT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  DPT-RECORD.
011500     05  DPT-CODE                PIC X(04).
011600     05  FILLER                  PIC X(01).
011700     05  DPT-NAME                PIC X(20).
011800     05  FILLER                  PIC X(01).
011900     05  DPT-EXP-ACCT            PIC X(08).
012000 FD  EARNINGS-HISTORY-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  ERN-RECORD.
012300     05  ERN-EMP-ID              PIC X(09).
012400     05  FILLER                  PIC X(01).
012500     05  ERN-RUN-DATE            PIC 9(08).
012600     05  FILLER                  PIC X(01).
012700     05  ERN-GROSS               PIC 9(10)V9(02).
012800     05  FILLER                  PIC X(01).
012900     05  ERN-FICA                PIC 9(10)V9(02).
013000     05  FILLER                  PIC X(01).
013100     05  ERN-FED                 PIC 9(10)V9(02).
013200     05  FILLER                  PIC X(01).
013300     05  ERN-ST                  PIC 9(10)V9(02).
013400     05  FILLER                  PIC X(01).
013500     05  ERN-NET                 PIC 9(10)V9(02).
013600     05  FILLER                  PIC X(01).
013700     05  ERN-PERIOD-NO           PIC 9(05).
013710     05  FILLER                  PIC X(01).
013720     05  ERN-SS-WAGES            PIC 9(10)V9(02).
013730     05  FILLER                  PIC X(01).
013740     05  ERN-SS-TAX              PIC 9(10)V9(02).
013750     05  FILLER                  PIC X(01).
013760     05  ERN-MED-TAX             PIC 9(10)V9(02).
013762 FD  PAYROLL-HISTORY-FILE
013764     LABEL RECORDS ARE STANDARD.
013766 01  HIST-RECORD.
013768     05  HIST-RUN-DATE           PIC 9(08).
013770     05  FILLER                  PIC X(01).
013772     05  HIST-SAL-TOT            PIC 9(12)V9(02).
013774     05  FILLER                  PIC X(01).
013776     05  HIST-PAY-PERIOD         PIC 9(10)V9(02).
013778     05  FILLER                  PIC X(01).
013780     05  HIST-PERIOD-NO          PIC 9(05).
013800 FD  GL-ACCRUAL-FILE
013900     LABEL RECORDS ARE STANDARD.
014000 01  GLJ-RECORD.
014100     05  GLJ-RUN-DATE            PIC 9(08).
014200     05  FILLER                  PIC X(01).
014300     05  GLJ-ACCOUNT             PIC X(08).
014400     05  FILLER                  PIC X(01).
014500     05  GLJ-DR-CR               PIC X(02).
014600     05  FILLER                  PIC X(01).
014700     05  GLJ-AMOUNT              PIC 9(12)V9(02).
014800     05  FILLER                  PIC X(01).
014900     05  GLJ-DESC                PIC X(24).
015000 FD  WORKSHEET-FILE
015100     LABEL RECORDS ARE STANDARD.
015200 01  WKS-RECORD                  PIC X(80).
015300 WORKING-STORAGE SECTION.
015400 01  WS-CAL-FILE-STATUS          PIC X(02).
015500     88  WS-CAL-FILE-OK          VALUE "00".
015600     88  WS-CAL-FILE-NOT-FOUND   VALUE "35".
015700 01  WS-EMP-FILE-STATUS          PIC X(02).
015800     88  WS-EMP-FILE-OK          VALUE "00".
015900     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
016000 01  WS-DPT-FILE-STATUS          PIC X(02).
016100     88  WS-DPT-FILE-OK          VALUE "00".
016200     88  WS-DPT-FILE-NOT-FOUND   VALUE "35".
016300 01  WS-ERN-FILE-STATUS          PIC X(02).
016400     88  WS-ERN-FILE-OK          VALUE "00".
016500     88  WS-ERN-FILE-NOT-FOUND   VALUE "35".
016520 01  WS-HIST-FILE-STATUS         PIC X(02).
016540     88  WS-HIST-FILE-OK         VALUE "00".
016560     88  WS-HIST-FILE-NOT-FOUND  VALUE "35".
016600 01  WS-GLA-FILE-STATUS          PIC X(02).
016700     88  WS-GLA-FILE-OK          VALUE "00".
016800 01  WS-WKS-FILE-STATUS          PIC X(02).
016900     88  WS-WKS-FILE-OK          VALUE "00".
017000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
017100     88  WS-END-OF-FILE          VALUE "Y".
017200*----------------------------------------------------------------
017300* THE MONTH BEING CLOSED AND THE DATES THAT BOUND IT.
017400*----------------------------------------------------------------
017500 01  WS-MONTH-X                  PIC X(06).
017600 01  WS-MONTH-IN                 PIC 9(06) VALUE 0.
017700 01  WS-MONTH-IN-R REDEFINES WS-MONTH-IN.
017800     05  WS-MONTH-YY             PIC 9(04).
017900     05  WS-MONTH-MM             PIC 9(02).
018000 01  WS-TODAY                    PIC 9(08) VALUE 0.
018100 01  WS-MONTH-START              PIC 9(08) VALUE 0.
018200 01  WS-MONTH-END                PIC 9(08) VALUE 0.
018300 01  WS-REVERSE-DATE             PIC 9(08) VALUE 0.
018400 01  WS-DATE-WORK                PIC 9(08) VALUE 0.
018500 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
018600     05  WS-DW-YY                PIC 9(04).
018700     05  WS-DW-MM                PIC 9(02).
018800     05  WS-DW-DD                PIC 9(02).
018900 01  WS-MONTH-START-DN           PIC 9(07) VALUE 0.
019000 01  WS-MONTH-END-DN             PIC 9(07) VALUE 0.
019100*----------------------------------------------------------------
019200* DAY-NUMBER WORK FIELDS (7000-DAY-NUMBER) - DAYS FROM 01/01/0001
019300* SO TWO DATES SUBTRACT TO AN EXACT DAY COUNT.
019400*----------------------------------------------------------------
019500 01  WS-DN-DATE                  PIC 9(08) VALUE 0.
019600 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
019700     05  WS-DN-YY                PIC 9(04).
019800     05  WS-DN-MM                PIC 9(02).
019900     05  WS-DN-DD                PIC 9(02).
020000 01  WS-DN-DAYS                  PIC 9(07) VALUE 0.
020100 01  WS-DN-PRIOR-YY              PIC 9(04) VALUE 0.
020200 01  WS-DN-QUOT                  PIC 9(07) VALUE 0.
020300 01  WS-DN-REM                   PIC 9(04) VALUE 0.
020400 01  WS-DN-LEAP-SWITCH           PIC X(01) VALUE "N".
020500     88  WS-DN-LEAP-YEAR         VALUE "Y".
020600 01  WS-CUM-DAYS-VALUES.
020700     05  FILLER                  PIC X(18)
020800                                 VALUE "000031059090120151".
020900     05  FILLER                  PIC X(18)
021000                                 VALUE "181212243273304334".
021100 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
021200     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
021300 01  WS-MONTH-DAYS-VALUES.
021400     05  FILLER                  PIC X(24)
021500                                 VALUE "312831303130313130313031".
021600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
021700     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
021800*----------------------------------------------------------------
021900* PAY GROUPS - THE FOUR FREQUENCY GROUPS, WHETHER THE OPERATOR
022000* SELECTED EACH, ITS FREQUENCY DIVISOR, AND THE SHARE OF ONE
022100* PERIOD'S PAY ACCRUED FOR IT (SUMMED OVER ITS UNPAID PERIODS).
022200*----------------------------------------------------------------
022300 01  WS-GRP-ANS                  PIC X(04).
022400 01  WS-GRP-VALUES.
022500     05  FILLER                  PIC X(03) VALUE "W52".
022600     05  FILLER                  PIC X(03) VALUE "B26".
022700     05  FILLER                  PIC X(03) VALUE "S24".
022800     05  FILLER                  PIC X(03) VALUE "M12".
022900 01  WS-GRP-DEF-TABLE REDEFINES WS-GRP-VALUES.
023000     05  WS-GRP-DEF OCCURS 4 TIMES.
023100         10  WS-GRP-CODE         PIC X(01).
023200         10  WS-GRP-DIVISOR      PIC 9(02).
023300 01  WS-GRP-TABLE.
023400     05  WS-GRP-ENTRY OCCURS 4 TIMES.
023500         10  WS-GRP-SEL-FLAG     PIC X(01).
023600             88  WS-GRP-SELECTED     VALUE "Y".
023700         10  WS-GRP-FACTOR       PIC 9(02)V9(06).
023800         10  WS-GRP-PERIODS      PIC 9(02).
023900 01  WS-GRP-IDX                  PIC 9(01) VALUE 0.
024000 01  G                           PIC 9(01) VALUE 0.
024100 01  WS-GRP-TALLY                PIC 9(02) VALUE 0.
024200 01  WS-GRP-LIST                 PIC X(08) VALUE SPACES.
024300 01  WS-GRP-LIST-PTR             PIC 9(02) VALUE 1.
024400 01  WS-FREQ-WORK                PIC X(01).
024500*----------------------------------------------------------------
024600* THE CALENDAR, HELD SO EACH GROUP'S UNPAID PERIODS CAN BE
024700* PICKED OUT.  SAME HEADROOM AS THE STAFF PORTAL'S TABLE.
024800*----------------------------------------------------------------
024900 01  WS-MAX-CAL                  PIC 9(03) VALUE 150.
025000 01  WS-CAL-COUNT                PIC 9(03) VALUE 0.
025100 01  WS-CAL-OVFL-SWITCH          PIC X(01) VALUE "N".
025200     88  WS-CAL-OVERFLOW         VALUE "Y".
025300 01  WS-CAL-TABLE.
025400     05  WS-CAL-ENTRY OCCURS 150 TIMES.
025500         10  WS-CAL-PERIOD-NO    PIC 9(05).
025600         10  WS-CAL-FREQ         PIC X(01).
025700         10  WS-CAL-START        PIC 9(08).
025800         10  WS-CAL-END          PIC 9(08).
025900         10  WS-CAL-CHECK        PIC 9(08).
025920         10  WS-CAL-DONE-FLAG    PIC X(01).
025940             88  WS-CAL-DONE         VALUE "Y".
025960         10  WS-CAL-RUN-DATE     PIC 9(08).
026000 01  C                           PIC 9(03) VALUE 0.
026100 01  WS-PER-START-DN             PIC 9(07) VALUE 0.
026200 01  WS-PER-END-DN               PIC 9(07) VALUE 0.
026300 01  WS-IN-FROM-DN               PIC 9(07) VALUE 0.
026400 01  WS-IN-TO-DN                 PIC 9(07) VALUE 0.
026500 01  WS-PER-DAYS                 PIC 9(04) VALUE 0.
026600 01  WS-IN-DAYS                  PIC 9(04) VALUE 0.
026700 01  WS-PER-FACTOR               PIC 9(02)V9(06) VALUE 0.
026800 01  WS-PERIOD-COUNT             PIC 9(03) VALUE 0.
026900*----------------------------------------------------------------
027000* EMPLOYER TAX RATES, CAPS, AND GL ACCOUNTS MIRROR THE STAFF
027100* PORTAL (WS-SS-*, WS-MED-PCT, WS-FUTA-*, WS-SUTA-*, WS-GLJ-*) -
027200* A LAW OR CHART-OF-ACCOUNTS CHANGE MUST BE KEYED IN BOTH PLACES.
027300*----------------------------------------------------------------
027400 01  WS-SS-PCT                   PIC 9V9999 VALUE 0.0620.
027420 01  WS-SS-WAGE-BASE             PIC 9(09)V9(02) VALUE 184500.
027440 01  WS-MED-PCT                  PIC 9V9999 VALUE 0.0145.
027500 01  WS-FUTA-PCT                 PIC 9V9999 VALUE 0.0060.
027600 01  WS-FUTA-CAP                 PIC 9(09)V9(02) VALUE 7000.
027700 01  WS-SUTA-PCT                 PIC 9V9999 VALUE 0.0270.
027800 01  WS-SUTA-CAP                 PIC 9(09)V9(02) VALUE 9000.
027900 01  WS-GLJ-SAL-EXP-ACCT         PIC X(08) VALUE "61000000".
028000 01  WS-GLJ-ER-EXP-ACCT          PIC X(08) VALUE "62000000".
028100 01  WS-GLJ-ACCR-ACCT            PIC X(08) VALUE "21600000".
028200*----------------------------------------------------------------
028300* YEAR-TO-DATE GROSS THROUGH THE MONTH END, BY EMPLOYEE, FOR THE
028400* FUTA AND SUTA CAPS.
028500*----------------------------------------------------------------
028600 01  WS-MAX-EMPS                 PIC 9(03) VALUE 500.
028700 01  WS-YTD-COUNT                PIC 9(03) VALUE 0.
028800 01  WS-YTD-TABLE.
028900     05  WS-YTD-ENTRY OCCURS 500 TIMES.
029000         10  WS-YTD-EMP-ID       PIC X(09).
029100         10  WS-YTD-GROSS        PIC 9(12)V9(02).
029200 01  WS-YTD-IDX                  PIC 9(03) VALUE 0.
029300 01  N                           PIC 9(03) VALUE 0.
029400 01  WS-REC-YEAR                 PIC 9(04) VALUE 0.
029500*----------------------------------------------------------------
029600* DEPARTMENT TOTALS - ONE ENTRY PER DEPTREF.DAT ROW PLUS THE
029700* UNASSIGNED BUCKET FOR A CODE THE TABLE DOES NOT CARRY, WHICH
029800* POSTS TO THE GENERAL SALARY EXPENSE ACCOUNT AS 023-PARA DOES.
029900*----------------------------------------------------------------
030000 01  WS-MAX-DEPTS                PIC 9(03) VALUE 50.
030100 01  WS-DEPT-COUNT               PIC 9(03) VALUE 0.
030200 01  WS-DEPT-TABLE.
030300     05  WS-DEPT-ENTRY OCCURS 50 TIMES.
030400         10  WS-DEPT-CODE        PIC X(04).
030500         10  WS-DEPT-NAME        PIC X(20).
030600         10  WS-DEPT-EXP-ACCT    PIC X(08).
030700         10  WS-DEPT-HEAD        PIC 9(04).
030800         10  WS-DEPT-GROSS       PIC 9(12)V9(02).
030900         10  WS-DEPT-ER-TAX      PIC 9(12)V9(02).
031000 01  D                           PIC 9(03) VALUE 0.
031100 01  WS-DEPT-IDX                 PIC 9(03) VALUE 0.
031200 01  WS-UNA-HEAD                 PIC 9(04) VALUE 0.
031300 01  WS-UNA-GROSS                PIC 9(12)V9(02) VALUE 0.
031400 01  WS-UNA-ER-TAX               PIC 9(12)V9(02) VALUE 0.
031500*----------------------------------------------------------------
031600* ONE EMPLOYEE'S ACCRUAL AND THE RUN TOTALS.
031700*----------------------------------------------------------------
031800 01  WS-PER-PAY                  PIC 9(10)V9(02) VALUE 0.
031900 01  WS-ACCR-GROSS               PIC 9(10)V9(02) VALUE 0.
032000 01  WS-ACCR-FICA                PIC 9(10)V9(02) VALUE 0.
032020 01  WS-ACCR-SS                  PIC 9(10)V9(02) VALUE 0.
032040 01  WS-ACCR-MED                 PIC 9(10)V9(02) VALUE 0.
032100 01  WS-ACCR-FUTA                PIC 9(10)V9(02) VALUE 0.
032200 01  WS-ACCR-SUTA                PIC 9(10)V9(02) VALUE 0.
032300 01  WS-ACCR-ER-TAX              PIC 9(10)V9(02) VALUE 0.
032400 01  WS-TAXABLE                  PIC S9(12)V9(02) VALUE 0.
032500 01  WS-EMP-YTD                  PIC 9(12)V9(02) VALUE 0.
032600 01  WS-TOT-HEAD                 PIC 9(04) VALUE 0.
032700 01  WS-TOT-GROSS                PIC 9(12)V9(02) VALUE 0.
032800 01  WS-TOT-ER-TAX               PIC 9(12)V9(02) VALUE 0.
032900*----------------------------------------------------------------
033000* JOURNAL WORK FIELDS - ONE PASS WRITES THE ACCRUAL, A SECOND
033100* WRITES THE SAME LINES REVERSED.
033200*----------------------------------------------------------------
033300 01  WS-GL-DATE                  PIC 9(08) VALUE 0.
033400 01  WS-GL-REV-SWITCH            PIC X(01) VALUE "N".
033500     88  WS-GL-REVERSING         VALUE "Y".
033600 01  WS-GLJ-ACCT                 PIC X(08).
033700 01  WS-GLJ-TYPE                 PIC X(02).
033800 01  WS-GLJ-AMT                  PIC 9(12)V9(02).
033900 01  WS-GLJ-LINE-DESC            PIC X(24).
034000 01  WS-GLJ-DR-TOT               PIC 9(12)V9(02) VALUE 0.
034100 01  WS-GLJ-CR-TOT               PIC 9(12)V9(02) VALUE 0.
034200 01  WS-OUT-LINE                 PIC X(80).
034300 01  WS-AMT-OUT-1                PIC $$$,$$$,$$9.99.
034400 01  WS-AMT-OUT-2                PIC $$$,$$$,$$9.99.
034500 01  WS-AMT-OUT-3                PIC $$$,$$$,$$9.99.
034600 01  WS-HEAD-OUT                 PIC Z,ZZ9.
034700 01  WS-DAYS-OUT-1               PIC ZZ9.
034800 01  WS-DAYS-OUT-2               PIC ZZ9.
034900 01  WS-FACTOR-OUT               PIC Z9.999999.
035000 PROCEDURE DIVISION.
035100*----------------------------------------------------------------
035200 0000-MAINLINE.
035300     DISPLAY "*******************************************".
035400     DISPLAY "*    MONTH-END WAGE ACCRUAL UTILITY       *".
035500     DISPLAY "*******************************************".
035600     PERFORM 0100-GET-MONTH THRU 0100-EXIT.
035700     PERFORM 0200-GET-GROUPS THRU 0200-EXIT.
035800     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
035900     IF WS-CAL-COUNT = 0
036000         DISPLAY "NO PAY CALENDAR ON FILE - NOTHING DONE"
036100         STOP RUN
036200     END-IF.
036300     IF WS-CAL-OVERFLOW
036400         DISPLAY "PAY CALENDAR EXCEEDS THE TABLE - NOTHING DONE"
036500         STOP RUN
036600     END-IF.
036700     OPEN OUTPUT WORKSHEET-FILE.
036800     PERFORM 1500-FIND-PERIODS THRU 1500-EXIT.
036900     IF WS-PERIOD-COUNT = 0
037000         MOVE "NO UNPAID DAYS IN MONTH FOR GROUPS SELECTED"
037100             TO WS-OUT-LINE
037200         PERFORM 8500-WRITE-WKS THRU 8500-EXIT
037300         CLOSE WORKSHEET-FILE
037400         DISPLAY "NO UNPAID DAYS IN THE MONTH FOR THE GROUPS"
037500         DISPLAY "SELECTED - NO JOURNAL WRITTEN"
037600         STOP RUN
037700     END-IF.
037800     PERFORM 2000-LOAD-DEPTS THRU 2000-EXIT.
037900     PERFORM 2500-LOAD-YTD THRU 2500-EXIT.
038000     PERFORM 3000-COST-MASTER THRU 3000-EXIT.
038100     IF WS-TOT-HEAD = 0
038200         MOVE "NO ACTIVE EMPLOYEES IN THE GROUPS SELECTED"
038300             TO WS-OUT-LINE
038400         PERFORM 8500-WRITE-WKS THRU 8500-EXIT
038500         CLOSE WORKSHEET-FILE
038600         DISPLAY "NO ACTIVE EMPLOYEES IN THE GROUPS SELECTED -"
038700         DISPLAY "NO JOURNAL WRITTEN"
038800         STOP RUN
038900     END-IF.
039000     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
039100     PERFORM 5000-WORKSHEET THRU 5000-EXIT.
039200     CLOSE WORKSHEET-FILE.
039300     STOP RUN.
039400*----------------------------------------------------------------
039500* 0100-GET-MONTH TAKES THE MONTH TO CLOSE (BLANK IS LAST MONTH)
039600* AND SETS ITS FIRST AND LAST DAYS AND THE REVERSAL DATE.
039700*----------------------------------------------------------------
039800 0100-GET-MONTH.
039900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
040000     DISPLAY "MONTH TO ACCRUE (YYYYMM, BLANK = LAST MONTH): ".
040100     ACCEPT WS-MONTH-X.
040200     IF WS-MONTH-X = SPACES
040300         MOVE WS-TODAY TO WS-DATE-WORK
040400         IF WS-DW-MM = 1
040500             SUBTRACT 1 FROM WS-DW-YY
040600             MOVE 12 TO WS-DW-MM
040700         ELSE
040800             SUBTRACT 1 FROM WS-DW-MM
040900         END-IF
041000         MOVE WS-DW-YY TO WS-MONTH-YY
041100         MOVE WS-DW-MM TO WS-MONTH-MM
041200     ELSE
041300         IF WS-MONTH-X NOT NUMERIC
041400             DISPLAY "MONTH MUST BE YYYYMM - NOTHING DONE"
041500             STOP RUN
041600         END-IF
041700         MOVE WS-MONTH-X TO WS-MONTH-IN
041800     END-IF.
041900     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
042000         DISPLAY "MONTH MUST BE 01-12 - NOTHING DONE"
042100         STOP RUN
042200     END-IF.
042300     MOVE WS-MONTH-YY TO WS-DW-YY.
042400     MOVE WS-MONTH-MM TO WS-DW-MM.
042500     MOVE 1 TO WS-DW-DD.
042600     MOVE WS-DATE-WORK TO WS-MONTH-START.
042700     MOVE WS-MONTH-DAYS(WS-MONTH-MM) TO WS-DW-DD.
042800     IF WS-MONTH-MM = 2
042900         MOVE WS-MONTH-START TO WS-DN-DATE
043000         PERFORM 7100-LEAP-TEST THRU 7100-EXIT
043100         IF WS-DN-LEAP-YEAR
043200             MOVE 29 TO WS-DW-DD
043300         END-IF
043400     END-IF.
043500     MOVE WS-DATE-WORK TO WS-MONTH-END.
043600     IF WS-MONTH-MM = 12
043700         ADD 1 TO WS-DW-YY
043800         MOVE 1 TO WS-DW-MM
043900     ELSE
044000         ADD 1 TO WS-DW-MM
044100     END-IF.
044200     MOVE 1 TO WS-DW-DD.
044300     MOVE WS-DATE-WORK TO WS-REVERSE-DATE.
044400     MOVE WS-MONTH-START TO WS-DN-DATE.
044500     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
044600     MOVE WS-DN-DAYS TO WS-MONTH-START-DN.
044700     MOVE WS-MONTH-END TO WS-DN-DATE.
044800     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
044900     MOVE WS-DN-DAYS TO WS-MONTH-END-DN.
045000     DISPLAY "ACCRUING " WS-MONTH-START " THROUGH " WS-MONTH-END
045100         ", REVERSED " WS-REVERSE-DATE.
045200 0100-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500* 0200-GET-GROUPS TAKES THE PAY GROUPS TO ACCRUE - ANY OF W B S
045600* M KEYED TOGETHER, OR BLANK FOR ALL FOUR.
045700*----------------------------------------------------------------
045800 0200-GET-GROUPS.
045900     DISPLAY "PAY GROUPS TO ACCRUE (W B S M, BLANK = ALL): ".
046000     ACCEPT WS-GRP-ANS.
046100     INSPECT WS-GRP-ANS CONVERTING "wbsm" TO "WBSM".
046200     MOVE SPACES TO WS-GRP-LIST.
046300     MOVE 1 TO WS-GRP-LIST-PTR.
046400     PERFORM 0210-ONE-GROUP THRU 0210-EXIT
046500         VARYING G FROM 1 BY 1 UNTIL G > 4.
046600     IF WS-GRP-LIST = SPACES
046700         DISPLAY "NO KNOWN PAY GROUP KEYED - NOTHING DONE"
046800         STOP RUN
046900     END-IF.
047000     DISPLAY "PAY GROUPS ACCRUED: " WS-GRP-LIST.
047100 0200-EXIT.
047200     EXIT.
047300 0210-ONE-GROUP.
047400     MOVE "N" TO WS-GRP-SEL-FLAG(G).
047500     MOVE 0 TO WS-GRP-FACTOR(G).
047600     MOVE 0 TO WS-GRP-PERIODS(G).
047700     MOVE 0 TO WS-GRP-TALLY.
047800     INSPECT WS-GRP-ANS TALLYING WS-GRP-TALLY
047900         FOR ALL WS-GRP-CODE(G).
048000     IF WS-GRP-ANS = SPACES OR WS-GRP-TALLY > 0
048100         SET WS-GRP-SELECTED(G) TO TRUE
048200         STRING WS-GRP-CODE(G) " " DELIMITED BY SIZE
048300             INTO WS-GRP-LIST WITH POINTER WS-GRP-LIST-PTR
048400     END-IF.
048500 0210-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------
048800* 1000-LOAD-CALENDAR HOLDS PAYCAL.DAT IN THE TABLE.
048900*----------------------------------------------------------------
049000 1000-LOAD-CALENDAR.
049100     OPEN INPUT PAY-CALENDAR-FILE.
049200     IF WS-CAL-FILE-NOT-FOUND
049300         GO TO 1000-EXIT
049400     END-IF.
049500     MOVE "N" TO WS-EOF-SWITCH.
049600     PERFORM 1100-ONE-PERIOD THRU 1100-EXIT
049700         UNTIL WS-END-OF-FILE.
049800     CLOSE PAY-CALENDAR-FILE.
049820     PERFORM 1200-LOAD-RUN-DATES THRU 1200-EXIT.
049900 1000-EXIT.
050000     EXIT.
050100 1100-ONE-PERIOD.
050200     READ PAY-CALENDAR-FILE
050300         AT END
050400             SET WS-END-OF-FILE TO TRUE
050500             GO TO 1100-EXIT
050600     END-READ.
050700     IF WS-CAL-COUNT >= WS-MAX-CAL
050800         SET WS-CAL-OVERFLOW TO TRUE
050900         SET WS-END-OF-FILE TO TRUE
051000         GO TO 1100-EXIT
051100     END-IF.
051200     ADD 1 TO WS-CAL-COUNT.
051300     MOVE CAL-PERIOD-NO  TO WS-CAL-PERIOD-NO(WS-CAL-COUNT).
051400     MOVE CAL-FREQ-GROUP TO WS-CAL-FREQ(WS-CAL-COUNT).
051500     INSPECT WS-CAL-FREQ(WS-CAL-COUNT)
051600         CONVERTING "wbsm" TO "WBSM".
051700     MOVE CAL-START-DATE TO WS-CAL-START(WS-CAL-COUNT).
051800     MOVE CAL-END-DATE   TO WS-CAL-END(WS-CAL-COUNT).
051900     MOVE CAL-CHECK-DATE TO WS-CAL-CHECK(WS-CAL-COUNT).
051920     MOVE CAL-DONE-FLAG  TO WS-CAL-DONE-FLAG(WS-CAL-COUNT).
051940     MOVE 0 TO WS-CAL-RUN-DATE(WS-CAL-COUNT).
052000 1100-EXIT.
052100     EXIT.
052102*----------------------------------------------------------------
052104* 1200-LOAD-RUN-DATES PUTS THE LATEST PAYHIST.TXT RUN DATE AGAINST
052106* EACH CALENDAR PERIOD, SO A PERIOD ALREADY COMMITTED BY THE MONTH
052108* END IS NOT ACCRUED A SECOND TIME.
052110*----------------------------------------------------------------
052112 1200-LOAD-RUN-DATES.
052114     OPEN INPUT PAYROLL-HISTORY-FILE.
052116     IF WS-HIST-FILE-NOT-FOUND
052118         GO TO 1200-EXIT
052120     END-IF.
052122     MOVE "N" TO WS-EOF-SWITCH.
052124     PERFORM 1300-ONE-HIST THRU 1300-EXIT
052126         UNTIL WS-END-OF-FILE.
052128     CLOSE PAYROLL-HISTORY-FILE.
052130 1200-EXIT.
052132     EXIT.
052134 1300-ONE-HIST.
052136     READ PAYROLL-HISTORY-FILE
052138         AT END
052140             SET WS-END-OF-FILE TO TRUE
052142             GO TO 1300-EXIT
052144     END-READ.
052146     PERFORM 1400-MATCH-HIST THRU 1400-EXIT
052148         VARYING C FROM 1 BY 1 UNTIL C > WS-CAL-COUNT.
052150 1300-EXIT.
052152     EXIT.
052154 1400-MATCH-HIST.
052156     IF WS-CAL-PERIOD-NO(C) = HIST-PERIOD-NO
052158         AND HIST-RUN-DATE > WS-CAL-RUN-DATE(C)
052160         MOVE HIST-RUN-DATE TO WS-CAL-RUN-DATE(C)
052162     END-IF.
052164 1400-EXIT.
052166     EXIT.
052200*----------------------------------------------------------------
052300* 1500-FIND-PERIODS PICKS OUT EACH SELECTED GROUP'S PERIODS THAT
052400* OVERLAP THE MONTH AND ARE PAID AFTER IT, ADDS THE SHARE OF THE
052500* PERIOD INSIDE THE MONTH TO THE GROUP'S FACTOR, AND LISTS EACH
052600* ON THE WORKSHEET.
052700*----------------------------------------------------------------
052800 1500-FIND-PERIODS.
052900     MOVE SPACES TO WS-OUT-LINE.
053000     STRING "MONTH-END WAGE ACCRUAL WORKSHEET - " WS-MONTH-IN
053100         DELIMITED BY SIZE INTO WS-OUT-LINE.
053200     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
053300     MOVE SPACES TO WS-OUT-LINE.
053400     STRING "ACCRUAL DATED " WS-MONTH-END
053500         "   REVERSAL DATED " WS-REVERSE-DATE
053600         DELIMITED BY SIZE INTO WS-OUT-LINE.
053700     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
053800     MOVE SPACES TO WS-OUT-LINE.
053900     STRING "PAY GROUPS ACCRUED: " WS-GRP-LIST
054000         DELIMITED BY SIZE INTO WS-OUT-LINE.
054100     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
054200     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
054300     MOVE "GRP PERIOD START    END      CHECK" TO WS-OUT-LINE.
054400     MOVE "DAYS IN MONTH" TO WS-OUT-LINE(38:13).
054500     MOVE "SHARE" TO WS-OUT-LINE(57:5).
054600     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
054700     MOVE 0 TO WS-PERIOD-COUNT.
054800     PERFORM 1600-ONE-PERIOD THRU 1600-EXIT
054900         VARYING C FROM 1 BY 1 UNTIL C > WS-CAL-COUNT.
055000     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
055100 1500-EXIT.
055200     EXIT.
055300 1600-ONE-PERIOD.
055400     MOVE 0 TO WS-GRP-IDX.
055500     PERFORM 1700-MATCH-GROUP THRU 1700-EXIT
055600         VARYING G FROM 1 BY 1 UNTIL G > 4.
055700     IF WS-GRP-IDX = 0
055800         GO TO 1600-EXIT
055900     END-IF.
056000     IF NOT WS-GRP-SELECTED(WS-GRP-IDX)
056100         GO TO 1600-EXIT
056200     END-IF.
056300     IF WS-CAL-START(C) > WS-MONTH-END
056400         OR WS-CAL-END(C) < WS-MONTH-START
056500         OR WS-CAL-CHECK(C) NOT > WS-MONTH-END
056600         OR WS-CAL-END(C) < WS-CAL-START(C)
056700         GO TO 1600-EXIT
056800     END-IF.
056810     IF WS-CAL-DONE(C)
056820         AND WS-CAL-RUN-DATE(C) > 0
056830         AND WS-CAL-RUN-DATE(C) NOT > WS-MONTH-END
056840         GO TO 1600-EXIT
056850     END-IF.
056900     MOVE WS-CAL-START(C) TO WS-DN-DATE.
057000     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
057100     MOVE WS-DN-DAYS TO WS-PER-START-DN.
057200     MOVE WS-CAL-END(C) TO WS-DN-DATE.
057300     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
057400     MOVE WS-DN-DAYS TO WS-PER-END-DN.
057500     MOVE WS-PER-START-DN TO WS-IN-FROM-DN.
057600     IF WS-MONTH-START-DN > WS-IN-FROM-DN
057700         MOVE WS-MONTH-START-DN TO WS-IN-FROM-DN
057800     END-IF.
057900     MOVE WS-PER-END-DN TO WS-IN-TO-DN.
058000     IF WS-MONTH-END-DN < WS-IN-TO-DN
058100         MOVE WS-MONTH-END-DN TO WS-IN-TO-DN
058200     END-IF.
058300     COMPUTE WS-PER-DAYS = WS-PER-END-DN - WS-PER-START-DN + 1.
058400     COMPUTE WS-IN-DAYS = WS-IN-TO-DN - WS-IN-FROM-DN + 1.
058500     COMPUTE WS-PER-FACTOR ROUNDED = WS-IN-DAYS / WS-PER-DAYS.
058600     ADD WS-PER-FACTOR TO WS-GRP-FACTOR(WS-GRP-IDX).
058700     ADD 1 TO WS-GRP-PERIODS(WS-GRP-IDX).
058800     ADD 1 TO WS-PERIOD-COUNT.
058900     MOVE WS-IN-DAYS TO WS-DAYS-OUT-1.
059000     MOVE WS-PER-DAYS TO WS-DAYS-OUT-2.
059100     MOVE WS-PER-FACTOR TO WS-FACTOR-OUT.
059200     MOVE SPACES TO WS-OUT-LINE.
059300     STRING " " WS-CAL-FREQ(C) "  " WS-CAL-PERIOD-NO(C) "  "
059400         WS-CAL-START(C) " " WS-CAL-END(C) " " WS-CAL-CHECK(C)
059500         "  " WS-DAYS-OUT-1 " OF " WS-DAYS-OUT-2
059600         "   " WS-FACTOR-OUT
059700         DELIMITED BY SIZE INTO WS-OUT-LINE.
059800     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
059900 1600-EXIT.
060000     EXIT.
060100 1700-MATCH-GROUP.
060200     IF WS-CAL-FREQ(C) = WS-GRP-CODE(G)
060300         MOVE G TO WS-GRP-IDX
060400     END-IF.
060500 1700-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------
060800* 2000-LOAD-DEPTS HOLDS DEPTREF.DAT; WITHOUT IT EVERYTHING POSTS
060900* TO THE GENERAL SALARY EXPENSE ACCOUNT AS UNASSIGNED.
061000*----------------------------------------------------------------
061100 2000-LOAD-DEPTS.
061200     OPEN INPUT DEPARTMENT-FILE.
061300     IF WS-DPT-FILE-NOT-FOUND
061400         DISPLAY "NO DEPARTMENT REFERENCE FILE FOUND - ALL WAGES"
061500         DISPLAY "ACCRUE TO THE GENERAL SALARY EXPENSE ACCOUNT"
061600         GO TO 2000-EXIT
061700     END-IF.
061800     MOVE "N" TO WS-EOF-SWITCH.
061900     PERFORM 2100-ONE-DEPT THRU 2100-EXIT
062000         UNTIL WS-END-OF-FILE.
062100     CLOSE DEPARTMENT-FILE.
062200 2000-EXIT.
062300     EXIT.
062400 2100-ONE-DEPT.
062500     READ DEPARTMENT-FILE
062600         AT END
062700             SET WS-END-OF-FILE TO TRUE
062800             GO TO 2100-EXIT
062900     END-READ.
063000     IF WS-DEPT-COUNT >= WS-MAX-DEPTS
063100         DISPLAY "DEPARTMENT TABLE FULL - REMAINING ENTRIES"
063200         DISPLAY "IN DEPTREF.DAT ACCRUE AS UNASSIGNED"
063300         SET WS-END-OF-FILE TO TRUE
063400         GO TO 2100-EXIT
063500     END-IF.
063600     ADD 1 TO WS-DEPT-COUNT.
063700     MOVE DPT-CODE     TO WS-DEPT-CODE(WS-DEPT-COUNT).
063800     MOVE DPT-NAME     TO WS-DEPT-NAME(WS-DEPT-COUNT).
063900     MOVE DPT-EXP-ACCT TO WS-DEPT-EXP-ACCT(WS-DEPT-COUNT).
064000     MOVE 0 TO WS-DEPT-HEAD(WS-DEPT-COUNT).
064100     MOVE 0 TO WS-DEPT-GROSS(WS-DEPT-COUNT).
064200     MOVE 0 TO WS-DEPT-ER-TAX(WS-DEPT-COUNT).
064300 2100-EXIT.
064400     EXIT.
064500*----------------------------------------------------------------
064600* 2500-LOAD-YTD TOTALS EACH EMPLOYEE'S GROSS PAID IN THE MONTH'S
064700* YEAR THROUGH THE MONTH END.
064800*----------------------------------------------------------------
064900 2500-LOAD-YTD.
065000     OPEN INPUT EARNINGS-HISTORY-FILE.
065100     IF WS-ERN-FILE-NOT-FOUND
065200         GO TO 2500-EXIT
065300     END-IF.
065400     MOVE "N" TO WS-EOF-SWITCH.
065500     PERFORM 2600-ONE-EARNING THRU 2600-EXIT
065600         UNTIL WS-END-OF-FILE.
065700     CLOSE EARNINGS-HISTORY-FILE.
065800 2500-EXIT.
065900     EXIT.
066000 2600-ONE-EARNING.
066100     READ EARNINGS-HISTORY-FILE
066200         AT END
066300             SET WS-END-OF-FILE TO TRUE
066400             GO TO 2600-EXIT
066500     END-READ.
066600     MOVE ERN-RUN-DATE(1:4) TO WS-REC-YEAR.
066700     IF WS-REC-YEAR NOT = WS-MONTH-YY
066800         OR ERN-RUN-DATE > WS-MONTH-END
066900         GO TO 2600-EXIT
067000     END-IF.
067100     MOVE 0 TO WS-YTD-IDX.
067200     PERFORM 2700-FIND-YTD THRU 2700-EXIT
067300         VARYING N FROM 1 BY 1 UNTIL N > WS-YTD-COUNT.
067400     IF WS-YTD-IDX = 0
067500         IF WS-YTD-COUNT >= WS-MAX-EMPS
067600             GO TO 2600-EXIT
067700         END-IF
067800         ADD 1 TO WS-YTD-COUNT
067900         MOVE WS-YTD-COUNT TO WS-YTD-IDX
068000         MOVE ERN-EMP-ID TO WS-YTD-EMP-ID(WS-YTD-IDX)
068100         MOVE 0 TO WS-YTD-GROSS(WS-YTD-IDX)
068200     END-IF.
068300     ADD ERN-GROSS TO WS-YTD-GROSS(WS-YTD-IDX).
068400 2600-EXIT.
068500     EXIT.
068600 2700-FIND-YTD.
068700     IF WS-YTD-EMP-ID(N) = ERN-EMP-ID
068800         MOVE N TO WS-YTD-IDX
068900     END-IF.
069000 2700-EXIT.
069100     EXIT.
069200*----------------------------------------------------------------
069300* 3000-COST-MASTER ACCRUES EVERY ACTIVE EMPLOYEE IN A SELECTED
069400* GROUP: ONE PERIOD'S EXPECTED PAY TIMES THE GROUP'S FACTOR,
069500* WITH THE EMPLOYER TAXES ON IT FIGURED AS 030-A FIGURES THEM.
069600*----------------------------------------------------------------
069700 3000-COST-MASTER.
069800     OPEN INPUT EMPLOYEE-MASTER-FILE.
069900     IF WS-EMP-FILE-NOT-FOUND
070000         DISPLAY "NO EMPLOYEE MASTER ON FILE"
070100         GO TO 3000-EXIT
070200     END-IF.
070300     MOVE "N" TO WS-EOF-SWITCH.
070400     PERFORM 3100-ONE-EMPLOYEE THRU 3100-EXIT
070500         UNTIL WS-END-OF-FILE.
070600     CLOSE EMPLOYEE-MASTER-FILE.
070700 3000-EXIT.
070800     EXIT.
070900 3100-ONE-EMPLOYEE.
071000     READ EMPLOYEE-MASTER-FILE NEXT RECORD
071100         AT END
071200             SET WS-END-OF-FILE TO TRUE
071300             GO TO 3100-EXIT
071400     END-READ.
071500     IF EM-STATUS NOT = "A"
071600         GO TO 3100-EXIT
071700     END-IF.
071800     MOVE EM-PAY-FREQ TO WS-FREQ-WORK.
071900     INSPECT WS-FREQ-WORK CONVERTING "wbsm" TO "WBSM".
072000*    AN UNKNOWN FREQUENCY IS COSTED BIWEEKLY, AS PAYCOST DOES.
072100     MOVE 2 TO WS-GRP-IDX.
072200     PERFORM 3200-FREQ-GROUP THRU 3200-EXIT
072300         VARYING G FROM 1 BY 1 UNTIL G > 4.
072400     IF NOT WS-GRP-SELECTED(WS-GRP-IDX)
072500         OR WS-GRP-FACTOR(WS-GRP-IDX) = 0
072600         GO TO 3100-EXIT
072700     END-IF.
072800     IF EM-PAY-TYPE = "H" OR EM-PAY-TYPE = "h"
072900         COMPUTE WS-PER-PAY ROUNDED =
073000             (EM-HOURLY-RATE * 2080) / WS-GRP-DIVISOR(WS-GRP-IDX)
073100     ELSE
073200         COMPUTE WS-PER-PAY ROUNDED =
073300             EM-SALARY / WS-GRP-DIVISOR(WS-GRP-IDX)
073400     END-IF.
073500     COMPUTE WS-ACCR-GROSS ROUNDED =
073600         WS-PER-PAY * WS-GRP-FACTOR(WS-GRP-IDX).
073700     IF WS-ACCR-GROSS = 0
073800         GO TO 3100-EXIT
073900     END-IF.
074000     PERFORM 3300-ER-TAX THRU 3300-EXIT.
074100     ADD 1 TO WS-TOT-HEAD.
074200     ADD WS-ACCR-GROSS TO WS-TOT-GROSS.
074300     ADD WS-ACCR-ER-TAX TO WS-TOT-ER-TAX.
074400     MOVE 0 TO WS-DEPT-IDX.
074500     PERFORM 3400-FIND-DEPT THRU 3400-EXIT
074600         VARYING D FROM 1 BY 1 UNTIL D > WS-DEPT-COUNT.
074700     IF WS-DEPT-IDX = 0
074800         ADD 1 TO WS-UNA-HEAD
074900         ADD WS-ACCR-GROSS TO WS-UNA-GROSS
075000         ADD WS-ACCR-ER-TAX TO WS-UNA-ER-TAX
075100     ELSE
075200         ADD 1 TO WS-DEPT-HEAD(WS-DEPT-IDX)
075300         ADD WS-ACCR-GROSS TO WS-DEPT-GROSS(WS-DEPT-IDX)
075400         ADD WS-ACCR-ER-TAX TO WS-DEPT-ER-TAX(WS-DEPT-IDX)
075500     END-IF.
075600 3100-EXIT.
075700     EXIT.
075800 3200-FREQ-GROUP.
075900     IF WS-FREQ-WORK = WS-GRP-CODE(G)
076000         MOVE G TO WS-GRP-IDX
076100     END-IF.
076200 3200-EXIT.
076300     EXIT.
076400 3300-ER-TAX.
076500     MOVE 0 TO WS-EMP-YTD.
076600     PERFORM 3350-FIND-EMP-YTD THRU 3350-EXIT
076700         VARYING N FROM 1 BY 1 UNTIL N > WS-YTD-COUNT.
076710     COMPUTE WS-TAXABLE = WS-SS-WAGE-BASE - WS-EMP-YTD.
076720     IF WS-TAXABLE < 0
076730         MOVE 0 TO WS-TAXABLE
076740     END-IF.
076750     IF WS-TAXABLE > WS-ACCR-GROSS
076760         MOVE WS-ACCR-GROSS TO WS-TAXABLE
076770     END-IF.
076780     COMPUTE WS-ACCR-SS ROUNDED = WS-TAXABLE * WS-SS-PCT.
076790     COMPUTE WS-ACCR-MED ROUNDED = WS-ACCR-GROSS * WS-MED-PCT.
076800     COMPUTE WS-ACCR-FICA = WS-ACCR-SS + WS-ACCR-MED.
076900     COMPUTE WS-TAXABLE = WS-FUTA-CAP - WS-EMP-YTD.
077000     IF WS-TAXABLE < 0
077100         MOVE 0 TO WS-TAXABLE
077200     END-IF.
077300     IF WS-TAXABLE > WS-ACCR-GROSS
077400         MOVE WS-ACCR-GROSS TO WS-TAXABLE
077500     END-IF.
077600     COMPUTE WS-ACCR-FUTA ROUNDED = WS-TAXABLE * WS-FUTA-PCT.
077700     COMPUTE WS-TAXABLE = WS-SUTA-CAP - WS-EMP-YTD.
077800     IF WS-TAXABLE < 0
077900         MOVE 0 TO WS-TAXABLE
078000     END-IF.
078100     IF WS-TAXABLE > WS-ACCR-GROSS
078200         MOVE WS-ACCR-GROSS TO WS-TAXABLE
078300     END-IF.
078400     COMPUTE WS-ACCR-SUTA ROUNDED = WS-TAXABLE * WS-SUTA-PCT.
078500     COMPUTE WS-ACCR-ER-TAX =
078600         WS-ACCR-FICA + WS-ACCR-FUTA + WS-ACCR-SUTA.
078700 3300-EXIT.
078800     EXIT.
078900 3350-FIND-EMP-YTD.
079000     IF WS-YTD-EMP-ID(N) = EM-EMP-ID
079100         MOVE WS-YTD-GROSS(N) TO WS-EMP-YTD
079200     END-IF.
079300 3350-EXIT.
079400     EXIT.
079500 3400-FIND-DEPT.
079600     IF WS-DEPT-CODE(D) = EM-DEPT-CODE
079700         MOVE D TO WS-DEPT-IDX
079800     END-IF.
079900 3400-EXIT.
080000     EXIT.
080100*----------------------------------------------------------------
080200* 4000-WRITE-JOURNAL WRITES GLACCR.TXT: THE ACCRUAL DATED THE
080300* MONTH END, THEN THE SAME LINES WITH DEBIT AND CREDIT SWAPPED
080400* DATED THE FIRST OF THE NEXT MONTH, EACH WITH A BATCH TOTAL.
080500*----------------------------------------------------------------
080600 4000-WRITE-JOURNAL.
080700     OPEN OUTPUT GL-ACCRUAL-FILE.
080800     MOVE WS-MONTH-END TO WS-GL-DATE.
080900     MOVE "N" TO WS-GL-REV-SWITCH.
081000     PERFORM 4100-ONE-BATCH THRU 4100-EXIT.
081100     MOVE WS-REVERSE-DATE TO WS-GL-DATE.
081200     SET WS-GL-REVERSING TO TRUE.
081300     PERFORM 4100-ONE-BATCH THRU 4100-EXIT.
081400     CLOSE GL-ACCRUAL-FILE.
081500     MOVE WS-TOT-GROSS TO WS-AMT-OUT-1.
081600     MOVE WS-TOT-ER-TAX TO WS-AMT-OUT-2.
081700     DISPLAY "ACCRUAL JOURNAL WRITTEN TO GLACCR.TXT - WAGES "
081800         WS-AMT-OUT-1 " ER TAX " WS-AMT-OUT-2.
081900 4000-EXIT.
082000     EXIT.
082100 4100-ONE-BATCH.
082200     MOVE 0 TO WS-GLJ-DR-TOT.
082300     MOVE 0 TO WS-GLJ-CR-TOT.
082400     PERFORM 4200-DEPT-LINES THRU 4200-EXIT
082500         VARYING D FROM 1 BY 1 UNTIL D > WS-DEPT-COUNT.
082600     IF WS-UNA-GROSS > 0
082700         MOVE WS-GLJ-SAL-EXP-ACCT TO WS-GLJ-ACCT
082800         MOVE "DR" TO WS-GLJ-TYPE
082900         MOVE WS-UNA-GROSS TO WS-GLJ-AMT
083000         MOVE "ACCR WAGES UNASSGND" TO WS-GLJ-LINE-DESC
083100         PERFORM 4900-WRITE-GL THRU 4900-EXIT
083200     END-IF.
083300     IF WS-UNA-ER-TAX > 0
083400         MOVE WS-GLJ-ER-EXP-ACCT TO WS-GLJ-ACCT
083500         MOVE "DR" TO WS-GLJ-TYPE
083600         MOVE WS-UNA-ER-TAX TO WS-GLJ-AMT
083700         MOVE "ACCR ER TAX UNASSGND" TO WS-GLJ-LINE-DESC
083800         PERFORM 4900-WRITE-GL THRU 4900-EXIT
083900     END-IF.
084000     MOVE WS-GLJ-ACCR-ACCT TO WS-GLJ-ACCT.
084100     MOVE "CR" TO WS-GLJ-TYPE.
084200     MOVE WS-TOT-GROSS TO WS-GLJ-AMT.
084300     MOVE "ACCRUED WAGES" TO WS-GLJ-LINE-DESC.
084400     PERFORM 4900-WRITE-GL THRU 4900-EXIT.
084500     IF WS-TOT-ER-TAX > 0
084600         MOVE WS-GLJ-ACCR-ACCT TO WS-GLJ-ACCT
084700         MOVE "CR" TO WS-GLJ-TYPE
084800         MOVE WS-TOT-ER-TAX TO WS-GLJ-AMT
084900         MOVE "ACCRUED ER TAXES" TO WS-GLJ-LINE-DESC
085000         PERFORM 4900-WRITE-GL THRU 4900-EXIT
085100     END-IF.
085200     MOVE SPACES TO GLJ-RECORD.
085300     MOVE WS-GL-DATE TO GLJ-RUN-DATE.
085400     MOVE "99999999" TO GLJ-ACCOUNT.
085500     MOVE WS-GLJ-DR-TOT TO GLJ-AMOUNT.
085600     MOVE "BATCH TOTAL" TO GLJ-DESC.
085700     WRITE GLJ-RECORD.
085800     IF WS-GLJ-DR-TOT NOT = WS-GLJ-CR-TOT
085900         DISPLAY "WARNING: ACCRUAL BATCH " WS-GL-DATE
086000             " OUT OF BALANCE - DO NOT POST"
086100     END-IF.
086200 4100-EXIT.
086300     EXIT.
086400 4200-DEPT-LINES.
086500     IF WS-DEPT-GROSS(D) > 0
086600         MOVE WS-DEPT-EXP-ACCT(D) TO WS-GLJ-ACCT
086700         MOVE "DR" TO WS-GLJ-TYPE
086800         MOVE WS-DEPT-GROSS(D) TO WS-GLJ-AMT
086900         MOVE SPACES TO WS-GLJ-LINE-DESC
087000         STRING "ACCR WAGES " WS-DEPT-CODE(D)
087100             DELIMITED BY SIZE INTO WS-GLJ-LINE-DESC
087200         PERFORM 4900-WRITE-GL THRU 4900-EXIT
087300     END-IF.
087400     IF WS-DEPT-ER-TAX(D) > 0
087500         MOVE WS-GLJ-ER-EXP-ACCT TO WS-GLJ-ACCT
087600         MOVE "DR" TO WS-GLJ-TYPE
087700         MOVE WS-DEPT-ER-TAX(D) TO WS-GLJ-AMT
087800         MOVE SPACES TO WS-GLJ-LINE-DESC
087900         STRING "ACCR ER TAX " WS-DEPT-CODE(D)
088000             DELIMITED BY SIZE INTO WS-GLJ-LINE-DESC
088100         PERFORM 4900-WRITE-GL THRU 4900-EXIT
088200     END-IF.
088300 4200-EXIT.
088400     EXIT.
088500*    4900-WRITE-GL - ON THE REVERSING PASS EVERY LINE SWAPS SIDES
088600*    AND ITS DESCRIPTION IS MARKED REV.
088700 4900-WRITE-GL.
088800     IF WS-GL-REVERSING
088900         IF WS-GLJ-TYPE = "DR"
089000             MOVE "CR" TO WS-GLJ-TYPE
089100         ELSE
089200             MOVE "DR" TO WS-GLJ-TYPE
089300         END-IF
089400     END-IF.
089500     MOVE SPACES TO GLJ-RECORD.
089600     MOVE WS-GL-DATE TO GLJ-RUN-DATE.
089700     MOVE WS-GLJ-ACCT TO GLJ-ACCOUNT.
089800     MOVE WS-GLJ-TYPE TO GLJ-DR-CR.
089900     MOVE WS-GLJ-AMT TO GLJ-AMOUNT.
090000     IF WS-GL-REVERSING
090100         STRING "REV " WS-GLJ-LINE-DESC
090200             DELIMITED BY SIZE INTO GLJ-DESC
090300     ELSE
090400         MOVE WS-GLJ-LINE-DESC TO GLJ-DESC
090500     END-IF.
090600     WRITE GLJ-RECORD.
090700     IF WS-GLJ-TYPE = "DR"
090800         ADD WS-GLJ-AMT TO WS-GLJ-DR-TOT
090900     ELSE
091000         ADD WS-GLJ-AMT TO WS-GLJ-CR-TOT
091100     END-IF.
091200 4900-EXIT.
091300     EXIT.
091400*----------------------------------------------------------------
091500* 5000-WORKSHEET PRINTS THE ACCRUAL BY DEPARTMENT UNDER THE
091600* PERIOD LIST 1500 ALREADY WROTE, WITH THE JOURNAL TOTALS.
091700*----------------------------------------------------------------
091800 5000-WORKSHEET.
091900     MOVE "DEPT NAME                 EXP ACCT  HEAD"
092000         TO WS-OUT-LINE.
092100     MOVE "ACCRUED WAGES" TO WS-OUT-LINE(43:13).
092200     MOVE "ER TAX" TO WS-OUT-LINE(65:6).
092300     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
092400     PERFORM 5100-DEPT-LINE THRU 5100-EXIT
092500         VARYING D FROM 1 BY 1 UNTIL D > WS-DEPT-COUNT.
092600     IF WS-UNA-HEAD > 0
092700         MOVE WS-UNA-HEAD TO WS-HEAD-OUT
092800         MOVE WS-UNA-GROSS TO WS-AMT-OUT-1
092900         MOVE WS-UNA-ER-TAX TO WS-AMT-OUT-2
093000         MOVE SPACES TO WS-OUT-LINE
093100         STRING "**** UNASSIGNED           " WS-GLJ-SAL-EXP-ACCT
093200             " " WS-HEAD-OUT " " WS-AMT-OUT-1 " " WS-AMT-OUT-2
093300             DELIMITED BY SIZE INTO WS-OUT-LINE
093400         PERFORM 8500-WRITE-WKS THRU 8500-EXIT
093500     END-IF.
093600     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
093700     MOVE WS-TOT-HEAD TO WS-HEAD-OUT.
093800     MOVE WS-TOT-GROSS TO WS-AMT-OUT-1.
093900     MOVE WS-TOT-ER-TAX TO WS-AMT-OUT-2.
094000     MOVE SPACES TO WS-OUT-LINE.
094100     STRING "TOTAL                              " WS-HEAD-OUT
094200         " " WS-AMT-OUT-1 " " WS-AMT-OUT-2
094300         DELIMITED BY SIZE INTO WS-OUT-LINE.
094400     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
094500     COMPUTE WS-GLJ-AMT = WS-TOT-GROSS + WS-TOT-ER-TAX.
094600     MOVE WS-GLJ-AMT TO WS-AMT-OUT-3.
094700     MOVE SPACES TO WS-OUT-LINE.
094800     STRING "ACCRUED TO " WS-GLJ-ACCR-ACCT " ON " WS-MONTH-END
094900         " AND REVERSED ON " WS-REVERSE-DATE ": " WS-AMT-OUT-3
095000         DELIMITED BY SIZE INTO WS-OUT-LINE.
095100     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
095200     DISPLAY "ACCRUAL WORKSHEET WRITTEN TO ACCRWKS.TXT".
095300 5000-EXIT.
095400     EXIT.
095500 5100-DEPT-LINE.
095600     IF WS-DEPT-HEAD(D) = 0
095700         GO TO 5100-EXIT
095800     END-IF.
095900     MOVE WS-DEPT-HEAD(D) TO WS-HEAD-OUT.
096000     MOVE WS-DEPT-GROSS(D) TO WS-AMT-OUT-1.
096100     MOVE WS-DEPT-ER-TAX(D) TO WS-AMT-OUT-2.
096200     MOVE SPACES TO WS-OUT-LINE.
096300     STRING WS-DEPT-CODE(D) " " WS-DEPT-NAME(D) " "
096400         WS-DEPT-EXP-ACCT(D) " " WS-HEAD-OUT " " WS-AMT-OUT-1
096500         " " WS-AMT-OUT-2
096600         DELIMITED BY SIZE INTO WS-OUT-LINE.
096700     PERFORM 8500-WRITE-WKS THRU 8500-EXIT.
096800 5100-EXIT.
096900     EXIT.
097000*----------------------------------------------------------------
097100* 7000-DAY-NUMBER TURNS WS-DN-DATE INTO ITS DAY NUMBER COUNTED
097200* FROM 01/01/0001, SO TWO DATES SUBTRACT TO THE EXACT DAYS
097300* BETWEEN THEM.  7100-LEAP-TEST SETS WS-DN-LEAP-YEAR FOR THE
097400* YEAR OF WS-DN-DATE.
097500*----------------------------------------------------------------
097600 7000-DAY-NUMBER.
097700     COMPUTE WS-DN-PRIOR-YY = WS-DN-YY - 1.
097800     COMPUTE WS-DN-DAYS = WS-DN-PRIOR-YY * 365.
097900     DIVIDE WS-DN-PRIOR-YY BY 4 GIVING WS-DN-QUOT.
098000     ADD WS-DN-QUOT TO WS-DN-DAYS.
098100     DIVIDE WS-DN-PRIOR-YY BY 100 GIVING WS-DN-QUOT.
098200     SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
098300     DIVIDE WS-DN-PRIOR-YY BY 400 GIVING WS-DN-QUOT.
098400     ADD WS-DN-QUOT TO WS-DN-DAYS.
098500     ADD WS-CUM-DAYS(WS-DN-MM) TO WS-DN-DAYS.
098600     ADD WS-DN-DD TO WS-DN-DAYS.
098700     IF WS-DN-MM > 2
098800         PERFORM 7100-LEAP-TEST THRU 7100-EXIT
098900         IF WS-DN-LEAP-YEAR
099000             ADD 1 TO WS-DN-DAYS
099100         END-IF
099200     END-IF.
099300 7000-EXIT.
099400     EXIT.
099500 7100-LEAP-TEST.
099600     MOVE "N" TO WS-DN-LEAP-SWITCH.
099700     DIVIDE WS-DN-YY BY 4 GIVING WS-DN-QUOT REMAINDER WS-DN-REM.
099800     IF WS-DN-REM NOT = 0
099900         GO TO 7100-EXIT
100000     END-IF.
100100     DIVIDE WS-DN-YY BY 100 GIVING WS-DN-QUOT REMAINDER WS-DN-REM.
100200     IF WS-DN-REM NOT = 0
100300         SET WS-DN-LEAP-YEAR TO TRUE
100400         GO TO 7100-EXIT
100500     END-IF.
100600     DIVIDE WS-DN-YY BY 400 GIVING WS-DN-QUOT REMAINDER WS-DN-REM.
100700     IF WS-DN-REM = 0
100800         SET WS-DN-LEAP-YEAR TO TRUE
100900     END-IF.
101000 7100-EXIT.
101100     EXIT.
101200 8500-WRITE-WKS.
101300     MOVE WS-OUT-LINE TO WKS-RECORD.
101400     WRITE WKS-RECORD.
101500     MOVE SPACES TO WS-OUT-LINE.
101600 8500-EXIT.
101700     EXIT.
