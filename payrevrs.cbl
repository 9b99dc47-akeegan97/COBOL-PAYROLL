000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYREVRS.
000300 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000400 INSTALLATION. STAFF-PORTAL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* 10/15/2026  JMK   ORIGINAL VERSION.  A COMMIT RUN OF THE WRONG
001200*                   PERIOD, TIMESHEET, OR TAX TABLE WAS BACKED
001300*                   OUT BY HAND-EDITING EVERY FILE IT TOUCHED
001400*                   AND KEYING THE REVERSING GL LINES.  THIS
001500*                   SUPERVISOR-ONLY UTILITY TAKES THE RUN DATE
001600*                   AND PERIOD NUMBER AND BACKS THE RUN OUT OF
001700*                   ALL OF THEM, AUDITING EVERY STEP, SO THE
001800*                   PERIOD CAN BE CLEANLY RE-RUN.
001801* 10/15/2026  JMK   A RUN CHECK THE BANK HAS ALREADY PAID (CLEARED
001802*                   BY PAYRECON) IS LISTED FOR RECOVERY INSTEAD
001803*                   OF BEING VOIDED.
001804* 10/15/2026  JMK   A ZERO-DOLLAR PRENOTE ENTRY (CODE 23) ON THE
001805*                   RUN'S ACH FILE MOVED NO MONEY AND IS NOT
001806*                   REVERSED.
001826* 10/15/2026  JMK   THE RUN'S DEPARTMENT TOTALS ARE DROPPED FROM
001846*                   THE NEW DEPTHIST.TXT SO THE BUDGET-VERSUS-
001866*                   ACTUAL REPORT NO LONGER COUNTS THE RUN.
001876* 10/15/2026  JMK   PROMPT NOTES THAT AN OFF-CYCLE SUPPLEMENTAL
001886*                   RUN IS REVERSED AS PERIOD 99999.
001888* 10/15/2026  JMK   EARNHIST.TXT LAYOUT CARRIES SOCIAL SECURITY
001890*                   WAGES AND THE SOCIAL SECURITY AND MEDICARE
001892*                   TAX.
001894* 10/15/2026  JMK   NEW STEP 5400 BACKS THE RUN OUT OF THE
001896*                   YEAR-TO-DATE ACCUMULATORS (YTDACCUM.DAT).
001906* 10/15/2026  JMK   THE RUN IS IDENTIFIED BY ITS RUNCTL.DAT
001916*                   RECORDS: ITS CHECKS ARE THE NUMBERS IT LOGGED,
001926*                   ACHPAY.TXT AND GLJRNL.TXT MUST CARRY ITS
001936*                   PERIOD, AND A RUN THAT CANNOT BE TOLD APART
001946*                   FROM ANOTHER ON ITS DATE IS REFUSED.  A
001956*                   FINISHED REVERSAL IS LOGGED (RVRS) TO
001966*                   RUNCTL.DAT.
001967* 10/15/2026  JMK   A RUN THAT STOPPED BEFORE ITS EARNINGS WERE
001968*                   WRITTEN IS FOUND BY ITS RUNCTL.DAT BEGN RECORD
001969*                   AND ONLY ITS LOGGED ACH BATCH AND CHECKS ARE
001970*                   BACKED OUT (1500).  AN OFF-CYCLE RUN HAS NO
001971*                   CALENDAR PERIOD TO REOPEN, AND A PERIOD NOT ON
001972*                   PAYCAL.DAT IS AUDITED AS NOTHING REOPENED.
001976*----------------------------------------------------------------
002000*----------------------------------------------------------------
002100* THE REVERSAL RUNS IN THIS ORDER, EACH STEP LISTED ON
002200* REVRSRPT.TXT AND AUDITED (ACTION X) TO AUDITLOG.TXT:
002300*   2000 ACH REVERSAL BATCH (ACHREVRS.TXT) - A DEBIT ENTRY FOR
002400*        EVERY DEPOSIT IN ACHPAY.TXT, WHEN THAT FILE STILL
002500*        HOLDS THE RUN BEING REVERSED (ITS FILE DATE, AND ITS
002520*        BATCH HEADER PERIOD)
002600*   2500 REVERSING GL ENTRY (GLREVRS.TXT, GLJRNL LAYOUT) - EACH
002700*        GLJRNL.TXT LINE OF THE RUN WITH DEBIT AND CREDIT SWAPPED
002720*        (THE BATCH TOTAL LINE MUST CARRY THE RUN'S PERIOD)
002800*   3000 THE RUN'S ISSUED CHECKS VOIDED ON CHKREG.DAT, WITH A
002900*        VOID RECORD FOR EACH ON POSPAY.TXT - THE CHECK NUMBERS
002901*        RUNCTL.DAT LOGGED FOR THE RUN, OR EVERY CHECK ISSUED ON
002921*        THE RUN DATE FOR A RUN LOGGED WITHOUT THEM
002941*        (A CHECK THE BANK HAS ALREADY PAID IS LISTED INSTEAD)
003000*   3500 DEDUCTION TAKES (DEDRUN.DAT) GIVEN BACK ON DEDUCT.DAT
003100*   4000 LEAVE BALANCE MOVES (LEAVRUN.DAT) UNDONE ON LEAVBAL.DAT
003200*   4500 THE PERIOD REOPENED ON PAYCAL.DAT
003300*   5000 THE RUN'S TOTALS RECORD DROPPED FROM PAYHIST.TXT
003320*   5200 THE RUN'S DEPARTMENT RECORDS DROPPED FROM DEPTHIST.TXT
003340*   5400 THE RUN'S EARNINGS TAKEN BACK OFF THE YEAR-TO-DATE
003360*        ACCUMULATORS ON YTDACCUM.DAT
003400*   5500 THE RUN'S EARNINGS ROWS DROPPED FROM EARNHIST.TXT
003500* EARNHIST.TXT GOES LAST BECAUSE ITS ROWS ARE HOW THE UTILITY
003600* KNOWS THE RUN EXISTS; ONCE THEY ARE GONE A SECOND REVERSAL OF
003700* THE SAME RUN IS REFUSED.  FILES ARE REWRITTEN THROUGH THE
003800* REVWORK.TMP WORK FILE SO NO TABLE LIMIT CAN DROP RECORDS.
003810* A RUN DATE AND PERIOD COMMITTED MORE THAN ONCE, OR A RUN WHOSE
003820* CHECKS ARE NOT LOGGED ON A DATE SHARED WITH ANOTHER RUN, IS
003830* REFUSED - ITS FILES CANNOT BE TOLD APART.  A FINISHED
003840* REVERSAL IS LOGGED (RVRS) TO RUNCTL.DAT SO THE RUN IS NO
003850* LONGER COUNTED.
003855* A RUN THAT STOPPED BEFORE ITS EARNINGS WERE WRITTEN (NO ERNS
003860* RECORD ON RUNCTL.DAT) IS FOUND BY ITS BEGN RECORD INSTEAD.  ONLY
003865* THE ACH FILE AND THE CHECKS GO OUT AHEAD OF THE EARNINGS, SO FOR
003870* SUCH A RUN ONLY 2000 (WHEN THE ACH STEP WAS LOGGED) AND 3000
003875* (FOR THE CHECK NUMBERS LOGGED) ARE RUN.  AN OFF-CYCLE RUN HAS NO
003880* CALENDAR PERIOD, SO 4500 LEAVES PAYCAL.DAT ALONE FOR IT.
003900*----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GENERIC-PC.
004300 OBJECT-COMPUTER. GENERIC-PC.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT EARNINGS-HISTORY-FILE ASSIGN TO "EARNHIST.TXT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ERN-FILE-STATUS.
004900     SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.TXT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-HIST-FILE-STATUS.
005120     SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.TXT"
005140         ORGANIZATION IS LINE SEQUENTIAL
005160         FILE STATUS IS WS-DPH-FILE-STATUS.
005165     SELECT YTD-ACCUM-FILE ASSIGN TO "YTDACCUM.DAT"
005170         ORGANIZATION IS INDEXED
005175         ACCESS MODE IS DYNAMIC
005180         RECORD KEY IS YTA-KEY
005185         FILE STATUS IS WS-YTA-FILE-STATUS.
005200     SELECT DEDUCTION-FILE ASSIGN TO "DEDUCT.DAT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-DED-FILE-STATUS.
005500     SELECT DEDUCTION-RUN-FILE ASSIGN TO "DEDRUN.DAT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-DRN-FILE-STATUS.
005800     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVBAL.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-LVB-FILE-STATUS.
006100     SELECT LEAVE-RUN-FILE ASSIGN TO "LEAVRUN.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-LRN-FILE-STATUS.
006400     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CAL-FILE-STATUS.
006700     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-GLJ-FILE-STATUS.
007000     SELECT GL-REVERSAL-FILE ASSIGN TO "GLREVRS.TXT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-GLR-FILE-STATUS.
007300     SELECT ACH-PAYMENT-FILE ASSIGN TO "ACHPAY.TXT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-ACH-FILE-STATUS.
007600     SELECT ACH-REVERSAL-FILE ASSIGN TO "ACHREVRS.TXT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-ACR-FILE-STATUS.
007900     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.DAT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-CHR-FILE-STATUS.
008200     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.TXT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-POS-FILE-STATUS.
008500     SELECT REVERSAL-REPORT-FILE ASSIGN TO "REVRSRPT.TXT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-RPT-FILE-STATUS.
008800     SELECT WORK-FILE ASSIGN TO "REVWORK.TMP"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-WRK-FILE-STATUS.
009100     SELECT OPERATOR-FILE ASSIGN TO "OPERREF.DAT"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-OPR-FILE-STATUS.
009400     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-AUD-FILE-STATUS.
009620     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
009640         ORGANIZATION IS LINE SEQUENTIAL
009660         FILE STATUS IS WS-RCT-FILE-STATUS.
009700 DATA DIVISION.
009800 FILE SECTION.
009900*----------------------------------------------------------------
010000* THE RECORD LAYOUTS BELOW MUST MATCH THE FDS IN MAIN_1 - ANY
010100* FIELD ADDED TO ONE OF THESE FILES THERE MUST BE ADDED HERE TOO.
010200*----------------------------------------------------------------
010300 FD  EARNINGS-HISTORY-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  ERN-RECORD.
010600     05  ERN-EMP-ID              PIC X(09).
010700     05  FILLER                  PIC X(01).
010800     05  ERN-RUN-DATE            PIC 9(08).
010900     05  FILLER                  PIC X(01).
011000     05  ERN-GROSS               PIC 9(10)V9(02).
011100     05  FILLER                  PIC X(01).
011200     05  ERN-FICA                PIC 9(10)V9(02).
011300     05  FILLER                  PIC X(01).
011400     05  ERN-FED                 PIC 9(10)V9(02).
011500     05  FILLER                  PIC X(01).
011600     05  ERN-ST                  PIC 9(10)V9(02).
011700     05  FILLER                  PIC X(01).
011800     05  ERN-NET                 PIC 9(10)V9(02).
011900     05  FILLER                  PIC X(01).
012000     05  ERN-PERIOD-NO           PIC 9(05).
012010     05  FILLER                  PIC X(01).
012020     05  ERN-SS-WAGES            PIC 9(10)V9(02).
012030     05  FILLER                  PIC X(01).
012040     05  ERN-SS-TAX              PIC 9(10)V9(02).
012050     05  FILLER                  PIC X(01).
012060     05  ERN-MED-TAX             PIC 9(10)V9(02).
012100 FD  PAYROLL-HISTORY-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  HIST-RECORD.
012400     05  HIST-RUN-DATE           PIC 9(08).
012500     05  FILLER                  PIC X(01).
012600     05  HIST-SAL-TOT            PIC 9(12)V9(02).
012700     05  FILLER                  PIC X(01).
012800     05  HIST-PAY-PERIOD         PIC 9(10)V9(02).
012900     05  FILLER                  PIC X(01).
013000     05  HIST-PERIOD-NO          PIC 9(05).
013005 FD  DEPT-HISTORY-FILE
013010     LABEL RECORDS ARE STANDARD.
013015 01  DPH-RECORD.
013020     05  DPH-RUN-DATE            PIC 9(08).
013025     05  FILLER                  PIC X(01).
013030     05  DPH-PERIOD-NO           PIC 9(05).
013035     05  FILLER                  PIC X(01).
013040     05  DPH-DEPT-CODE           PIC X(04).
013045     05  FILLER                  PIC X(01).
013050     05  DPH-GROSS               PIC 9(12)V9(02).
013055     05  FILLER                  PIC X(01).
013060     05  DPH-ER-TAX              PIC 9(12)V9(02).
013065     05  FILLER                  PIC X(01).
013070     05  DPH-HEAD                PIC 9(05).
013075     05  FILLER                  PIC X(01).
013080     05  DPH-OT-PAY              PIC 9(12)V9(02).
013100 FD  DEDUCTION-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  DED-RECORD.
013400     05  DED-EMP-ID              PIC X(09).
013500     05  FILLER                  PIC X(01).
013600     05  DED-CODE                PIC X(03).
013700     05  FILLER                  PIC X(01).
013800     05  DED-METHOD              PIC X(01).
013900     05  FILLER                  PIC X(01).
014000     05  DED-AMOUNT              PIC 9(07)V9(02).
014100     05  FILLER                  PIC X(01).
014200     05  DED-PCT                 PIC 9V999.
014300     05  FILLER                  PIC X(01).
014400     05  DED-PRIORITY            PIC 9(02).
014500     05  FILLER                  PIC X(01).
014600     05  DED-GOAL                PIC 9(09)V9(02).
014700     05  FILLER                  PIC X(01).
014800     05  DED-TAKEN               PIC 9(09)V9(02).
014900     05  FILLER                  PIC X(01).
015000     05  DED-CAP-PCT             PIC 9V999.
015100     05  FILLER                  PIC X(01).
015200     05  DED-GL-ACCT             PIC X(08).
015300 FD  DEDUCTION-RUN-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  DRN-RECORD.
015600     05  DRN-EMP-ID              PIC X(09).
015700     05  FILLER                  PIC X(01).
015800     05  DRN-RUN-DATE            PIC 9(08).
015900     05  FILLER                  PIC X(01).
016000     05  DRN-PERIOD-NO           PIC 9(05).
016100     05  FILLER                  PIC X(01).
016200     05  DRN-CODE                PIC X(03).
016300     05  FILLER                  PIC X(01).
016400     05  DRN-AMOUNT              PIC 9(07)V9(02).
016500 FD  LEAVE-BALANCE-FILE
016600     LABEL RECORDS ARE STANDARD.
016700 01  LVB-RECORD.
016800     05  LVB-EMP-ID              PIC X(09).
016900     05  FILLER                  PIC X(01).
017000     05  LVB-VAC-BAL             PIC 9(03)V9(02).
017100     05  FILLER                  PIC X(01).
017200     05  LVB-SICK-BAL            PIC 9(03)V9(02).
017300 FD  LEAVE-RUN-FILE
017400     LABEL RECORDS ARE STANDARD.
017500 01  LRN-RECORD.
017600     05  LRN-EMP-ID              PIC X(09).
017700     05  FILLER                  PIC X(01).
017800     05  LRN-RUN-DATE            PIC 9(08).
017900     05  FILLER                  PIC X(01).
018000     05  LRN-PERIOD-NO           PIC 9(05).
018100     05  FILLER                  PIC X(01).
018200     05  LRN-VAC-BEFORE          PIC 9(03)V9(02).
018300     05  FILLER                  PIC X(01).
018400     05  LRN-VAC-AFTER           PIC 9(03)V9(02).
018500     05  FILLER                  PIC X(01).
018600     05  LRN-SICK-BEFORE         PIC 9(03)V9(02).
018700     05  FILLER                  PIC X(01).
018800     05  LRN-SICK-AFTER          PIC 9(03)V9(02).
018900 FD  PAY-CALENDAR-FILE
019000     LABEL RECORDS ARE STANDARD.
019100 01  CAL-RECORD.
019200     05  CAL-PERIOD-NO           PIC 9(05).
019300     05  FILLER                  PIC X(01).
019400     05  CAL-FREQ-GROUP          PIC X(01).
019500     05  FILLER                  PIC X(01).
019600     05  CAL-START-DATE          PIC 9(08).
019700     05  FILLER                  PIC X(01).
019800     05  CAL-END-DATE            PIC 9(08).
019900     05  FILLER                  PIC X(01).
020000     05  CAL-CHECK-DATE          PIC 9(08).
020100     05  FILLER                  PIC X(01).
020200     05  CAL-DONE-FLAG           PIC X(01).
020300 FD  GL-JOURNAL-FILE
020400     LABEL RECORDS ARE STANDARD.
020500 01  GLJ-RECORD.
020600     05  GLJ-RUN-DATE            PIC 9(08).
020700     05  FILLER                  PIC X(01).
020800     05  GLJ-ACCOUNT             PIC X(08).
020900     05  FILLER                  PIC X(01).
021000     05  GLJ-DR-CR               PIC X(02).
021100     05  FILLER                  PIC X(01).
021200     05  GLJ-AMOUNT              PIC 9(12)V9(02).
021300     05  FILLER                  PIC X(01).
021400     05  GLJ-DESC                PIC X(24).
021500 FD  GL-REVERSAL-FILE
021600     LABEL RECORDS ARE STANDARD.
021700 01  GLR-RECORD.
021800     05  GLR-RUN-DATE            PIC 9(08).
021900     05  FILLER                  PIC X(01).
022000     05  GLR-ACCOUNT             PIC X(08).
022100     05  FILLER                  PIC X(01).
022200     05  GLR-DR-CR               PIC X(02).
022300     05  FILLER                  PIC X(01).
022400     05  GLR-AMOUNT              PIC 9(12)V9(02).
022500     05  FILLER                  PIC X(01).
022600     05  GLR-DESC                PIC X(24).
022700 FD  ACH-PAYMENT-FILE
022800     LABEL RECORDS ARE STANDARD.
022900 01  ACH-RECORD                  PIC X(94).
023000 FD  ACH-REVERSAL-FILE
023100     LABEL RECORDS ARE STANDARD.
023200 01  ACR-RECORD                  PIC X(94).
023300 FD  CHECK-REGISTER-FILE
023400     LABEL RECORDS ARE STANDARD.
023500 01  CHR-RECORD.
023600     05  CHR-CHECK-NO            PIC 9(08).
023700     05  FILLER                  PIC X(01).
023800     05  CHR-DATE                PIC 9(08).
023900     05  FILLER                  PIC X(01).
024000     05  CHR-EMP-ID              PIC X(09).
024100     05  FILLER                  PIC X(01).
024200     05  CHR-PAYEE               PIC X(25).
024300     05  FILLER                  PIC X(01).
024400     05  CHR-AMOUNT              PIC 9(10)V9(02).
024500     05  FILLER                  PIC X(01).
024600     05  CHR-STATUS              PIC X(01).
024620     05  FILLER                  PIC X(01).
024640     05  CHR-PAID-DATE           PIC 9(08).
024700 FD  POSITIVE-PAY-FILE
024800     LABEL RECORDS ARE STANDARD.
024900 01  POS-RECORD.
025000     05  POS-ACCT                PIC X(10).
025100     05  FILLER                  PIC X(01).
025200     05  POS-TYPE                PIC X(01).
025300     05  FILLER                  PIC X(01).
025400     05  POS-CHECK-NO            PIC 9(08).
025500     05  FILLER                  PIC X(01).
025600     05  POS-DATE                PIC 9(08).
025700     05  FILLER                  PIC X(01).
025800     05  POS-AMOUNT              PIC 9(10)V9(02).
025900     05  FILLER                  PIC X(01).
026000     05  POS-PAYEE               PIC X(25).
026100 FD  REVERSAL-REPORT-FILE
026200     LABEL RECORDS ARE STANDARD.
026300 01  RPT-RECORD                  PIC X(80).
026400 FD  WORK-FILE
026500     LABEL RECORDS ARE STANDARD.
026600 01  WRK-RECORD                  PIC X(132).
026700 FD  OPERATOR-FILE
026800     LABEL RECORDS ARE STANDARD.
026900 01  OPR-RECORD.
027000     05  OPR-ID                  PIC X(08).
027100     05  FILLER                  PIC X(01).
027200     05  OPR-PASSWORD            PIC X(08).
027300     05  FILLER                  PIC X(01).
027400     05  OPR-ROLE                PIC X(01).
027500 FD  AUDIT-LOG-FILE
027600     LABEL RECORDS ARE STANDARD.
027700 01  AUD-RECORD.
027800     05  AUD-DATE                PIC 9(08).
027900     05  FILLER                  PIC X(01).
028000     05  AUD-TIME                PIC 9(08).
028100     05  FILLER                  PIC X(01).
028200     05  AUD-OPERATOR            PIC X(08).
028300     05  FILLER                  PIC X(01).
028400     05  AUD-ACTION              PIC X(01).
028500     05  FILLER                  PIC X(01).
028600     05  AUD-EMP-ID              PIC X(09).
028700     05  FILLER                  PIC X(01).
028800     05  AUD-BEFORE              PIC X(60).
028900     05  FILLER                  PIC X(01).
029000     05  AUD-AFTER               PIC X(60).
029002*----------------------------------------------------------------
029004* YEAR-TO-DATE ACCUMULATORS - MUST MATCH THE FD IN MAIN_1.  THE
029006* YEAR-TO-DATE AND QUARTER-TO-DATE TOTALS ARE GROUPED HERE SO THE
029008* RUN CAN BE TAKEN OFF THEM IN A LOOP; THE BYTES ARE THE SAME.
029010*----------------------------------------------------------------
029012 FD  YTD-ACCUM-FILE
029014     LABEL RECORDS ARE STANDARD.
029016 01  YTA-RECORD.
029018     05  YTA-KEY.
029020         10  YTA-EMP-ID          PIC X(09).
029022         10  YTA-YEAR            PIC 9(04).
029024     05  YTA-QTR                 PIC 9(01).
029026     05  YTA-TOTALS.
029028         10  YTA-YTD-GROSS       PIC 9(12)V9(02).
029030         10  YTA-YTD-SS-WAGES    PIC 9(12)V9(02).
029032         10  YTA-YTD-SS          PIC 9(12)V9(02).
029034         10  YTA-YTD-MED         PIC 9(12)V9(02).
029036         10  YTA-YTD-FED         PIC 9(12)V9(02).
029038         10  YTA-YTD-ST          PIC 9(12)V9(02).
029040         10  YTA-YTD-VOLDED      PIC 9(12)V9(02).
029042         10  YTA-YTD-NET         PIC 9(12)V9(02).
029044         10  YTA-QTD-GROSS       PIC 9(12)V9(02).
029046         10  YTA-QTD-SS-WAGES    PIC 9(12)V9(02).
029048         10  YTA-QTD-SS          PIC 9(12)V9(02).
029050         10  YTA-QTD-MED         PIC 9(12)V9(02).
029052         10  YTA-QTD-FED         PIC 9(12)V9(02).
029054         10  YTA-QTD-ST          PIC 9(12)V9(02).
029056         10  YTA-QTD-VOLDED      PIC 9(12)V9(02).
029058         10  YTA-QTD-NET         PIC 9(12)V9(02).
029060     05  YTA-TOTAL-TABLE REDEFINES YTA-TOTALS.
029062         10  YTA-TOTAL           PIC 9(12)V9(02) OCCURS 16 TIMES.
029064     05  YTA-LAST-RUN-DATE       PIC 9(08).
029066     05  YTA-LAST-RUN-PERIOD     PIC 9(05).
029068     05  YTA-RUN-AMOUNTS.
029070         10  YTA-RUN-GROSS       PIC 9(10)V9(02).
029072         10  YTA-RUN-SS-WAGES    PIC 9(10)V9(02).
029074         10  YTA-RUN-SS          PIC 9(10)V9(02).
029076         10  YTA-RUN-MED         PIC 9(10)V9(02).
029078         10  YTA-RUN-FED         PIC 9(10)V9(02).
029080         10  YTA-RUN-ST          PIC 9(10)V9(02).
029082         10  YTA-RUN-VOLDED      PIC 9(10)V9(02).
029084         10  YTA-RUN-NET         PIC 9(10)V9(02).
029086     05  YTA-LAST-NET-DATE       PIC 9(08).
029088     05  YTA-LAST-NET            PIC 9(10)V9(02).
029090     05  YTA-PREV-NET-DATE       PIC 9(08).
029092     05  YTA-PREV-NET            PIC 9(10)V9(02).
029094*----------------------------------------------------------------
029096* COMMIT STEP LOG - MUST MATCH THE FD IN MAIN_1.  THE CHKF AND
029098* CHKS RECORDS CARRY THE FIRST AND LAST CHECK THE RUN PRINTED.
029100*----------------------------------------------------------------
029102 FD  RUN-CONTROL-FILE
029104     LABEL RECORDS ARE STANDARD.
029106 01  RCT-RECORD.
029108     05  RCT-PERIOD-NO           PIC 9(05).
029110     05  FILLER                  PIC X(01).
029112     05  RCT-RUN-DATE            PIC 9(08).
029114     05  FILLER                  PIC X(01).
029116     05  RCT-STEP                PIC X(04).
029118     05  FILLER                  PIC X(01).
029120     05  RCT-STAMP-DATE          PIC 9(08).
029122     05  FILLER                  PIC X(01).
029124     05  RCT-STAMP-TIME          PIC 9(08).
029126     05  FILLER                  PIC X(01).
029128     05  RCT-OPERATOR            PIC X(08).
029130     05  FILLER                  PIC X(01).
029132     05  RCT-FIRST-CHECK         PIC 9(08).
029134     05  FILLER                  PIC X(01).
029136     05  RCT-LAST-CHECK          PIC 9(08).
029138 WORKING-STORAGE SECTION.
029200*----------------------------------------------------------------
029300* FILE STATUS AND END-OF-FILE FIELDS
029400*----------------------------------------------------------------
029500 01  WS-ERN-FILE-STATUS          PIC X(02).
029600     88  WS-ERN-FILE-OK          VALUE "00".
029700     88  WS-ERN-FILE-NOT-FOUND   VALUE "35".
029800 01  WS-HIST-FILE-STATUS         PIC X(02).
029900     88  WS-HIST-FILE-OK         VALUE "00".
030000     88  WS-HIST-FILE-NOT-FOUND  VALUE "35".
030020 01  WS-DPH-FILE-STATUS          PIC X(02).
030040     88  WS-DPH-FILE-OK          VALUE "00".
030060     88  WS-DPH-FILE-NOT-FOUND   VALUE "35".
030100 01  WS-DED-FILE-STATUS          PIC X(02).
030200     88  WS-DED-FILE-OK          VALUE "00".
030300     88  WS-DED-FILE-NOT-FOUND   VALUE "35".
030400 01  WS-DRN-FILE-STATUS          PIC X(02).
030500     88  WS-DRN-FILE-OK          VALUE "00".
030600     88  WS-DRN-FILE-NOT-FOUND   VALUE "35".
030700 01  WS-LVB-FILE-STATUS          PIC X(02).
030800     88  WS-LVB-FILE-OK          VALUE "00".
030900     88  WS-LVB-FILE-NOT-FOUND   VALUE "35".
031000 01  WS-LRN-FILE-STATUS          PIC X(02).
031100     88  WS-LRN-FILE-OK          VALUE "00".
031200     88  WS-LRN-FILE-NOT-FOUND   VALUE "35".
031300 01  WS-CAL-FILE-STATUS          PIC X(02).
031400     88  WS-CAL-FILE-OK          VALUE "00".
031500     88  WS-CAL-FILE-NOT-FOUND   VALUE "35".
031600 01  WS-GLJ-FILE-STATUS          PIC X(02).
031700     88  WS-GLJ-FILE-OK          VALUE "00".
031800     88  WS-GLJ-FILE-NOT-FOUND   VALUE "35".
031900 01  WS-GLR-FILE-STATUS          PIC X(02).
032000     88  WS-GLR-FILE-OK          VALUE "00".
032100 01  WS-ACH-FILE-STATUS          PIC X(02).
032200     88  WS-ACH-FILE-OK          VALUE "00".
032300     88  WS-ACH-FILE-NOT-FOUND   VALUE "35".
032400 01  WS-ACR-FILE-STATUS          PIC X(02).
032500     88  WS-ACR-FILE-OK          VALUE "00".
032600 01  WS-CHR-FILE-STATUS          PIC X(02).
032700     88  WS-CHR-FILE-OK          VALUE "00".
032800     88  WS-CHR-FILE-NOT-FOUND   VALUE "35".
032900 01  WS-POS-FILE-STATUS          PIC X(02).
033000     88  WS-POS-FILE-OK          VALUE "00".
033100     88  WS-POS-FILE-NOT-FOUND   VALUE "35".
033200 01  WS-RPT-FILE-STATUS          PIC X(02).
033300     88  WS-RPT-FILE-OK          VALUE "00".
033400 01  WS-WRK-FILE-STATUS          PIC X(02).
033500     88  WS-WRK-FILE-OK          VALUE "00".
033520 01  WS-YTA-FILE-STATUS          PIC X(02).
033540     88  WS-YTA-FILE-OK          VALUE "00".
033550 01  WS-RCT-FILE-STATUS          PIC X(02).
033560     88  WS-RCT-FILE-OK          VALUE "00".
033570     88  WS-RCT-FILE-NOT-FOUND   VALUE "35".
033600 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
033700     88  WS-END-OF-FILE          VALUE "Y".
033800 01  WS-WRK-EOF-SWITCH           PIC X(01) VALUE "N".
033900     88  WS-WRK-EOF              VALUE "Y".
034000*----------------------------------------------------------------
034100* THE RUN BEING REVERSED AND THE STEP COUNTERS
034200*----------------------------------------------------------------
034300 01  WS-RUN-DATE                 PIC 9(08).
034400 01  WS-ANS                      PIC X(01).
034500 01  WS-CONFIRM-ANS              PIC X(01).
034600     88  WS-CONFIRM-YES          VALUE "Y" "y".
034700 01  WS-REV-DATE-X               PIC X(08).
034800 01  WS-REV-DATE                 PIC 9(08) VALUE 0.
034900 01  WS-REV-PERIOD-X             PIC X(05).
035000 01  WS-REV-PERIOD               PIC 9(05) VALUE 0.
035100 01  WS-ERN-COUNT                PIC 9(05) VALUE 0.
035200 01  WS-ERN-NET-TOT              PIC 9(12)V9(02) VALUE 0.
035300 01  WS-HIST-COUNT               PIC 9(05) VALUE 0.
035305 01  WS-OTHER-RUN-ROWS           PIC 9(05) VALUE 0.
035310 01  WS-OTHER-BEGN-COUNT         PIC 9(03) VALUE 0.
035315 01  WS-OTHER-RUN-SWITCH         PIC X(01) VALUE "N".
035320     88  WS-OTHER-RUN            VALUE "Y".
035325 01  WS-RUN-BEGN-COUNT           PIC 9(03) VALUE 0.
035330 01  WS-RUN-FIRST-CHECK          PIC 9(08) VALUE 0.
035335 01  WS-RUN-LAST-CHECK           PIC 9(08) VALUE 0.
035340 01  WS-CHK-IN-RUN-SWITCH        PIC X(01) VALUE "N".
035345     88  WS-CHK-IN-RUN           VALUE "Y".
035350 01  WS-GLJ-TOT-PERIOD-X         PIC X(05) VALUE SPACES.
035355 01  WS-RUN-ACH-SWITCH           PIC X(01) VALUE "N".
035360     88  WS-RUN-ACH-DONE         VALUE "Y".
035365 01  WS-RUN-ERNS-SWITCH          PIC X(01) VALUE "N".
035370     88  WS-RUN-ERNS-DONE        VALUE "Y".
035375 01  WS-STOPPED-RUN-SWITCH       PIC X(01) VALUE "N".
035380     88  WS-STOPPED-RUN          VALUE "Y".
035400 01  WS-STEP-COUNT               PIC 9(05) VALUE 0.
035500 01  WS-STEP-AMT                 PIC 9(12)V9(02) VALUE 0.
035600 01  WS-AMT-OUT                  PIC $$$,$$$,$$9.99.
035700 01  WS-RPT-LINE                 PIC X(80).
035702*----------------------------------------------------------------
035704* YEAR-TO-DATE ACCUMULATOR BACK-OUT.  THE ROW AMOUNTS ARE IN
035706* YTA-TOTALS ORDER SO EACH COMES OFF ITS YEAR-TO-DATE TOTAL AND,
035708* IN THE SAME QUARTER, ITS QUARTER-TO-DATE TOTAL.  THE FICA RATES
035710* MIRROR THE STAFF PORTAL; THEY ONLY SHARE OUT THE COMBINED FICA
035712* OF A ROW WRITTEN BEFORE THE TWO TAXES WERE SPLIT.
035714*----------------------------------------------------------------
035716 01  WS-YTA-ROW-AMOUNTS.
035718     05  WS-YTA-ROW-GROSS        PIC 9(12)V9(02).
035720     05  WS-YTA-ROW-SS-WAGES     PIC 9(12)V9(02).
035722     05  WS-YTA-ROW-SS           PIC 9(12)V9(02).
035724     05  WS-YTA-ROW-MED          PIC 9(12)V9(02).
035726     05  WS-YTA-ROW-FED          PIC 9(12)V9(02).
035728     05  WS-YTA-ROW-ST           PIC 9(12)V9(02).
035730     05  WS-YTA-ROW-VOLDED       PIC 9(12)V9(02).
035732     05  WS-YTA-ROW-NET          PIC 9(12)V9(02).
035734 01  WS-YTA-ROW-TABLE REDEFINES WS-YTA-ROW-AMOUNTS.
035736     05  WS-YTA-ROW-AMT          PIC 9(12)V9(02) OCCURS 8 TIMES.
035738 01  WS-YTA-WORK                 PIC S9(12)V9(02) VALUE 0.
035740 01  WS-YTA-MONTH                PIC 9(02) VALUE 0.
035742 01  WS-YTA-QTR                  PIC 9(01) VALUE 0.
035744 01  WS-YTA-MISSING              PIC 9(05) VALUE 0.
035746 01  WS-YTA-FOUND-SWITCH         PIC X(01) VALUE "N".
035748     88  WS-YTA-FOUND            VALUE "Y".
035750 01  WS-SS-PCT                   PIC 9V9999 VALUE 0.0620.
035752 01  WS-MED-PCT                  PIC 9V9999 VALUE 0.0145.
035754 01  WS-OFF-CYCLE-PERIOD         PIC 9(05) VALUE 99999.
035756 01  Y                           PIC 9(02) VALUE 0.
035800*----------------------------------------------------------------
035900* ACH REVERSAL RECORDS - THE SAME LAYOUTS 018-PARA WRITES, WITH
036000* THE DETAIL TRANSACTION CODE TURNED FROM 22 (CHECKING CREDIT)
036100* TO 27 (CHECKING DEBIT) AND THE BATCH CARRYING A DEBIT TOTAL.
036200*----------------------------------------------------------------
036300 01  WS-ACH-FILE-HDR.
036400     05  FILLER                  PIC X(03) VALUE "101".
036500     05  FILLER                  PIC X(01) VALUE SPACE.
036600     05  ACH-FH-ORIGIN-NAME      PIC X(23)
036700         VALUE "STAFF PORTAL PAYROLL".
036800     05  ACH-FH-FILE-DATE        PIC 9(08).
036900     05  FILLER                  PIC X(59) VALUE SPACES.
037000 01  WS-ACH-BATCH-HDR.
037100     05  FILLER                  PIC X(04) VALUE "5200".
037200     05  ACH-BH-COMPANY-NAME     PIC X(16)
037300         VALUE "STAFF PORTAL".
037400     05  FILLER                  PIC X(06) VALUE "REVERS".
037500     05  ACH-BH-EFF-DATE         PIC 9(08).
037600     05  ACH-BH-PERIOD-NO        PIC 9(05).
037620     05  FILLER                  PIC X(55) VALUE SPACES.
037700 01  WS-ACH-DETAIL.
037800     05  ACH-DET-REC-TYPE        PIC X(01).
037900     05  ACH-DET-TRAN-CODE       PIC X(02).
038000     05  ACH-DET-ROUTING         PIC 9(09).
038100     05  ACH-DET-ACCOUNT         PIC X(17).
038200     05  ACH-DET-AMOUNT          PIC 9(10).
038300     05  ACH-DET-EMP-ID          PIC X(09).
038400     05  ACH-DET-NAME            PIC X(22).
038500     05  FILLER                  PIC X(24).
038600 01  WS-ACH-BATCH-TRL.
038700     05  FILLER                  PIC X(04) VALUE "8200".
038800     05  ACH-BT-COUNT            PIC 9(06).
038900     05  ACH-BT-HASH             PIC 9(10).
039000     05  ACH-BT-DEBIT            PIC 9(12).
039100     05  ACH-BT-CREDIT           PIC 9(12) VALUE 0.
039200     05  FILLER                  PIC X(50) VALUE SPACES.
039300 01  WS-ACH-FILE-TRL.
039400     05  FILLER                  PIC X(01) VALUE "9".
039500     05  ACH-FT-BATCH-COUNT      PIC 9(06) VALUE 1.
039600     05  ACH-FT-ENTRY-COUNT      PIC 9(06).
039700     05  FILLER                  PIC X(81) VALUE SPACES.
039800 01  WS-ACH-IN-HDR.
039900     05  ACH-IN-REC-TYPE         PIC X(03).
040000     05  FILLER                  PIC X(24).
040100     05  ACH-IN-FILE-DATE        PIC X(08).
040200     05  FILLER                  PIC X(59).
040210 01  WS-ACH-IN-BATCH.
040220     05  ACH-IN-BATCH-TYPE       PIC X(04).
040230     05  FILLER                  PIC X(30).
040240     05  ACH-IN-PERIOD-X         PIC X(05).
040250     05  FILLER                  PIC X(55).
040300 01  WS-ACH-ENTRY-COUNT          PIC 9(06) VALUE 0.
040400 01  WS-ACH-HASH-WORK            PIC 9(12) VALUE 0.
040500 01  WS-ACH-RTG8                 PIC 9(08) VALUE 0.
040600 01  WS-ACH-DEBIT-CENTS          PIC 9(12) VALUE 0.
040700 01  WS-ACH-DEBIT-TOT            PIC 9(12)V9(02) VALUE 0.
040800*----------------------------------------------------------------
040900* GL REVERSAL FIELDS
041000*----------------------------------------------------------------
041100 01  WS-GLR-DR-TOT               PIC 9(12)V9(02) VALUE 0.
041200 01  WS-GLR-CR-TOT               PIC 9(12)V9(02) VALUE 0.
041300 01  WS-GLR-DR-OUT               PIC $$$,$$$,$$9.99.
041400 01  WS-GLR-CR-OUT               PIC $$$,$$$,$$9.99.
041500*----------------------------------------------------------------
041600* CHECK VOID FIELDS - THE POSITIVE-PAY ACCOUNT MATCHES THE ONE
041700* MAIN_1 ISSUES AGAINST.
041800*----------------------------------------------------------------
041900 01  WS-CHK-BANK-ACCT            PIC X(10) VALUE "0012345678".
042000 01  WS-CHK-REIS-COUNT           PIC 9(05) VALUE 0.
042020 01  WS-CHK-CLR-COUNT            PIC 9(05) VALUE 0.
042100*----------------------------------------------------------------
042200* DEDUCTION AND LEAVE RUN-DETAIL TABLES - THE ROWS FOR THE RUN
042300* BEING REVERSED, LOADED FROM DEDRUN.DAT AND LEAVRUN.DAT.  A RUN
042400* WITH MORE ROWS THAN A TABLE CARRIES IS NEVER PARTLY GIVEN BACK.
042500*----------------------------------------------------------------
042600 01  WS-MAX-DRN                  PIC 9(04) VALUE 1000.
042700 01  WS-DRN-COUNT                PIC 9(04) VALUE 0.
042800 01  WS-DRN-OVFL-SWITCH          PIC X(01) VALUE "N".
042900     88  WS-DRN-OVERFLOW         VALUE "Y".
043000 01  WS-DRN-TABLE.
043100     05  WS-DRN-ENTRY OCCURS 1000 TIMES.
043200         10  WS-DRN-EMP-ID       PIC X(09).
043300         10  WS-DRN-CODE         PIC X(03).
043400         10  WS-DRN-AMT          PIC 9(07)V9(02).
043500         10  WS-DRN-DONE-FLAG    PIC X(01).
043600             88  WS-DRN-DONE         VALUE "Y".
043700 01  E                           PIC 9(04) VALUE 0.
043800 01  WS-DRN-IDX                  PIC 9(04) VALUE 0.
043900 01  WS-DED-WORK                 PIC S9(09)V9(02) VALUE 0.
044000 01  WS-MAX-LRN                  PIC 9(03) VALUE 500.
044100 01  WS-LRN-COUNT                PIC 9(03) VALUE 0.
044200 01  WS-LRN-OVFL-SWITCH          PIC X(01) VALUE "N".
044300     88  WS-LRN-OVERFLOW         VALUE "Y".
044400 01  WS-LRN-TABLE.
044500     05  WS-LRN-ENTRY OCCURS 500 TIMES.
044600         10  WS-LRN-EMP-ID       PIC X(09).
044700         10  WS-LRN-VAC-BEFORE   PIC 9(03)V9(02).
044800         10  WS-LRN-VAC-AFTER    PIC 9(03)V9(02).
044900         10  WS-LRN-SICK-BEFORE  PIC 9(03)V9(02).
045000         10  WS-LRN-SICK-AFTER   PIC 9(03)V9(02).
045100         10  WS-LRN-DONE-FLAG    PIC X(01).
045200             88  WS-LRN-DONE         VALUE "Y".
045300 01  V                           PIC 9(03) VALUE 0.
045400 01  WS-LRN-IDX                  PIC 9(03) VALUE 0.
045500 01  WS-LVB-WORK                 PIC S9(04)V9(02) VALUE 0.
045600*----------------------------------------------------------------
045700* OPERATOR SIGN-ON AND ROLE FIELDS, AS IN THE STAFF PORTAL.
045800*----------------------------------------------------------------
045900 01  WS-OPR-FILE-STATUS          PIC X(02).
046000     88  WS-OPR-FILE-OK          VALUE "00".
046100     88  WS-OPR-FILE-NOT-FOUND   VALUE "35".
046200 01  WS-AUD-FILE-STATUS          PIC X(02).
046300     88  WS-AUD-FILE-OK          VALUE "00".
046400     88  WS-AUD-FILE-NOT-FOUND   VALUE "35".
046500 01  WS-OPR-EOF-SWITCH           PIC X(01) VALUE "N".
046600     88  WS-OPR-EOF              VALUE "Y".
046700 01  WS-MAX-OPRS                 PIC 9(02) VALUE 20.
046800 01  WS-OPR-COUNT                PIC 9(02) VALUE 0.
046900 01  WS-OPR-TABLE.
047000     05  WS-OPR-ENTRY OCCURS 20 TIMES.
047100         10  WS-OPR-REF-ID       PIC X(08).
047200         10  WS-OPR-REF-PW       PIC X(08).
047300         10  WS-OPR-REF-ROLE     PIC X(01).
047400 01  O                           PIC 9(02) VALUE 0.
047500 01  WS-OPR-IDX                  PIC 9(02) VALUE 0.
047600 01  WS-OPERATOR-ID              PIC X(08).
047700 01  WS-OPR-PW-ANS               PIC X(08).
047800 01  WS-OPR-ROLE                 PIC X(01) VALUE "S".
047900     88  WS-OPR-SUPER            VALUE "S" "s".
048000 01  WS-OPR-TRIES                PIC 9(01) VALUE 0.
048100 01  WS-RUN-TIME                 PIC 9(08).
048200 01  WS-AUD-ACTION               PIC X(01).
048300 01  WS-AUD-EMP-ID               PIC X(09).
048400 01  WS-AUD-BEFORE               PIC X(60).
048500 01  WS-AUD-AFTER                PIC X(60).
048600 PROCEDURE DIVISION.
048700*----------------------------------------------------------------
048800 0000-MAINLINE.
048900     DISPLAY "*******************************************".
049000     DISPLAY "*     COMMITTED PAYROLL RUN REVERSAL      *".
049100     DISPLAY "*******************************************".
049200     PERFORM 0050-SIGNON THRU 0050-EXIT.
049300*    A REVERSAL REWRITES THE LEDGERS AND SENDS DEBITS TO THE
049400*    BANK, SO IT TAKES A SUPERVISOR; A REFUSAL IS AUDITED.
049500     IF NOT WS-OPR-SUPER
049600         MOVE "R" TO WS-AUD-ACTION
049700         MOVE SPACES TO WS-AUD-EMP-ID
049800         MOVE "RUN REVERSAL ATTEMPTED" TO WS-AUD-BEFORE
049900         MOVE SPACES TO WS-AUD-AFTER
050000         STRING "REFUSED - ROLE " WS-OPR-ROLE
050100             DELIMITED BY SIZE INTO WS-AUD-AFTER
050200         PERFORM 8000-AUDIT THRU 8000-EXIT
050300         DISPLAY "RUN REVERSAL REQUIRES A SUPERVISOR"
050400         STOP RUN
050500     END-IF.
050600 0100-MENU.
050700     DISPLAY "-------------------------------------------".
050800     DISPLAY "(R)EVERSE A COMMITTED RUN  (Q)UIT".
050900     DISPLAY "-------------------------------------------".
051000     DISPLAY "ENTER YOUR CHOICE: ".
051100     ACCEPT WS-ANS.
051200     EVALUATE WS-ANS
051300         WHEN "R"
051400         WHEN "r"
051500             PERFORM 1000-REVERSE THRU 1000-EXIT
051600         WHEN "Q"
051700         WHEN "q"
051800             STOP RUN
051900         WHEN OTHER
052000             DISPLAY "INVALID CHOICE"
052100     END-EVALUATE.
052200     GO TO 0100-MENU.
052300*----------------------------------------------------------------
052400* 1000-REVERSE TAKES THE RUN DATE AND PERIOD, PROVES THE RUN IS
052500* ON EARNHIST.TXT OR RUNCTL.DAT, SHOWS WHAT WILL BE BACKED OUT,
052600* AND ON THE OPERATOR'S CONFIRMATION RUNS EVERY REVERSAL STEP IN
052605* ORDER.
052620* THE RUN'S RUNCTL.DAT RECORDS GIVE THE CHECK NUMBERS IT PRINTED;
052640* A RUN THAT CANNOT BE TOLD APART FROM ANOTHER ON THE SAME DATE
052660* IS REFUSED.
052700*----------------------------------------------------------------
052800 1000-REVERSE.
052900     DISPLAY "ENTER RUN DATE TO REVERSE (YYYYMMDD): ".
053000     ACCEPT WS-REV-DATE-X.
053100     IF WS-REV-DATE-X NOT NUMERIC
053200         DISPLAY "RUN DATE MUST BE 8 DIGITS"
053300         GO TO 1000-EXIT
053400     END-IF.
053500     MOVE WS-REV-DATE-X TO WS-REV-DATE.
053520     DISPLAY "(AN OFF-CYCLE SUPPLEMENTAL RUN IS PERIOD 99999)".
053600     DISPLAY "ENTER PAY PERIOD NUMBER OF THAT RUN: ".
053700     ACCEPT WS-REV-PERIOD-X.
053800     IF WS-REV-PERIOD-X NOT NUMERIC
053900         DISPLAY "PERIOD NUMBER MUST BE 5 DIGITS"
054000         GO TO 1000-EXIT
054100     END-IF.
054200     MOVE WS-REV-PERIOD-X TO WS-REV-PERIOD.
054300     MOVE 0 TO WS-ERN-COUNT.
054400     MOVE 0 TO WS-ERN-NET-TOT.
054500     MOVE 0 TO WS-HIST-COUNT.
054510     MOVE 0 TO WS-OTHER-RUN-ROWS.
054520     MOVE 0 TO WS-OTHER-BEGN-COUNT.
054530     MOVE "N" TO WS-OTHER-RUN-SWITCH.
054540     MOVE 0 TO WS-RUN-BEGN-COUNT.
054550     MOVE 0 TO WS-RUN-FIRST-CHECK.
054560     MOVE 0 TO WS-RUN-LAST-CHECK.
054565     MOVE "N" TO WS-RUN-ACH-SWITCH.
054570     MOVE "N" TO WS-RUN-ERNS-SWITCH.
054575     MOVE "N" TO WS-STOPPED-RUN-SWITCH.
054600     OPEN INPUT EARNINGS-HISTORY-FILE.
054700     IF WS-ERN-FILE-OK
054800         MOVE "N" TO WS-EOF-SWITCH
054900         PERFORM 1100-COUNT-ERN THRU 1100-EXIT
055000             UNTIL WS-END-OF-FILE
055100         CLOSE EARNINGS-HISTORY-FILE
055200     END-IF.
056000     OPEN INPUT PAYROLL-HISTORY-FILE.
056100     IF WS-HIST-FILE-OK
056200         MOVE "N" TO WS-EOF-SWITCH
056300         PERFORM 1200-COUNT-HIST THRU 1200-EXIT
056400             UNTIL WS-END-OF-FILE
056500         CLOSE PAYROLL-HISTORY-FILE
056600     END-IF.
056602     OPEN INPUT RUN-CONTROL-FILE.
056604     IF WS-RCT-FILE-OK
056606         MOVE "N" TO WS-EOF-SWITCH
056608         PERFORM 1300-RUN-CONTROL THRU 1300-EXIT
056610             UNTIL WS-END-OF-FILE
056612         CLOSE RUN-CONTROL-FILE
056614     END-IF.
056616     IF WS-OTHER-RUN-ROWS > 0 OR WS-OTHER-BEGN-COUNT > 0
056618         SET WS-OTHER-RUN TO TRUE
056620     END-IF.
056622     IF WS-RUN-BEGN-COUNT > 1
056624         DISPLAY "RUNCTL.DAT SHOWS " WS-RUN-BEGN-COUNT
056626             " COMMITS OF RUN " WS-REV-DATE " PERIOD "
056628             WS-REV-PERIOD
056630         DISPLAY "THEIR FILES CANNOT BE TOLD APART - THE RUN MUST"
056632             " BE REVERSED BY HAND"
056634         GO TO 1000-EXIT
056636     END-IF.
056637     IF WS-ERN-COUNT = 0 AND WS-RUN-BEGN-COUNT = 0
056638         DISPLAY "NO EARNINGS FOR RUN " WS-REV-DATE " PERIOD "
056639             WS-REV-PERIOD " - NOT RUN OR ALREADY REVERSED"
056640         GO TO 1000-EXIT
056641     END-IF.
056642     IF WS-ERN-COUNT = 0 AND NOT WS-RUN-ERNS-DONE
056643         SET WS-STOPPED-RUN TO TRUE
056644     END-IF.
056645     IF WS-OTHER-RUN AND NOT WS-STOPPED-RUN
056646         AND (WS-RUN-FIRST-CHECK = 0 OR WS-RUN-LAST-CHECK = 0)
056647         DISPLAY "ANOTHER RUN WAS COMMITTED ON " WS-REV-DATE
056648             " AND THIS RUN'S CHECK NUMBERS ARE NOT LOGGED"
056649         DISPLAY "ITS CHECKS CANNOT BE TOLD APART - THE RUN MUST"
056650             " BE REVERSED BY HAND"
056651         GO TO 1000-EXIT
056652     END-IF.
056672     MOVE WS-ERN-NET-TOT TO WS-AMT-OUT.
056677     IF WS-STOPPED-RUN
056692         DISPLAY "RUN " WS-REV-DATE " PERIOD " WS-REV-PERIOD
056712             " STOPPED BEFORE ITS EARNINGS WERE WRITTEN"
056732         DISPLAY "ONLY THE ACH BATCH AND CHECKS RUNCTL.DAT LOGS"
056752             " FOR IT ARE BACKED OUT"
056772     ELSE
056812         DISPLAY "RUN " WS-REV-DATE " PERIOD " WS-REV-PERIOD ": "
056832             WS-ERN-COUNT " EMPLOYEES PAID, NET " WS-AMT-OUT
056852     END-IF.
057000     DISPLAY "THIS WILL BACK THE RUN OUT OF EVERY PAYROLL FILE".
057100     DISPLAY "AND BUILD AN ACH DEBIT BATCH - ARE YOU SURE? "
057200         "(Y/N): ".
057300     ACCEPT WS-CONFIRM-ANS.
057400     IF NOT WS-CONFIRM-YES
057500         DISPLAY "REVERSAL CANCELLED"
057600         GO TO 1000-EXIT
057700     END-IF.
057800     OPEN OUTPUT REVERSAL-REPORT-FILE.
057900     MOVE "COMMITTED PAYROLL RUN REVERSAL" TO WS-RPT-LINE.
058000     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
058100     STRING "RUN DATE " WS-REV-DATE "  PERIOD " WS-REV-PERIOD
058200         "  OPERATOR " WS-OPERATOR-ID
058300         DELIMITED BY SIZE INTO WS-RPT-LINE.
058400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
058500     STRING WS-ERN-COUNT " EARNINGS ROWS, NET " WS-AMT-OUT
058600         ", " WS-HIST-COUNT " HISTORY RECORD(S)"
058700         DELIMITED BY SIZE INTO WS-RPT-LINE.
058800     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
058810     IF WS-STOPPED-RUN
058820         MOVE "STOPPED BEFORE ITS EARNINGS - ACH AND CHECKS ONLY"
058830             TO WS-RPT-LINE
058840         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
058850     END-IF.
058900     MOVE "--------------------------------------------------"
059000         TO WS-RPT-LINE.
059100     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
059200     MOVE SPACES TO WS-AUD-BEFORE.
059300     STRING "RUN " WS-REV-DATE " PERIOD " WS-REV-PERIOD
059400         DELIMITED BY SIZE INTO WS-AUD-BEFORE.
059500     MOVE "REVERSAL STARTED" TO WS-AUD-AFTER.
059600     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
059620     IF WS-STOPPED-RUN
059640         PERFORM 1500-STOPPED-RUN THRU 1500-EXIT
059660     ELSE
059700         PERFORM 2000-ACH-REVERSAL THRU 2000-EXIT
059800         PERFORM 2500-GL-REVERSAL THRU 2500-EXIT
059900         PERFORM 3000-VOID-CHECKS THRU 3000-EXIT
060000         PERFORM 3500-DEDUCTIONS THRU 3500-EXIT
060100         PERFORM 4000-LEAVE THRU 4000-EXIT
060200         PERFORM 4500-CALENDAR THRU 4500-EXIT
060300         PERFORM 5000-PAY-HISTORY THRU 5000-EXIT
060320         PERFORM 5200-DEPT-HISTORY THRU 5200-EXIT
060340         PERFORM 5400-YTD-ACCUM THRU 5400-EXIT
060400         PERFORM 5500-EARNINGS THRU 5500-EXIT
060420     END-IF.
060500     MOVE "--------------------------------------------------"
060600         TO WS-RPT-LINE.
060700     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
060800     MOVE "REVERSAL COMPLETE - THE PERIOD MAY BE RE-RUN"
060900         TO WS-RPT-LINE.
061000     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
061020     PERFORM 1400-LOG-REVERSAL THRU 1400-EXIT.
061100     CLOSE REVERSAL-REPORT-FILE.
061200     MOVE SPACES TO WS-AUD-BEFORE.
061300     STRING "RUN " WS-REV-DATE " PERIOD " WS-REV-PERIOD
061400         DELIMITED BY SIZE INTO WS-AUD-BEFORE.
061500     MOVE "REVERSAL COMPLETE" TO WS-AUD-AFTER.
061600     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
061700     DISPLAY "REVERSAL COMPLETE - SEE REVRSRPT.TXT".
061800 1000-EXIT.
061900     EXIT.
062000 1100-COUNT-ERN.
062100     READ EARNINGS-HISTORY-FILE
062200         AT END
062300             SET WS-END-OF-FILE TO TRUE
062400             GO TO 1100-EXIT
062500     END-READ.
062600     IF ERN-RUN-DATE = WS-REV-DATE
062700         AND ERN-PERIOD-NO = WS-REV-PERIOD
062800         ADD 1 TO WS-ERN-COUNT
062900         ADD ERN-NET TO WS-ERN-NET-TOT
063000     END-IF.
063010     IF ERN-RUN-DATE = WS-REV-DATE
063020         AND ERN-PERIOD-NO NOT = WS-REV-PERIOD
063030         ADD 1 TO WS-OTHER-RUN-ROWS
063040     END-IF.
063100 1100-EXIT.
063200     EXIT.
063300 1200-COUNT-HIST.
063400     READ PAYROLL-HISTORY-FILE
063500         AT END
063600             SET WS-END-OF-FILE TO TRUE
063700             GO TO 1200-EXIT
063800     END-READ.
063900     IF HIST-RUN-DATE = WS-REV-DATE
064000         AND HIST-PERIOD-NO = WS-REV-PERIOD
064100         ADD 1 TO WS-HIST-COUNT
064200     END-IF.
064210     IF HIST-RUN-DATE = WS-REV-DATE
064220         AND HIST-PERIOD-NO NOT = WS-REV-PERIOD
064230         ADD 1 TO WS-OTHER-RUN-ROWS
064240     END-IF.
064300 1200-EXIT.
064400     EXIT.
064401*----------------------------------------------------------------
064402* 1300-RUN-CONTROL READS RUNCTL.DAT FOR THE RUN DATE.  EVERY
064403* COMMIT STARTS WITH A BEGN RECORD AND EVERY REVERSAL ENDS WITH AN
064404* RVRS, SO WHAT IS LEFT COUNTS THE RUNS STILL ON FILE.  THE CHKF
064405* AND CHKS RECORDS OF THE LATEST COMMIT GIVE THE CHECK NUMBERS IT
064406* PRINTED, AND ITS ACH AND ERNS RECORDS SHOW HOW FAR IT GOT.
064407*----------------------------------------------------------------
064408 1300-RUN-CONTROL.
064409     READ RUN-CONTROL-FILE
064410         AT END
064411             SET WS-END-OF-FILE TO TRUE
064412             GO TO 1300-EXIT
064413     END-READ.
064414     IF RCT-RUN-DATE NOT = WS-REV-DATE
064415         GO TO 1300-EXIT
064416     END-IF.
064417     IF RCT-PERIOD-NO NOT = WS-REV-PERIOD
064418         IF RCT-STEP = "BEGN"
064419             ADD 1 TO WS-OTHER-BEGN-COUNT
064420         END-IF
064421         IF RCT-STEP = "RVRS" AND WS-OTHER-BEGN-COUNT > 0
064422             SUBTRACT 1 FROM WS-OTHER-BEGN-COUNT
064423         END-IF
064424         GO TO 1300-EXIT
064425     END-IF.
064426     IF RCT-STEP = "BEGN"
064427         ADD 1 TO WS-RUN-BEGN-COUNT
064428         MOVE 0 TO WS-RUN-FIRST-CHECK
064429         MOVE 0 TO WS-RUN-LAST-CHECK
064430         MOVE "N" TO WS-RUN-ACH-SWITCH
064431         MOVE "N" TO WS-RUN-ERNS-SWITCH
064432     END-IF.
064433     IF RCT-STEP = "RVRS" AND WS-RUN-BEGN-COUNT > 0
064434         SUBTRACT 1 FROM WS-RUN-BEGN-COUNT
064435     END-IF.
064436     IF (RCT-STEP = "CHKF" OR "CHKS")
064437         AND RCT-FIRST-CHECK NUMERIC AND RCT-LAST-CHECK NUMERIC
064438         MOVE RCT-FIRST-CHECK TO WS-RUN-FIRST-CHECK
064439         MOVE RCT-LAST-CHECK TO WS-RUN-LAST-CHECK
064440     END-IF.
064441     IF RCT-STEP = "ACH "
064442         SET WS-RUN-ACH-DONE TO TRUE
064443     END-IF.
064444     IF RCT-STEP = "ERNS"
064445         SET WS-RUN-ERNS-DONE TO TRUE
064446     END-IF.
064447 1300-EXIT.
064448     EXIT.
064449 1400-LOG-REVERSAL.
064450     OPEN EXTEND RUN-CONTROL-FILE.
064451     IF WS-RCT-FILE-NOT-FOUND
064452         OPEN OUTPUT RUN-CONTROL-FILE
064453         CLOSE RUN-CONTROL-FILE
064454         OPEN EXTEND RUN-CONTROL-FILE
064455     END-IF.
064456     MOVE SPACES TO RCT-RECORD.
064457     MOVE WS-REV-PERIOD TO RCT-PERIOD-NO.
064458     MOVE WS-REV-DATE TO RCT-RUN-DATE.
064459     MOVE "RVRS" TO RCT-STEP.
064460     ACCEPT RCT-STAMP-DATE FROM DATE YYYYMMDD.
064461     ACCEPT RCT-STAMP-TIME FROM TIME.
064462     MOVE WS-OPERATOR-ID TO RCT-OPERATOR.
064463     MOVE WS-RUN-FIRST-CHECK TO RCT-FIRST-CHECK.
064464     MOVE WS-RUN-LAST-CHECK TO RCT-LAST-CHECK.
064465     WRITE RCT-RECORD.
064466     CLOSE RUN-CONTROL-FILE.
064467 1400-EXIT.
064468     EXIT.
064469*----------------------------------------------------------------
064470* 1500-STOPPED-RUN BACKS OUT A RUN THAT STOPPED BEFORE ITS
064471* EARNINGS WERE WRITTEN.  ONLY THE ACH FILE AND THE CHECKS GO OUT
064472* AHEAD OF THEM: THE ACH BATCH IS REVERSED WHEN RUNCTL.DAT LOGS
064473* THE ACH STEP, AND THE CHECK NUMBERS IT LOGS ARE VOIDED.  NO
064474* LATER STEP WAS REACHED, SO NO OTHER FILE IS TOUCHED.
064475*----------------------------------------------------------------
064476 1500-STOPPED-RUN.
064477     IF WS-RUN-ACH-DONE
064478         PERFORM 2000-ACH-REVERSAL THRU 2000-EXIT
064479     ELSE
064480         MOVE "ACH: STEP NOT LOGGED FOR THE RUN - NO BATCH BUILT"
064481             TO WS-RPT-LINE
064482         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
064483     END-IF.
064484     IF WS-RUN-FIRST-CHECK > 0 AND WS-RUN-LAST-CHECK > 0
064485         PERFORM 3000-VOID-CHECKS THRU 3000-EXIT
064486     ELSE
064487         MOVE "CHECKS: NONE LOGGED FOR THE RUN - NOTHING VOIDED"
064488             TO WS-RPT-LINE
064489         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
064490     END-IF.
064491     MOVE "NO LATER STEP WAS REACHED - NO OTHER FILE CHANGED"
064492         TO WS-RPT-LINE.
064493     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
064494 1500-EXIT.
064495     EXIT.
064500*----------------------------------------------------------------
064600* 2000-ACH-REVERSAL BUILDS ACHREVRS.TXT: ONE DEBIT ENTRY (CODE
064700* 27) FOR EVERY DEPOSIT IN ACHPAY.TXT, WITH THE HASH AND DOLLAR
064800* CONTROL TOTALS RECOMPUTED.  ACHPAY.TXT IS REPLACED EVERY
064900* COMMIT, SO IF ITS FILE DATE IS NOT THE RUN BEING REVERSED THE
065000* DEPOSITS ARE GONE FROM IT AND THE BATCH IS NOT BUILT; THE SAME
065020* GOES WHEN ITS BATCH HEADER CARRIES ANOTHER PERIOD, OR NO PERIOD
065040* WHILE ANOTHER RUN SHARES THE DATE.
065100*----------------------------------------------------------------
065200 2000-ACH-REVERSAL.
065300     OPEN INPUT ACH-PAYMENT-FILE.
065400     IF WS-ACH-FILE-NOT-FOUND
065500         MOVE "ACH: NO ACHPAY.TXT ON FILE - NO BATCH BUILT"
065600             TO WS-RPT-LINE
065700         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
065800         MOVE "NO ACH FILE ON HAND" TO WS-AUD-AFTER
065900         PERFORM 2090-ACH-AUDIT THRU 2090-EXIT
066000         GO TO 2000-EXIT
066100     END-IF.
066200     MOVE SPACES TO ACH-RECORD.
066300     READ ACH-PAYMENT-FILE
066400         AT END
066500             MOVE SPACES TO ACH-RECORD
066600     END-READ.
066700     MOVE ACH-RECORD TO WS-ACH-IN-HDR.
066800     IF ACH-IN-REC-TYPE NOT = "101"
066900         OR ACH-IN-FILE-DATE NOT = WS-REV-DATE-X
067000         CLOSE ACH-PAYMENT-FILE
067100         STRING "ACH: ACHPAY.TXT IS THE RUN OF " ACH-IN-FILE-DATE
067200             " - NO BATCH BUILT"
067300             DELIMITED BY SIZE INTO WS-RPT-LINE
067400         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
067500         DISPLAY "ACHPAY.TXT DOES NOT HOLD THIS RUN - ACH DEBITS"
067600         DISPLAY "MUST BE REQUESTED FROM THE BANK BY HAND"
067700         MOVE "ACH FILE IS ANOTHER RUN" TO WS-AUD-AFTER
067800         PERFORM 2090-ACH-AUDIT THRU 2090-EXIT
067900         GO TO 2000-EXIT
068000     END-IF.
068002     MOVE SPACES TO ACH-RECORD.
068004     READ ACH-PAYMENT-FILE
068006         AT END
068008             MOVE SPACES TO ACH-RECORD
068010     END-READ.
068012     MOVE ACH-RECORD TO WS-ACH-IN-BATCH.
068014     IF ACH-IN-BATCH-TYPE NOT = "5200"
068016         OR (ACH-IN-PERIOD-X NUMERIC
068018             AND ACH-IN-PERIOD-X NOT = WS-REV-PERIOD-X)
068020         OR (ACH-IN-PERIOD-X NOT NUMERIC AND WS-OTHER-RUN)
068022         CLOSE ACH-PAYMENT-FILE
068024         STRING "ACH: ACHPAY.TXT IS ANOTHER RUN OF THAT DATE"
068026             " - NO BATCH BUILT"
068028             DELIMITED BY SIZE INTO WS-RPT-LINE
068030         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
068032         DISPLAY "ACHPAY.TXT DOES NOT HOLD THIS RUN - ACH DEBITS"
068034         DISPLAY "MUST BE REQUESTED FROM THE BANK BY HAND"
068036         MOVE "ACH FILE IS ANOTHER RUN" TO WS-AUD-AFTER
068038         PERFORM 2090-ACH-AUDIT THRU 2090-EXIT
068040         GO TO 2000-EXIT
068042     END-IF.
068100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
068200     MOVE 0 TO WS-ACH-ENTRY-COUNT.
068300     MOVE 0 TO WS-ACH-HASH-WORK.
068400     MOVE 0 TO WS-ACH-DEBIT-CENTS.
068500     OPEN OUTPUT ACH-REVERSAL-FILE.
068600     MOVE WS-RUN-DATE TO ACH-FH-FILE-DATE.
068700     MOVE WS-ACH-FILE-HDR TO ACR-RECORD.
068800     WRITE ACR-RECORD.
068900     MOVE WS-RUN-DATE TO ACH-BH-EFF-DATE.
068920     MOVE WS-REV-PERIOD TO ACH-BH-PERIOD-NO.
069000     MOVE WS-ACH-BATCH-HDR TO ACR-RECORD.
069100     WRITE ACR-RECORD.
069200     MOVE "N" TO WS-EOF-SWITCH.
069300     PERFORM 2100-ACH-ENTRY THRU 2100-EXIT UNTIL WS-END-OF-FILE.
069400     CLOSE ACH-PAYMENT-FILE.
069500     MOVE WS-ACH-ENTRY-COUNT TO ACH-BT-COUNT.
069600     MOVE WS-ACH-HASH-WORK TO ACH-BT-HASH.
069700     MOVE WS-ACH-DEBIT-CENTS TO ACH-BT-DEBIT.
069800     MOVE WS-ACH-BATCH-TRL TO ACR-RECORD.
069900     WRITE ACR-RECORD.
070000     MOVE WS-ACH-ENTRY-COUNT TO ACH-FT-ENTRY-COUNT.
070100     MOVE WS-ACH-FILE-TRL TO ACR-RECORD.
070200     WRITE ACR-RECORD.
070300     CLOSE ACH-REVERSAL-FILE.
070400     COMPUTE WS-ACH-DEBIT-TOT = WS-ACH-DEBIT-CENTS / 100.
070500     MOVE WS-ACH-DEBIT-TOT TO WS-AMT-OUT.
070600     STRING "ACH: " WS-ACH-ENTRY-COUNT " DEBITS TOTALING "
070700         WS-AMT-OUT " TO ACHREVRS.TXT"
070800         DELIMITED BY SIZE INTO WS-RPT-LINE.
070900     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
071000     DISPLAY "ACH REVERSAL BATCH WRITTEN: " WS-ACH-ENTRY-COUNT
071100         " DEBITS TOTALING " WS-AMT-OUT.
071200     MOVE SPACES TO WS-AUD-AFTER.
071300     STRING "ACH DEBITS " WS-ACH-ENTRY-COUNT " AMT "
071400         WS-ACH-DEBIT-TOT
071500         DELIMITED BY SIZE INTO WS-AUD-AFTER.
071600     PERFORM 2090-ACH-AUDIT THRU 2090-EXIT.
071700 2000-EXIT.
071800     EXIT.
071900 2090-ACH-AUDIT.
072000     MOVE "ACH REVERSAL BATCH" TO WS-AUD-BEFORE.
072100     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
072200 2090-EXIT.
072300     EXIT.
072400 2100-ACH-ENTRY.
072500     READ ACH-PAYMENT-FILE
072600         AT END
072700             SET WS-END-OF-FILE TO TRUE
072800             GO TO 2100-EXIT
072900     END-READ.
073000     IF ACH-RECORD(1:1) NOT = "6"
073100         GO TO 2100-EXIT
073200     END-IF.
073210*    A PRENOTE ENTRY (CODE 23) MOVED NO MONEY.
073220     IF ACH-RECORD(2:2) = "23"
073230         GO TO 2100-EXIT
073240     END-IF.
073300     MOVE ACH-RECORD TO WS-ACH-DETAIL.
073400     MOVE "27" TO ACH-DET-TRAN-CODE.
073500     MOVE WS-ACH-DETAIL TO ACR-RECORD.
073600     WRITE ACR-RECORD.
073700     ADD 1 TO WS-ACH-ENTRY-COUNT.
073800     MOVE ACH-DET-ROUTING(1:8) TO WS-ACH-RTG8.
073900     ADD WS-ACH-RTG8 TO WS-ACH-HASH-WORK.
074000     ADD ACH-DET-AMOUNT TO WS-ACH-DEBIT-CENTS.
074100 2100-EXIT.
074200     EXIT.
074300*----------------------------------------------------------------
074400* 2500-GL-REVERSAL WRITES THE REVERSING ENTRY TO GLREVRS.TXT IN
074500* THE GLJRNL LAYOUT, DATED TODAY: EVERY LINE OF THE RUN'S
074600* JOURNAL WITH DEBIT AND CREDIT SWAPPED, AND A BATCH TOTAL.
074700* GLJRNL.TXT IS REPLACED EVERY COMMIT, SO IF IT IS NOT THE RUN
074800* BEING REVERSED - BY ITS DATE AND THE PERIOD ON ITS BATCH TOTAL
074820* LINE - NO ENTRY IS BUILT.
074900*----------------------------------------------------------------
075000 2500-GL-REVERSAL.
075100     MOVE "GL REVERSING ENTRY" TO WS-AUD-BEFORE.
075200     OPEN INPUT GL-JOURNAL-FILE.
075300     IF WS-GLJ-FILE-NOT-FOUND
075400         MOVE "GL: NO GLJRNL.TXT ON FILE - NO ENTRY BUILT"
075500             TO WS-RPT-LINE
075600         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
075700         MOVE "NO GL JOURNAL ON HAND" TO WS-AUD-AFTER
075800         PERFORM 8100-STEP-AUDIT THRU 8100-EXIT
075900         GO TO 2500-EXIT
076000     END-IF.
076100     MOVE SPACES TO GLJ-RECORD.
076200     MOVE 0 TO GLJ-RUN-DATE.
076300     MOVE "N" TO WS-EOF-SWITCH.
076400     READ GL-JOURNAL-FILE
076500         AT END
076600             SET WS-END-OF-FILE TO TRUE
076700     END-READ.
076800     IF WS-END-OF-FILE OR GLJ-RUN-DATE NOT = WS-REV-DATE
076900         CLOSE GL-JOURNAL-FILE
077000         STRING "GL: GLJRNL.TXT IS THE RUN OF " GLJ-RUN-DATE
077100             " - NO ENTRY BUILT"
077200             DELIMITED BY SIZE INTO WS-RPT-LINE
077300         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
077400         DISPLAY "GLJRNL.TXT DOES NOT HOLD THIS RUN - THE GL"
077500         DISPLAY "REVERSAL MUST BE KEYED BY HAND"
077600         MOVE "GL JOURNAL IS ANOTHER RUN" TO WS-AUD-AFTER
077700         PERFORM 8100-STEP-AUDIT THRU 8100-EXIT
077800         GO TO 2500-EXIT
077900     END-IF.
077902     CLOSE GL-JOURNAL-FILE.
077904     MOVE SPACES TO WS-GLJ-TOT-PERIOD-X.
077906     OPEN INPUT GL-JOURNAL-FILE.
077908     PERFORM 2550-GL-TOTAL THRU 2550-EXIT UNTIL WS-END-OF-FILE.
077910     CLOSE GL-JOURNAL-FILE.
077912     IF (WS-GLJ-TOT-PERIOD-X NUMERIC
077914             AND WS-GLJ-TOT-PERIOD-X NOT = WS-REV-PERIOD-X)
077916         OR (WS-GLJ-TOT-PERIOD-X NOT NUMERIC AND WS-OTHER-RUN)
077918         STRING "GL: GLJRNL.TXT IS ANOTHER RUN OF THAT DATE"
077920             " - NO ENTRY BUILT"
077922             DELIMITED BY SIZE INTO WS-RPT-LINE
077924         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
077926         DISPLAY "GLJRNL.TXT DOES NOT HOLD THIS RUN - THE GL"
077928         DISPLAY "REVERSAL MUST BE KEYED BY HAND"
077930         MOVE "GL JOURNAL IS ANOTHER RUN" TO WS-AUD-AFTER
077932         PERFORM 8100-STEP-AUDIT THRU 8100-EXIT
077934         GO TO 2500-EXIT
077936     END-IF.
077938     OPEN INPUT GL-JOURNAL-FILE.
077940     MOVE "N" TO WS-EOF-SWITCH.
077942     READ GL-JOURNAL-FILE
077944         AT END
077946             SET WS-END-OF-FILE TO TRUE
077948     END-READ.
078000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
078100     MOVE 0 TO WS-GLR-DR-TOT.
078200     MOVE 0 TO WS-GLR-CR-TOT.
078300     MOVE 0 TO WS-STEP-COUNT.
078400     OPEN OUTPUT GL-REVERSAL-FILE.
078500     PERFORM 2510-GL-LINE THRU 2510-EXIT UNTIL WS-END-OF-FILE.
078600     CLOSE GL-JOURNAL-FILE.
078700     MOVE SPACES TO GLR-RECORD.
078800     MOVE WS-RUN-DATE TO GLR-RUN-DATE.
078900     MOVE "99999999" TO GLR-ACCOUNT.
079000     MOVE WS-GLR-DR-TOT TO GLR-AMOUNT.
079100     STRING "BATCH TOTAL PERIOD " WS-REV-PERIOD
079120         DELIMITED BY SIZE INTO GLR-DESC.
079200     WRITE GLR-RECORD.
079300     CLOSE GL-REVERSAL-FILE.
079400     MOVE WS-GLR-DR-TOT TO WS-GLR-DR-OUT.
079500     MOVE WS-GLR-CR-TOT TO WS-GLR-CR-OUT.
079600     STRING "GL: " WS-STEP-COUNT " LINES, DEBITS " WS-GLR-DR-OUT
079700         " CREDITS " WS-GLR-CR-OUT
079800         DELIMITED BY SIZE INTO WS-RPT-LINE.
079900     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
080000     DISPLAY "GL REVERSING ENTRY WRITTEN TO GLREVRS.TXT".
080100     MOVE SPACES TO WS-AUD-AFTER.
080200     STRING "GL LINES " WS-STEP-COUNT " DR " WS-GLR-DR-TOT
080300         " CR " WS-GLR-CR-TOT
080400         DELIMITED BY SIZE INTO WS-AUD-AFTER.
080500     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
080600 2500-EXIT.
080700     EXIT.
080800 2510-GL-LINE.
080900*    THE RECORD IN THE BUFFER IS WRITTEN REVERSED, THEN THE NEXT
081000*    ONE IS READ; THE OLD BATCH TOTAL LINE IS DROPPED.
081100     IF GLJ-ACCOUNT NOT = "99999999"
081200         MOVE SPACES TO GLR-RECORD
081300         MOVE WS-RUN-DATE TO GLR-RUN-DATE
081400         MOVE GLJ-ACCOUNT TO GLR-ACCOUNT
081500         MOVE GLJ-AMOUNT  TO GLR-AMOUNT
081600         STRING "REV " GLJ-DESC
081700             DELIMITED BY SIZE INTO GLR-DESC
081800         IF GLJ-DR-CR = "DR"
081900             MOVE "CR" TO GLR-DR-CR
082000             ADD GLJ-AMOUNT TO WS-GLR-CR-TOT
082100         ELSE
082200             MOVE "DR" TO GLR-DR-CR
082300             ADD GLJ-AMOUNT TO WS-GLR-DR-TOT
082400         END-IF
082500         WRITE GLR-RECORD
082600         ADD 1 TO WS-STEP-COUNT
082700     END-IF.
082800     READ GL-JOURNAL-FILE
082900         AT END
083000             SET WS-END-OF-FILE TO TRUE
083100     END-READ.
083200 2510-EXIT.
083300     EXIT.
083305 2550-GL-TOTAL.
083310     READ GL-JOURNAL-FILE
083315         AT END
083320             SET WS-END-OF-FILE TO TRUE
083325             GO TO 2550-EXIT
083330     END-READ.
083335     IF GLJ-ACCOUNT = "99999999"
083340         MOVE GLJ-DESC(20:5) TO WS-GLJ-TOT-PERIOD-X
083345     END-IF.
083350 2550-EXIT.
083355     EXIT.
083400*----------------------------------------------------------------
083500* 3000-VOID-CHECKS MARKS EVERY CHECK THE RUN ISSUED (STATUS I
083600* WITH THE RUN DATE, AND WITHIN THE CHECK NUMBERS RUNCTL.DAT
083620* LOGGED FOR THE RUN WHERE IT LOGGED THEM) VOID ON CHKREG.DAT AND
083640* SENDS A VOID FOR IT TO POSITIVE PAY, AUDITED PER CHECK LIKE A
083700* (K) MENU VOID.  A
083800* REISSUE DATED THE SAME DAY MAY BELONG TO AN OLDER RUN, SO IT
083900* IS LISTED FOR REVIEW INSTEAD OF VOIDED.
083920* A CHECK PAYRECON HAS MARKED PAID BY THE BANK CAN NO LONGER BE
083940* STOPPED; IT IS LISTED SO THE MONEY CAN BE RECOVERED.
084000*----------------------------------------------------------------
084100 3000-VOID-CHECKS.
084200     OPEN INPUT CHECK-REGISTER-FILE.
084300     IF WS-CHR-FILE-NOT-FOUND
084400         MOVE "CHECKS: NO CHKREG.DAT ON FILE - NONE VOIDED"
084500             TO WS-RPT-LINE
084600         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
084700         GO TO 3000-EXIT
084800     END-IF.
084900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
085000     MOVE 0 TO WS-STEP-COUNT.
085100     MOVE 0 TO WS-STEP-AMT.
085200     MOVE 0 TO WS-CHK-REIS-COUNT.
085220     MOVE 0 TO WS-CHK-CLR-COUNT.
085300     OPEN OUTPUT WORK-FILE.
085400     OPEN EXTEND POSITIVE-PAY-FILE.
085500     IF WS-POS-FILE-NOT-FOUND
085600         OPEN OUTPUT POSITIVE-PAY-FILE
085700         CLOSE POSITIVE-PAY-FILE
085800         OPEN EXTEND POSITIVE-PAY-FILE
085900     END-IF.
086000     MOVE "N" TO WS-EOF-SWITCH.
086100     PERFORM 3100-CHECK-RECORD THRU 3100-EXIT
086200         UNTIL WS-END-OF-FILE.
086300     CLOSE POSITIVE-PAY-FILE.
086400     CLOSE WORK-FILE.
086500     CLOSE CHECK-REGISTER-FILE.
086600     OPEN INPUT WORK-FILE.
086700     OPEN OUTPUT CHECK-REGISTER-FILE.
086800     MOVE "N" TO WS-WRK-EOF-SWITCH.
086900     PERFORM 3200-COPY-BACK THRU 3200-EXIT UNTIL WS-WRK-EOF.
087000     CLOSE CHECK-REGISTER-FILE.
087100     CLOSE WORK-FILE.
087200     MOVE WS-STEP-AMT TO WS-AMT-OUT.
087300     STRING "CHECKS: " WS-STEP-COUNT " VOIDED TOTALING "
087400         WS-AMT-OUT
087500         DELIMITED BY SIZE INTO WS-RPT-LINE.
087600     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
087700     DISPLAY "CHECKS VOIDED: " WS-STEP-COUNT " TOTALING "
087800         WS-AMT-OUT.
087900     IF WS-CHK-REIS-COUNT > 0
088000         DISPLAY WS-CHK-REIS-COUNT " REISSUED CHECK(S) ON THE RUN"
088100             " DATE LEFT FOR REVIEW - SEE REVRSRPT.TXT"
088200     END-IF.
088210     IF WS-CHK-CLR-COUNT > 0
088220         DISPLAY WS-CHK-CLR-COUNT " CHECK(S) ALREADY PAID BY THE"
088230             " BANK NOT VOIDED - SEE REVRSRPT.TXT"
088240     END-IF.
088300 3000-EXIT.
088400     EXIT.
088500 3100-CHECK-RECORD.
088600     READ CHECK-REGISTER-FILE
088700         AT END
088800             SET WS-END-OF-FILE TO TRUE
088900             GO TO 3100-EXIT
089000     END-READ.
089010     MOVE "N" TO WS-CHK-IN-RUN-SWITCH.
089020     IF CHR-DATE = WS-REV-DATE
089030         AND (WS-RUN-FIRST-CHECK = 0
089040             OR (CHR-CHECK-NO NOT < WS-RUN-FIRST-CHECK
089050                 AND (WS-RUN-LAST-CHECK = 0
089060                     OR CHR-CHECK-NO NOT > WS-RUN-LAST-CHECK)))
089070         SET WS-CHK-IN-RUN TO TRUE
089080     END-IF.
089100     IF CHR-DATE = WS-REV-DATE AND CHR-STATUS = "R"
089200         ADD 1 TO WS-CHK-REIS-COUNT
089300         MOVE CHR-AMOUNT TO WS-AMT-OUT
089400         STRING "  REVIEW: REISSUE " CHR-CHECK-NO " " CHR-EMP-ID
089500             " " WS-AMT-OUT " NOT VOIDED"
089600             DELIMITED BY SIZE INTO WS-RPT-LINE
089700         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
089800     END-IF.
089805     IF WS-CHK-IN-RUN AND CHR-STATUS = "I"
089810         AND CHR-PAID-DATE NUMERIC AND CHR-PAID-DATE > 0
089815         ADD 1 TO WS-CHK-CLR-COUNT
089820         MOVE CHR-AMOUNT TO WS-AMT-OUT
089825         STRING "  REVIEW: CHECK " CHR-CHECK-NO " " CHR-EMP-ID
089830             " " WS-AMT-OUT " PAID " CHR-PAID-DATE " NOT VOIDED"
089835             DELIMITED BY SIZE INTO WS-RPT-LINE
089840         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
089845         MOVE CHR-RECORD TO WRK-RECORD
089850         WRITE WRK-RECORD
089855         GO TO 3100-EXIT
089860     END-IF.
089900     IF WS-CHK-IN-RUN AND CHR-STATUS = "I"
090000         MOVE "V" TO CHR-STATUS
090100         ADD 1 TO WS-STEP-COUNT
090200         ADD CHR-AMOUNT TO WS-STEP-AMT
090300         MOVE SPACES TO POS-RECORD
090400         MOVE WS-CHK-BANK-ACCT TO POS-ACCT
090500         MOVE "V"              TO POS-TYPE
090600         MOVE CHR-CHECK-NO     TO POS-CHECK-NO
090700         MOVE WS-RUN-DATE      TO POS-DATE
090800         MOVE CHR-AMOUNT       TO POS-AMOUNT
090900         MOVE CHR-PAYEE        TO POS-PAYEE
091000         WRITE POS-RECORD
091100         MOVE CHR-AMOUNT TO WS-AMT-OUT
091200         STRING "  VOID CHECK " CHR-CHECK-NO " " CHR-EMP-ID " "
091300             WS-AMT-OUT
091400             DELIMITED BY SIZE INTO WS-RPT-LINE
091500         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
091600         MOVE "X" TO WS-AUD-ACTION
091700         MOVE CHR-EMP-ID TO WS-AUD-EMP-ID
091800         MOVE SPACES TO WS-AUD-BEFORE
091900         STRING "CHK " CHR-CHECK-NO " AMT " CHR-AMOUNT
092000             DELIMITED BY SIZE INTO WS-AUD-BEFORE
092100         MOVE "(VOIDED - RUN REVERSAL)" TO WS-AUD-AFTER
092200         PERFORM 8000-AUDIT THRU 8000-EXIT
092300     END-IF.
092400     MOVE CHR-RECORD TO WRK-RECORD.
092500     WRITE WRK-RECORD.
092600 3100-EXIT.
092700     EXIT.
092800 3200-COPY-BACK.
092900     READ WORK-FILE
093000         AT END
093100             SET WS-WRK-EOF TO TRUE
093200             GO TO 3200-EXIT
093300     END-READ.
093400     MOVE WRK-RECORD TO CHR-RECORD.
093500     WRITE CHR-RECORD.
093600 3200-EXIT.
093700     EXIT.
093800*----------------------------------------------------------------
093900* 3500-DEDUCTIONS GIVES BACK WHAT THE RUN TOOK FROM EACH
094000* VOLUNTARY DEDUCTION: THE RUN'S DEDRUN.DAT ROWS ARE TAKEN OFF
094100* THE LIFETIME TAKEN AMOUNTS ON DEDUCT.DAT (FLOORED AT ZERO),
094200* THEN DROPPED FROM DEDRUN.DAT SO THEY ARE NEVER GIVEN BACK
094300* TWICE.
094400*----------------------------------------------------------------
094500 3500-DEDUCTIONS.
094600     MOVE "DEDUCTION TAKES" TO WS-AUD-BEFORE.
094700     MOVE 0 TO WS-DRN-COUNT.
094800     MOVE "N" TO WS-DRN-OVFL-SWITCH.
094900     OPEN INPUT DEDUCTION-RUN-FILE.
095000     IF WS-DRN-FILE-OK
095100         MOVE "N" TO WS-EOF-SWITCH
095200         PERFORM 3510-LOAD-DRN THRU 3510-EXIT UNTIL WS-END-OF-FILE
095300         CLOSE DEDUCTION-RUN-FILE
095400     END-IF.
095500     IF WS-DRN-OVERFLOW
095600         MOVE "DEDUCTIONS: RUN DETAIL EXCEEDS THE TABLE - NONE"
095700             TO WS-RPT-LINE
095800         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
095900         MOVE "GIVEN BACK; ADJUST DEDUCT.DAT BY HAND"
096000             TO WS-RPT-LINE
096100         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
096200         MOVE "REFUSED - RUN DETAIL EXCEEDS TABLE" TO WS-AUD-AFTER
096300         PERFORM 8100-STEP-AUDIT THRU 8100-EXIT
096400         GO TO 3500-EXIT
096500     END-IF.
096600     IF WS-DRN-COUNT = 0
096700         MOVE "DEDUCTIONS: NONE TAKEN BY THIS RUN" TO WS-RPT-LINE
096800         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
096900         GO TO 3500-EXIT
097000     END-IF.
097100     OPEN INPUT DEDUCTION-FILE.
097200     IF WS-DED-FILE-NOT-FOUND
097300         MOVE "DEDUCTIONS: NO DEDUCT.DAT ON FILE - NONE GIVEN"
097400             TO WS-RPT-LINE
097500         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
097600         GO TO 3500-EXIT
097700     END-IF.
097800     MOVE 0 TO WS-STEP-COUNT.
097900     MOVE 0 TO WS-STEP-AMT.
098000     OPEN OUTPUT WORK-FILE.
098100     MOVE "N" TO WS-EOF-SWITCH.
098200     PERFORM 3520-DED-RECORD THRU 3520-EXIT UNTIL WS-END-OF-FILE.
098300     CLOSE WORK-FILE.
098400     CLOSE DEDUCTION-FILE.
098500     OPEN INPUT WORK-FILE.
098600     OPEN OUTPUT DEDUCTION-FILE.
098700     MOVE "N" TO WS-WRK-EOF-SWITCH.
098800     PERFORM 3540-COPY-BACK THRU 3540-EXIT UNTIL WS-WRK-EOF.
098900     CLOSE DEDUCTION-FILE.
099000     CLOSE WORK-FILE.
099100     PERFORM 3550-UNMATCHED THRU 3550-EXIT
099200         VARYING E FROM 1 BY 1 UNTIL E > WS-DRN-COUNT.
099300     PERFORM 3600-DROP-DRN THRU 3600-EXIT.
099400     MOVE WS-STEP-AMT TO WS-AMT-OUT.
099500     STRING "DEDUCTIONS: " WS-STEP-COUNT " TAKES GIVEN BACK "
099600         "TOTALING " WS-AMT-OUT
099700         DELIMITED BY SIZE INTO WS-RPT-LINE.
099800     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
099900     MOVE SPACES TO WS-AUD-AFTER.
100000     STRING "GIVEN BACK " WS-STEP-COUNT " AMT " WS-STEP-AMT
100100         DELIMITED BY SIZE INTO WS-AUD-AFTER.
100200     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
100300 3500-EXIT.
100400     EXIT.
100500 3510-LOAD-DRN.
100600     READ DEDUCTION-RUN-FILE
100700         AT END
100800             SET WS-END-OF-FILE TO TRUE
100900             GO TO 3510-EXIT
101000     END-READ.
101100     IF DRN-RUN-DATE NOT = WS-REV-DATE
101200         OR DRN-PERIOD-NO NOT = WS-REV-PERIOD
101300         GO TO 3510-EXIT
101400     END-IF.
101500     IF WS-DRN-COUNT >= WS-MAX-DRN
101600         SET WS-DRN-OVERFLOW TO TRUE
101700         SET WS-END-OF-FILE TO TRUE
101800         GO TO 3510-EXIT
101900     END-IF.
102000     ADD 1 TO WS-DRN-COUNT.
102100     MOVE DRN-EMP-ID TO WS-DRN-EMP-ID(WS-DRN-COUNT).
102200     MOVE DRN-CODE   TO WS-DRN-CODE(WS-DRN-COUNT).
102300     MOVE DRN-AMOUNT TO WS-DRN-AMT(WS-DRN-COUNT).
102400     MOVE "N"        TO WS-DRN-DONE-FLAG(WS-DRN-COUNT).
102500 3510-EXIT.
102600     EXIT.
102700 3520-DED-RECORD.
102800     READ DEDUCTION-FILE
102900         AT END
103000             SET WS-END-OF-FILE TO TRUE
103100             GO TO 3520-EXIT
103200     END-READ.
103300     MOVE 0 TO WS-DRN-IDX.
103400     PERFORM 3530-FIND-DRN THRU 3530-EXIT
103500         VARYING E FROM 1 BY 1 UNTIL E > WS-DRN-COUNT.
103600     IF WS-DRN-IDX > 0
103700         COMPUTE WS-DED-WORK =
103800             DED-TAKEN - WS-DRN-AMT(WS-DRN-IDX)
103900         IF WS-DED-WORK < 0
104000             MOVE 0 TO WS-DED-WORK
104100         END-IF
104200         MOVE WS-DED-WORK TO DED-TAKEN
104300         MOVE "Y" TO WS-DRN-DONE-FLAG(WS-DRN-IDX)
104400         ADD 1 TO WS-STEP-COUNT
104500         ADD WS-DRN-AMT(WS-DRN-IDX) TO WS-STEP-AMT
104600     END-IF.
104700     MOVE DED-RECORD TO WRK-RECORD.
104800     WRITE WRK-RECORD.
104900 3520-EXIT.
105000     EXIT.
105100 3530-FIND-DRN.
105200*    THE FIRST ROW NOT YET GIVEN BACK FOR THIS EMPLOYEE AND CODE.
105300     IF WS-DRN-IDX = 0
105400         AND NOT WS-DRN-DONE(E)
105500         AND WS-DRN-EMP-ID(E) = DED-EMP-ID
105600         AND WS-DRN-CODE(E) = DED-CODE
105700         MOVE E TO WS-DRN-IDX
105800     END-IF.
105900 3530-EXIT.
106000     EXIT.
106100 3540-COPY-BACK.
106200     READ WORK-FILE
106300         AT END
106400             SET WS-WRK-EOF TO TRUE
106500             GO TO 3540-EXIT
106600     END-READ.
106700     MOVE WRK-RECORD TO DED-RECORD.
106800     WRITE DED-RECORD.
106900 3540-EXIT.
107000     EXIT.
107100 3550-UNMATCHED.
107200     IF WS-DRN-DONE(E)
107300         GO TO 3550-EXIT
107400     END-IF.
107500     MOVE WS-DRN-AMT(E) TO WS-AMT-OUT.
107600     STRING "  REVIEW: " WS-DRN-EMP-ID(E) " CODE " WS-DRN-CODE(E)
107700         " " WS-AMT-OUT " NO LONGER ON DEDUCT.DAT"
107800         DELIMITED BY SIZE INTO WS-RPT-LINE.
107900     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
108000 3550-EXIT.
108100     EXIT.
108200 3600-DROP-DRN.
108300     OPEN INPUT DEDUCTION-RUN-FILE.
108400     OPEN OUTPUT WORK-FILE.
108500     MOVE "N" TO WS-EOF-SWITCH.
108600     PERFORM 3610-DRN-RECORD THRU 3610-EXIT UNTIL WS-END-OF-FILE.
108700     CLOSE WORK-FILE.
108800     CLOSE DEDUCTION-RUN-FILE.
108900     OPEN INPUT WORK-FILE.
109000     OPEN OUTPUT DEDUCTION-RUN-FILE.
109100     MOVE "N" TO WS-WRK-EOF-SWITCH.
109200     PERFORM 3620-COPY-BACK THRU 3620-EXIT UNTIL WS-WRK-EOF.
109300     CLOSE DEDUCTION-RUN-FILE.
109400     CLOSE WORK-FILE.
109500 3600-EXIT.
109600     EXIT.
109700 3610-DRN-RECORD.
109800     READ DEDUCTION-RUN-FILE
109900         AT END
110000             SET WS-END-OF-FILE TO TRUE
110100             GO TO 3610-EXIT
110200     END-READ.
110300     IF DRN-RUN-DATE = WS-REV-DATE
110400         AND DRN-PERIOD-NO = WS-REV-PERIOD
110500         GO TO 3610-EXIT
110600     END-IF.
110700     MOVE DRN-RECORD TO WRK-RECORD.
110800     WRITE WRK-RECORD.
110900 3610-EXIT.
111000     EXIT.
111100 3620-COPY-BACK.
111200     READ WORK-FILE
111300         AT END
111400             SET WS-WRK-EOF TO TRUE
111500             GO TO 3620-EXIT
111600     END-READ.
111700     MOVE WRK-RECORD TO DRN-RECORD.
111800     WRITE DRN-RECORD.
111900 3620-EXIT.
112000     EXIT.
112100*----------------------------------------------------------------
112200* 4000-LEAVE UNDOES THE RUN'S ACCRUALS AND DRAWS: EACH BALANCE ON
112300* LEAVBAL.DAT IS MOVED BACK BY WHAT THE RUN MOVED IT (THE AFTER
112400* FIGURE LESS THE BEFORE FIGURE ON LEAVRUN.DAT), FLOORED AT ZERO,
112500* SO ANY CHANGE KEYED SINCE THE RUN IS KEPT.  THE RUN'S LEAVRUN
112600* ROWS ARE THEN DROPPED.
112700*----------------------------------------------------------------
112800 4000-LEAVE.
112900     MOVE "LEAVE BALANCES" TO WS-AUD-BEFORE.
113000     MOVE 0 TO WS-LRN-COUNT.
113100     MOVE "N" TO WS-LRN-OVFL-SWITCH.
113200     OPEN INPUT LEAVE-RUN-FILE.
113300     IF WS-LRN-FILE-OK
113400         MOVE "N" TO WS-EOF-SWITCH
113500         PERFORM 4010-LOAD-LRN THRU 4010-EXIT UNTIL WS-END-OF-FILE
113600         CLOSE LEAVE-RUN-FILE
113700     END-IF.
113800     IF WS-LRN-OVERFLOW
113900         MOVE "LEAVE: RUN DETAIL EXCEEDS THE TABLE - BALANCES NOT"
114000             TO WS-RPT-LINE
114100         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
114200         MOVE "RESTORED; ADJUST LEAVBAL.DAT BY HAND"
114300             TO WS-RPT-LINE
114400         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
114500         MOVE "REFUSED - RUN DETAIL EXCEEDS TABLE" TO WS-AUD-AFTER
114600         PERFORM 8100-STEP-AUDIT THRU 8100-EXIT
114700         GO TO 4000-EXIT
114800     END-IF.
114900     IF WS-LRN-COUNT = 0
115000         MOVE "LEAVE: NO BALANCES MOVED BY THIS RUN"
115100             TO WS-RPT-LINE
115200         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
115300         GO TO 4000-EXIT
115400     END-IF.
115500     OPEN INPUT LEAVE-BALANCE-FILE.
115600     IF WS-LVB-FILE-NOT-FOUND
115700         MOVE "LEAVE: NO LEAVBAL.DAT ON FILE - NONE RESTORED"
115800             TO WS-RPT-LINE
115900         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
116000         GO TO 4000-EXIT
116100     END-IF.
116200     MOVE 0 TO WS-STEP-COUNT.
116300     OPEN OUTPUT WORK-FILE.
116400     MOVE "N" TO WS-EOF-SWITCH.
116500     PERFORM 4020-LVB-RECORD THRU 4020-EXIT UNTIL WS-END-OF-FILE.
116600     CLOSE WORK-FILE.
116700     CLOSE LEAVE-BALANCE-FILE.
116800     OPEN INPUT WORK-FILE.
116900     OPEN OUTPUT LEAVE-BALANCE-FILE.
117000     MOVE "N" TO WS-WRK-EOF-SWITCH.
117100     PERFORM 4040-COPY-BACK THRU 4040-EXIT UNTIL WS-WRK-EOF.
117200     CLOSE LEAVE-BALANCE-FILE.
117300     CLOSE WORK-FILE.
117400     PERFORM 4100-DROP-LRN THRU 4100-EXIT.
117500     STRING "LEAVE: " WS-STEP-COUNT " EMPLOYEE BALANCES RESTORED"
117600         DELIMITED BY SIZE INTO WS-RPT-LINE.
117700     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
117800     MOVE SPACES TO WS-AUD-AFTER.
117900     STRING "RESTORED " WS-STEP-COUNT " EMPLOYEES"
118000         DELIMITED BY SIZE INTO WS-AUD-AFTER.
118100     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
118200 4000-EXIT.
118300     EXIT.
118400 4010-LOAD-LRN.
118500     READ LEAVE-RUN-FILE
118600         AT END
118700             SET WS-END-OF-FILE TO TRUE
118800             GO TO 4010-EXIT
118900     END-READ.
119000     IF LRN-RUN-DATE NOT = WS-REV-DATE
119100         OR LRN-PERIOD-NO NOT = WS-REV-PERIOD
119200         GO TO 4010-EXIT
119300     END-IF.
119400     IF WS-LRN-COUNT >= WS-MAX-LRN
119500         SET WS-LRN-OVERFLOW TO TRUE
119600         SET WS-END-OF-FILE TO TRUE
119700         GO TO 4010-EXIT
119800     END-IF.
119900     ADD 1 TO WS-LRN-COUNT.
120000     MOVE LRN-EMP-ID      TO WS-LRN-EMP-ID(WS-LRN-COUNT).
120100     MOVE LRN-VAC-BEFORE  TO WS-LRN-VAC-BEFORE(WS-LRN-COUNT).
120200     MOVE LRN-VAC-AFTER   TO WS-LRN-VAC-AFTER(WS-LRN-COUNT).
120300     MOVE LRN-SICK-BEFORE TO WS-LRN-SICK-BEFORE(WS-LRN-COUNT).
120400     MOVE LRN-SICK-AFTER  TO WS-LRN-SICK-AFTER(WS-LRN-COUNT).
120500     MOVE "N"             TO WS-LRN-DONE-FLAG(WS-LRN-COUNT).
120600 4010-EXIT.
120700     EXIT.
120800 4020-LVB-RECORD.
120900     READ LEAVE-BALANCE-FILE
121000         AT END
121100             SET WS-END-OF-FILE TO TRUE
121200             GO TO 4020-EXIT
121300     END-READ.
121400     MOVE 0 TO WS-LRN-IDX.
121500     PERFORM 4030-FIND-LRN THRU 4030-EXIT
121600         VARYING V FROM 1 BY 1 UNTIL V > WS-LRN-COUNT.
121700     IF WS-LRN-IDX > 0
121800         COMPUTE WS-LVB-WORK = LVB-VAC-BAL
121900             - WS-LRN-VAC-AFTER(WS-LRN-IDX)
122000             + WS-LRN-VAC-BEFORE(WS-LRN-IDX)
122100         IF WS-LVB-WORK < 0
122200             MOVE 0 TO WS-LVB-WORK
122300         END-IF
122400         MOVE WS-LVB-WORK TO LVB-VAC-BAL
122500         COMPUTE WS-LVB-WORK = LVB-SICK-BAL
122600             - WS-LRN-SICK-AFTER(WS-LRN-IDX)
122700             + WS-LRN-SICK-BEFORE(WS-LRN-IDX)
122800         IF WS-LVB-WORK < 0
122900             MOVE 0 TO WS-LVB-WORK
123000         END-IF
123100         MOVE WS-LVB-WORK TO LVB-SICK-BAL
123200         MOVE "Y" TO WS-LRN-DONE-FLAG(WS-LRN-IDX)
123300         ADD 1 TO WS-STEP-COUNT
123400     END-IF.
123500     MOVE LVB-RECORD TO WRK-RECORD.
123600     WRITE WRK-RECORD.
123700 4020-EXIT.
123800     EXIT.
123900 4030-FIND-LRN.
124000     IF WS-LRN-IDX = 0
124100         AND NOT WS-LRN-DONE(V)
124200         AND WS-LRN-EMP-ID(V) = LVB-EMP-ID
124300         MOVE V TO WS-LRN-IDX
124400     END-IF.
124500 4030-EXIT.
124600     EXIT.
124700 4040-COPY-BACK.
124800     READ WORK-FILE
124900         AT END
125000             SET WS-WRK-EOF TO TRUE
125100             GO TO 4040-EXIT
125200     END-READ.
125300     MOVE WRK-RECORD TO LVB-RECORD.
125400     WRITE LVB-RECORD.
125500 4040-EXIT.
125600     EXIT.
125700 4100-DROP-LRN.
125800     OPEN INPUT LEAVE-RUN-FILE.
125900     OPEN OUTPUT WORK-FILE.
126000     MOVE "N" TO WS-EOF-SWITCH.
126100     PERFORM 4110-LRN-RECORD THRU 4110-EXIT UNTIL WS-END-OF-FILE.
126200     CLOSE WORK-FILE.
126300     CLOSE LEAVE-RUN-FILE.
126400     OPEN INPUT WORK-FILE.
126500     OPEN OUTPUT LEAVE-RUN-FILE.
126600     MOVE "N" TO WS-WRK-EOF-SWITCH.
126700     PERFORM 4120-COPY-BACK THRU 4120-EXIT UNTIL WS-WRK-EOF.
126800     CLOSE LEAVE-RUN-FILE.
126900     CLOSE WORK-FILE.
127000 4100-EXIT.
127100     EXIT.
127200 4110-LRN-RECORD.
127300     READ LEAVE-RUN-FILE
127400         AT END
127500             SET WS-END-OF-FILE TO TRUE
127600             GO TO 4110-EXIT
127700     END-READ.
127800     IF LRN-RUN-DATE = WS-REV-DATE
127900         AND LRN-PERIOD-NO = WS-REV-PERIOD
128000         GO TO 4110-EXIT
128100     END-IF.
128200     MOVE LRN-RECORD TO WRK-RECORD.
128300     WRITE WRK-RECORD.
128400 4110-EXIT.
128500     EXIT.
128600 4120-COPY-BACK.
128700     READ WORK-FILE
128800         AT END
128900             SET WS-WRK-EOF TO TRUE
129000             GO TO 4120-EXIT
129100     END-READ.
129200     MOVE WRK-RECORD TO LRN-RECORD.
129300     WRITE LRN-RECORD.
129400 4120-EXIT.
129500     EXIT.
129600*----------------------------------------------------------------
129700* 4500-CALENDAR REOPENS THE PERIOD ON PAYCAL.DAT (DONE FLAG BACK
129800* TO N) SO IT CAN BE RE-RUN WITHOUT A SUPERVISOR OVERRIDE.
129900*----------------------------------------------------------------
130000 4500-CALENDAR.
130100     MOVE "CALENDAR PERIOD" TO WS-AUD-BEFORE.
130110     IF WS-REV-PERIOD = WS-OFF-CYCLE-PERIOD
130120         MOVE "CALENDAR: OFF-CYCLE RUN - NO PERIOD TO REOPEN"
130130             TO WS-RPT-LINE
130140         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
130150         GO TO 4500-EXIT
130160     END-IF.
130200     OPEN INPUT PAY-CALENDAR-FILE.
130300     IF WS-CAL-FILE-NOT-FOUND
130400         MOVE "CALENDAR: NO PAYCAL.DAT ON FILE - NOTHING REOPENED"
130500             TO WS-RPT-LINE
130600         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
130700         GO TO 4500-EXIT
130800     END-IF.
130900     MOVE 0 TO WS-STEP-COUNT.
131000     OPEN OUTPUT WORK-FILE.
131100     MOVE "N" TO WS-EOF-SWITCH.
131200     PERFORM 4510-CAL-RECORD THRU 4510-EXIT UNTIL WS-END-OF-FILE.
131300     CLOSE WORK-FILE.
131400     CLOSE PAY-CALENDAR-FILE.
131500     OPEN INPUT WORK-FILE.
131600     OPEN OUTPUT PAY-CALENDAR-FILE.
131700     MOVE "N" TO WS-WRK-EOF-SWITCH.
131800     PERFORM 4520-COPY-BACK THRU 4520-EXIT UNTIL WS-WRK-EOF.
131900     CLOSE PAY-CALENDAR-FILE.
132000     CLOSE WORK-FILE.
132100     IF WS-STEP-COUNT = 0
132200         STRING "CALENDAR: PERIOD " WS-REV-PERIOD
132300             " NOT ON PAYCAL.DAT"
132400             DELIMITED BY SIZE INTO WS-RPT-LINE
132500     ELSE
132600         STRING "CALENDAR: PERIOD " WS-REV-PERIOD " REOPENED"
132700             DELIMITED BY SIZE INTO WS-RPT-LINE
132800     END-IF.
132900     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
133000     MOVE SPACES TO WS-AUD-AFTER.
133100     IF WS-STEP-COUNT = 0
133200         STRING "PERIOD " WS-REV-PERIOD
133210             " NOT ON PAYCAL.DAT - NOTHING REOPENED"
133220             DELIMITED BY SIZE INTO WS-AUD-AFTER
133230     ELSE
133240         STRING "PERIOD " WS-REV-PERIOD " REOPENED"
133250             DELIMITED BY SIZE INTO WS-AUD-AFTER
133260     END-IF.
133300     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
133400 4500-EXIT.
133500     EXIT.
133600 4510-CAL-RECORD.
133700     READ PAY-CALENDAR-FILE
133800         AT END
133900             SET WS-END-OF-FILE TO TRUE
134000             GO TO 4510-EXIT
134100     END-READ.
134200     IF CAL-PERIOD-NO = WS-REV-PERIOD
134300         MOVE "N" TO CAL-DONE-FLAG
134400         ADD 1 TO WS-STEP-COUNT
134500     END-IF.
134600     MOVE CAL-RECORD TO WRK-RECORD.
134700     WRITE WRK-RECORD.
134800 4510-EXIT.
134900     EXIT.
135000 4520-COPY-BACK.
135100     READ WORK-FILE
135200         AT END
135300             SET WS-WRK-EOF TO TRUE
135400             GO TO 4520-EXIT
135500     END-READ.
135600     MOVE WRK-RECORD TO CAL-RECORD.
135700     WRITE CAL-RECORD.
135800 4520-EXIT.
135900     EXIT.
136000*----------------------------------------------------------------
136100* 5000-PAY-HISTORY DROPS THE RUN'S TOTALS RECORD FROM PAYHIST.TXT
136200* SO THE QUARTERLY ROLLUP NO LONGER COUNTS IT.
136300*----------------------------------------------------------------
136400 5000-PAY-HISTORY.
136500     MOVE "PAYROLL HISTORY" TO WS-AUD-BEFORE.
136600     OPEN INPUT PAYROLL-HISTORY-FILE.
136700     IF WS-HIST-FILE-NOT-FOUND
136800         MOVE "HISTORY: NO PAYHIST.TXT ON FILE - NOTHING DROPPED"
136900             TO WS-RPT-LINE
137000         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
137100         GO TO 5000-EXIT
137200     END-IF.
137300     MOVE 0 TO WS-STEP-COUNT.
137400     OPEN OUTPUT WORK-FILE.
137500     MOVE "N" TO WS-EOF-SWITCH.
137600     PERFORM 5010-HIST-RECORD THRU 5010-EXIT UNTIL WS-END-OF-FILE.
137700     CLOSE WORK-FILE.
137800     CLOSE PAYROLL-HISTORY-FILE.
137900     OPEN INPUT WORK-FILE.
138000     OPEN OUTPUT PAYROLL-HISTORY-FILE.
138100     MOVE "N" TO WS-WRK-EOF-SWITCH.
138200     PERFORM 5020-COPY-BACK THRU 5020-EXIT UNTIL WS-WRK-EOF.
138300     CLOSE PAYROLL-HISTORY-FILE.
138400     CLOSE WORK-FILE.
138500     STRING "HISTORY: " WS-STEP-COUNT " RECORD(S) DROPPED"
138600         DELIMITED BY SIZE INTO WS-RPT-LINE.
138700     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
138800     MOVE SPACES TO WS-AUD-AFTER.
138900     STRING "DROPPED " WS-STEP-COUNT " RECORD(S)"
139000         DELIMITED BY SIZE INTO WS-AUD-AFTER.
139100     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
139200 5000-EXIT.
139300     EXIT.
139400 5010-HIST-RECORD.
139500     READ PAYROLL-HISTORY-FILE
139600         AT END
139700             SET WS-END-OF-FILE TO TRUE
139800             GO TO 5010-EXIT
139900     END-READ.
140000     IF HIST-RUN-DATE = WS-REV-DATE
140100         AND HIST-PERIOD-NO = WS-REV-PERIOD
140200         ADD 1 TO WS-STEP-COUNT
140300         GO TO 5010-EXIT
140400     END-IF.
140500     MOVE HIST-RECORD TO WRK-RECORD.
140600     WRITE WRK-RECORD.
140700 5010-EXIT.
140800     EXIT.
140900 5020-COPY-BACK.
141000     READ WORK-FILE
141100         AT END
141200             SET WS-WRK-EOF TO TRUE
141300             GO TO 5020-EXIT
141400     END-READ.
141500     MOVE WRK-RECORD TO HIST-RECORD.
141600     WRITE HIST-RECORD.
141700 5020-EXIT.
141800     EXIT.
141802*----------------------------------------------------------------
141804* 5200-DEPT-HISTORY DROPS THE RUN'S DEPARTMENT RECORDS FROM
141806* DEPTHIST.TXT SO THE BUDGET-VERSUS-ACTUAL REPORT NO LONGER
141808* COUNTS THE RUN.
141810*----------------------------------------------------------------
141812 5200-DEPT-HISTORY.
141814     MOVE "DEPARTMENT HISTORY" TO WS-AUD-BEFORE.
141816     OPEN INPUT DEPT-HISTORY-FILE.
141818     IF WS-DPH-FILE-NOT-FOUND
141820         MOVE "DEPARTMENTS: NO DEPTHIST.TXT - NOTHING DROPPED"
141822             TO WS-RPT-LINE
141824         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
141826         GO TO 5200-EXIT
141828     END-IF.
141830     MOVE 0 TO WS-STEP-COUNT.
141832     OPEN OUTPUT WORK-FILE.
141834     MOVE "N" TO WS-EOF-SWITCH.
141836     PERFORM 5210-DEPT-RECORD THRU 5210-EXIT UNTIL WS-END-OF-FILE.
141838     CLOSE WORK-FILE.
141840     CLOSE DEPT-HISTORY-FILE.
141842     OPEN INPUT WORK-FILE.
141844     OPEN OUTPUT DEPT-HISTORY-FILE.
141846     MOVE "N" TO WS-WRK-EOF-SWITCH.
141848     PERFORM 5220-COPY-BACK THRU 5220-EXIT UNTIL WS-WRK-EOF.
141850     CLOSE DEPT-HISTORY-FILE.
141852     CLOSE WORK-FILE.
141854     STRING "DEPARTMENTS: " WS-STEP-COUNT " RECORD(S) DROPPED"
141856         DELIMITED BY SIZE INTO WS-RPT-LINE.
141858     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
141860     MOVE SPACES TO WS-AUD-AFTER.
141862     STRING "DROPPED " WS-STEP-COUNT " RECORD(S)"
141864         DELIMITED BY SIZE INTO WS-AUD-AFTER.
141866     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
141868 5200-EXIT.
141870     EXIT.
141872 5210-DEPT-RECORD.
141874     READ DEPT-HISTORY-FILE
141876         AT END
141878             SET WS-END-OF-FILE TO TRUE
141880             GO TO 5210-EXIT
141882     END-READ.
141884     IF DPH-RUN-DATE = WS-REV-DATE
141886         AND DPH-PERIOD-NO = WS-REV-PERIOD
141888         ADD 1 TO WS-STEP-COUNT
141890         GO TO 5210-EXIT
141892     END-IF.
141894     MOVE DPH-RECORD TO WRK-RECORD.
141896     WRITE WRK-RECORD.
141898 5210-EXIT.
141900     EXIT.
141902 5220-COPY-BACK.
141904     READ WORK-FILE
141906         AT END
141908             SET WS-WRK-EOF TO TRUE
141910             GO TO 5220-EXIT
141912     END-READ.
141914     MOVE WRK-RECORD TO DPH-RECORD.
141916     WRITE DPH-RECORD.
141918 5220-EXIT.
141920     EXIT.
141922*----------------------------------------------------------------
141924* 5400-YTD-ACCUM TAKES EACH OF THE RUN'S EARNHIST.TXT ROWS BACK
141926* OFF THE EMPLOYEE'S YEAR-TO-DATE ACCUMULATOR RECORD: EVERY
141928* AMOUNT OFF THE YEAR, AND OFF THE QUARTER WHEN THE RECORD IS
141930* STILL IN THE RUN'S QUARTER.  A REGULAR RUN'S NET WAS THE LAST
141932* NET, SO THE ONE BEFORE IT IS PUT BACK.  THE LAST-RUN MARK IS
141934* CLEARED SO THE SAME DATE AND PERIOD CAN BE COMMITTED AGAIN.  AN
141936* ACCUMULATOR FILE NOT YET BUILT (PAYYTD) IS LEFT ALONE.
141938*----------------------------------------------------------------
141940 5400-YTD-ACCUM.
141942     MOVE "YTD ACCUMULATORS" TO WS-AUD-BEFORE.
141944     OPEN I-O YTD-ACCUM-FILE.
141946     IF NOT WS-YTA-FILE-OK
141948         MOVE "ACCUMULATORS: NO YTDACCUM.DAT - NOTHING BACKED OUT"
141950             TO WS-RPT-LINE
141952         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
141954         GO TO 5400-EXIT
141956     END-IF.
141958     OPEN INPUT EARNINGS-HISTORY-FILE.
141960     MOVE 0 TO WS-STEP-COUNT.
141962     MOVE 0 TO WS-YTA-MISSING.
141964     MOVE "N" TO WS-EOF-SWITCH.
141966     PERFORM 5410-ERN-RECORD THRU 5410-EXIT UNTIL WS-END-OF-FILE.
141968     CLOSE EARNINGS-HISTORY-FILE.
141970     CLOSE YTD-ACCUM-FILE.
141972     STRING "ACCUMULATORS: " WS-STEP-COUNT " EMPLOYEES BACKED OUT"
141974         DELIMITED BY SIZE INTO WS-RPT-LINE.
141976     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
141978     IF WS-YTA-MISSING > 0
141980         STRING "ACCUMULATORS: " WS-YTA-MISSING
141982             " NOT ON FILE - RUN PAYYTD TO REBUILD"
141984             DELIMITED BY SIZE INTO WS-RPT-LINE
141986         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
141988     END-IF.
141990     MOVE SPACES TO WS-AUD-AFTER.
141992     STRING "BACKED OUT " WS-STEP-COUNT " EMPLOYEES"
141994         DELIMITED BY SIZE INTO WS-AUD-AFTER.
141996     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
141998 5400-EXIT.
142000     EXIT.
142002 5410-ERN-RECORD.
142004     READ EARNINGS-HISTORY-FILE
142006         AT END
142008             SET WS-END-OF-FILE TO TRUE
142010             GO TO 5410-EXIT
142012     END-READ.
142014     IF ERN-RUN-DATE NOT = WS-REV-DATE
142016         OR ERN-PERIOD-NO NOT = WS-REV-PERIOD
142018         GO TO 5410-EXIT
142020     END-IF.
142022     MOVE ERN-EMP-ID TO YTA-EMP-ID.
142024     MOVE ERN-RUN-DATE(1:4) TO YTA-YEAR.
142026     MOVE "Y" TO WS-YTA-FOUND-SWITCH.
142028     READ YTD-ACCUM-FILE
142030         INVALID KEY
142032             MOVE "N" TO WS-YTA-FOUND-SWITCH
142034     END-READ.
142036     IF NOT WS-YTA-FOUND
142038         ADD 1 TO WS-YTA-MISSING
142040         GO TO 5410-EXIT
142042     END-IF.
142044     PERFORM 5420-ROW-AMOUNTS THRU 5420-EXIT.
142046     MOVE ERN-RUN-DATE(5:2) TO WS-YTA-MONTH.
142048     COMPUTE WS-YTA-QTR = ((WS-YTA-MONTH - 1) / 3) + 1.
142050     PERFORM 5430-BACK-OUT THRU 5430-EXIT
142052         VARYING Y FROM 1 BY 1 UNTIL Y > 8.
142054     IF ERN-PERIOD-NO NOT = WS-OFF-CYCLE-PERIOD
142056         AND YTA-LAST-NET-DATE = WS-REV-DATE
142058         MOVE YTA-PREV-NET-DATE TO YTA-LAST-NET-DATE
142060         MOVE YTA-PREV-NET      TO YTA-LAST-NET
142062         MOVE 0 TO YTA-PREV-NET-DATE
142064         MOVE 0 TO YTA-PREV-NET
142066     END-IF.
142068     IF ERN-PERIOD-NO NOT = WS-OFF-CYCLE-PERIOD
142070         AND YTA-PREV-NET-DATE = WS-REV-DATE
142072         MOVE 0 TO YTA-PREV-NET-DATE
142074         MOVE 0 TO YTA-PREV-NET
142076     END-IF.
142078     IF YTA-LAST-RUN-DATE = WS-REV-DATE
142080         AND YTA-LAST-RUN-PERIOD = WS-REV-PERIOD
142082         MOVE 0 TO YTA-LAST-RUN-DATE
142084         MOVE 0 TO YTA-LAST-RUN-PERIOD
142086         MOVE ZEROS TO YTA-RUN-AMOUNTS
142088     END-IF.
142090     REWRITE YTA-RECORD
142092         INVALID KEY
142094             DISPLAY "ERROR REWRITING YTDACCUM.DAT FOR "
142096                 YTA-EMP-ID
142098     END-REWRITE.
142100     ADD 1 TO WS-STEP-COUNT.
142102 5410-EXIT.
142104     EXIT.
142106*    5420 - A ROW WRITTEN BEFORE FICA WAS SPLIT HAD ALL ITS GROSS
142108*    AS SOCIAL SECURITY WAGES, AND ITS FICA IS SHARED OUT BY RATE.
142110*    VOLUNTARY DEDUCTIONS ARE THE GROSS LESS THE TAXES LESS THE
142112*    NET, AS THE STAFF PORTAL POSTED THEM.
142114 5420-ROW-AMOUNTS.
142116     MOVE ERN-GROSS TO WS-YTA-ROW-GROSS.
142118     MOVE ERN-FED   TO WS-YTA-ROW-FED.
142120     MOVE ERN-ST    TO WS-YTA-ROW-ST.
142122     MOVE ERN-NET   TO WS-YTA-ROW-NET.
142124     IF ERN-SS-WAGES NUMERIC
142126         MOVE ERN-SS-WAGES TO WS-YTA-ROW-SS-WAGES
142128         MOVE ERN-SS-TAX   TO WS-YTA-ROW-SS
142130         MOVE ERN-MED-TAX  TO WS-YTA-ROW-MED
142132     ELSE
142134         MOVE ERN-GROSS TO WS-YTA-ROW-SS-WAGES
142136         COMPUTE WS-YTA-ROW-MED ROUNDED =
142138             ERN-FICA * WS-MED-PCT / (WS-SS-PCT + WS-MED-PCT)
142140         COMPUTE WS-YTA-ROW-SS = ERN-FICA - WS-YTA-ROW-MED
142142     END-IF.
142144     COMPUTE WS-YTA-WORK = ERN-GROSS - ERN-FICA - ERN-FED - ERN-ST
142146         - ERN-NET.
142148     IF WS-YTA-WORK < 0
142150         MOVE 0 TO WS-YTA-WORK
142152     END-IF.
142154     MOVE WS-YTA-WORK TO WS-YTA-ROW-VOLDED.
142156 5420-EXIT.
142158     EXIT.
142160 5430-BACK-OUT.
142162     COMPUTE WS-YTA-WORK = YTA-TOTAL(Y) - WS-YTA-ROW-AMT(Y).
142164     IF WS-YTA-WORK < 0
142166         MOVE 0 TO WS-YTA-WORK
142168     END-IF.
142170     MOVE WS-YTA-WORK TO YTA-TOTAL(Y).
142172     IF WS-YTA-QTR NOT = YTA-QTR
142174         GO TO 5430-EXIT
142176     END-IF.
142178     COMPUTE WS-YTA-WORK = YTA-TOTAL(Y + 8) - WS-YTA-ROW-AMT(Y).
142180     IF WS-YTA-WORK < 0
142182         MOVE 0 TO WS-YTA-WORK
142184     END-IF.
142186     MOVE WS-YTA-WORK TO YTA-TOTAL(Y + 8).
142188 5430-EXIT.
142190     EXIT.
142192*----------------------------------------------------------------
142194* 5500-EARNINGS DROPS THE RUN'S ROWS FROM EARNHIST.TXT, SO THE
142196* STUB YEAR-TO-DATE FIGURES, THE FUTA/SUTA WAGE CAPS, AND THE
142198* QUARTERLY AND YEAR-END REPORTS NO LONGER COUNT THE RUN.
142200*----------------------------------------------------------------
142400 5500-EARNINGS.
142500     MOVE "EARNINGS HISTORY" TO WS-AUD-BEFORE.
142600     OPEN INPUT EARNINGS-HISTORY-FILE.
142700     MOVE 0 TO WS-STEP-COUNT.
142800     MOVE 0 TO WS-STEP-AMT.
142900     OPEN OUTPUT WORK-FILE.
143000     MOVE "N" TO WS-EOF-SWITCH.
143100     PERFORM 5510-ERN-RECORD THRU 5510-EXIT UNTIL WS-END-OF-FILE.
143200     CLOSE WORK-FILE.
143300     CLOSE EARNINGS-HISTORY-FILE.
143400     OPEN INPUT WORK-FILE.
143500     OPEN OUTPUT EARNINGS-HISTORY-FILE.
143600     MOVE "N" TO WS-WRK-EOF-SWITCH.
143700     PERFORM 5520-COPY-BACK THRU 5520-EXIT UNTIL WS-WRK-EOF.
143800     CLOSE EARNINGS-HISTORY-FILE.
143900     CLOSE WORK-FILE.
144000     MOVE WS-STEP-AMT TO WS-AMT-OUT.
144100     STRING "EARNINGS: " WS-STEP-COUNT " ROWS DROPPED, NET "
144200         WS-AMT-OUT
144300         DELIMITED BY SIZE INTO WS-RPT-LINE.
144400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
144500     MOVE SPACES TO WS-AUD-AFTER.
144600     STRING "DROPPED " WS-STEP-COUNT " ROWS NET " WS-STEP-AMT
144700         DELIMITED BY SIZE INTO WS-AUD-AFTER.
144800     PERFORM 8100-STEP-AUDIT THRU 8100-EXIT.
144900 5500-EXIT.
145000     EXIT.
145100 5510-ERN-RECORD.
145200     READ EARNINGS-HISTORY-FILE
145300         AT END
145400             SET WS-END-OF-FILE TO TRUE
145500             GO TO 5510-EXIT
145600     END-READ.
145700     IF ERN-RUN-DATE = WS-REV-DATE
145800         AND ERN-PERIOD-NO = WS-REV-PERIOD
145900         ADD 1 TO WS-STEP-COUNT
146000         ADD ERN-NET TO WS-STEP-AMT
146100         GO TO 5510-EXIT
146200     END-IF.
146300     MOVE ERN-RECORD TO WRK-RECORD.
146400     WRITE WRK-RECORD.
146500 5510-EXIT.
146600     EXIT.
146700 5520-COPY-BACK.
146800     READ WORK-FILE
146900         AT END
147000             SET WS-WRK-EOF TO TRUE
147100             GO TO 5520-EXIT
147200     END-READ.
147300     MOVE WRK-RECORD TO ERN-RECORD.
147400     WRITE ERN-RECORD.
147500 5520-EXIT.
147600     EXIT.
147700*----------------------------------------------------------------
147800* 0050-SIGNON CHECKS THE OPERATOR AGAINST OPERREF.DAT: THREE
147900* TRIES, EACH FAILURE AUDITED, THE THIRD ENDS THE SESSION.
148000* WITHOUT THE FILE THE SESSION RUNS AS SUPERVISOR SO A NEW
148100* INSTALLATION CAN KEY ITS OPERATORS.
148200*----------------------------------------------------------------
148300 0050-SIGNON.
148400     OPEN INPUT OPERATOR-FILE.
148500     IF WS-OPR-FILE-NOT-FOUND
148600         DISPLAY "NO OPERATOR REFERENCE FILE FOUND - SESSION"
148700         DISPLAY "RUNS AS SUPERVISOR; SET UP OPERREF.DAT"
148800         DISPLAY "ENTER OPERATOR ID: "
148900         ACCEPT WS-OPERATOR-ID
149000         MOVE "S" TO WS-OPR-ROLE
149100         GO TO 0050-EXIT
149200     END-IF.
149300     MOVE "N" TO WS-OPR-EOF-SWITCH.
149400     PERFORM 0060-LOAD-OPR THRU 0060-EXIT UNTIL WS-OPR-EOF.
149500     CLOSE OPERATOR-FILE.
149600     IF WS-OPR-COUNT = 0
149700         DISPLAY "OPERATOR REFERENCE FILE IS EMPTY - SESSION"
149800         DISPLAY "RUNS AS SUPERVISOR; SET UP OPERREF.DAT"
149900         DISPLAY "ENTER OPERATOR ID: "
150000         ACCEPT WS-OPERATOR-ID
150100         MOVE "S" TO WS-OPR-ROLE
150200         GO TO 0050-EXIT
150300     END-IF.
150400     PERFORM 0070-TRY-SIGNON THRU 0070-EXIT.
150500 0050-EXIT.
150600     EXIT.
150700 0060-LOAD-OPR.
150800     READ OPERATOR-FILE
150900         AT END
151000             SET WS-OPR-EOF TO TRUE
151100             GO TO 0060-EXIT
151200     END-READ.
151300     IF WS-OPR-COUNT >= WS-MAX-OPRS
151400         DISPLAY "OPERATOR TABLE FULL - REMAINING ENTRIES"
151500         DISPLAY "IN OPERREF.DAT ARE IGNORED"
151600         SET WS-OPR-EOF TO TRUE
151700         GO TO 0060-EXIT
151800     END-IF.
151900     ADD 1 TO WS-OPR-COUNT.
152000     MOVE OPR-ID       TO WS-OPR-REF-ID(WS-OPR-COUNT).
152100     MOVE OPR-PASSWORD TO WS-OPR-REF-PW(WS-OPR-COUNT).
152200     MOVE OPR-ROLE     TO WS-OPR-REF-ROLE(WS-OPR-COUNT).
152300 0060-EXIT.
152400     EXIT.
152500 0070-TRY-SIGNON.
152600     DISPLAY "ENTER OPERATOR ID: ".
152700     ACCEPT WS-OPERATOR-ID.
152800     DISPLAY "ENTER PASSWORD: ".
152900     ACCEPT WS-OPR-PW-ANS.
153000     MOVE 0 TO WS-OPR-IDX.
153100     PERFORM 0080-FIND-OPR THRU 0080-EXIT
153200         VARYING O FROM 1 BY 1 UNTIL O > WS-OPR-COUNT.
153300     IF WS-OPR-IDX > 0
153400         AND WS-OPR-REF-PW(WS-OPR-IDX) = WS-OPR-PW-ANS
153500         MOVE WS-OPR-REF-ROLE(WS-OPR-IDX) TO WS-OPR-ROLE
153600         DISPLAY "SIGNED ON - ROLE " WS-OPR-ROLE
153700         GO TO 0070-EXIT
153800     END-IF.
153900     ADD 1 TO WS-OPR-TRIES.
154000     MOVE "F" TO WS-AUD-ACTION.
154100     MOVE SPACES TO WS-AUD-EMP-ID.
154200     MOVE "SIGN-ON ATTEMPT" TO WS-AUD-BEFORE.
154300     MOVE "INVALID ID OR PASSWORD" TO WS-AUD-AFTER.
154400     PERFORM 8000-AUDIT THRU 8000-EXIT.
154500     IF WS-OPR-TRIES >= 3
154600         DISPLAY "TOO MANY FAILED SIGN-ONS - SESSION ENDED"
154700         STOP RUN
154800     END-IF.
154900     DISPLAY "INVALID ID OR PASSWORD - TRY AGAIN".
155000     GO TO 0070-TRY-SIGNON.
155100 0070-EXIT.
155200     EXIT.
155300 0080-FIND-OPR.
155400     IF WS-OPR-REF-ID(O) = WS-OPERATOR-ID
155500         MOVE O TO WS-OPR-IDX
155600     END-IF.
155700 0080-EXIT.
155800     EXIT.
155900*----------------------------------------------------------------
156000* 8000-AUDIT APPENDS ONE RECORD TO AUDITLOG.TXT IN THE SAME
156100* LAYOUT THE STAFF PORTAL WRITES, SO THE AUDITORS SEE BOTH
156200* PROGRAMS ON ONE TRAIL.  8100-STEP-AUDIT LOGS ONE REVERSAL STEP
156300* (ACTION X) FROM THE STEP NAME IN WS-AUD-BEFORE AND THE RESULT
156400* IN WS-AUD-AFTER.
156500*----------------------------------------------------------------
156600 8000-AUDIT.
156700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
156800     ACCEPT WS-RUN-TIME FROM TIME.
156900     OPEN EXTEND AUDIT-LOG-FILE.
157000     IF WS-AUD-FILE-NOT-FOUND
157100         OPEN OUTPUT AUDIT-LOG-FILE
157200         CLOSE AUDIT-LOG-FILE
157300         OPEN EXTEND AUDIT-LOG-FILE
157400     END-IF.
157500     MOVE SPACES TO AUD-RECORD.
157600     MOVE WS-RUN-DATE    TO AUD-DATE.
157700     MOVE WS-RUN-TIME    TO AUD-TIME.
157800     MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
157900     MOVE WS-AUD-ACTION  TO AUD-ACTION.
158000     MOVE WS-AUD-EMP-ID  TO AUD-EMP-ID.
158100     MOVE WS-AUD-BEFORE  TO AUD-BEFORE.
158200     MOVE WS-AUD-AFTER   TO AUD-AFTER.
158300     WRITE AUD-RECORD.
158400     CLOSE AUDIT-LOG-FILE.
158500 8000-EXIT.
158600     EXIT.
158700 8100-STEP-AUDIT.
158800     MOVE "X" TO WS-AUD-ACTION.
158900     MOVE SPACES TO WS-AUD-EMP-ID.
159000     PERFORM 8000-AUDIT THRU 8000-EXIT.
159100 8100-EXIT.
159200     EXIT.
159300 8500-WRITE-LINE.
159400     MOVE WS-RPT-LINE TO RPT-RECORD.
159500     WRITE RPT-RECORD.
159600     MOVE SPACES TO WS-RPT-LINE.
159700 8500-EXIT.
159800     EXIT.
