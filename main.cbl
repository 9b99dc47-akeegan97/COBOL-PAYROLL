009190*                   STRAIGHT TIME AND DRAW THE BALANCE DOWN
009191*                   (WITH A WARNING WHEN IT WOULD GO NEGATIVE),
009192*                   AND CURRENT BALANCES ON EVERY PAY STUB.
009193* 10/15/2026  JMK   A COMMIT RUN NOW KEEPS WHAT IT TOOK FROM
009194*                   EACH VOLUNTARY DEDUCTION (DEDRUN.DAT) AND
009195*                   EACH LEAVE BALANCE BEFORE AND AFTER THE RUN
009196*                   (LEAVRUN.DAT, 035-PARA), KEYED BY RUN DATE
009197*                   AND PERIOD, SO THE PAYREVRS UTILITY CAN BACK
009198*                   A WRONG RUN OUT OF EVERY FILE IT TOUCHED.
009200* 10/15/2026  JMK   THE COMMIT STEPS NOW LOG THEMSELVES TO
009201*                   RUNCTL.DAT AS THEY FINISH (036-PARA).  A
009202*                   COMMIT THAT STOPS PART WAY IS SHOWN AT THE
009203*                   NEXT START-UP AND NOTHING ELSE RUNS UNTIL A
009204*                   SUPERVISOR RESUMES IT AT THE FIRST UNFINISHED
009205*                   STEP OR ABANDONS IT; A STEP ALREADY DELIVERED
009206*                   IS NOT WRITTEN AGAIN.  PENDING CHANGES NOW
009207*                   REACH THE MASTER AS THE LAST COMMIT STEP SO A
009208*                   RESTART COSTS THE RUN THE SAME WAY.
009209* 10/15/2026  JMK   EVERY COMMIT NOW ENDS WITH A BALANCING PROOF
009210*                   (037-PARA CALLING THE NEW PAYBAL SUBROUTINE)
009211*                   THAT TIES ACHPAY.TXT, CHKREG.DAT, EARNHIST,
009212*                   GLJRNL.TXT, AND PAYHIST.TXT TO THE REGISTER
009213*                   AND FLAGS ANY BREAK ON BALPROOF.TXT AND THE
009214*                   PAYROLL REPORT.
009215* 10/15/2026  JMK   CHKREG.DAT CARRIES THE BANK PAID DATE SET BY
009216*                   THE NEW PAYRECON CHECK RECONCILIATION; 032-M
009217*                   KEEPS IT ON REWRITE AND WILL NOT VOID A CHECK
009218*                   THE BANK HAS ALREADY PAID.
009219* 10/15/2026  JMK   A NEW OR CHANGED DEPOSIT ACCOUNT, KEYED ON THE
009220*                   SCREEN OR IN MAINTTXN.DAT, IS NOW HELD ON
009221*                   BANKCHG.DAT UNTIL A SECOND SUPERVISOR APPROVES
009222*                   IT FROM THE NEW (B)ANKING CHOICE (038-PARA).
009223*                   AN APPROVED ACCOUNT GOES OUT AS A ZERO-DOLLAR
009224*                   ACH PRENOTE AND THE EMPLOYEE IS PAID BY CHECK
009225*                   UNTIL THE PRENOTE PERIOD PASSES.
009227* 10/15/2026  JMK   EVERY COMMIT NOW KEEPS EACH DEPARTMENT'S
009229*                   GROSS, EMPLOYER TAX, HEADCOUNT PAID, AND
009231*                   HOURLY OVERTIME DOLLARS ON DEPTHIST.TXT
009233*                   (039-PARA, ITS OWN RESTARTABLE STEP) FOR THE
009235*                   NEW PAYBUDG BUDGET-VERSUS-ACTUAL REPORT.
009237* 10/15/2026  JMK   ADDED AN OFF-CYCLE SUPPLEMENTAL RUN TYPE FOR
009239*                   BONUSES, COMMISSIONS, AND FINAL PAY: PAY COMES
009241*                   FROM SUPPEARN.DAT (040-PARA) INSTEAD OF SALARY
009243*                   OR TIMESHEETS, FEDERAL IS WITHHELD AT THE FLAT
009245*                   SUPPLEMENTAL RATE, EACH EARNINGS CODE SAYS
009247*                   WHETHER VOLUNTARY DEDUCTIONS ARE TAKEN,
009249*                   TERMINATED EMPLOYEES CAN BE PAID, AND THE RUN
009251*                   IS STAMPED PERIOD 99999 SO NO PAYCAL.DAT
009253*                   PERIOD IS USED OR CLOSED.
009255* 10/15/2026  JMK   FICA IS NOW TWO TAXES (041-A-PARA): SOCIAL
009257*                   SECURITY STOPS AT THE ANNUAL WAGE BASE AND
009259*                   MEDICARE ADDS THE EMPLOYEE-ONLY ADDITIONAL
009261*                   RATE OVER ITS THRESHOLD, BOTH ON YEAR-TO-DATE
009263*                   WAGES.  EARNHIST.TXT CARRIES SOCIAL SECURITY
009265*                   WAGES AND EACH TAX, THE STUBS SHOW EACH TAX,
009267*                   AND EACH POSTS TO ITS OWN GL LIABILITY
009269*                   ACCOUNT, EMPLOYER MATCH INCLUDED.
009271* 10/15/2026  JMK   YEAR-TO-DATE ACCUMULATORS: YTDACCUM.DAT,
009273*                   INDEXED BY EMPLOYEE AND YEAR, IS KEPT UP BY A
009275*                   NEW COMMIT STEP (042-PARA) AND READ BY KEY
009277*                   FOR THE PRIOR NET, THE WAGE-CAP GROSS, AND
009279*                   THE STUB YEAR-TO-DATE FIGURES INSTEAD OF
009281*                   READING EARNHIST.TXT THROUGH.  PAYYTD BUILDS
009283*                   THE FILE.
009284* 10/15/2026  JMK   A RESTART OF A CHECK RUN THAT STOPPED PART
009285*                   WAY VOIDS THE CHECKS IT HAD PRINTED, AND
009286*                   THEIR POSITIVE PAY, BEFORE PRINTING THE RUN
009287*                   AGAIN (032-V).  THE RUN'S FIRST AND LAST
009288*                   CHECK ARE LOGGED ON RUNCTL.DAT AND HANDED TO
009289*                   PAYBAL.  THE ACH BATCH HEADER AND THE GL
009290*                   BATCH TOTAL CARRY THE PERIOD.  DEDUCTION AND
009291*                   LEAVE RUN DETAIL ARE NOW LOGGED STEPS OF
009292*                   THEIR OWN AHEAD OF THE BALANCE REWRITES, AND
009293*                   A RESTART CLEARS THE STOPPED RUN'S DETAIL
009294*                   BEFORE WRITING IT AGAIN.  ONLY ONE OFF-CYCLE
009295*                   RUN MAY BE COMMITTED A DAY.  A HELD DEPOSIT
009296*                   ACCOUNT FOR A NEW HIRE IS ONLY SET UP ONCE
009297*                   THE EMPLOYEE IS ON THE MASTER.  A RUN
009298*                   PAYREVRS HAS REVERSED (RVRS) IS CLOSED.
009308* 10/15/2026  JMK   DEPARTMENT HISTORY AND THE YEAR-TO-DATE
009318*                   ACCUMULATORS ARE BUILT AHEAD OF THE DEDUCTION,
009328*                   LEAVE AND PENDING CHANGE REWRITES.  A RESTART
009338*                   AFTER A DEDUCTION OR LEAVE REWRITE TAKES THE
009348*                   RUN BACK OFF THE LOADED BALANCES FIRST (029-D,
009358*                   034-E), SO THE RUN IS COSTED AS IT FIRST WAS.
009359* 10/15/2026  JMK   THE YEAR-TO-DATE SKIP FOR A PERIOD ALREADY
009360*                   POSTED APPLIES ONLY ON A RESTART.  A BATCH ADD
009361*                   HOLDS ITS BANKING FOR APPROVAL ONLY AFTER THE
009362*                   MASTER WRITE HAS TAKEN, AS THE KEYED ADD DOES.
009368*----------------------------------------------------------------
009378 ENVIRONMENT DIVISION.
009400 CONFIGURATION SECTION.
009500 SOURCE-COMPUTER. GENERIC-PC.
009600 OBJECT-COMPUTER. GENERIC-PC.
013800     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG.DAT"
013900         ORGANIZATION IS LINE SEQUENTIAL
014000         FILE STATUS IS WS-PND-FILE-STATUS.
014002     SELECT BANK-CHANGE-FILE ASSIGN TO "BANKCHG.DAT"
014004         ORGANIZATION IS LINE SEQUENTIAL
014006         FILE STATUS IS WS-BKC-FILE-STATUS.
014007     SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST.TXT"
014008         ORGANIZATION IS LINE SEQUENTIAL
014009         FILE STATUS IS WS-DPH-FILE-STATUS.
014010     SELECT AUDIT-INQUIRY-FILE ASSIGN TO "AUDINQ.TXT"
014020         ORGANIZATION IS LINE SEQUENTIAL
014030         FILE STATUS IS WS-AIQ-FILE-STATUS.
014064     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVBAL.DAT"
014065         ORGANIZATION IS LINE SEQUENTIAL
014066         FILE STATUS IS WS-LVB-FILE-STATUS.
014067     SELECT DEDUCTION-RUN-FILE ASSIGN TO "DEDRUN.DAT"
014068         ORGANIZATION IS LINE SEQUENTIAL
014069         FILE STATUS IS WS-DRN-FILE-STATUS.
014070     SELECT LEAVE-RUN-FILE ASSIGN TO "LEAVRUN.DAT"
014071         ORGANIZATION IS LINE SEQUENTIAL
014072         FILE STATUS IS WS-LRN-FILE-STATUS.
014074     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
014076         ORGANIZATION IS LINE SEQUENTIAL
014078         FILE STATUS IS WS-RCT-FILE-STATUS.
014080     SELECT RUN-WORK-FILE ASSIGN TO "RUNWORK.TMP"
014082         ORGANIZATION IS LINE SEQUENTIAL
014084         FILE STATUS IS WS-RWK-FILE-STATUS.
014085     SELECT SUPP-EARNINGS-FILE ASSIGN TO "SUPPEARN.DAT"
014086         ORGANIZATION IS LINE SEQUENTIAL
014087         FILE STATUS IS WS-SUP-FILE-STATUS.
014088     SELECT SUPP-EDIT-FILE ASSIGN TO "SUPPEDT.TXT"
014089         ORGANIZATION IS LINE SEQUENTIAL
014090         FILE STATUS IS WS-SED-FILE-STATUS.
014091     SELECT YTD-ACCUM-FILE ASSIGN TO "YTDACCUM.DAT"
014092         ORGANIZATION IS INDEXED
014093         ACCESS MODE IS DYNAMIC
014094         RECORD KEY IS YTA-KEY
014095         FILE STATUS IS WS-YTA-FILE-STATUS.
014100 DATA DIVISION.
014200 FILE SECTION.
014300 FD  EMPLOYEE-MASTER-FILE
019300     05  FILLER                  PIC X(01).
019400     05  ERN-ST                  PIC 9(10)V9(02).
019500     05  FILLER                  PIC X(01).
019505     05  ERN-NET                 PIC 9(10)V9(02).
019510     05  FILLER                  PIC X(01).
019515     05  ERN-PERIOD-NO           PIC 9(05).
019520     05  FILLER                  PIC X(01).
019525     05  ERN-SS-WAGES            PIC 9(10)V9(02).
019530     05  FILLER                  PIC X(01).
019535     05  ERN-SS-TAX              PIC 9(10)V9(02).
019540     05  FILLER                  PIC X(01).
019545     05  ERN-MED-TAX             PIC 9(10)V9(02).
019550*----------------------------------------------------------------
019555* PER-RUN DETAIL KEPT FOR THE PAYREVRS REVERSAL UTILITY - THE
019560* LAYOUTS BELOW MUST MATCH THE FDS THERE.
019565*----------------------------------------------------------------
019570 FD  DEDUCTION-RUN-FILE
019575     LABEL RECORDS ARE STANDARD.
019580 01  DRN-RECORD.
019581     05  DRN-EMP-ID              PIC X(09).
019582     05  FILLER                  PIC X(01).
019583     05  DRN-RUN-DATE            PIC 9(08).
019584     05  FILLER                  PIC X(01).
019585     05  DRN-PERIOD-NO           PIC 9(05).
019586     05  FILLER                  PIC X(01).
019587     05  DRN-CODE                PIC X(03).
019588     05  FILLER                  PIC X(01).
019589     05  DRN-AMOUNT              PIC 9(07)V9(02).
019590 FD  LEAVE-RUN-FILE
019591     LABEL RECORDS ARE STANDARD.
019592 01  LRN-RECORD.
019593     05  LRN-EMP-ID              PIC X(09).
019594     05  FILLER                  PIC X(01).
019595     05  LRN-RUN-DATE            PIC 9(08).
019596     05  FILLER                  PIC X(01).
019597     05  LRN-PERIOD-NO           PIC 9(05).
019598     05  FILLER                  PIC X(01).
019599     05  LRN-VAC-BEFORE          PIC 9(03)V9(02).
019600     05  FILLER                  PIC X(01).
019601     05  LRN-VAC-AFTER           PIC 9(03)V9(02).
019602     05  FILLER                  PIC X(01).
019603     05  LRN-SICK-BEFORE         PIC 9(03)V9(02).
019604     05  FILLER                  PIC X(01).
019605     05  LRN-SICK-AFTER          PIC 9(03)V9(02).
019606*----------------------------------------------------------------
019607* COMMIT STEP LOG - A BEGN RECORD WHEN A COMMIT STARTS, ONE PER
019608* STEP AS IT FINISHES, AND END (ABND WHEN A SUPERVISOR GIVES UP
019609* ON A STOPPED RUN).  RUNWORK.TMP CARRIES A LEDGER THROUGH WHEN
019610* A RESTART CLEARS OUT A HALF-WRITTEN STEP.
019611*----------------------------------------------------------------
019612 FD  RUN-CONTROL-FILE
019613     LABEL RECORDS ARE STANDARD.
019614 01  RCT-RECORD.
019615     05  RCT-PERIOD-NO           PIC 9(05).
019616     05  FILLER                  PIC X(01).
019617     05  RCT-RUN-DATE            PIC 9(08).
019618     05  FILLER                  PIC X(01).
019619     05  RCT-STEP                PIC X(04).
019620     05  FILLER                  PIC X(01).
019621     05  RCT-STAMP-DATE          PIC 9(08).
019622     05  FILLER                  PIC X(01).
019623     05  RCT-STAMP-TIME          PIC 9(08).
019624     05  FILLER                  PIC X(01).
019625     05  RCT-OPERATOR            PIC X(08).
019626     05  FILLER                  PIC X(01).
019627     05  RCT-FIRST-CHECK         PIC 9(08).
019628     05  FILLER                  PIC X(01).
019629     05  RCT-LAST-CHECK          PIC 9(08).
019630 FD  RUN-WORK-FILE
019631     LABEL RECORDS ARE STANDARD.
019632 01  RWK-RECORD                  PIC X(132).
019633*----------------------------------------------------------------
019634* YEAR-TO-DATE ACCUMULATORS - ONE RECORD PER EMPLOYEE PER YEAR,
019635* KEPT UP BY EVERY COMMIT RUN (042-PARA) SO THE NEXT RUN READS ITS
019636* PRIOR FIGURES BY KEY.  THE QUARTER-TO-DATE SET IS FOR QUARTER
019637* YTA-QTR.  THE LAST RUN'S OWN AMOUNTS ARE KEPT SO A RESTART OR A
019638* REVERSAL CAN TAKE THEM BACK OUT.  PAYYTD REBUILDS THE FILE FROM
019639* EARNHIST.TXT; ITS LAYOUT AND PAYREVRS'S MUST MATCH THIS ONE.
019640*----------------------------------------------------------------
019641 FD  YTD-ACCUM-FILE
019642     LABEL RECORDS ARE STANDARD.
019643 01  YTA-RECORD.
019644     05  YTA-KEY.
019645         10  YTA-EMP-ID          PIC X(09).
019646         10  YTA-YEAR            PIC 9(04).
019647     05  YTA-QTR                 PIC 9(01).
019648     05  YTA-YTD-GROSS           PIC 9(12)V9(02).
019649     05  YTA-YTD-SS-WAGES        PIC 9(12)V9(02).
019650     05  YTA-YTD-SS              PIC 9(12)V9(02).
019651     05  YTA-YTD-MED             PIC 9(12)V9(02).
019652     05  YTA-YTD-FED             PIC 9(12)V9(02).
019653     05  YTA-YTD-ST              PIC 9(12)V9(02).
019654     05  YTA-YTD-VOLDED          PIC 9(12)V9(02).
019655     05  YTA-YTD-NET             PIC 9(12)V9(02).
019656     05  YTA-QTD-GROSS           PIC 9(12)V9(02).
019657     05  YTA-QTD-SS-WAGES        PIC 9(12)V9(02).
019658     05  YTA-QTD-SS              PIC 9(12)V9(02).
019659     05  YTA-QTD-MED             PIC 9(12)V9(02).
019660     05  YTA-QTD-FED             PIC 9(12)V9(02).
019661     05  YTA-QTD-ST              PIC 9(12)V9(02).
019662     05  YTA-QTD-VOLDED          PIC 9(12)V9(02).
019663     05  YTA-QTD-NET             PIC 9(12)V9(02).
019664     05  YTA-LAST-RUN-DATE       PIC 9(08).
019665     05  YTA-LAST-RUN-PERIOD     PIC 9(05).
019666     05  YTA-RUN-GROSS           PIC 9(10)V9(02).
019667     05  YTA-RUN-SS-WAGES        PIC 9(10)V9(02).
019668     05  YTA-RUN-SS              PIC 9(10)V9(02).
019669     05  YTA-RUN-MED             PIC 9(10)V9(02).
019670     05  YTA-RUN-FED             PIC 9(10)V9(02).
019671     05  YTA-RUN-ST              PIC 9(10)V9(02).
019672     05  YTA-RUN-VOLDED          PIC 9(10)V9(02).
019673     05  YTA-RUN-NET             PIC 9(10)V9(02).
019674     05  YTA-LAST-NET-DATE       PIC 9(08).
019675     05  YTA-LAST-NET            PIC 9(10)V9(02).
019676     05  YTA-PREV-NET-DATE       PIC 9(08).
019677     05  YTA-PREV-NET            PIC 9(10)V9(02).
019700 FD  PAY-STUB-FILE
019800     LABEL RECORDS ARE STANDARD.
019900 01  STUB-RECORD                 PIC X(80).
023300     05  AUD-BEFORE              PIC X(60).
023400     05  FILLER                  PIC X(01).
023500     05  AUD-AFTER               PIC X(60).
023502*----------------------------------------------------------------
023504* BANKING CHANGES AWAITING A SECOND SUPERVISOR (STATUS H) OR
023506* AWAITING THE END OF THEIR PRENOTE PERIOD (STATUS P).
023508*----------------------------------------------------------------
023510 FD  BANK-CHANGE-FILE
023512     LABEL RECORDS ARE STANDARD.
023514 01  BKC-RECORD.
023516     05  BKC-EMP-ID              PIC X(09).
023518     05  FILLER                  PIC X(01).
023520     05  BKC-STATUS              PIC X(01).
023522     05  FILLER                  PIC X(01).
023524     05  BKC-ROUTING             PIC 9(09).
023526     05  FILLER                  PIC X(01).
023528     05  BKC-ACCT                PIC X(17).
023530     05  FILLER                  PIC X(01).
023532     05  BKC-OLD-ROUTING         PIC 9(09).
023534     05  FILLER                  PIC X(01).
023536     05  BKC-OLD-ACCT            PIC X(17).
023538     05  FILLER                  PIC X(01).
023540     05  BKC-KEYED-BY            PIC X(08).
023542     05  FILLER                  PIC X(01).
023544     05  BKC-KEYED-DATE          PIC 9(08).
023546     05  FILLER                  PIC X(01).
023548     05  BKC-APPR-BY             PIC X(08).
023550     05  FILLER                  PIC X(01).
023552     05  BKC-APPR-DATE           PIC 9(08).
023554     05  FILLER                  PIC X(01).
023556     05  BKC-PRENOTE-DATE        PIC 9(08).
023558*----------------------------------------------------------------
023560* DEPARTMENT HISTORY - ONE RECORD PER DEPARTMENT PER COMMIT RUN.
023562* UNASSIGNED PAY IS KEPT UNDER DEPARTMENT ????.
023564*----------------------------------------------------------------
023566 FD  DEPT-HISTORY-FILE
023568     LABEL RECORDS ARE STANDARD.
023570 01  DPH-RECORD.
023572     05  DPH-RUN-DATE            PIC 9(08).
023574     05  FILLER                  PIC X(01).
023576     05  DPH-PERIOD-NO           PIC 9(05).
023578     05  FILLER                  PIC X(01).
023580     05  DPH-DEPT-CODE           PIC X(04).
023582     05  FILLER                  PIC X(01).
023584     05  DPH-GROSS               PIC 9(12)V9(02).
023586     05  FILLER                  PIC X(01).
023588     05  DPH-ER-TAX              PIC 9(12)V9(02).
023590     05  FILLER                  PIC X(01).
023592     05  DPH-HEAD                PIC 9(05).
023594     05  FILLER                  PIC X(01).
023596     05  DPH-OT-PAY              PIC 9(12)V9(02).
023600 FD  PENDING-CHANGE-FILE
023700     LABEL RECORDS ARE STANDARD.
023800 01  PND-RECORD.
024745     05  DED-CAP-PCT             PIC 9V999.
024746     05  FILLER                  PIC X(01).
024747     05  DED-GL-ACCT             PIC X(08).
024749 FD  SUPP-EARNINGS-FILE
024751     LABEL RECORDS ARE STANDARD.
024753 01  SUP-RECORD.
024755     05  SUP-EMP-ID              PIC X(09).
024757     05  FILLER                  PIC X(01).
024759     05  SUP-EARN-CODE           PIC X(03).
024761     05  FILLER                  PIC X(01).
024763     05  SUP-AMOUNT              PIC 9(07)V9(02).
024765 FD  SUPP-EDIT-FILE
024767     LABEL RECORDS ARE STANDARD.
024769 01  SED-RECORD                  PIC X(80).
024800 FD  GL-JOURNAL-FILE
024900     LABEL RECORDS ARE STANDARD.
025000 01  GLJ-RECORD.
026743     05  CHR-AMOUNT              PIC 9(10)V9(02).
026744     05  FILLER                  PIC X(01).
026745     05  CHR-STATUS              PIC X(01).
026746     05  FILLER                  PIC X(01).
026747     05  CHR-PAID-DATE           PIC 9(08).
026748 FD  CHECK-REGISTER-REPORT
026749     LABEL RECORDS ARE STANDARD.
026750 01  CRR-RECORD                  PIC X(80).
026751 FD  POSITIVE-PAY-FILE
026752     LABEL RECORDS ARE STANDARD.
026753 01  POS-RECORD.
026754     05  POS-ACCT                PIC X(10).
026755     05  FILLER                  PIC X(01).
026756     05  POS-TYPE                PIC X(01).
026757     05  FILLER                  PIC X(01).
026758     05  POS-CHECK-NO            PIC 9(08).
026759     05  FILLER                  PIC X(01).
026760     05  POS-DATE                PIC 9(08).
026761     05  FILLER                  PIC X(01).
026762     05  POS-AMOUNT              PIC 9(10)V9(02).
026763     05  FILLER                  PIC X(01).
026764     05  POS-PAYEE               PIC X(25).
026765 FD  EXCEPTION-REPORT-FILE
026766     LABEL RECORDS ARE STANDARD.
026767 01  EXC-RECORD                  PIC X(80).
026768 FD  PAY-CALENDAR-FILE
026769     LABEL RECORDS ARE STANDARD.
026770 01  CAL-RECORD.
026771     05  CAL-PERIOD-NO           PIC 9(05).
026772     05  FILLER                  PIC X(01).
026773     05  CAL-FREQ-GROUP          PIC X(01).
026774     05  FILLER                  PIC X(01).
026775     05  CAL-START-DATE          PIC 9(08).
026776     05  FILLER                  PIC X(01).
026777     05  CAL-END-DATE            PIC 9(08).
026778     05  FILLER                  PIC X(01).
026779     05  CAL-CHECK-DATE          PIC 9(08).
026780     05  FILLER                  PIC X(01).
026781     05  CAL-DONE-FLAG           PIC X(01).
026800 WORKING-STORAGE SECTION.
026900*----------------------------------------------------------------
027000* EMPLOYEE TABLE - IN-MEMORY ROSTER, LOADED FROM/SAVED TO
028400*----------------------------------------------------------------
028500* WITHHOLDING / PAYROLL REGISTER FIELDS
028600*----------------------------------------------------------------
028605*    FICA IS TWO TAXES.  SOCIAL SECURITY STOPS AT THE ANNUAL
028610*    WAGE BASE; MEDICARE HAS NO CAP, AND THE EMPLOYEE ALONE PAYS
028615*    THE ADDITIONAL MEDICARE RATE ON YEAR-TO-DATE WAGES OVER ITS
028620*    THRESHOLD.  RATES AND LIMITS ARE KEPT HERE SO A LAW CHANGE
028625*    IS ONE EDIT.
028630 01  WS-SS-PCT                   PIC 9V9999 VALUE 0.0620.
028635 01  WS-SS-WAGE-BASE             PIC 9(09)V9(02) VALUE 184500.
028640 01  WS-MED-PCT                  PIC 9V9999 VALUE 0.0145.
028645 01  WS-ADDL-MED-PCT             PIC 9V9999 VALUE 0.0090.
028650 01  WS-ADDL-MED-BASE            PIC 9(09)V9(02) VALUE 200000.
028655 01  WS-EMP-SS-WAGES             PIC 9(10)V9(02).
028660 01  WS-EMP-SS-AMT               PIC 9(10)V9(02).
028665 01  WS-EMP-MED-AMT              PIC 9(10)V9(02).
028670 01  WS-EMP-ADDL-MED-AMT         PIC 9(10)V9(02).
028675 01  WS-FICA-TAXABLE             PIC S9(12)V9(02) VALUE 0.
028680*    THE EMPLOYER MATCHES SOCIAL SECURITY AND THE REGULAR
028685*    MEDICARE RATE (030-A-PARA).
028690 01  WS-ER-SS-AMT                PIC 9(10)V9(02) VALUE 0.
028695 01  WS-ER-MED-AMT               PIC 9(10)V9(02) VALUE 0.
028700 01  WS-TOT-ER-MED               PIC 9(12)V9(02) VALUE 0.
028800 01  WS-EMP-FICA-AMT             PIC 9(10)V9(02).
028900 01  WS-EMP-FED-AMT              PIC 9(10)V9(02).
029000 01  WS-EMP-ST-AMT               PIC 9(10)V9(02).
036000         10  WS-DEPT-DED         PIC 9(12)V9(02).
036100         10  WS-DEPT-NET         PIC 9(12)V9(02).
036150         10  WS-DEPT-ER-TAX      PIC 9(12)V9(02).
036160         10  WS-DEPT-HEAD        PIC 9(05).
036170         10  WS-DEPT-OT-PAY      PIC 9(12)V9(02).
036200 01  WS-DEPT-IDX                 PIC 9(03) VALUE IS 0.
036300 01  WS-DEPT-LOOKUP              PIC X(04).
036400 01  WS-DEPT-ANS                 PIC X(04).
036700 01  WS-UNA-GROSS                PIC 9(12)V9(02) VALUE IS 0.
036800 01  WS-UNA-DED                  PIC 9(12)V9(02) VALUE IS 0.
036900 01  WS-UNA-NET                  PIC 9(12)V9(02) VALUE IS 0.
036920 01  WS-UNA-HEAD                 PIC 9(05) VALUE IS 0.
036940 01  WS-UNA-OT-PAY               PIC 9(12)V9(02) VALUE IS 0.
037000 01  D                           PIC 9(03) VALUE IS 0.
037100*----------------------------------------------------------------
037200* PER-EMPLOYEE REGISTER RESULTS SAVED BY 012-PARA SO DOWNSTREAM
037700     05  WS-CALC-ENTRY OCCURS 500 TIMES.
037800         10  WS-CALC-GROSS       PIC 9(10)V9(02).
037900         10  WS-CALC-FICA        PIC 9(10)V9(02).
037920         10  WS-CALC-SS-WAGES    PIC 9(10)V9(02).
037940         10  WS-CALC-SS          PIC 9(10)V9(02).
037960         10  WS-CALC-MED         PIC 9(10)V9(02).
038000         10  WS-CALC-FED         PIC 9(10)V9(02).
038100         10  WS-CALC-ST          PIC 9(10)V9(02).
038150         10  WS-CALC-VOLDED      PIC 9(10)V9(02).
039600     05  FILLER                  PIC X(04) VALUE "5200".
039700     05  ACH-BH-COMPANY-NAME     PIC X(16)
039800         VALUE "STAFF PORTAL".
039900     05  ACH-BH-ENTRY-DESC       PIC X(06) VALUE "PAYROL".
040000     05  ACH-BH-EFF-DATE         PIC 9(08).
040100     05  ACH-BH-PERIOD-NO        PIC 9(05).
040120     05  FILLER                  PIC X(55) VALUE SPACES.
040200 01  WS-ACH-DETAIL.
040300     05  FILLER                  PIC X(01) VALUE "6".
040400     05  ACH-DET-TRAN-CODE       PIC X(02) VALUE "22".
040500     05  ACH-DET-ROUTING         PIC 9(09).
040600     05  ACH-DET-ACCOUNT         PIC X(17).
040700     05  ACH-DET-AMOUNT          PIC 9(10).
042800 01  WS-ACH-TOT-OUT              PIC $$$,$$$,$$9.99.
042900*----------------------------------------------------------------
043000* EARNINGS LEDGER / PAY STUB FIELDS - PER-EMPLOYEE YEAR-TO-DATE
043100* TOTALS LOADED BY 028-PARA AND ADDED TO FOR THE PRINTED STUBS
043200*----------------------------------------------------------------
043300 01  WS-ERN-FILE-STATUS          PIC X(02).
043400     88  WS-ERN-FILE-OK          VALUE "00".
044100     05  WS-YTD-ENTRY OCCURS 500 TIMES.
044200         10  WS-YTD-GROSS        PIC 9(12)V9(02).
044300         10  WS-YTD-FICA         PIC 9(12)V9(02).
044320         10  WS-YTD-SS           PIC 9(12)V9(02).
044340         10  WS-YTD-MED          PIC 9(12)V9(02).
044400         10  WS-YTD-FED          PIC 9(12)V9(02).
044500         10  WS-YTD-ST           PIC 9(12)V9(02).
044600         10  WS-YTD-NET          PIC 9(12)V9(02).
049300 01  WS-GLJ-FILE-STATUS          PIC X(02).
049400     88  WS-GLJ-FILE-OK          VALUE "00".
049500 01  WS-TOT-FICA                 PIC 9(12)V9(02) VALUE 0.
049520 01  WS-TOT-SS                   PIC 9(12)V9(02) VALUE 0.
049540 01  WS-TOT-MED                  PIC 9(12)V9(02) VALUE 0.
049600 01  WS-TOT-FED                  PIC 9(12)V9(02) VALUE 0.
049700 01  WS-TOT-ST                   PIC 9(12)V9(02) VALUE 0.
049800 01  WS-GLJ-DR-TOT               PIC 9(12)V9(02) VALUE 0.
050000 01  WS-GLJ-DR-OUT               PIC $$$,$$$,$$9.99.
050100 01  WS-GLJ-CR-OUT               PIC $$$,$$$,$$9.99.
050200 01  WS-GLJ-SAL-EXP-ACCT         PIC X(08) VALUE "61000000".
050300 01  WS-GLJ-SS-ACCT              PIC X(08) VALUE "21100000".
050320 01  WS-GLJ-MED-ACCT             PIC X(08) VALUE "21110000".
050340 01  WS-GLJ-ER-MED-ACCT          PIC X(08) VALUE "21160000".
050400 01  WS-GLJ-FED-ACCT             PIC X(08) VALUE "21200000".
050500 01  WS-GLJ-ST-ACCT              PIC X(08) VALUE "21300000".
050600 01  WS-GLJ-CASH-ACCT            PIC X(08) VALUE "10100000".
052800         10  WS-PND-SALARY       PIC 9(12).
052900         10  WS-PND-RATE         PIC 9(04)V9(02).
053000         10  WS-PND-DONE-FLAG    PIC X(01).
053100             88  WS-PND-DONE         VALUE "Y" "A".
053120             88  WS-PND-APPLY        VALUE "A".
053140         10  WS-PND-BEFORE       PIC X(60).
053200 01  P                           PIC 9(03) VALUE 0.
053300 01  WS-PND-EFF-X                PIC X(08).
053400 01  WS-PND-DIVISOR              PIC 9(02) VALUE 26.
053700 01  WS-PND-PER-DIFF             PIC S9(08)V9(02) VALUE 0.
053800 01  WS-PND-RETRO                PIC S9(08)V9(02) VALUE 0.
053900 01  WS-PND-APPLIED              PIC 9(03) VALUE 0.
053901*----------------------------------------------------------------
053902* BANKING-CHANGE HOLD FIELDS - A NEW OR CHANGED DEPOSIT ACCOUNT
053903* WAITS ON BANKCHG.DAT UNTIL A SECOND SUPERVISOR APPROVES IT
053904* (038-PARA), THEN GOES OUT ON ONE ACH FILE AS A ZERO-DOLLAR
053905* PRENOTE, AND THE EMPLOYEE IS PAID BY CHECK UNTIL THE PRENOTE
053906* PERIOD (CALENDAR DAYS) HAS PASSED.  ONLY OPEN CHANGES - HELD
053907* OR APPROVED - ARE KEPT ON THE FILE; THE REST OF THEIR HISTORY
053908* IS ON THE AUDIT TRAIL.  WS-BKC-PAY-CHECK MARKS THE EMPLOYEES
053909* WHOSE NEW ACCOUNT IS STILL IN ITS PRENOTE PERIOD THIS RUN.
053910*----------------------------------------------------------------
053911 01  WS-BKC-FILE-STATUS          PIC X(02).
053912     88  WS-BKC-FILE-OK          VALUE "00".
053913     88  WS-BKC-FILE-NOT-FOUND   VALUE "35".
053914 01  WS-BKC-EOF-SWITCH           PIC X(01) VALUE "N".
053915     88  WS-BKC-EOF              VALUE "Y".
053916 01  WS-BKC-OVFL-SWITCH          PIC X(01) VALUE "N".
053917     88  WS-BKC-OVERFLOW         VALUE "Y".
053918 01  WS-MAX-BKC                  PIC 9(03) VALUE 100.
053919 01  WS-BKC-COUNT                PIC 9(03) VALUE 0.
053920 01  WS-BKC-TABLE.
053921     05  WS-BKC-ENTRY OCCURS 100 TIMES.
053922         10  WS-BKC-EMP-ID       PIC X(09).
053923         10  WS-BKC-STATUS       PIC X(01).
053924             88  WS-BKC-HELD         VALUE "H".
053925             88  WS-BKC-APPROVED     VALUE "P".
053926             88  WS-BKC-OPEN         VALUE "H" "P".
053927         10  WS-BKC-ROUTING      PIC 9(09).
053928         10  WS-BKC-ACCT         PIC X(17).
053929         10  WS-BKC-OLD-ROUTING  PIC 9(09).
053930         10  WS-BKC-OLD-ACCT     PIC X(17).
053931         10  WS-BKC-KEYED-BY     PIC X(08).
053932         10  WS-BKC-KEYED-DATE   PIC 9(08).
053933         10  WS-BKC-APPR-BY      PIC X(08).
053934         10  WS-BKC-APPR-DATE    PIC 9(08).
053935         10  WS-BKC-PRENOTE-DATE PIC 9(08).
053936         10  WS-BKC-RUN-FLAG     PIC X(01).
053937             88  WS-BKC-SEND-PRENOTE VALUE "N".
053938             88  WS-BKC-GO-LIVE      VALUE "A".
053939 01  B                           PIC 9(03) VALUE 0.
053940 01  WS-BKC-IDX                  PIC 9(03) VALUE 0.
053941 01  WS-BKC-EMP-IDX              PIC 9(03) VALUE 0.
053942 01  WS-BKC-PRENOTE-DAYS         PIC 9(03) VALUE 10.
053943 01  WS-BKC-DAYS                 PIC S9(05) VALUE 0.
053944 01  WS-BKC-RUN-DATE             PIC 9(08) VALUE 0.
053945 01  WS-BKC-TODAY                PIC 9(08) VALUE 0.
053946 01  WS-BKC-PRIOR-RTG            PIC 9(09) VALUE 0.
053947 01  WS-BKC-PRIOR-ACCT           PIC X(17) VALUE SPACES.
053948 01  WS-BKC-RESULT               PIC X(01) VALUE SPACE.
053949     88  WS-BKC-WAS-HELD         VALUE "H".
053950     88  WS-BKC-WAS-REFUSED      VALUE "F".
053951 01  WS-BKC-ANS                  PIC X(01).
053952 01  WS-BKC-DECIDED              PIC 9(03) VALUE 0.
053953 01  WS-BKC-PRENOTES             PIC 9(03) VALUE 0.
053954 01  WS-BKC-WENT-LIVE            PIC 9(03) VALUE 0.
053955 01  WS-BKC-PAY-CHECK-TABLE.
053956     05  WS-BKC-PAY-CHECK        PIC X(01) OCCURS 500 TIMES.
053957         88  WS-BKC-CHECK-ONLY   VALUE "Y".
053959*----------------------------------------------------------------
053961* DEPARTMENT HISTORY FIELDS (039-PARA) - WHETHER THE EMPLOYEE
053963* COUNTS AS PAID AND THEIR TIME-AND-A-HALF DOLLARS THIS RUN.
053965*----------------------------------------------------------------
053967 01  WS-DPH-FILE-STATUS          PIC X(02).
053969     88  WS-DPH-FILE-OK          VALUE "00".
053971     88  WS-DPH-FILE-NOT-FOUND   VALUE "35".
053973 01  WS-DPH-EOF-SWITCH           PIC X(01) VALUE "N".
053975     88  WS-DPH-EOF              VALUE "Y".
053977 01  WS-DPH-COUNT                PIC 9(03) VALUE 0.
053979 01  WS-EMP-HEAD-CNT             PIC 9(01) VALUE 0.
053981 01  WS-EMP-OT-PAY               PIC 9(10)V9(02) VALUE 0.
053983*----------------------------------------------------------------
053985* OFF-CYCLE SUPPLEMENTAL RUN FIELDS (040-PARA) - A BONUS,
053987* COMMISSION, OR FINAL-PAY RUN PAID FROM SUPPEARN.DAT INSTEAD OF
053989* THE CALENDAR.  IT CARRIES THE RESERVED PERIOD NUMBER BELOW ON
053991* EVERY FILE IT WRITES AND NEVER MARKS A PAYCAL.DAT PERIOD DONE.
053993* THE SUPPLEMENTAL FEDERAL RATE IS KEYED HERE, LIKE THE FICA
053994* RATES.
053995*----------------------------------------------------------------
053997 01  WS-OFF-CYCLE-PERIOD         PIC 9(05) VALUE 99999.
053999 01  WS-RUN-TYPE-ANS             PIC X(01) VALUE "R".
054001     88  WS-OFF-CYCLE            VALUE "O" "o".
054003 01  WS-SUP-FED-PCT              PIC 9V9999 VALUE 0.2200.
054005 01  WS-SUP-FILE-STATUS          PIC X(02).
054007     88  WS-SUP-FILE-OK          VALUE "00".
054009     88  WS-SUP-FILE-NOT-FOUND   VALUE "35".
054011 01  WS-SED-FILE-STATUS          PIC X(02).
054013 01  WS-SUP-EOF-SWITCH           PIC X(01) VALUE "N".
054015     88  WS-SUP-EOF              VALUE "Y".
054017 01  WS-SUP-ACCEPTED             PIC 9(03) VALUE 0.
054019 01  WS-SUP-REJECTED             PIC 9(03) VALUE 0.
054021 01  WS-SUP-AMT-OUT              PIC $$$,$$$,$$9.99.
054023*    EARNINGS CODES - THE LAST BYTE SAYS WHETHER THE EMPLOYEE'S
054025*    VOLUNTARY DEDUCTIONS ARE TAKEN FROM A PAYMENT OF THAT KIND.
054027 01  WS-ERC-NAMES.
054029     05  FILLER PIC X(16) VALUE "BONBONUS       N".
054031     05  FILLER PIC X(16) VALUE "COMCOMMISSION  Y".
054033     05  FILLER PIC X(16) VALUE "FINFINAL PAY   Y".
054035     05  FILLER PIC X(16) VALUE "SEVSEVERANCE   N".
054037     05  FILLER PIC X(16) VALUE "AWDAWARD       N".
054039 01  WS-ERC-TABLE REDEFINES WS-ERC-NAMES.
054041     05  WS-ERC-ENTRY OCCURS 5 TIMES.
054043         10  WS-ERC-CODE         PIC X(03).
054045         10  WS-ERC-DESC         PIC X(12).
054047         10  WS-ERC-DED-FLAG     PIC X(01).
054049             88  WS-ERC-TAKES-DED    VALUE "Y".
054051 01  WS-ERC-COUNT                PIC 9(02) VALUE 5.
054053 01  WS-ERC-IDX                  PIC 9(02) VALUE 0.
054055 01  W                           PIC 9(02) VALUE 0.
054057*    THE LINES ACCEPTED THIS RUN, KEPT FOR THE STUBS.
054059 01  WS-MAX-SUP                  PIC 9(03) VALUE 500.
054061 01  WS-SUP-COUNT                PIC 9(03) VALUE 0.
054063 01  WS-SUP-TABLE.
054065     05  WS-SUP-ENTRY OCCURS 500 TIMES.
054067         10  WS-SUP-EMP-IDX      PIC 9(03).
054069         10  WS-SUP-ERC-IDX      PIC 9(02).
054071         10  WS-SUP-AMOUNT       PIC 9(07)V9(02).
054073 01  U                           PIC 9(03) VALUE 0.
054075 01  WS-SUP-DED-TABLE.
054077     05  WS-SUP-DED-FLAG         PIC X(01) OCCURS 500 TIMES.
054079         88  WS-SUP-TAKES-DED    VALUE "Y".
054081 01  WS-RUN-YY                   PIC 9(04).
054100 01  WS-RUN-MM                   PIC 9(02).
054200 01  WS-RUN-DD                   PIC 9(02).
054300 01  WS-EFF-YY                   PIC 9(04).
054730* WITH THE PAYVALID SUBPROGRAM VIA VALREQ.CPY
054740*----------------------------------------------------------------
054750     COPY VALREQ.
054752     COPY BALREQ.
054760 01  WS-VAL-ID-ANS               PIC X(09).
054770 01  WS-VAL-SAL-ANS              PIC 9(12).
054780 01  WS-VAL-FREQ-ANS             PIC X(01).
054833* REGISTER, BREAKDOWN, AND EXCEPTIONS LISTING FOR REVIEW; ONLY
054834* A COMMIT RUN WRITES THE ACH, STUB, EARNINGS, GL, AND HISTORY
054835* FILES AND MARKS THE PERIOD COMPLETED.  THE PRIOR-RUN TABLE
054836* CARRIES EACH EMPLOYEE'S MOST RECENT REGULAR NET (028-PARA)
054837* FOR THE NET-PAY-MOVEMENT EXCEPTION CHECK.
054838*----------------------------------------------------------------
054839 01  WS-PHASE-ANS                PIC X(01).
054913 01  WS-DED-A-ACCT               PIC X(08).
054914 01  WS-DED-CUR-OUT              PIC $$$,$$$,$$9.99.
054915*----------------------------------------------------------------
054916* EMPLOYER-SIDE PAYROLL TAX FIELDS - THE SOCIAL SECURITY AND
054917* MEDICARE MATCH PLUS FUTA AND SUTA AT THE RATES BELOW, EACH
054918* AGAINST ITS ANNUAL WAGE CAP USING THE EMPLOYEE'S YEAR-TO-DATE
054919* WAGES ALREADY ON EARNHIST.TXT.  RATES AND CAPS ARE KEPT HERE
054920* SO A LAW CHANGE IS ONE EDIT, LIKE THE FICA RATES.
054921*----------------------------------------------------------------
054922 01  WS-FUTA-PCT                 PIC 9V9999 VALUE 0.0060.
054923 01  WS-FUTA-CAP                 PIC 9(09)V9(02) VALUE 7000.
054928 01  WS-ER-SUTA-AMT              PIC 9(10)V9(02) VALUE 0.
054929 01  WS-ER-TAXABLE               PIC S9(12)V9(02) VALUE 0.
054930 01  WS-EMP-ER-TAX               PIC 9(10)V9(02) VALUE 0.
054931 01  WS-TOT-ER-SS                PIC 9(12)V9(02) VALUE 0.
054932 01  WS-TOT-ER-FUTA              PIC 9(12)V9(02) VALUE 0.
054933 01  WS-TOT-ER-SUTA              PIC 9(12)V9(02) VALUE 0.
054934 01  WS-TOT-ER-TAX               PIC 9(12)V9(02) VALUE 0.
054937 01  WS-LOADED-OUT               PIC $$$,$$$,$$9.99.
054938 01  WS-LOADED-WORK              PIC 9(12)V9(02) VALUE 0.
054939 01  WS-GLJ-ER-EXP-ACCT          PIC X(08) VALUE "62000000".
054940 01  WS-GLJ-ER-SS-ACCT           PIC X(08) VALUE "21150000".
054941 01  WS-GLJ-FUTA-ACCT            PIC X(08) VALUE "21400000".
054942 01  WS-GLJ-SUTA-ACCT            PIC X(08) VALUE "21500000".
054943*----------------------------------------------------------------
055026         10  WS-CHR-PAYEE        PIC X(25).
055027         10  WS-CHR-AMT          PIC 9(10)V9(02).
055028         10  WS-CHR-STAT         PIC X(01).
055029         10  WS-CHR-PAID         PIC 9(08).
055030 01  WS-CHR-IDX                  PIC 9(03) VALUE 0.
055031 01  R                           PIC 9(03) VALUE 0.
055032 01  WS-CHK-FIND-X               PIC X(08).
055033 01  WS-CHK-FIND-NO              PIC 9(08) VALUE 0.
055034 01  WS-CHK-REIS-ANS             PIC X(01).
055035     88  WS-CHK-REIS-YES         VALUE "Y" "y".
055036*----------------------------------------------------------------
055037* OPERATOR SIGN-ON AND ROLE FIELDS - THE OPERREF.DAT REFERENCE
055038* FILE CARRIES ID, PASSWORD, AND ROLE.  WITHOUT THE FILE THE
055039* SESSION RUNS AS SUPERVISOR SO A NEW INSTALLATION CAN KEY THE
055040* FIRST OPERATORS; ONCE THE FILE EXISTS, EVERY SESSION SIGNS
055041* ON AGAINST IT AND REFUSED ACTIONS ARE AUDITED.
055042*----------------------------------------------------------------
055043 01  WS-OPR-FILE-STATUS          PIC X(02).
055044     88  WS-OPR-FILE-OK          VALUE "00".
055045     88  WS-OPR-FILE-NOT-FOUND   VALUE "35".
055046 01  WS-OPR-EOF-SWITCH           PIC X(01) VALUE "N".
055047     88  WS-OPR-EOF              VALUE "Y".
055048 01  WS-MAX-OPRS                 PIC 9(02) VALUE 20.
055049 01  WS-OPR-COUNT                PIC 9(02) VALUE 0.
055050 01  WS-OPR-TABLE.
055051     05  WS-OPR-ENTRY OCCURS 20 TIMES.
055052         10  WS-OPR-REF-ID       PIC X(08).
055053         10  WS-OPR-REF-PW       PIC X(08).
055054         10  WS-OPR-REF-ROLE     PIC X(01).
055055 01  O                           PIC 9(02) VALUE 0.
055056 01  WS-OPR-IDX                  PIC 9(02) VALUE 0.
055057 01  WS-OPR-PW-ANS               PIC X(08).
055058 01  WS-OPR-ROLE                 PIC X(01) VALUE "S".
055059     88  WS-OPR-INQUIRY          VALUE "I" "i".
055060     88  WS-OPR-CLERK            VALUE "C" "c".
055061     88  WS-OPR-SUPER            VALUE "S" "s".
055062 01  WS-OPR-TRIES                PIC 9(01) VALUE 0.
055063*----------------------------------------------------------------
055064* LEAVE ACCRUAL AND BALANCE FIELDS - ACCRUAL RULES COME FROM
055065* LEAVRUL.DAT BY DEPARTMENT (**** IS THE DEFAULT RULE) AND
055066* VACATION/SICK BALANCES RIDE ON LEAVBAL.DAT BETWEEN RUNS.
055067* A COMMIT RUN ACCRUES, DRAWS DOWN THE LEAVE HOURS TAKEN ON
055068* THE TIMESHEETS, WARNS WHEN A BALANCE WOULD GO NEGATIVE
055069* (FLOORING IT AT ZERO), AND REWRITES THE BALANCE FILE.
055070* BALANCE RECORDS FOR IDS NO LONGER ON THE ROSTER ARE CARRIED
055071* THROUGH UNTOUCHED.
055072*----------------------------------------------------------------
055073 01  WS-LVR-FILE-STATUS          PIC X(02).
055074     88  WS-LVR-FILE-OK          VALUE "00".
055075     88  WS-LVR-FILE-NOT-FOUND   VALUE "35".
055076 01  WS-LVB-FILE-STATUS          PIC X(02).
055077     88  WS-LVB-FILE-OK          VALUE "00".
055078     88  WS-LVB-FILE-NOT-FOUND   VALUE "35".
055079 01  WS-LVR-EOF-SWITCH           PIC X(01) VALUE "N".
055080     88  WS-LVR-EOF              VALUE "Y".
055081 01  WS-LVB-EOF-SWITCH           PIC X(01) VALUE "N".
055082     88  WS-LVB-EOF              VALUE "Y".
055083 01  WS-MAX-LVR                  PIC 9(02) VALUE 50.
055084 01  WS-LVR-COUNT                PIC 9(02) VALUE 0.
055085 01  WS-LVR-TABLE.
055086     05  WS-LVR-ENTRY OCCURS 50 TIMES.
055087         10  WS-LVR-DEPT         PIC X(04).
055088         10  WS-LVR-VAC          PIC 9(02)V9(02).
055089         10  WS-LVR-SICK         PIC 9(02)V9(02).
055090 01  WS-LVR-IDX                  PIC 9(02) VALUE 0.
055091 01  WS-LVR-DEF-IDX              PIC 9(02) VALUE 0.
055092 01  V                           PIC 9(03) VALUE 0.
055093 01  WS-LVB-VAC-TABLE.
055094     05  WS-LVB-VAC              PIC 9(03)V9(02)
055095                                 OCCURS 500 TIMES.
055096 01  WS-LVB-SICK-TABLE.
055097     05  WS-LVB-SICK             PIC 9(03)V9(02)
055098                                 OCCURS 500 TIMES.
055099 01  WS-MAX-LVO                  PIC 9(03) VALUE 100.
055100 01  WS-LVO-COUNT                PIC 9(03) VALUE 0.
055101 01  WS-LVO-OVFL-SWITCH          PIC X(01) VALUE "N".
055102     88  WS-LVO-OVERFLOW         VALUE "Y".
055103 01  WS-LVO-TABLE.
055104     05  WS-LVO-ENTRY OCCURS 100 TIMES.
055105         10  WS-LVO-EMP-ID       PIC X(09).
055106         10  WS-LVO-VAC          PIC 9(03)V9(02).
055107         10  WS-LVO-SICK         PIC 9(03)V9(02).
055108 01  WS-LEAVE-ON-SWITCH          PIC X(01) VALUE "N".
055109     88  WS-LEAVE-ON             VALUE "Y".
055110 01  WS-LVB-VAC-OUT              PIC ZZ9.99.
055111 01  WS-LVB-SICK-OUT             PIC ZZ9.99.
055112*----------------------------------------------------------------
055113* FILE-HANDLING SWITCHES
055114*----------------------------------------------------------------
055115 01  WS-EMP-FILE-STATUS          PIC X(02).
055200     88  WS-EMP-FILE-OK          VALUE "00".
055300     88  WS-EMP-FILE-NOT-FOUND   VALUE "35".
055400     88  WS-EMP-FILE-EOF         VALUE "10".
056200     88  WS-RESUME-YES           VALUE "Y" "y".
056300 01  WS-CONFIRM-ANS              PIC X(01).
056400     88  WS-CONFIRM-YES          VALUE "Y" "y".
056401*----------------------------------------------------------------
056402* RUN-DETAIL FIELDS - WHAT A COMMIT RUN TOOK FROM EACH
056403* DEDUCTION AND EACH LEAVE BALANCE BEFORE THE RUN MOVED IT,
056404* WRITTEN OUT SO A WRONG RUN CAN BE BACKED OUT (PAYREVRS).
056405*----------------------------------------------------------------
056406 01  WS-DRN-FILE-STATUS          PIC X(02).
056407     88  WS-DRN-FILE-OK          VALUE "00".
056408     88  WS-DRN-FILE-NOT-FOUND   VALUE "35".
056409 01  WS-LRN-FILE-STATUS          PIC X(02).
056410     88  WS-LRN-FILE-OK          VALUE "00".
056411     88  WS-LRN-FILE-NOT-FOUND   VALUE "35".
056412 01  WS-LVB-PRE-VAC-TABLE.
056413     05  WS-LVB-PRE-VAC          PIC 9(03)V9(02)
056414                                 OCCURS 500 TIMES.
056415 01  WS-LVB-PRE-SICK-TABLE.
056416     05  WS-LVB-PRE-SICK         PIC 9(03)V9(02)
056417                                 OCCURS 500 TIMES.
056418*----------------------------------------------------------------
056419* RUN-CONTROL FIELDS - THE COMMIT STEP LOG AND THE RESTART OF A
056420* COMMIT THAT STOPPED PART WAY (036-PARA).
056421*----------------------------------------------------------------
056422 01  WS-RCT-FILE-STATUS          PIC X(02).
056423     88  WS-RCT-FILE-OK          VALUE "00".
056424     88  WS-RCT-FILE-NOT-FOUND   VALUE "35".
056425 01  WS-RWK-FILE-STATUS          PIC X(02).
056426 01  WS-RCT-EOF-SWITCH           PIC X(01) VALUE "N".
056427     88  WS-RCT-EOF              VALUE "Y".
056428 01  WS-RCT-OPEN-SWITCH          PIC X(01) VALUE "N".
056429     88  WS-RCT-OPEN             VALUE "Y".
056430 01  WS-RCT-RESTART-SWITCH       PIC X(01) VALUE "N".
056431     88  WS-RCT-RESTART          VALUE "Y".
056432 01  WS-RCT-PERIOD               PIC 9(05) VALUE 0.
056433 01  WS-RCT-RUN-DATE             PIC 9(08) VALUE 0.
056434 01  WS-RCT-CODE                 PIC X(04).
056435 01  WS-RCT-STEP-NAMES.
056436     05  FILLER PIC X(34) VALUE "ACH 018   ACH DEPOSIT FILE".
056437     05  FILLER PIC X(34) VALUE "CHKS032   CHECKS AND REGISTER".
056438     05  FILLER PIC X(34) VALUE "LEAV034-B LEAVE ACCRUALS, DRAWS".
056439     05  FILLER PIC X(34) VALUE "ERNS019   EARNINGS AND STUBS".
056440     05  FILLER PIC X(34) VALUE "GLJ 023   GL JOURNAL".
056441     05  FILLER PIC X(34) VALUE "HIST014   PAYROLL HISTORY".
056442     05  FILLER PIC X(34) VALUE "CAL 027-D PAY CALENDAR CLOSE".
056443     05  FILLER PIC X(34) VALUE "DPTH039   DEPARTMENT HISTORY".
056444     05  FILLER PIC X(34) VALUE "YTDA042   YTD ACCUMULATORS".
056445     05  FILLER PIC X(34) VALUE "DEDD035   DEDUCTION RUN DETAIL".
056446     05  FILLER PIC X(34) VALUE "DEDR029-R DEDUCTION REWRITE".
056447     05  FILLER PIC X(34) VALUE "LVRD035-L LEAVE RUN DETAIL".
056448     05  FILLER PIC X(34) VALUE "LVBR034-R LEAVE BALANCE REWRITE".
056449     05  FILLER PIC X(34) VALUE "PEND024   PENDING CHANGES".
056450 01  WS-RCT-STEP-TABLE REDEFINES WS-RCT-STEP-NAMES.
056451     05  WS-RCT-STEP OCCURS 14 TIMES.
056452         10  WS-RCT-STEP-CODE    PIC X(04).
056453         10  WS-RCT-STEP-DESC    PIC X(30).
056454 01  WS-RCT-DONE-TABLE.
056455     05  WS-RCT-DONE-FLAG        PIC X(01) OCCURS 14 TIMES.
056456         88  WS-RCT-DONE         VALUE "Y".
056457 01  WS-RCT-IDX                  PIC 9(02) VALUE 0.
056458 01  S                           PIC 9(02) VALUE 0.
056459 01  WS-RCT-FIRST-CHECK          PIC 9(08) VALUE 0.
056460 01  WS-RCT-LAST-CHECK           PIC 9(08) VALUE 0.
056461 01  WS-RCT-HIGH-CHECK           PIC 9(08) VALUE 0.
056462 01  WS-RCT-VOID-COUNT           PIC 9(05) VALUE 0.
056463 01  WS-RCT-KEPT-TABLE.
056464     05  WS-RCT-KEPT-FLAG        PIC X(01) OCCURS 500 TIMES.
056465         88  WS-RCT-KEPT         VALUE "Y".
056466 01  WS-DRN-EOF-SWITCH           PIC X(01) VALUE "N".
056467     88  WS-DRN-EOF              VALUE "Y".
056468 01  WS-LRN-EOF-SWITCH           PIC X(01) VALUE "N".
056469     88  WS-LRN-EOF              VALUE "Y".
056470 01  WS-RCT-OFF-RUNS             PIC 9(03) VALUE 0.
056471 01  WS-RCT-DUP-SWITCH           PIC X(01) VALUE "N".
056472     88  WS-RCT-DUP-RUN          VALUE "Y".
056473 01  WS-DED-BACK-TABLE.
056474     05  WS-DED-BACK-FLAG        PIC X(01) OCCURS 1000 TIMES.
056475         88  WS-DED-BACKED       VALUE "Y".
056476*----------------------------------------------------------------
056477* YEAR-TO-DATE ACCUMULATOR FIELDS (042-PARA) - THE RUN'S QUARTER
056478* AND THE VOLUNTARY DEDUCTIONS AS EARNHIST.TXT CARRIES THEM: GROSS
056479* LESS THE TAXES LESS NET, SO A REBUILD FROM IT TIES.
056480*----------------------------------------------------------------
056481 01  WS-YTA-FILE-STATUS          PIC X(02).
056482     88  WS-YTA-FILE-OK          VALUE "00".
056483     88  WS-YTA-FILE-NOT-FOUND   VALUE "35".
056484 01  WS-YTA-OPEN-SWITCH          PIC X(01) VALUE "N".
056485     88  WS-YTA-OPEN             VALUE "Y".
056486 01  WS-YTA-FOUND-SWITCH         PIC X(01) VALUE "N".
056487     88  WS-YTA-FOUND            VALUE "Y".
056488 01  WS-YTA-MONTH                PIC 9(02) VALUE 0.
056489 01  WS-YTA-QTR                  PIC 9(01) VALUE 0.
056490 01  WS-YTA-VOLDED               PIC S9(10)V9(02) VALUE 0.
056491 01  WS-YTA-COUNT                PIC 9(05) VALUE 0.
056500 PROCEDURE DIVISION.
056600*----------------------------------------------------------------
056700 001-PARA.
058600     MOVE "PAYROLL REPORT" TO WS-RPT-LINE.
058700     PERFORM 013-PARA.
058800     PERFORM 016-PARA THRU 016-EXIT.
058802*    A COMMIT THAT STOPPED PART WAY IS SETTLED BEFORE ANYTHING
058804*    ELSE CAN RUN.
058806     PERFORM 036-PARA THRU 036-EXIT.
058810     PERFORM 027-PARA THRU 027-EXIT.
058812     PERFORM 029-PARA THRU 029-EXIT.
058814     PERFORM 031-PARA THRU 031-EXIT.
058820*    THE PHASE IS PICKED UP FRONT SO BATCH RUNS CAN BE HANDED
058830*    IT TOO: PREVIEW STOPS SHORT OF EVERY FILE THE BANK OR THE
058840*    BOOKKEEPER WOULD ACT ON, COMMIT WRITES THEM ALL.
058841*    A RESTART GOES STRAIGHT BACK TO THE COMMIT IT IS FINISHING.
058842     IF WS-RCT-RESTART
058843         MOVE "C" TO WS-PHASE-ANS
058844         IF NOT WS-FRESH-FILE
058845             PERFORM 001-A-PARA THRU 001-A-EXIT
058846                 UNTIL WS-END-OF-FILE
058847         END-IF
058848         GO TO 005-PARA
058849     END-IF.
058850     DISPLAY "RUN PHASE - (P)REVIEW OR (C)OMMIT: ".
058860     ACCEPT WS-PHASE-ANS.
058870     IF WS-COMMIT-PHASE
065300 002-PARA.
065400     DISPLAY "---------------------------------------------".
065500     DISPLAY "STAFF MAINTENANCE - (A)DD  (E)DIT  (T)ERMINATE".
065600     DISPLAY "  (P)ENDING (V)DEDUCT (K)CHECKS (B)ANKING".
065620     DISPLAY "  (Q)UERY (D)ONE".
065700     DISPLAY "---------------------------------------------".
065800     DISPLAY "ENTER YOUR CHOICE: ".
065900     ACCEPT WS-ANS.
066000     GO TO 003-PARA.
066100 003-PARA.
066110*    ROLE GATE: INQUIRY USERS GET THE QUERY ONLY; CLERKS MAY
066120*    NOT TERMINATE, KEY PENDING CHANGES, VOID CHECKS, OR APPROVE
066130*    BANKING CHANGES.  A REFUSED CHOICE IS AUDITED AND THE MENU
066135*    COMES BACK.
066140     IF WS-OPR-INQUIRY
066141         AND WS-ANS NOT = "Q" AND WS-ANS NOT = "q"
066142         AND WS-ANS NOT = "D" AND WS-ANS NOT = "d"
066148         GO TO 002-PARA
066149     END-IF.
066150     IF WS-OPR-CLERK
066151         AND (WS-ANS = "T" OR WS-ANS = "t" OR WS-ANS = "B"
066152             OR WS-ANS = "b" OR WS-ANS = "P" OR WS-ANS = "p"
066153             OR WS-ANS = "K" OR WS-ANS = "k")
066154         MOVE SPACES TO WS-AUD-BEFORE
066155         STRING "MENU CHOICE " WS-ANS " ATTEMPTED"
068440         WHEN "K"
068450         WHEN "k"
068460             GO TO 032-M-PARA
068470         WHEN "B"
068480         WHEN "b"
068490             GO TO 038-M-PARA
068500         WHEN OTHER
068600             GO TO 005-PARA
068700     END-EVALUATE.
072700     ACCEPT WS-EMP-BANK-ROUTING(WS-COUNTER).
072800     DISPLAY "ENTER BANK ACCOUNT NUMBER: ".
072900     ACCEPT WS-EMP-BANK-ACCT(WS-COUNTER).
072910     MOVE 0 TO WS-BKC-PRIOR-RTG.
072920     MOVE SPACES TO WS-BKC-PRIOR-ACCT.
072930     MOVE WS-COUNTER TO WS-BKC-EMP-IDX.
073000     MOVE WS-COUNTER TO WS-EMP-SEQ(WS-COUNTER).
073100     MOVE "A" TO WS-EMP-STATUS(WS-COUNTER).
073200     MOVE WS-EMP-SEQ(WS-COUNTER)     TO EM-EMP-SEQ.
074400     MOVE WS-EMP-DEPT-CODE(WS-COUNTER) TO EM-DEPT-CODE.
074500     MOVE WS-EMP-BANK-ROUTING(WS-COUNTER) TO EM-BANK-ROUTING.
074600     MOVE WS-EMP-BANK-ACCT(WS-COUNTER) TO EM-BANK-ACCT.
074610*    THE MASTER GETS THE BANKING 038-PARA LEAVES STANDING - NONE
074620*    UNTIL A SECOND SUPERVISOR APPROVES - AND THE CHANGE IS HELD
074630*    ONLY ONCE THE WRITE HAS TAKEN, SO A REJECTED WRITE LEAVES NO
074640*    HELD CHANGE FOR AN EMPLOYEE WHO IS NOT ON FILE.
074650     IF WS-EMP-BANK-ROUTING(WS-COUNTER) NOT = 0
074660         MOVE WS-BKC-PRIOR-RTG  TO EM-BANK-ROUTING
074670         MOVE WS-BKC-PRIOR-ACCT TO EM-BANK-ACCT
074680     END-IF.
074700     WRITE EM-MASTER-RECORD
074720         INVALID KEY
074740             DISPLAY "ERROR WRITING EMPLOYEE RECORD TO MASTER"
074760             MOVE EM-BANK-ROUTING
074780                 TO WS-EMP-BANK-ROUTING(WS-COUNTER)
074800             MOVE EM-BANK-ACCT TO WS-EMP-BANK-ACCT(WS-COUNTER)
074820         NOT INVALID KEY
074840             PERFORM 038-PARA THRU 038-EXIT
074860             PERFORM 038-Q-PARA THRU 038-Q-EXIT
074880     END-WRITE.
075100     MOVE "A" TO WS-AUD-ACTION.
075200     MOVE WS-EMP-ID(WS-COUNTER) TO WS-AUD-EMP-ID.
075300     MOVE "(NEW)" TO WS-AUD-BEFORE.
080320     MOVE WS-VAL-FS-ANS TO WS-EMP-FILING-STATUS(WS-FOUND-IDX).
080330     PERFORM 026-H-PARA THRU 026-H-EXIT.
080340     MOVE WS-VAL-AL-ANS TO WS-EMP-ALLOWANCES(WS-FOUND-IDX).
080350     MOVE WS-EMP-BANK-ROUTING(WS-FOUND-IDX) TO WS-BKC-PRIOR-RTG.
080360     MOVE WS-EMP-BANK-ACCT(WS-FOUND-IDX) TO WS-BKC-PRIOR-ACCT.
080400     DISPLAY "ENTER BANK ROUTING NUMBER (9 DIGITS, 0 IF NONE): ".
080500     ACCEPT WS-EMP-BANK-ROUTING(WS-FOUND-IDX).
080600     DISPLAY "ENTER BANK ACCOUNT NUMBER: ".
080700     ACCEPT WS-EMP-BANK-ACCT(WS-FOUND-IDX).
080710     MOVE WS-FOUND-IDX TO WS-BKC-EMP-IDX.
080720     PERFORM 038-PARA THRU 038-EXIT.
080730     PERFORM 038-Q-PARA THRU 038-Q-EXIT.
080800     PERFORM 004-F-PARA THRU 004-F-EXIT.
080900     MOVE "E" TO WS-AUD-ACTION.
081000     MOVE WS-LOOKUP-ID TO WS-AUD-EMP-ID.
088880             " SESSION ENDED WITHOUT A RUN"
088890         PERFORM 033-X-PARA
088895     END-IF.
088897*    AN OFF-CYCLE RUN IS PAID FROM THE SUPPLEMENTAL EARNINGS
088898*    FILE ALONE - NO TIMESHEETS, LEAVE, OR PENDING CHANGES.
088899     IF WS-OFF-CYCLE
088900         PERFORM 040-PARA THRU 040-EXIT
088901     ELSE
088902*        LEAVE RULES AND BALANCES LOAD HERE, ONCE THE ROSTER IS
088903*        IN THE TABLE, SO THE BALANCE RECORDS CAN BE MATCHED UP.
088904         PERFORM 034-PARA THRU 034-EXIT
088905         PERFORM 015-PARA THRU 015-EXIT
088906     END-IF.
088910     PERFORM 028-PARA THRU 028-EXIT.
089000     IF NOT WS-OFF-CYCLE
089002         PERFORM 024-PARA THRU 024-EXIT
089004     END-IF.
089010*    APPROVED BANKING CHANGES SETTLE ONCE THE ROSTER STANDS AS
089020*    THE RUN WILL PAY IT - PRENOTE, STILL BY CHECK, OR NOW LIVE.
089030     PERFORM 038-S-PARA THRU 038-S-EXIT.
089100     PERFORM 006-PARA.
089200     DISPLAY "--------------------------------------------------".
089300     DISPLAY "         PAYROLL REGISTER - GROSS TO NET".
089310     IF WS-OFF-CYCLE
089320         DISPLAY "         OFF-CYCLE SUPPLEMENTAL RUN"
089330     ELSE
089340         IF WS-RUN-PERIOD > 0
089350             DISPLAY "         PAY PERIOD " WS-RUN-PERIOD
089360         END-IF
089370     END-IF.
089400     DISPLAY "--------------------------------------------------".
089500     DISPLAY "NAME                  GROSS      DEDUCT       NET".
089600     MOVE "--------------------------------------------------"
089900     MOVE "         PAYROLL REGISTER - GROSS TO NET"
090000         TO WS-RPT-LINE.
090100     PERFORM 013-PARA.
090105     IF WS-OFF-CYCLE
090110         MOVE "         OFF-CYCLE SUPPLEMENTAL RUN" TO WS-RPT-LINE
090115         PERFORM 013-PARA
090120     ELSE
090125         IF WS-RUN-PERIOD > 0
090130             STRING "         PAY PERIOD " WS-RUN-PERIOD
090135                 DELIMITED BY SIZE INTO WS-RPT-LINE
090140             PERFORM 013-PARA
090145         END-IF
090150     END-IF.
090200     MOVE "--------------------------------------------------"
090300         TO WS-RPT-LINE.
090700     PERFORM 013-PARA.
090800     PERFORM 012-PARA THRU 012-EXIT
090900         VARYING L FROM 1 BY 1 UNTIL L > WS-COUNTER.
090910*    AN OFF-CYCLE RUN'S EXPENSE FOR THE HISTORY FILE IS SIMPLY
090920*    WHAT IT PAID.
090930     IF WS-OFF-CYCLE
090940         MOVE WS-TOT-GROSS TO WS-SAL-EXP
090950         MOVE WS-TOT-GROSS TO WS-PAY-PERIOD
090960     END-IF.
091000     IF WS-COMMIT-PHASE
091002*        EVERY STEP THAT DELIVERS A FILE IS LOGGED TO RUNCTL.DAT
091004*        AS IT FINISHES; A RESTART SKIPS THE ONES ALREADY LOGGED.
091006         PERFORM 036-G-PARA THRU 036-G-EXIT
091008         MOVE 1 TO S
091010         IF WS-RCT-DONE(S)
091012             PERFORM 036-S-PARA THRU 036-S-EXIT
091014*            THE CHECK RUN STILL PROVES AGAINST THE ACH TOTAL.
091016             PERFORM 036-K-PARA THRU 036-K-EXIT
091018         ELSE
091020             PERFORM 018-PARA THRU 018-EXIT
091022             PERFORM 036-W-PARA THRU 036-W-EXIT
091024         END-IF
091026*        EVERYBODY THE ACH FILE SKIPPED FOR LACK OF BANKING GETS A
091028*        PRINTED CHECK INSTEAD OF A HAND-TYPED ONE.
091030         MOVE 2 TO S
091032         IF WS-RCT-DONE(S)
091034             PERFORM 036-S-PARA THRU 036-S-EXIT
091036         ELSE
091038             PERFORM 032-PARA THRU 032-EXIT
091040             PERFORM 036-W-PARA THRU 036-W-EXIT
091042         END-IF
091044*        BALANCES ACCRUE AND DRAW BEFORE THE STUBS PRINT SO
091046*        THE STUBS SHOW WHERE EACH BALANCE NOW STANDS.  ONLY THE
091048*        TABLE MOVES HERE - LEAVBAL.DAT WAITS FOR 034-R - SO A
091050*        RESTART ALWAYS ACCRUES AGAIN.
091052         IF WS-LEAVE-ON
091054             PERFORM 034-B-PARA THRU 034-B-EXIT
091056                 VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER
091058         END-IF
091060         MOVE 3 TO S
091062         IF NOT WS-RCT-DONE(S)
091064             PERFORM 036-W-PARA THRU 036-W-EXIT
091066         END-IF
091068         MOVE 4 TO S
091070         IF WS-RCT-DONE(S)
091072             PERFORM 036-S-PARA THRU 036-S-EXIT
091074         ELSE
091076             PERFORM 036-P-PARA THRU 036-P-EXIT
091078             PERFORM 019-PARA THRU 019-EXIT
091080             PERFORM 036-W-PARA THRU 036-W-EXIT
091082         END-IF
091110     ELSE
091112         IF WS-OFF-CYCLE
091114             DISPLAY "OFF-CYCLE RUN - SEE SUPPEDT.TXT FOR THE"
091116                 " SUPPLEMENTAL EARNINGS ACCEPTED"
091118         ELSE
091120             PERFORM 028-B-PARA THRU 028-B-EXIT
091122         END-IF
091130         DISPLAY "PREVIEW RUN - ACH, STUBS, AND EARNINGS"
091140         DISPLAY "LEDGER NOT WRITTEN"
091150     END-IF.
091400*    THE ACTUAL SALARY-COSTING ARITHMETIC LIVES IN THE PAYCOST
091500*    SUBPROGRAM SO IT CAN BE SHARED AND TESTED INDEPENDENTLY OF
091600*    THE STAFF PORTAL'S MENUS.
091620*    AN OFF-CYCLE RUN IS NOT COSTED FROM SALARY OR HOURS - ITS
091640*    PAY WAS LOADED BY 040-PARA.
091660     IF WS-OFF-CYCLE
091680         MOVE 0 TO WS-SAL-EXP
091700         MOVE 0 TO WS-PAY-PERIOD
091720     ELSE
091740         CALL "PAYCOST" USING WS-COUNTER, EMPLOYEE, WS-SAL-EXP,
091760             WS-PAY-PERIOD
091780     END-IF.
091900 012-PARA.
092000*    EVERY ACTIVE EMPLOYEE IS COSTED FROM THE PERIOD PAY
092100*    PAYCOST BUILT - TIMESHEET HOURS FOR HOURLY STAFF, SALARY
092250*    REGISTER AND EVERYTHING DOWNSTREAM OF IT (DEPARTMENT
092270*    BREAKDOWN, ACH FILE, EARNINGS LEDGER, STUBS, GL JOURNAL)
092280*    CARRY ACTUAL PER-PERIOD AMOUNTS IN ONE UNIT.
092285*    AN OFF-CYCLE RUN ALSO PAYS TERMINATED STAFF THEIR FINAL PAY.
092300     IF WS-EMP-SELECTED(L)
092350         AND (WS-EMP-ACTIVE(L) OR WS-OFF-CYCLE)
092500         MOVE WS-EMP-PER-PAY(L) TO WS-EMP-GROSS-PAY
092900*        RETRO PAY FROM EFFECTIVE-DATED CHANGES IS TAXED AS
093000*        PART OF THIS PERIOD'S GROSS.
093800             END-IF
093900         END-IF
094000         ADD WS-EMP-GROSS-PAY TO WS-TOT-GROSS
094020*        SOCIAL SECURITY AND MEDICARE ARE FIGURED APART, EACH
094040*        AGAINST THE EMPLOYEE'S YEAR-TO-DATE WAGES.
094060         PERFORM 041-A-PARA THRU 041-A-EXIT
094200*        FEDERAL AND STATE COME FROM THE BRACKET TABLES WHEN
094300*        THEY ARE ON FILE AND THE EMPLOYEE CARRIES A FILING
094400*        STATUS; OTHERWISE THE FLAT KEYED RATES STILL APPLY.
094500         PERFORM 031-B-PARA THRU 031-B-EXIT
094510*        AN OFF-CYCLE PAYMENT IS WITHHELD AT THE FLAT
094520*        SUPPLEMENTAL FEDERAL RATE INSTEAD OF THE BRACKETS.
094530         IF WS-OFF-CYCLE
094540             COMPUTE WS-EMP-FED-AMT ROUNDED =
094550                 WS-EMP-GROSS-PAY * WS-SUP-FED-PCT
094560         END-IF
094600         COMPUTE WS-EMP-TOT-DED  =
094700             WS-EMP-FICA-AMT + WS-EMP-FED-AMT + WS-EMP-ST-AMT
094800         COMPUTE WS-EMP-NET-PAY  =
094910*        VOLUNTARY DEDUCTIONS COME OUT OF DISPOSABLE NET AFTER
094920*        TAXES, IN PRIORITY ORDER, AND FOLD INTO THE DEDUCT
094930*        COLUMN SO THE REGISTER STILL FOOTS GROSS TO NET.
094932*        AN OFF-CYCLE PAYMENT TAKES THEM ONLY WHEN ONE OF ITS
094934*        EARNINGS CODES SAYS TO.
094936         IF WS-OFF-CYCLE AND NOT WS-SUP-TAKES-DED(L)
094938             MOVE 0 TO WS-EMP-VOL-DED
094940         ELSE
094942             PERFORM 029-B-PARA THRU 029-B-EXIT
094944         END-IF
094950         ADD WS-EMP-VOL-DED TO WS-EMP-TOT-DED
095000         ADD WS-EMP-TOT-DED TO WS-TOT-DED
095100         ADD WS-EMP-FICA-AMT TO WS-TOT-FICA
095120         ADD WS-EMP-SS-AMT TO WS-TOT-SS
095140         ADD WS-EMP-MED-AMT TO WS-TOT-MED
095200         ADD WS-EMP-FED-AMT TO WS-TOT-FED
095300         ADD WS-EMP-ST-AMT TO WS-TOT-ST
095400         ADD WS-EMP-NET-PAY TO WS-TOT-NET
095410*        THE EMPLOYER-SIDE TAXES RIDE ALONG WITH THE SAME
095420*        GROSS SO FINANCE SEES FULLY LOADED LABOR COST.
095430         PERFORM 030-A-PARA THRU 030-A-EXIT
095435*        THE DEPARTMENT HISTORY COUNTS WHO WAS PAID AND WHAT
095440*        THE HOURLY STAFF'S TIME-AND-A-HALF COST.
095445         MOVE 0 TO WS-EMP-HEAD-CNT
095450         IF WS-EMP-GROSS-PAY > 0
095455             MOVE 1 TO WS-EMP-HEAD-CNT
095460         END-IF
095465         MOVE 0 TO WS-EMP-OT-PAY
095470         IF WS-EMP-HOURLY(L)
095475             COMPUTE WS-EMP-OT-PAY ROUNDED = WS-EMP-OT-HOURS(L)
095480                 * WS-EMP-HOURLY-RATE(L) * 1.5
095485         END-IF
095500         MOVE WS-EMP-DEPT-CODE(L) TO WS-DEPT-LOOKUP
095600         PERFORM 016-B-PARA THRU 016-B-EXIT
095700         IF WS-DEPT-FOUND
095900             ADD WS-EMP-TOT-DED   TO WS-DEPT-DED(WS-DEPT-IDX)
096000             ADD WS-EMP-NET-PAY   TO WS-DEPT-NET(WS-DEPT-IDX)
096050             ADD WS-EMP-ER-TAX    TO WS-DEPT-ER-TAX(WS-DEPT-IDX)
096060             ADD WS-EMP-HEAD-CNT  TO WS-DEPT-HEAD(WS-DEPT-IDX)
096070             ADD WS-EMP-OT-PAY    TO WS-DEPT-OT-PAY(WS-DEPT-IDX)
096100         ELSE
096200             ADD WS-EMP-GROSS-PAY TO WS-UNA-GROSS
096300             ADD WS-EMP-TOT-DED   TO WS-UNA-DED
096400             ADD WS-EMP-NET-PAY   TO WS-UNA-NET
096450             ADD WS-EMP-ER-TAX    TO WS-UNA-ER-TAX
096460             ADD WS-EMP-HEAD-CNT  TO WS-UNA-HEAD
096470             ADD WS-EMP-OT-PAY    TO WS-UNA-OT-PAY
096500         END-IF
096600         MOVE WS-EMP-GROSS-PAY TO WS-CALC-GROSS(L)
096700         MOVE WS-EMP-FICA-AMT  TO WS-CALC-FICA(L)
096720         MOVE WS-EMP-SS-WAGES  TO WS-CALC-SS-WAGES(L)
096740         MOVE WS-EMP-SS-AMT    TO WS-CALC-SS(L)
096760         MOVE WS-EMP-MED-AMT   TO WS-CALC-MED(L)
096800         MOVE WS-EMP-FED-AMT   TO WS-CALC-FED(L)
096900         MOVE WS-EMP-ST-AMT    TO WS-CALC-ST(L)
096950         MOVE WS-EMP-VOL-DED   TO WS-CALC-VOLDED(L)
101300     PERFORM 013-PARA.
101400     PERFORM 017-PARA THRU 017-EXIT.
101410     IF WS-COMMIT-PHASE
101420         MOVE 5 TO S
101430         IF WS-RCT-DONE(S)
101440             PERFORM 036-S-PARA THRU 036-S-EXIT
101450         ELSE
101460             PERFORM 023-PARA THRU 023-EXIT
101470             PERFORM 036-W-PARA THRU 036-W-EXIT
101480         END-IF
101490         MOVE 6 TO S
101500         IF WS-RCT-DONE(S)
101510             PERFORM 036-S-PARA THRU 036-S-EXIT
101520         ELSE
101530             PERFORM 036-H-PARA THRU 036-H-EXIT
101540             PERFORM 014-PARA THRU 014-EXIT
101550             PERFORM 036-W-PARA THRU 036-W-EXIT
101560         END-IF
101610     ELSE
101620         DISPLAY "PREVIEW RUN - GL JOURNAL AND HISTORY"
101630         DISPLAY "NOT WRITTEN - RE-RUN WITH (C)OMMIT TO PAY"
102100* FOR RECONCILIATION AGAINST QUARTERLY 941 FILINGS.
102200*----------------------------------------------------------------
102300 014-PARA.
102400     PERFORM 036-D-PARA THRU 036-D-EXIT.
102500     MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
102600     OPEN EXTEND PAYROLL-HISTORY-FILE.
102700     IF WS-HIST-FILE-NOT-FOUND
111357     END-EVALUATE.
111400     MOVE 0 TO WS-CALC-GROSS(M).
111500     MOVE 0 TO WS-CALC-FICA(M).
111520     MOVE 0 TO WS-CALC-SS-WAGES(M).
111540     MOVE 0 TO WS-CALC-SS(M).
111560     MOVE 0 TO WS-CALC-MED(M).
111600     MOVE 0 TO WS-CALC-FED(M).
111700     MOVE 0 TO WS-CALC-ST(M).
111710     MOVE 0 TO WS-CALC-VOLDED(M).
117700     MOVE 0 TO WS-DEPT-DED(WS-DEPT-COUNT).
117800     MOVE 0 TO WS-DEPT-NET(WS-DEPT-COUNT).
117810     MOVE 0 TO WS-DEPT-ER-TAX(WS-DEPT-COUNT).
117830     MOVE 0 TO WS-DEPT-HEAD(WS-DEPT-COUNT).
117850     MOVE 0 TO WS-DEPT-OT-PAY(WS-DEPT-COUNT).
117900 016-A-EXIT.
118000     EXIT.
118100 016-B-PARA.
126300     MOVE 0 TO WS-ACH-ENTRY-COUNT.
126400     MOVE 0 TO WS-ACH-HASH-WORK.
126500     MOVE 0 TO WS-ACH-CREDIT-TOT.
126600     PERFORM 036-D-PARA THRU 036-D-EXIT.
126620     IF WS-OFF-CYCLE
126640         MOVE "SUPPLM" TO ACH-BH-ENTRY-DESC
126660     END-IF.
126700     OPEN OUTPUT ACH-PAYMENT-FILE.
126800     MOVE WS-RUN-DATE TO ACH-FH-FILE-DATE.
126900     MOVE WS-ACH-FILE-HDR TO ACH-RECORD.
127000     WRITE ACH-RECORD.
127100     MOVE WS-RUN-DATE TO ACH-BH-EFF-DATE.
127120     MOVE WS-RUN-PERIOD TO ACH-BH-PERIOD-NO.
127200     MOVE WS-ACH-BATCH-HDR TO ACH-RECORD.
127300     WRITE ACH-RECORD.
127400     PERFORM 018-A-PARA THRU 018-A-EXIT
127500         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
127510     PERFORM 038-P-PARA THRU 038-P-EXIT
127520         VARYING B FROM 1 BY 1 UNTIL B > WS-BKC-COUNT.
127530     MOVE "22" TO ACH-DET-TRAN-CODE.
127600     MOVE WS-ACH-ENTRY-COUNT TO ACH-BT-COUNT.
127700     MOVE WS-ACH-HASH-WORK TO ACH-BT-HASH.
127800     COMPUTE ACH-BT-CREDIT = WS-ACH-CREDIT-TOT * 100.
128500     MOVE WS-ACH-CREDIT-TOT TO WS-ACH-TOT-OUT.
128600     DISPLAY "ACH EXPORT WRITTEN: " WS-ACH-ENTRY-COUNT
128700         " DEPOSITS TOTALING " WS-ACH-TOT-OUT.
128800 018-EXIT.
128900     EXIT.
129000 018-A-PARA.
129100     IF NOT WS-EMP-SELECTED(M)
129120         OR (NOT WS-EMP-ACTIVE(M) AND NOT WS-OFF-CYCLE)
129200         GO TO 018-A-EXIT
129300     END-IF.
129400     IF WS-EMP-BANK-ROUTING(M) = 0
129600             " - PAY BY CHECK"
129700         GO TO 018-A-EXIT
129800     END-IF.
129810     IF WS-BKC-CHECK-ONLY(M)
129820         DISPLAY "NEW BANKING IN PRENOTE FOR " WS-EMP-ID(M)
129830             " - PAY BY CHECK"
129840         GO TO 018-A-EXIT
129850     END-IF.
129900     IF WS-CALC-NET(M) = 0
130000         GO TO 018-A-EXIT
130100     END-IF.
133100     PERFORM 013-PARA.
133200     ADD 1 TO J.
133300 011-PARA.
133301     MOVE 7 TO S.
133302     IF WS-RCT-DONE(S)
133303         PERFORM 036-S-PARA THRU 036-S-EXIT
133304     ELSE
133305         PERFORM 027-D-PARA THRU 027-D-EXIT
133306         PERFORM 036-W-PARA THRU 036-W-EXIT
133307     END-IF.
133308*    THE DEPARTMENT HISTORY AND THE YEAR-TO-DATE ACCUMULATORS ARE
133309*    BUILT FROM THE RUN AS COSTED, SO THEY GO AHEAD OF ANY STEP
133310*    THAT REWRITES AN INPUT TO THE COSTING.
133311     IF WS-COMMIT-PHASE
133312*        THE DEPARTMENT HISTORY FEEDS THE BUDGET-VERSUS-ACTUAL
133313*        REPORT (PAYBUDG).
133314         MOVE 8 TO S
133315         IF WS-RCT-DONE(S)
133316             PERFORM 036-S-PARA THRU 036-S-EXIT
133317         ELSE
133318             PERFORM 039-PARA THRU 039-EXIT
133319             PERFORM 036-W-PARA THRU 036-W-EXIT
133320         END-IF
133321*        THE YEAR-TO-DATE ACCUMULATORS THE NEXT RUN READS.
133322         MOVE 9 TO S
133323         IF WS-RCT-DONE(S)
133324             PERFORM 036-S-PARA THRU 036-S-EXIT
133325         ELSE
133326             PERFORM 042-PARA THRU 042-EXIT
133327             PERFORM 036-W-PARA THRU 036-W-EXIT
133328         END-IF
133329     END-IF.
133330*    A COMMIT RUN TOOK REAL MONEY, SO THE LIFETIME TAKEN
133331*    AMOUNTS GO BACK TO THE DEDUCTION FILE.  WHAT THE RUN TOOK
133332*    GOES TO DEDRUN.DAT AND IS LOGGED FIRST, SO A STOP BETWEEN
133333*    THE TWO NEVER LEAVES BALANCES MOVED WITH NO DETAIL BEHIND
133334*    THEM FOR PAYREVRS TO BACK OUT.
133335     IF WS-COMMIT-PHASE
133336         MOVE 10 TO S
133337         IF WS-RCT-DONE(S)
133338             PERFORM 036-S-PARA THRU 036-S-EXIT
133339         ELSE
133340             IF WS-DED-COUNT > 0
133341                 PERFORM 035-P-PARA THRU 035-P-EXIT
133342                 PERFORM 035-PARA THRU 035-EXIT
133343             END-IF
133344             PERFORM 036-W-PARA THRU 036-W-EXIT
133345         END-IF
133346         MOVE 11 TO S
133347         IF WS-RCT-DONE(S)
133348             PERFORM 036-S-PARA THRU 036-S-EXIT
133349         ELSE
133350             IF WS-DED-COUNT > 0
133351                 PERFORM 029-R-PARA THRU 029-R-EXIT
133352             END-IF
133353             PERFORM 036-W-PARA THRU 036-W-EXIT
133354         END-IF
133355     END-IF.
133356*    THE UPDATED LEAVE BALANCES RIDE TO THE NEXT RUN, THEIR
133357*    BEFORE-AND-AFTER DETAIL WRITTEN AND LOGGED AHEAD OF THEM.
133358     IF WS-COMMIT-PHASE
133359         MOVE 12 TO S
133360         IF WS-RCT-DONE(S)
133361             PERFORM 036-S-PARA THRU 036-S-EXIT
133362         ELSE
133363             IF WS-LEAVE-ON
133364                 PERFORM 035-U-PARA THRU 035-U-EXIT
133365                 PERFORM 035-L-PARA THRU 035-L-EXIT
133366             END-IF
133367             PERFORM 036-W-PARA THRU 036-W-EXIT
133368         END-IF
133369         MOVE 13 TO S
133370         IF WS-RCT-DONE(S)
133371             PERFORM 036-S-PARA THRU 036-S-EXIT
133372         ELSE
133373             IF WS-LEAVE-ON
133374                 PERFORM 034-R-PARA THRU 034-R-EXIT
133375             END-IF
133376             PERFORM 036-W-PARA THRU 036-W-EXIT
133377         END-IF
133378     END-IF.
133379*    PENDING CHANGES AND SETTLED BANKING CHANGES REACH THE
133380*    MASTER LAST, SO A RESTART OF ANY EARLIER STEP COSTS AND
133381*    PAYS THE RUN THE SAME WAY.
133382     IF WS-COMMIT-PHASE
133383         MOVE 14 TO S
133384         IF WS-RCT-DONE(S)
133385             PERFORM 036-S-PARA THRU 036-S-EXIT
133386         ELSE
133387             PERFORM 024-F-PARA THRU 024-F-EXIT
133388             PERFORM 038-F-PARA THRU 038-F-EXIT
133389             PERFORM 036-W-PARA THRU 036-W-EXIT
133390         END-IF
133391*        NOTHING LEAVES FOR THE BANK OR THE BOOKKEEPER UNTIL THE
133392*        RUN'S FILES ARE PROVED AGAINST THE REGISTER.
133393         PERFORM 037-PARA THRU 037-EXIT
133394         PERFORM 036-E-PARA THRU 036-E-EXIT
133395     END-IF.
133400     CLOSE EMPLOYEE-MASTER-FILE.
133500     CLOSE PAYROLL-REPORT-FILE.
133800* 019-PARA KEEPS THE PER-EMPLOYEE EARNINGS LEDGER AND PRINTS
133900* THE PAY STUBS: EACH RUN'S GROSS, FICA, FEDERAL, STATE, AND
134000* NET ARE APPENDED TO EARNHIST.TXT KEYED BY EMPLOYEE ID AND
134100* RUN DATE, AND A STUB WITH CURRENT AND YEAR-TO-DATE FIGURES
134200* (028-PARA'S PRIOR FIGURES PLUS THIS RUN) IS WRITTEN TO
134300* PAYSTUB.TXT FOR EVERY ACTIVE EMPLOYEE.
134400*----------------------------------------------------------------
134500 019-PARA.
134600     PERFORM 036-D-PARA THRU 036-D-EXIT.
134700     MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
134800     OPEN EXTEND EARNINGS-HISTORY-FILE.
134900     IF WS-ERN-FILE-NOT-FOUND
135400     PERFORM 019-A-PARA THRU 019-A-EXIT
135500         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
135600     CLOSE EARNINGS-HISTORY-FILE.
136100     OPEN OUTPUT PAY-STUB-FILE.
136200     PERFORM 019-C-PARA THRU 019-C-EXIT
136300         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
136600 019-EXIT.
136700     EXIT.
136800 019-A-PARA.
137400     IF NOT WS-EMP-SELECTED(M)
137420         OR (NOT WS-EMP-ACTIVE(M) AND NOT WS-OFF-CYCLE)
137500         GO TO 019-A-EXIT
137600     END-IF.
137700     MOVE SPACES TO ERN-RECORD.
138300     MOVE WS-CALC-ST(M)    TO ERN-ST.
138400     MOVE WS-CALC-NET(M)   TO ERN-NET.
138410     MOVE WS-RUN-PERIOD    TO ERN-PERIOD-NO.
138430     MOVE WS-CALC-SS-WAGES(M) TO ERN-SS-WAGES.
138450     MOVE WS-CALC-SS(M)    TO ERN-SS-TAX.
138470     MOVE WS-CALC-MED(M)   TO ERN-MED-TAX.
138500     WRITE ERN-RECORD.
138510     ADD WS-CALC-GROSS(M) TO WS-YTD-GROSS(M).
138520     ADD WS-CALC-FICA(M)  TO WS-YTD-FICA(M).
138530     ADD WS-CALC-SS(M)    TO WS-YTD-SS(M).
138540     ADD WS-CALC-MED(M)   TO WS-YTD-MED(M).
138550     ADD WS-CALC-FED(M)   TO WS-YTD-FED(M).
138560     ADD WS-CALC-ST(M)    TO WS-YTD-ST(M).
138570     ADD WS-CALC-NET(M)   TO WS-YTD-NET(M).
138600 019-A-EXIT.
138700     EXIT.
140900 019-C-PARA.
141000     IF NOT WS-EMP-SELECTED(M)
141020         OR (NOT WS-EMP-ACTIVE(M) AND NOT WS-OFF-CYCLE)
141100         GO TO 019-C-EXIT
141200     END-IF.
141300     MOVE "==================================================="
142300     STRING "DEPT " WS-EMP-DEPT-CODE(M) "  " WS-EMP-TITLE(M)
142400         DELIMITED BY SIZE INTO WS-RPT-LINE.
142500     PERFORM 019-D-PARA THRU 019-D-EXIT.
142510     IF WS-OFF-CYCLE
142520         MOVE "OFF-CYCLE SUPPLEMENTAL PAY" TO WS-RPT-LINE
142530         PERFORM 019-D-PARA THRU 019-D-EXIT
142540         PERFORM 040-S-PARA THRU 040-S-EXIT
142550             VARYING U FROM 1 BY 1 UNTIL U > WS-SUP-COUNT
142560     END-IF.
142600     MOVE "                 CURRENT         YEAR-TO-DATE"
142700         TO WS-RPT-LINE.
142800     PERFORM 019-D-PARA THRU 019-D-EXIT.
143000     MOVE WS-CALC-GROSS(M) TO WS-STUB-CUR-OUT.
143100     MOVE WS-YTD-GROSS(M)  TO WS-STUB-YTD-OUT.
143200     PERFORM 019-E-PARA THRU 019-E-EXIT.
143250     MOVE "SOC SEC" TO WS-STUB-LABEL.
143300     MOVE WS-CALC-SS(M) TO WS-STUB-CUR-OUT.
143350     MOVE WS-YTD-SS(M)  TO WS-STUB-YTD-OUT.
143400     PERFORM 019-E-PARA THRU 019-E-EXIT.
143450     MOVE "MEDICARE" TO WS-STUB-LABEL.
143500     MOVE WS-CALC-MED(M) TO WS-STUB-CUR-OUT.
143550     MOVE WS-YTD-MED(M)  TO WS-STUB-YTD-OUT.
143600     PERFORM 019-E-PARA THRU 019-E-EXIT.
143700     MOVE "FEDERAL" TO WS-STUB-LABEL.
143800     MOVE WS-CALC-FED(M) TO WS-STUB-CUR-OUT.
150200             GO TO 020-A-EXIT
150300     END-READ.
150400     MOVE SPACES TO WS-REJ-REASON.
150410     MOVE SPACE TO WS-BKC-RESULT.
150500     EVALUATE TXN-ACTION
150600         WHEN "A"
150700         WHEN "a"
152600             DELIMITED BY SIZE INTO WS-RPT-LINE
152700     END-IF.
152800     PERFORM 020-D-PARA THRU 020-D-EXIT.
152805     IF WS-BKC-WAS-HELD
152810         MOVE "    BANKING CHANGE HELD FOR SUPERVISOR APPROVAL"
152815             TO WS-RPT-LINE
152820         PERFORM 020-D-PARA THRU 020-D-EXIT
152825     END-IF.
152830     IF WS-BKC-WAS-REFUSED
152835         MOVE "    BANKING NOT CHANGED - BANKCHG.DAT FULL"
152840             TO WS-RPT-LINE
152845         PERFORM 020-D-PARA THRU 020-D-EXIT
152850     END-IF.
152900 020-A-EXIT.
153000     EXIT.
153100 020-B-PARA.
156600     MOVE TXN-DEPT-CODE   TO WS-EMP-DEPT-CODE(WS-COUNTER).
156700     MOVE TXN-BANK-ROUTING TO WS-EMP-BANK-ROUTING(WS-COUNTER).
156800     MOVE TXN-BANK-ACCT   TO WS-EMP-BANK-ACCT(WS-COUNTER).
156810     MOVE 0 TO WS-BKC-PRIOR-RTG.
156820     MOVE SPACES TO WS-BKC-PRIOR-ACCT.
156830     MOVE WS-COUNTER TO WS-BKC-EMP-IDX.
156900     MOVE WS-COUNTER TO WS-EMP-SEQ(WS-COUNTER).
157000     MOVE "A" TO WS-EMP-STATUS(WS-COUNTER).
157100     MOVE WS-EMP-SEQ(WS-COUNTER)      TO EM-EMP-SEQ.
158300     MOVE WS-EMP-DEPT-CODE(WS-COUNTER) TO EM-DEPT-CODE.
158400     MOVE WS-EMP-BANK-ROUTING(WS-COUNTER) TO EM-BANK-ROUTING.
158500     MOVE WS-EMP-BANK-ACCT(WS-COUNTER) TO EM-BANK-ACCT.
158510*    AS IN 004-PARA, THE MASTER GETS THE BANKING STANDING BEFORE
158520*    THIS TRANSACTION, AND THE NEW BANKING IS HELD ONLY ONCE THE
158530*    WRITE HAS TAKEN.
158540     IF WS-EMP-BANK-ROUTING(WS-COUNTER) NOT = 0
158550         MOVE WS-BKC-PRIOR-RTG  TO EM-BANK-ROUTING
158560         MOVE WS-BKC-PRIOR-ACCT TO EM-BANK-ACCT
158570     END-IF.
158600     WRITE EM-MASTER-RECORD
158700         INVALID KEY
158800             SUBTRACT 1 FROM WS-COUNTER
158900             MOVE "MASTER FILE WRITE ERROR" TO WS-REJ-REASON
159000     END-WRITE.
159100     IF WS-REJ-REASON = SPACES
159120         PERFORM 038-PARA THRU 038-EXIT
159200         MOVE "A" TO WS-AUD-ACTION
159300         MOVE TXN-EMP-ID TO WS-AUD-EMP-ID
159400         MOVE "(NEW)" TO WS-AUD-BEFORE
163070         MOVE 0 TO WS-EMP-HOURLY-RATE(WS-FOUND-IDX)
163080     END-IF.
163100     MOVE TXN-DEPT-CODE   TO WS-EMP-DEPT-CODE(WS-FOUND-IDX).
163110     MOVE WS-EMP-BANK-ROUTING(WS-FOUND-IDX) TO WS-BKC-PRIOR-RTG.
163120     MOVE WS-EMP-BANK-ACCT(WS-FOUND-IDX) TO WS-BKC-PRIOR-ACCT.
163200     MOVE TXN-BANK-ROUTING
163300         TO WS-EMP-BANK-ROUTING(WS-FOUND-IDX).
163400     MOVE TXN-BANK-ACCT   TO WS-EMP-BANK-ACCT(WS-FOUND-IDX).
163410     MOVE WS-FOUND-IDX TO WS-BKC-EMP-IDX.
163420     PERFORM 038-PARA THRU 038-EXIT.
163500     PERFORM 004-F-PARA THRU 004-F-EXIT.
163600     MOVE "E" TO WS-AUD-ACTION.
163700     MOVE TXN-EMP-ID TO WS-AUD-EMP-ID.
177100* LINE SO THE BOOKKEEPER CAN VERIFY THE ENTRY BALANCES.
177200*----------------------------------------------------------------
177300 023-PARA.
177400     PERFORM 036-D-PARA THRU 036-D-EXIT.
177500     MOVE 0 TO WS-GLJ-DR-TOT.
177600     MOVE 0 TO WS-GLJ-CR-TOT.
177700     OPEN OUTPUT GL-JOURNAL-FILE.
179492             PERFORM 023-W-PARA THRU 023-W-EXIT
179493         END-IF
179494     END-IF.
179514     IF WS-TOT-SS > 0
179534         MOVE WS-GLJ-SS-ACCT TO WS-GLJ-ACCT
179554         MOVE "CR" TO WS-GLJ-TYPE
179574         MOVE WS-TOT-SS TO WS-GLJ-AMT
179594         MOVE "SOC SEC WITHHELD" TO WS-GLJ-LINE-DESC
179614         PERFORM 023-W-PARA THRU 023-W-EXIT
179634     END-IF.
179654     IF WS-TOT-MED > 0
179674         MOVE WS-GLJ-MED-ACCT TO WS-GLJ-ACCT
179694         MOVE "CR" TO WS-GLJ-TYPE
179714         MOVE WS-TOT-MED TO WS-GLJ-AMT
179734         MOVE "MEDICARE WITHHELD" TO WS-GLJ-LINE-DESC
179754         PERFORM 023-W-PARA THRU 023-W-EXIT
179774     END-IF.
180200     IF WS-TOT-FED > 0
180300         MOVE WS-GLJ-FED-ACCT TO WS-GLJ-ACCT
180400         MOVE "CR" TO WS-GLJ-TYPE
181300         MOVE "STATE W/H PAYABLE" TO WS-GLJ-LINE-DESC
181400         PERFORM 023-W-PARA THRU 023-W-EXIT
181500     END-IF.
181502     IF WS-TOT-ER-SS > 0
181504         MOVE WS-GLJ-ER-SS-ACCT TO WS-GLJ-ACCT
181506         MOVE "CR" TO WS-GLJ-TYPE
181508         MOVE WS-TOT-ER-SS TO WS-GLJ-AMT
181510         MOVE "ER SOC SEC PAYABLE" TO WS-GLJ-LINE-DESC
181512         PERFORM 023-W-PARA THRU 023-W-EXIT
181514     END-IF.
181516     IF WS-TOT-ER-MED > 0
181518         MOVE WS-GLJ-ER-MED-ACCT TO WS-GLJ-ACCT
181520         MOVE "CR" TO WS-GLJ-TYPE
181522         MOVE WS-TOT-ER-MED TO WS-GLJ-AMT
181524         MOVE "ER MEDICARE PAYABLE" TO WS-GLJ-LINE-DESC
181526         PERFORM 023-W-PARA THRU 023-W-EXIT
181528     END-IF.
181530     IF WS-TOT-ER-FUTA > 0
181532         MOVE WS-GLJ-FUTA-ACCT TO WS-GLJ-ACCT
181534         MOVE "CR" TO WS-GLJ-TYPE
181536         MOVE WS-TOT-ER-FUTA TO WS-GLJ-AMT
181538         MOVE "FUTA PAYABLE" TO WS-GLJ-LINE-DESC
181540         PERFORM 023-W-PARA THRU 023-W-EXIT
181542     END-IF.
181544     IF WS-TOT-ER-SUTA > 0
181546         MOVE WS-GLJ-SUTA-ACCT TO WS-GLJ-ACCT
181548         MOVE "CR" TO WS-GLJ-TYPE
181550         MOVE WS-TOT-ER-SUTA TO WS-GLJ-AMT
181552         MOVE "SUTA PAYABLE" TO WS-GLJ-LINE-DESC
181554         PERFORM 023-W-PARA THRU 023-W-EXIT
181556     END-IF.
181558*    EACH VOLUNTARY DEDUCTION POSTS TO ITS OWN LIABILITY
181560*    ACCOUNT INSTEAD OF VANISHING INTO NET PAY CASH.
181562     IF WS-TOT-VOL-DED > 0
181564         PERFORM 029-G-PARA THRU 029-G-EXIT
181566         PERFORM 029-H-PARA THRU 029-H-EXIT
181568             VARYING WS-DGL-IDX FROM 1 BY 1
181570             UNTIL WS-DGL-IDX > WS-DGL-COUNT
181572     END-IF.
181600     IF WS-TOT-NET > 0
181700         MOVE WS-GLJ-CASH-ACCT TO WS-GLJ-ACCT
181800         MOVE "CR" TO WS-GLJ-TYPE
182400     MOVE WS-RUN-DATE TO GLJ-RUN-DATE.
182500     MOVE "99999999" TO GLJ-ACCOUNT.
182600     MOVE WS-GLJ-DR-TOT TO GLJ-AMOUNT.
182620     IF WS-OFF-CYCLE
182640         STRING "OFF-CYCLE TOTAL PD " WS-RUN-PERIOD
182645             DELIMITED BY SIZE INTO GLJ-DESC
182660     ELSE
182680         STRING "BATCH TOTAL PERIOD " WS-RUN-PERIOD
182685             DELIMITED BY SIZE INTO GLJ-DESC
182700     END-IF.
182800     WRITE GLJ-RECORD.
182900     CLOSE GL-JOURNAL-FILE.
183000     MOVE WS-GLJ-DR-TOT TO WS-GLJ-DR-OUT.
187900     IF WS-PND-FILE-NOT-FOUND
188000         GO TO 024-EXIT
188100     END-IF.
188200     PERFORM 036-D-PARA THRU 036-D-EXIT.
188300     MOVE 0 TO WS-PND-COUNT.
188400     MOVE 0 TO WS-PND-APPLIED.
188500     MOVE "N" TO WS-PND-EOF-SWITCH.
188780     END-IF.
188800     PERFORM 024-B-PARA THRU 024-B-EXIT
188900         VARYING P FROM 1 BY 1 UNTIL P > WS-PND-COUNT.
189400     IF WS-PND-APPLIED > 0
189500         DISPLAY WS-PND-APPLIED " PENDING CHANGES APPLIED"
189600     END-IF.
195600         ADD WS-PND-RETRO
195700             TO WS-EMP-RETRO-PAY(WS-FOUND-IDX)
195800     END-IF.
195900*    THE MASTER REWRITE AND ITS AUDIT RECORD WAIT FOR THE LAST
196000*    COMMIT STEP (024-F), SO THE BEFORE IMAGE IS KEPT FOR IT.
196500     MOVE WS-AUD-BEFORE TO WS-PND-BEFORE(P).
196520     SET WS-PND-APPLY(P) TO TRUE.
196600     ADD 1 TO WS-PND-APPLIED.
196700 024-B-EXIT.
196800     EXIT.
201400         (WS-PND-DAYS * WS-PND-DIVISOR) / 365.
201500 024-E-EXIT.
201600     EXIT.
201602*----------------------------------------------------------------
201604* 024-F IS THE LAST COMMIT STEP: EACH CHANGE 024-PARA APPLIED IS
201606* REWRITTEN TO THE MASTER WITH ITS AUDIT RECORD, AND THE CHANGES
201608* NOT YET DUE GO BACK TO THE PENDING FILE.  A PREVIEW NEVER GETS
201610* HERE, SO THE COMMIT THAT FOLLOWS STILL FINDS THEM ALL.
201612*----------------------------------------------------------------
201614 024-F-PARA.
201616     IF WS-PND-COUNT = 0 OR WS-PND-OVERFLOW
201618         GO TO 024-F-EXIT
201620     END-IF.
201622     PERFORM 024-G-PARA THRU 024-G-EXIT
201624         VARYING P FROM 1 BY 1 UNTIL P > WS-PND-COUNT.
201626     OPEN OUTPUT PENDING-CHANGE-FILE.
201628     PERFORM 024-C-PARA THRU 024-C-EXIT
201630         VARYING P FROM 1 BY 1 UNTIL P > WS-PND-COUNT.
201632     CLOSE PENDING-CHANGE-FILE.
201634 024-F-EXIT.
201636     EXIT.
201638 024-G-PARA.
201640     IF NOT WS-PND-APPLY(P)
201642         GO TO 024-G-EXIT
201644     END-IF.
201646     MOVE WS-PND-EMP-ID(P) TO WS-LOOKUP-ID.
201648     PERFORM 004-D-PARA THRU 004-D-EXIT.
201650     IF NOT WS-FOUND-ID
201652         GO TO 024-G-EXIT
201654     END-IF.
201656     PERFORM 004-F-PARA THRU 004-F-EXIT.
201658     MOVE "P" TO WS-AUD-ACTION.
201660     MOVE WS-PND-EMP-ID(P) TO WS-AUD-EMP-ID.
201662     MOVE WS-PND-BEFORE(P) TO WS-AUD-BEFORE.
201664     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
201666     PERFORM 021-I-PARA THRU 021-I-EXIT.
201668     MOVE WS-AUD-IMAGE TO WS-AUD-AFTER.
201670     PERFORM 021-PARA THRU 021-EXIT.
201672 024-G-EXIT.
201674     EXIT.
201700*----------------------------------------------------------------
201800* 025-PARA RECORDS A PENDING SALARY OR RATE CHANGE WITH ITS
201900* EFFECTIVE DATE.  THE CHANGE WAITS ON PENDCHG.DAT AND IS
211400     MOVE "RT" TO VAL-FIELD-CODE.
211500     MOVE WS-VAL-FED-ANS TO VAL-FED-PCT.
211600     MOVE WS-VAL-ST-ANS TO VAL-ST-PCT.
211700     COMPUTE VAL-FICA-PCT =
211720         WS-SS-PCT + WS-MED-PCT + WS-ADDL-MED-PCT.
211800     CALL "PAYVALID" USING VAL-REQUEST.
211900     IF VAL-FAILED
212000         DISPLAY VAL-MESSAGE
216900     MOVE "RT" TO VAL-FIELD-CODE.
217000     MOVE TXN-FED-PCT TO VAL-FED-PCT.
217100     MOVE TXN-ST-PCT TO VAL-ST-PCT.
217200     COMPUTE VAL-FICA-PCT =
217220         WS-SS-PCT + WS-MED-PCT + WS-ADDL-MED-PCT.
217300     CALL "PAYVALID" USING VAL-REQUEST.
217400     IF VAL-FAILED
217500         MOVE VAL-MESSAGE TO WS-REJ-REASON
222700* PAID, AS BEFORE THE CALENDAR EXISTED.
222800*----------------------------------------------------------------
222900 027-PARA.
222905*    THE RUN TYPE COMES FIRST: AN OFF-CYCLE SUPPLEMENTAL RUN
222910*    TAKES NO CALENDAR PERIOD, SO IT NEVER USES ONE UP.  A
222915*    RESTART OF ONE IS KNOWN BY ITS RESERVED PERIOD NUMBER.
222916*    ONLY ONE OFF-CYCLE RUN IS COMMITTED A DAY: A SECOND ONE
222917*    WOULD CARRY THE SAME RUN DATE AND PERIOD AS THE FIRST, AND
222918*    THE BALANCING PROOF AND PAYREVRS COULD NOT TELL THEM APART.
222920     IF WS-RCT-RESTART
222925         IF WS-RCT-PERIOD = WS-OFF-CYCLE-PERIOD
222930             MOVE "O" TO WS-RUN-TYPE-ANS
222935         END-IF
222940     ELSE
222945         DISPLAY "RUN TYPE - (R)EGULAR OR (O)FF-CYCLE"
222950             " SUPPLEMENTAL: "
222955         ACCEPT WS-RUN-TYPE-ANS
222960     END-IF.
222965     IF WS-OFF-CYCLE
222970         MOVE WS-OFF-CYCLE-PERIOD TO WS-RUN-PERIOD
222971         IF NOT WS-RCT-RESTART
222972             PERFORM 027-G-PARA THRU 027-G-EXIT
222973         END-IF
222974         IF WS-RCT-DUP-RUN
222975             DISPLAY "AN OFF-CYCLE RUN WAS ALREADY COMMITTED ON "
222976                 WS-RUN-DATE
222977             DISPLAY "ONLY ONE IS ALLOWED A DAY"
222978             MOVE "R" TO WS-RUN-TYPE-ANS
222979             GO TO 027-PARA
222980         END-IF
222981         DISPLAY "OFF-CYCLE SUPPLEMENTAL RUN - PAID FROM"
222982             " SUPPEARN.DAT, NO CALENDAR PERIOD USED"
222985         GO TO 027-EXIT
222990     END-IF.
223000     OPEN INPUT PAY-CALENDAR-FILE.
223100     IF WS-CAL-FILE-NOT-FOUND
223200         DISPLAY "NO PAY-CALENDAR FILE FOUND - ALL PAY"
226600 027-A-EXIT.
226700     EXIT.
226800 027-B-PARA.
226810     IF WS-RCT-RESTART
226820         MOVE WS-RCT-PERIOD TO WS-CAL-SEL-NO
226830         GO TO 027-F-PARA
226840     END-IF.
226900     DISPLAY "ENTER PAY PERIOD NUMBER TO RUN: ".
227000     ACCEPT WS-CAL-SEL-X.
227100     IF WS-CAL-SEL-X NOT NUMERIC
227300         GO TO 027-B-PARA
227400     END-IF.
227500     MOVE WS-CAL-SEL-X TO WS-CAL-SEL-NO.
227520 027-F-PARA.
227600     MOVE 0 TO WS-CAL-IDX.
227700     PERFORM 027-C-PARA THRU 027-C-EXIT
227800         VARYING C FROM 1 BY 1 UNTIL C > WS-CAL-COUNT.
227810     IF WS-CAL-IDX = 0 AND WS-RCT-RESTART
227820         DISPLAY "PERIOD " WS-CAL-SEL-NO " IS NO LONGER ON THE"
227830             " CALENDAR - THE STOPPED RUN CANNOT BE RESUMED"
227840         PERFORM 033-X-PARA
227850     END-IF.
227900     IF WS-CAL-IDX = 0
228000         DISPLAY "PERIOD " WS-CAL-SEL-NO " NOT ON THE CALENDAR"
228100         GO TO 027-B-PARA
228300*    A COMPLETED PERIOD HAS ALREADY PAID ITS PEOPLE - REFUSE
228400*    THE RE-RUN UNLESS A SUPERVISOR OVERRIDE IS KEYED, AND PUT
228500*    THE OVERRIDE ON THE AUDIT TRAIL EITHER WAY IT IS USED.
228600     IF WS-CAL-DONE(WS-CAL-IDX) AND NOT WS-RCT-RESTART
228610         IF NOT WS-OPR-SUPER
228620             MOVE SPACES TO WS-AUD-BEFORE
228630             STRING "RE-RUN OF PERIOD " WS-CAL-SEL-NO
233800     WRITE CAL-RECORD.
233900 027-E-EXIT.
234000     EXIT.
234001*    027-G - LOOKS FOR AN OFF-CYCLE RUN ALREADY COMMITTED TODAY:
234002*    ITS PAYHIST.TXT RECORD, OR A BEGN ON RUNCTL.DAT THAT PAYREVRS
234003*    HAS NOT SINCE BACKED OUT (RVRS).
234004 027-G-PARA.
234005     MOVE "N" TO WS-RCT-DUP-SWITCH.
234006     MOVE 0 TO WS-RCT-OFF-RUNS.
234007     PERFORM 036-D-PARA THRU 036-D-EXIT.
234008     OPEN INPUT PAYROLL-HISTORY-FILE.
234009     IF NOT WS-HIST-FILE-NOT-FOUND
234010         MOVE "N" TO WS-HIST-EOF-SWITCH
234011         PERFORM 027-H-PARA THRU 027-H-EXIT UNTIL WS-HIST-EOF
234012         CLOSE PAYROLL-HISTORY-FILE
234013     END-IF.
234014     OPEN INPUT RUN-CONTROL-FILE.
234015     IF NOT WS-RCT-FILE-NOT-FOUND
234016         MOVE "N" TO WS-RCT-EOF-SWITCH
234017         PERFORM 027-I-PARA THRU 027-I-EXIT UNTIL WS-RCT-EOF
234018         CLOSE RUN-CONTROL-FILE
234019     END-IF.
234020     IF WS-RCT-OFF-RUNS > 0
234021         SET WS-RCT-DUP-RUN TO TRUE
234022     END-IF.
234023 027-G-EXIT.
234024     EXIT.
234025 027-H-PARA.
234026     READ PAYROLL-HISTORY-FILE
234027         AT END
234028             SET WS-HIST-EOF TO TRUE
234029             GO TO 027-H-EXIT
234030     END-READ.
234031     IF HIST-RUN-DATE = WS-RUN-DATE
234032         AND HIST-PERIOD-NO = WS-OFF-CYCLE-PERIOD
234033         SET WS-RCT-DUP-RUN TO TRUE
234034     END-IF.
234035 027-H-EXIT.
234036     EXIT.
234037 027-I-PARA.
234038     READ RUN-CONTROL-FILE
234039         AT END
234040             SET WS-RCT-EOF TO TRUE
234041             GO TO 027-I-EXIT
234042     END-READ.
234043     IF RCT-RUN-DATE NOT = WS-RUN-DATE
234044         OR RCT-PERIOD-NO NOT = WS-OFF-CYCLE-PERIOD
234045         GO TO 027-I-EXIT
234046     END-IF.
234047     IF RCT-STEP = "BEGN"
234048         ADD 1 TO WS-RCT-OFF-RUNS
234049     END-IF.
234050     IF RCT-STEP = "RVRS" AND WS-RCT-OFF-RUNS > 0
234051         SUBTRACT 1 FROM WS-RCT-OFF-RUNS
234052     END-IF.
234053 027-I-EXIT.
234054     EXIT.
234100*----------------------------------------------------------------
234200* 028-PARA LOADS EACH EMPLOYEE'S MOST RECENT PAY AND YEAR-TO-DATE
234300* FIGURES AHEAD OF THE REGISTER.  028-B PRINTS THE
234400* PREVIEW EXCEPTIONS LISTING (EXCEPTS.TXT) FROM IT: NET PAY
234500* THAT MOVED MORE THAN THE THRESHOLD AGAINST THE LAST RUN,
234600* ACTIVE EMPLOYEES COSTED AT ZERO GROSS, AND HOURLY STAFF
234800* FINGERS BEFORE A BANK FILE EXISTS.
234900*----------------------------------------------------------------
235000 028-PARA.
235010     PERFORM 036-D-PARA THRU 036-D-EXIT.
235020     MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
235022*    THE PRIOR FIGURES COME BY KEY FROM THE YEAR-TO-DATE
235024*    ACCUMULATORS; EARNHIST.TXT IS ONLY READ THROUGH WHEN THAT
235026*    FILE HAS NOT BEEN BUILT YET.
235028     MOVE "N" TO WS-YTA-OPEN-SWITCH.
235030     OPEN INPUT YTD-ACCUM-FILE.
235032     IF WS-YTA-FILE-OK
235034         MOVE "Y" TO WS-YTA-OPEN-SWITCH
235036     END-IF.
235038     PERFORM 042-A-PARA THRU 042-A-EXIT
235040         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
235042     IF WS-YTA-OPEN
235044         CLOSE YTD-ACCUM-FILE
235046         GO TO 028-EXIT
235048     END-IF.
235050     DISPLAY "NO YTDACCUM.DAT - PRIOR FIGURES FROM EARNHIST.TXT".
235052     DISPLAY "RUN PAYYTD TO BUILD THE YEAR-TO-DATE ACCUMULATORS".
235100     OPEN INPUT EARNINGS-HISTORY-FILE.
235200     IF WS-ERN-FILE-NOT-FOUND
235300         GO TO 028-EXIT
236300             SET WS-ERN-EOF TO TRUE
236400             GO TO 028-A-EXIT
236500     END-READ.
236510     IF WS-RCT-RESTART AND ERN-RUN-DATE = WS-RCT-RUN-DATE
236520         AND ERN-PERIOD-NO = WS-RCT-PERIOD
236530         GO TO 028-A-EXIT
236540     END-IF.
236600     MOVE ERN-EMP-ID TO WS-LOOKUP-ID.
236700     PERFORM 004-D-PARA THRU 004-D-EXIT.
236800     IF NOT WS-FOUND-ID
236900         GO TO 028-A-EXIT
237000     END-IF.
237020*    AN OFF-CYCLE PAYMENT IS NOT THE NET A REGULAR RUN IS
237040*    MEASURED AGAINST, BUT ITS WAGES STILL COUNT TOWARD THE CAPS.
237100     IF ERN-RUN-DATE >= WS-PRIOR-DATE(WS-FOUND-IDX)
237120         AND ERN-PERIOD-NO NOT = WS-OFF-CYCLE-PERIOD
237200         MOVE ERN-RUN-DATE TO WS-PRIOR-DATE(WS-FOUND-IDX)
237300         MOVE ERN-NET      TO WS-PRIOR-NET(WS-FOUND-IDX)
237400     END-IF.
237410*    CURRENT-YEAR WAGES FEED THE FUTA/SUTA ANNUAL WAGE CAPS AND
237412*    THE STUB YEAR-TO-DATE FIGURES.
237420     MOVE ERN-RUN-DATE(1:4) TO WS-HIST-YEAR.
237430     IF WS-HIST-YEAR = WS-RUN-YEAR
237440         ADD ERN-GROSS TO WS-PRIOR-YTD-GROSS(WS-FOUND-IDX)
237441         ADD ERN-GROSS   TO WS-YTD-GROSS(WS-FOUND-IDX)
237442         PERFORM 041-N-PARA THRU 041-N-EXIT
237443         ADD ERN-FICA    TO WS-YTD-FICA(WS-FOUND-IDX)
237444         ADD ERN-SS-TAX  TO WS-YTD-SS(WS-FOUND-IDX)
237445         ADD ERN-MED-TAX TO WS-YTD-MED(WS-FOUND-IDX)
237446         ADD ERN-FED     TO WS-YTD-FED(WS-FOUND-IDX)
237447         ADD ERN-ST      TO WS-YTD-ST(WS-FOUND-IDX)
237448         ADD ERN-NET     TO WS-YTD-NET(WS-FOUND-IDX)
237450     END-IF.
237500 028-A-EXIT.
237600     EXIT.
246490         MOVE 0 TO WS-DED-COUNT
246495         GO TO 029-EXIT
246496     END-IF.
246497     PERFORM 029-D-PARA THRU 029-D-EXIT.
246500     PERFORM 029-S-PARA THRU 029-S-EXIT.
246600     IF WS-DED-COUNT > 0
246700         DISPLAY WS-DED-COUNT " DEDUCTION RECORDS LOADED"
249400     MOVE 0 TO WS-DED-THIS-RUN(WS-DED-COUNT).
249500 029-A-EXIT.
249600     EXIT.
249601*    029-D - A RESTART AFTER THE DEDUCTION REWRITE (STEP DEDR)
249602*    FINDS THIS RUN'S TAKES ALREADY IN THE TAKEN-TO-DATE AMOUNTS.
249603*    THE RUN'S DEDRUN.DAT ROWS TAKE THEM BACK OFF THE TABLE, EACH
249604*    ROW AGAINST ONE ENTRY, SO THE RUN IS COSTED AGAIN THE WAY IT
249605*    FIRST WAS.  THE REWRITE ITSELF IS NOT REPEATED.
249606 029-D-PARA.
249607     IF NOT WS-RCT-RESTART
249608         GO TO 029-D-EXIT
249609     END-IF.
249610     MOVE 11 TO S.
249611     IF NOT WS-RCT-DONE(S)
249612         GO TO 029-D-EXIT
249613     END-IF.
249614     OPEN INPUT DEDUCTION-RUN-FILE.
249615     IF WS-DRN-FILE-NOT-FOUND
249616         GO TO 029-D-EXIT
249617     END-IF.
249618     MOVE ALL "N" TO WS-DED-BACK-TABLE.
249619     MOVE "N" TO WS-DRN-EOF-SWITCH.
249620     PERFORM 029-E-PARA THRU 029-E-EXIT UNTIL WS-DRN-EOF.
249621     CLOSE DEDUCTION-RUN-FILE.
249622 029-D-EXIT.
249623     EXIT.
249624 029-E-PARA.
249625     READ DEDUCTION-RUN-FILE
249626         AT END
249627             SET WS-DRN-EOF TO TRUE
249628             GO TO 029-E-EXIT
249629     END-READ.
249630     IF DRN-RUN-DATE NOT = WS-RCT-RUN-DATE
249631         OR DRN-PERIOD-NO NOT = WS-RCT-PERIOD
249632         GO TO 029-E-EXIT
249633     END-IF.
249634     MOVE 0 TO WS-DED-IDX.
249635     PERFORM 029-J-PARA THRU 029-J-EXIT
249636         VARYING E FROM 1 BY 1 UNTIL E > WS-DED-COUNT.
249637     IF WS-DED-IDX = 0
249638         GO TO 029-E-EXIT
249639     END-IF.
249640     COMPUTE WS-DED-WORK = WS-DED-TAKEN(WS-DED-IDX) - DRN-AMOUNT.
249641     IF WS-DED-WORK < 0
249642         MOVE 0 TO WS-DED-WORK
249643     END-IF.
249644     MOVE WS-DED-WORK TO WS-DED-TAKEN(WS-DED-IDX).
249645     MOVE "Y" TO WS-DED-BACK-FLAG(WS-DED-IDX).
249646 029-E-EXIT.
249647     EXIT.
249648 029-J-PARA.
249649     IF WS-DED-IDX = 0
249650         AND WS-DED-EMP-ID(E) = DRN-EMP-ID
249651         AND WS-DED-CODE(E) = DRN-CODE
249652         AND NOT WS-DED-BACKED(E)
249653         MOVE E TO WS-DED-IDX
249654     END-IF.
249655 029-J-EXIT.
249656     EXIT.
249700 029-S-PARA.
249800*    KEEP THE TABLE IN PRIORITY ORDER SO A STRAIGHT SCAN TAKES
249900*    EACH EMPLOYEE'S DEDUCTIONS IN THE ORDER THE RECORDS ASK.
280200     EXIT.
280300*----------------------------------------------------------------
280400* 030-A COSTS THE EMPLOYER-SIDE PAYROLL TAXES FOR THE EMPLOYEE
280500* THE REGISTER IS ON: THE SOCIAL SECURITY AND MEDICARE MATCH
280600* (NOT THE EMPLOYEE-ONLY ADDITIONAL MEDICARE) PLUS FUTA AND
280700* SUTA ON THE WAGES STILL UNDER EACH ANNUAL CAP, USING THE
280720* YEAR-TO-DATE GROSS ALREADY ROLLED UP FROM EARNHIST.TXT.
280800* 030-C WRITES ONE EMPLOYER-TAX DEBIT LINE PER DEPARTMENT IN
280900* THE GL JOURNAL.
281000*----------------------------------------------------------------
281100 030-A-PARA.
281120     MOVE WS-EMP-SS-AMT TO WS-ER-SS-AMT.
281140     COMPUTE WS-ER-MED-AMT =
281160         WS-EMP-MED-AMT - WS-EMP-ADDL-MED-AMT.
281180     COMPUTE WS-ER-FICA-AMT = WS-ER-SS-AMT + WS-ER-MED-AMT.
281300     COMPUTE WS-ER-TAXABLE =
281400         WS-FUTA-CAP - WS-PRIOR-YTD-GROSS(L).
281500     IF WS-ER-TAXABLE < 0
283200         WS-ER-TAXABLE * WS-SUTA-PCT.
283300     COMPUTE WS-EMP-ER-TAX =
283400         WS-ER-FICA-AMT + WS-ER-FUTA-AMT + WS-ER-SUTA-AMT.
283500     ADD WS-ER-SS-AMT   TO WS-TOT-ER-SS.
283520     ADD WS-ER-MED-AMT  TO WS-TOT-ER-MED.
283600     ADD WS-ER-FUTA-AMT TO WS-TOT-ER-FUTA.
283700     ADD WS-ER-SUTA-AMT TO WS-TOT-ER-SUTA.
283800     ADD WS-EMP-ER-TAX  TO WS-TOT-ER-TAX.
301700* REISSUE SCREEN, AUDITED THROUGH 021-PARA (ACTION K).
301800*----------------------------------------------------------------
301900 032-PARA.
301920     PERFORM 036-D-PARA THRU 036-D-EXIT.
302000     PERFORM 032-B-PARA THRU 032-B-EXIT.
302100     MOVE 0 TO WS-CHK-COUNT.
302200     MOVE 0 TO WS-CHK-RUN-TOT.
302300     OPEN OUTPUT CHECK-PRINT-FILE.
302400     OPEN OUTPUT CHECK-REGISTER-REPORT.
302500     OPEN OUTPUT POSITIVE-PAY-FILE.
303200     STRING "CHECK REGISTER - RUN DATE " WS-RUN-DATE
303300         DELIMITED BY SIZE INTO WS-RPT-LINE.
303400     PERFORM 032-G-PARA THRU 032-G-EXIT.
303500     MOVE "CHECK NO EMPLOYEE  PAYEE                AMOUNT"
303600         TO WS-RPT-LINE.
303700     PERFORM 032-G-PARA THRU 032-G-EXIT.
303705*    THE RUN'S FIRST CHECK NUMBER IS LOGGED (CHKF) BEFORE ANY
303710*    CHECK PRINTS SO A RESTART KNOWS WHICH REGISTER ENTRIES ARE
303715*    THIS RUN'S; A RESTART VOIDS THOSE FIRST (032-V).
303720     MOVE ALL "N" TO WS-RCT-KEPT-TABLE.
303725     IF WS-RCT-FIRST-CHECK = 0
303730         MOVE WS-CHK-NEXT-NO TO WS-RCT-FIRST-CHECK
303735     END-IF.
303740     PERFORM 032-V-PARA THRU 032-V-EXIT.
303745     MOVE 0 TO WS-RCT-LAST-CHECK.
303750     MOVE "CHKF" TO WS-RCT-CODE.
303755     PERFORM 036-X-PARA THRU 036-X-EXIT.
303760     OPEN EXTEND CHECK-REGISTER-FILE.
303765     IF WS-CHR-FILE-NOT-FOUND
303770         OPEN OUTPUT CHECK-REGISTER-FILE
303775         CLOSE CHECK-REGISTER-FILE
303780         OPEN EXTEND CHECK-REGISTER-FILE
303785     END-IF.
303800     PERFORM 032-A-PARA THRU 032-A-EXIT
303900         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
303920     COMPUTE WS-RCT-LAST-CHECK = WS-CHK-NEXT-NO - 1.
304000     COMPUTE WS-CHK-NONACH = WS-TOT-NET - WS-ACH-CREDIT-TOT.
304100     MOVE WS-CHK-RUN-TOT TO WS-CHK-TOT-OUT.
304200     MOVE WS-CHK-NONACH  TO WS-CHK-NONACH-OUT.
306200 032-EXIT.
306300     EXIT.
306400 032-A-PARA.
306500     IF NOT WS-EMP-SELECTED(M)
306520         OR (NOT WS-EMP-ACTIVE(M) AND NOT WS-OFF-CYCLE)
306600         GO TO 032-A-EXIT
306700     END-IF.
306800     IF WS-EMP-BANK-ROUTING(M) NOT = 0
306810         AND NOT WS-BKC-CHECK-ONLY(M)
306900         GO TO 032-A-EXIT
307000     END-IF.
307100     IF WS-CALC-NET(M) = 0
307200         GO TO 032-A-EXIT
307300     END-IF.
307320     IF WS-RCT-KEPT(M)
307340         GO TO 032-A-EXIT
307360     END-IF.
307400     MOVE SPACES TO WS-CHK-PAYEE.
307500     STRING WS-EMP-F-NAME(M) " " WS-EMP-L-NAME(M)
307600         DELIMITED BY SIZE INTO WS-CHK-PAYEE.
310100     ADD 1 TO WS-CHK-NEXT-NO.
310200 032-A-EXIT.
310300     EXIT.
310302*    032-Z - ONE OF THE STOPPED RUN'S CHECKS.  ONE THE BANK HAS
310304*    ALREADY PAID STAYS ON THE REGISTER AND COUNTS TOWARD THIS
310306*    RUN, AND ITS EMPLOYEE IS NOT PRINTED AGAIN; THE REST ARE
310308*    VOIDED THE WAY 032-M VOIDS ONE.
310310 032-Z-PARA.
310312     IF CHR-PAID-DATE NUMERIC AND CHR-PAID-DATE > 0
310314         PERFORM 032-T-PARA THRU 032-T-EXIT
310316             VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER
310318         ADD CHR-AMOUNT TO WS-CHK-RUN-TOT
310320         ADD 1 TO WS-CHK-COUNT
310322         MOVE CHR-AMOUNT TO WS-CHK-AMT-OUT
310324         STRING CHR-CHECK-NO " " CHR-EMP-ID " " CHR-PAYEE " "
310326             WS-CHK-AMT-OUT " PAID - KEPT"
310328             DELIMITED BY SIZE INTO WS-RPT-LINE
310330         PERFORM 032-G-PARA THRU 032-G-EXIT
310332         GO TO 032-Z-EXIT
310334     END-IF.
310336     MOVE "V" TO CHR-STATUS.
310338     MOVE SPACES TO POS-RECORD.
310340     MOVE WS-CHK-BANK-ACCT TO POS-ACCT.
310342     MOVE "V"              TO POS-TYPE.
310344     MOVE CHR-CHECK-NO     TO POS-CHECK-NO.
310346     ACCEPT POS-DATE FROM DATE YYYYMMDD.
310348     MOVE CHR-AMOUNT       TO POS-AMOUNT.
310350     MOVE CHR-PAYEE        TO POS-PAYEE.
310352     WRITE POS-RECORD.
310354     MOVE CHR-AMOUNT TO WS-CHK-AMT-OUT.
310356     STRING CHR-CHECK-NO " " CHR-EMP-ID " " CHR-PAYEE " "
310358         WS-CHK-AMT-OUT " VOIDED"
310360         DELIMITED BY SIZE INTO WS-RPT-LINE.
310362     PERFORM 032-G-PARA THRU 032-G-EXIT.
310364     MOVE "K" TO WS-AUD-ACTION.
310366     MOVE CHR-EMP-ID TO WS-AUD-EMP-ID.
310368     MOVE SPACES TO WS-AUD-BEFORE.
310370     STRING "CHK " CHR-CHECK-NO " AMT " CHR-AMOUNT
310372         DELIMITED BY SIZE INTO WS-AUD-BEFORE.
310374     MOVE "(VOIDED ON RESTART)" TO WS-AUD-AFTER.
310376     PERFORM 021-PARA THRU 021-EXIT.
310378     ADD 1 TO WS-RCT-VOID-COUNT.
310380 032-Z-EXIT.
310382     EXIT.
310384 032-T-PARA.
310386     IF WS-EMP-ID(M) = CHR-EMP-ID
310388         MOVE "Y" TO WS-RCT-KEPT-FLAG(M)
310390     END-IF.
310392 032-T-EXIT.
310394     EXIT.
310400 032-B-PARA.
310500*    NEXT CHECK NUMBER FROM THE CONTROL FILE; A BRAND NEW
310600*    INSTALLATION STARTS THE BOOK AT 00001001.
313300     STRING "AMOUNT " WS-CHK-AMT-OUT
313400         DELIMITED BY SIZE INTO WS-RPT-LINE.
313500     PERFORM 032-W-PARA THRU 032-W-EXIT.
313520     IF WS-OFF-CYCLE
313540         STRING "MEMO OFF-CYCLE SUPPLEMENTAL PAY  EMP "
313560             WS-EMP-ID(M)
313580             DELIMITED BY SIZE INTO WS-RPT-LINE
313600     ELSE
313620         STRING "MEMO PAYROLL PERIOD " WS-RUN-PERIOD
313640             "  EMP " WS-EMP-ID(M)
313660             DELIMITED BY SIZE INTO WS-RPT-LINE
313680     END-IF.
313900     PERFORM 032-W-PARA THRU 032-W-EXIT.
314000     MOVE WS-CALC-GROSS(M) TO WS-STUB-CUR-OUT.
314100     MOVE WS-CALC-NET(M)   TO WS-STUB-YTD-OUT.
317100*    THE REGISTER RECORD, SENDS A VOID TO POSITIVE PAY, AND IS
317200*    AUDITED; A REISSUE CUTS THE NEXT NUMBER IN THE BOOK FOR
317300*    THE SAME PAYEE AND AMOUNT.
317320*    A CHECK THE BANK HAS ALREADY PAID CANNOT BE VOIDED.
317400     PERFORM 032-N-PARA THRU 032-N-EXIT.
317500     IF WS-CHR-COUNT = 0
317600         DISPLAY "NO CHECK REGISTER ON FILE"
319500         DISPLAY "CHECK " WS-CHK-FIND-NO " IS ALREADY VOID"
319600         GO TO 002-PARA
319700     END-IF.
319710     IF WS-CHR-PAID(WS-CHR-IDX) > 0
319720         DISPLAY "CHECK " WS-CHK-FIND-NO " WAS PAID BY THE BANK"
319730             " ON " WS-CHR-PAID(WS-CHR-IDX) " - CANNOT BE VOIDED"
319740         GO TO 002-PARA
319750     END-IF.
319800     MOVE WS-CHR-AMT(WS-CHR-IDX) TO WS-CHK-AMT-OUT.
319900     DISPLAY "CHECK " WS-CHR-NO(WS-CHR-IDX) " "
320000         WS-CHR-PAYEE(WS-CHR-IDX) " " WS-CHK-AMT-OUT.
325000         TO WS-CHR-PAYEE(WS-CHR-COUNT).
325100     MOVE WS-CHR-AMT(WS-CHR-IDX) TO WS-CHR-AMT(WS-CHR-COUNT).
325200     MOVE "R" TO WS-CHR-STAT(WS-CHR-COUNT).
325220     MOVE 0 TO WS-CHR-PAID(WS-CHR-COUNT).
325300     OPEN EXTEND CHECK-PRINT-FILE.
325310     IF WS-CHP-FILE-NOT-FOUND
325320         OPEN OUTPUT CHECK-PRINT-FILE
332500     MOVE CHR-PAYEE    TO WS-CHR-PAYEE(WS-CHR-COUNT).
332600     MOVE CHR-AMOUNT   TO WS-CHR-AMT(WS-CHR-COUNT).
332700     MOVE CHR-STATUS   TO WS-CHR-STAT(WS-CHR-COUNT).
332710     MOVE 0 TO WS-CHR-PAID(WS-CHR-COUNT).
332720     IF CHR-PAID-DATE NUMERIC
332730         MOVE CHR-PAID-DATE TO WS-CHR-PAID(WS-CHR-COUNT)
332740     END-IF.
332800 032-Q-EXIT.
332900     EXIT.
333000 032-P-PARA.
334800     MOVE WS-CHR-PAYEE(R) TO CHR-PAYEE.
334900     MOVE WS-CHR-AMT(R)   TO CHR-AMOUNT.
335000     MOVE WS-CHR-STAT(R)  TO CHR-STATUS.
335020     IF WS-CHR-PAID(R) > 0
335040         MOVE WS-CHR-PAID(R) TO CHR-PAID-DATE
335060     END-IF.
335100     WRITE CHR-RECORD.
335200 032-S-EXIT.
335300     EXIT.
335301*    032-V - A RESTART OF A CHECK RUN THAT STOPPED PART WAY VOIDS
335302*    WHAT IT HAD ALREADY PRINTED - EVERY ISSUED CHECK ON THE RUN
335303*    DATE FROM THE RUN'S FIRST NUMBER UP - SO THE REPRINT IS THE
335304*    ONLY LIVE SET.  THE BOOK PICKS UP PAST THE HIGHEST NUMBER ON
335305*    THE REGISTER, SINCE CHKCTL.DAT WAS NEVER MOVED ON.
335306 032-V-PARA.
335307     IF NOT WS-RCT-RESTART
335308         GO TO 032-V-EXIT
335309     END-IF.
335310     MOVE 0 TO WS-RCT-VOID-COUNT.
335311     MOVE 0 TO WS-RCT-HIGH-CHECK.
335312     OPEN INPUT CHECK-REGISTER-FILE.
335313     IF WS-CHR-FILE-NOT-FOUND
335314         GO TO 032-V-EXIT
335315     END-IF.
335316     OPEN OUTPUT RUN-WORK-FILE.
335317     MOVE "N" TO WS-CHR-EOF-SWITCH.
335318     PERFORM 032-X-PARA THRU 032-X-EXIT UNTIL WS-CHR-EOF.
335319     CLOSE RUN-WORK-FILE.
335320     CLOSE CHECK-REGISTER-FILE.
335321     OPEN INPUT RUN-WORK-FILE.
335322     OPEN OUTPUT CHECK-REGISTER-FILE.
335323     MOVE "N" TO WS-RCT-EOF-SWITCH.
335324     PERFORM 032-Y-PARA THRU 032-Y-EXIT UNTIL WS-RCT-EOF.
335325     CLOSE CHECK-REGISTER-FILE.
335326     CLOSE RUN-WORK-FILE.
335327     IF WS-RCT-HIGH-CHECK NOT < WS-CHK-NEXT-NO
335328         COMPUTE WS-CHK-NEXT-NO = WS-RCT-HIGH-CHECK + 1
335329     END-IF.
335330*    THE AUDIT RECORDS STAMP TODAY'S DATE; THE REPRINT CARRIES
335331*    THE STOPPED RUN'S.
335332     PERFORM 036-D-PARA THRU 036-D-EXIT.
335333     IF WS-RCT-VOID-COUNT > 0
335334         DISPLAY "RESTART - " WS-RCT-VOID-COUNT
335335             " CHECKS FROM THE STOPPED RUN VOIDED;"
335336         DISPLAY "DESTROY THEM - THE RUN IS PRINTED AGAIN"
335337     END-IF.
335338 032-V-EXIT.
335339     EXIT.
335340 032-X-PARA.
335341     READ CHECK-REGISTER-FILE
335342         AT END
335343             SET WS-CHR-EOF TO TRUE
335344             GO TO 032-X-EXIT
335345     END-READ.
335346     IF CHR-CHECK-NO > WS-RCT-HIGH-CHECK
335347         MOVE CHR-CHECK-NO TO WS-RCT-HIGH-CHECK
335348     END-IF.
335349     IF CHR-DATE = WS-RCT-RUN-DATE
335350         AND CHR-STATUS = "I"
335351         AND CHR-CHECK-NO NOT < WS-RCT-FIRST-CHECK
335352         PERFORM 032-Z-PARA THRU 032-Z-EXIT
335353     END-IF.
335354     MOVE CHR-RECORD TO RWK-RECORD.
335355     WRITE RWK-RECORD.
335356 032-X-EXIT.
335357     EXIT.
335358 032-Y-PARA.
335359     READ RUN-WORK-FILE
335360         AT END
335361             SET WS-RCT-EOF TO TRUE
335362             GO TO 032-Y-EXIT
335363     END-READ.
335364     MOVE RWK-RECORD TO CHR-RECORD.
335365     WRITE CHR-RECORD.
335366 032-Y-EXIT.
335367     EXIT.
335400*----------------------------------------------------------------
335500* 033-PARA IS THE OPERATOR SIGN-ON: THE OPERREF.DAT REFERENCE
335600* FILE IS LOADED AND THE OPERATOR GETS THREE TRIES AT AN ID
348100         PERFORM 034-C-PARA THRU 034-C-EXIT UNTIL WS-LVB-EOF
348200         CLOSE LEAVE-BALANCE-FILE
348300     END-IF.
348320     PERFORM 034-E-PARA THRU 034-E-EXIT.
348400     IF NOT WS-LEAVE-ON
348500         DISPLAY "NO LEAVE RULE OR BALANCE FILE FOUND - LEAVE"
348600         DISPLAY "TRACKING IS OFF THIS SESSION"
353900     MOVE LVB-SICK-BAL TO WS-LVO-SICK(WS-LVO-COUNT).
354000 034-C-EXIT.
354100     EXIT.
354102*    034-E - A RESTART AFTER THE LEAVE BALANCE REWRITE (STEP LVBR)
354104*    FINDS THIS RUN'S ACCRUALS AND DRAWS ALREADY IN THE BALANCES.
354106*    THE RUN'S LEAVRUN.DAT ROWS PUT BACK THE BALANCES IT STARTED
354108*    FROM, SO 034-B WORKS THE RUN OUT THE SAME WAY AGAIN.
354110 034-E-PARA.
354112     IF NOT WS-RCT-RESTART
354114         GO TO 034-E-EXIT
354116     END-IF.
354118     MOVE 13 TO S.
354120     IF NOT WS-RCT-DONE(S)
354122         GO TO 034-E-EXIT
354124     END-IF.
354126     OPEN INPUT LEAVE-RUN-FILE.
354128     IF WS-LRN-FILE-NOT-FOUND
354130         GO TO 034-E-EXIT
354132     END-IF.
354134     MOVE "N" TO WS-LRN-EOF-SWITCH.
354136     PERFORM 034-F-PARA THRU 034-F-EXIT UNTIL WS-LRN-EOF.
354138     CLOSE LEAVE-RUN-FILE.
354140 034-E-EXIT.
354142     EXIT.
354144 034-F-PARA.
354146     READ LEAVE-RUN-FILE
354148         AT END
354150             SET WS-LRN-EOF TO TRUE
354152             GO TO 034-F-EXIT
354154     END-READ.
354156     IF LRN-RUN-DATE NOT = WS-RCT-RUN-DATE
354158         OR LRN-PERIOD-NO NOT = WS-RCT-PERIOD
354160         GO TO 034-F-EXIT
354162     END-IF.
354164     MOVE LRN-EMP-ID TO WS-LOOKUP-ID.
354166     PERFORM 004-D-PARA THRU 004-D-EXIT.
354168     IF WS-FOUND-ID
354170         MOVE LRN-VAC-BEFORE  TO WS-LVB-VAC(WS-FOUND-IDX)
354172         MOVE LRN-SICK-BEFORE TO WS-LVB-SICK(WS-FOUND-IDX)
354174     END-IF.
354176 034-F-EXIT.
354178     EXIT.
354200 034-B-PARA.
354300     IF NOT WS-EMP-ACTIVE(M) OR NOT WS-EMP-SELECTED(M)
354400         GO TO 034-B-EXIT
354500     END-IF.
354510*    THE BALANCES GOING IN ARE KEPT FOR THE RUN-DETAIL FILE.
354520     MOVE WS-LVB-VAC(M)  TO WS-LVB-PRE-VAC(M).
354530     MOVE WS-LVB-SICK(M) TO WS-LVB-PRE-SICK(M).
354600     MOVE 0 TO WS-LVR-IDX.
354700     PERFORM 034-D-PARA THRU 034-D-EXIT
354800         VARYING V FROM 1 BY 1 UNTIL V > WS-LVR-COUNT.
360000     WRITE LVB-RECORD.
360100 034-T-EXIT.
360200     EXIT.
360300*----------------------------------------------------------------
360400* 035-PARA APPENDS WHAT THIS COMMIT RUN TOOK FROM EACH VOLUNTARY
360500* DEDUCTION TO DEDRUN.DAT, AND 035-L APPENDS EACH PAID
360600* EMPLOYEE'S LEAVE BALANCES BEFORE AND AFTER THE RUN TO
360700* LEAVRUN.DAT, BOTH KEYED BY RUN DATE AND PERIOD.  THE LIFETIME
360800* FIGURES ON DEDUCT.DAT AND LEAVBAL.DAT CANNOT SAY WHAT ONE RUN
360900* DID; THESE FILES CAN, SO PAYREVRS CAN BACK A RUN OUT.
360920* EACH IS A LOGGED STEP OF ITS OWN, WRITTEN AHEAD OF THE BALANCE
360940* FILE IT DESCRIBES; 035-P AND 035-U CLEAR A STOPPED RUN'S ROWS
360960* BEFORE A RESTART WRITES THEM AGAIN.
361000*----------------------------------------------------------------
361100 035-PARA.
361110*    A DEDUCTION FILE THE REWRITE WILL REFUSE NEVER MOVES, SO
361120*    THERE IS NOTHING FOR A REVERSAL TO UNDO.
361130     IF WS-DED-OVERFLOW
361140         GO TO 035-EXIT
361150     END-IF.
361200     PERFORM 036-D-PARA THRU 036-D-EXIT.
361300     OPEN EXTEND DEDUCTION-RUN-FILE.
361400     IF WS-DRN-FILE-NOT-FOUND
361500         OPEN OUTPUT DEDUCTION-RUN-FILE
361600         CLOSE DEDUCTION-RUN-FILE
361700         OPEN EXTEND DEDUCTION-RUN-FILE
361800     END-IF.
361900     PERFORM 035-A-PARA THRU 035-A-EXIT
362000         VARYING E FROM 1 BY 1 UNTIL E > WS-DED-COUNT.
362100     CLOSE DEDUCTION-RUN-FILE.
362200 035-EXIT.
362300     EXIT.
362302*    035-P CLEARS THE STOPPED RUN'S DEDRUN.DAT ROWS BEFORE
362304*    035-PARA WRITES THEM AGAIN, OR WHEN THE RUN IS ABANDONED
362306*    BEFORE ITS DEDUCTION BALANCES WERE REWRITTEN.
362308 035-P-PARA.
362310     IF NOT WS-RCT-OPEN
362312         GO TO 035-P-EXIT
362314     END-IF.
362316     OPEN INPUT DEDUCTION-RUN-FILE.
362318     IF WS-DRN-FILE-NOT-FOUND
362320         GO TO 035-P-EXIT
362322     END-IF.
362324     OPEN OUTPUT RUN-WORK-FILE.
362326     MOVE "N" TO WS-DRN-EOF-SWITCH.
362328     PERFORM 035-Q-PARA THRU 035-Q-EXIT UNTIL WS-DRN-EOF.
362330     CLOSE RUN-WORK-FILE.
362332     CLOSE DEDUCTION-RUN-FILE.
362334     OPEN INPUT RUN-WORK-FILE.
362336     OPEN OUTPUT DEDUCTION-RUN-FILE.
362338     MOVE "N" TO WS-RCT-EOF-SWITCH.
362340     PERFORM 035-R-PARA THRU 035-R-EXIT UNTIL WS-RCT-EOF.
362342     CLOSE DEDUCTION-RUN-FILE.
362344     CLOSE RUN-WORK-FILE.
362346 035-P-EXIT.
362348     EXIT.
362350 035-Q-PARA.
362352     READ DEDUCTION-RUN-FILE
362354         AT END
362356             SET WS-DRN-EOF TO TRUE
362358             GO TO 035-Q-EXIT
362360     END-READ.
362362     IF DRN-RUN-DATE = WS-RCT-RUN-DATE
362364         AND DRN-PERIOD-NO = WS-RCT-PERIOD
362366         GO TO 035-Q-EXIT
362368     END-IF.
362370     MOVE DRN-RECORD TO RWK-RECORD.
362372     WRITE RWK-RECORD.
362374 035-Q-EXIT.
362376     EXIT.
362378 035-R-PARA.
362380     READ RUN-WORK-FILE
362382         AT END
362384             SET WS-RCT-EOF TO TRUE
362386             GO TO 035-R-EXIT
362388     END-READ.
362390     MOVE RWK-RECORD TO DRN-RECORD.
362392     WRITE DRN-RECORD.
362394 035-R-EXIT.
362396     EXIT.
362400 035-A-PARA.
362500     IF WS-DED-THIS-RUN(E) = 0
362600         GO TO 035-A-EXIT
362700     END-IF.
362800     MOVE SPACES TO DRN-RECORD.
362900     MOVE WS-DED-EMP-ID(E)   TO DRN-EMP-ID.
363000     MOVE WS-RUN-DATE        TO DRN-RUN-DATE.
363100     MOVE WS-RUN-PERIOD      TO DRN-PERIOD-NO.
363200     MOVE WS-DED-CODE(E)     TO DRN-CODE.
363300     MOVE WS-DED-THIS-RUN(E) TO DRN-AMOUNT.
363400     WRITE DRN-RECORD.
363500 035-A-EXIT.
363600     EXIT.
363700 035-L-PARA.
363800*    A BALANCE FILE THE REWRITE REFUSED NEVER MOVED, SO THERE
363900*    IS NOTHING FOR A REVERSAL TO UNDO.
364000     IF WS-LVO-OVERFLOW
364100         GO TO 035-L-EXIT
364200     END-IF.
364300     PERFORM 036-D-PARA THRU 036-D-EXIT.
364400     OPEN EXTEND LEAVE-RUN-FILE.
364500     IF WS-LRN-FILE-NOT-FOUND
364600         OPEN OUTPUT LEAVE-RUN-FILE
364700         CLOSE LEAVE-RUN-FILE
364800         OPEN EXTEND LEAVE-RUN-FILE
364900     END-IF.
365000     PERFORM 035-M-PARA THRU 035-M-EXIT
365100         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
365200     CLOSE LEAVE-RUN-FILE.
365300 035-L-EXIT.
365400     EXIT.
365500 035-M-PARA.
365600     IF NOT WS-EMP-ACTIVE(M) OR NOT WS-EMP-SELECTED(M)
365700         GO TO 035-M-EXIT
365800     END-IF.
365900     MOVE SPACES TO LRN-RECORD.
366000     MOVE WS-EMP-ID(M)        TO LRN-EMP-ID.
366100     MOVE WS-RUN-DATE         TO LRN-RUN-DATE.
366200     MOVE WS-RUN-PERIOD       TO LRN-PERIOD-NO.
366300     MOVE WS-LVB-PRE-VAC(M)   TO LRN-VAC-BEFORE.
366400     MOVE WS-LVB-VAC(M)       TO LRN-VAC-AFTER.
366500     MOVE WS-LVB-PRE-SICK(M)  TO LRN-SICK-BEFORE.
366600     MOVE WS-LVB-SICK(M)      TO LRN-SICK-AFTER.
366700     WRITE LRN-RECORD.
366800 035-M-EXIT.
366900     EXIT.
366902*    035-U DOES THE SAME FOR LEAVRUN.DAT AHEAD OF 035-L.
366904 035-U-PARA.
366906     IF NOT WS-RCT-OPEN
366908         GO TO 035-U-EXIT
366910     END-IF.
366912     OPEN INPUT LEAVE-RUN-FILE.
366914     IF WS-LRN-FILE-NOT-FOUND
366916         GO TO 035-U-EXIT
366918     END-IF.
366920     OPEN OUTPUT RUN-WORK-FILE.
366922     MOVE "N" TO WS-LRN-EOF-SWITCH.
366924     PERFORM 035-V-PARA THRU 035-V-EXIT UNTIL WS-LRN-EOF.
366926     CLOSE RUN-WORK-FILE.
366928     CLOSE LEAVE-RUN-FILE.
366930     OPEN INPUT RUN-WORK-FILE.
366932     OPEN OUTPUT LEAVE-RUN-FILE.
366934     MOVE "N" TO WS-RCT-EOF-SWITCH.
366936     PERFORM 035-W-PARA THRU 035-W-EXIT UNTIL WS-RCT-EOF.
366938     CLOSE LEAVE-RUN-FILE.
366940     CLOSE RUN-WORK-FILE.
366942 035-U-EXIT.
366944     EXIT.
366946 035-V-PARA.
366948     READ LEAVE-RUN-FILE
366950         AT END
366952             SET WS-LRN-EOF TO TRUE
366954             GO TO 035-V-EXIT
366956     END-READ.
366958     IF LRN-RUN-DATE = WS-RCT-RUN-DATE
366960         AND LRN-PERIOD-NO = WS-RCT-PERIOD
366962         GO TO 035-V-EXIT
366964     END-IF.
366966     MOVE LRN-RECORD TO RWK-RECORD.
366968     WRITE RWK-RECORD.
366970 035-V-EXIT.
366972     EXIT.
366974 035-W-PARA.
366976     READ RUN-WORK-FILE
366978         AT END
366980             SET WS-RCT-EOF TO TRUE
366982             GO TO 035-W-EXIT
366984     END-READ.
366986     MOVE RWK-RECORD TO LRN-RECORD.
366988     WRITE LRN-RECORD.
366990 035-W-EXIT.
366992     EXIT.
367000*----------------------------------------------------------------
367100* 036-PARA READS THE COMMIT STEP LOG AT START-UP.  A BEGN WITH NO
367200* END (OR ABND) BEHIND IT IS A COMMIT THAT STOPPED PART WAY: ITS
367300* STEPS ARE SHOWN DONE / NOT DONE ON THE SCREEN AND THE REPORT,
367400* AND NOTHING ELSE RUNS UNTIL A SUPERVISOR RESUMES IT (THE RUN
367500* PICKS UP AT THE FIRST UNFINISHED STEP, SAME PERIOD, SAME RUN
367600* DATE) OR ABANDONS IT (PAYREVRS THEN BACKS OUT WHAT IT WROTE).
367700*----------------------------------------------------------------
367800 036-PARA.
367900     OPEN INPUT RUN-CONTROL-FILE.
368000     IF WS-RCT-FILE-NOT-FOUND
368100         GO TO 036-EXIT
368200     END-IF.
368300     MOVE "N" TO WS-RCT-EOF-SWITCH.
368400     PERFORM 036-A-PARA THRU 036-A-EXIT UNTIL WS-RCT-EOF.
368500     CLOSE RUN-CONTROL-FILE.
368600     IF NOT WS-RCT-OPEN
368700         MOVE 0 TO WS-RCT-PERIOD
368800         MOVE 0 TO WS-RCT-RUN-DATE
368900         GO TO 036-EXIT
369000     END-IF.
369100     PERFORM 036-B-PARA THRU 036-B-EXIT.
369200     IF NOT WS-OPR-SUPER
369300         MOVE SPACES TO WS-AUD-BEFORE
369400         STRING "RESTART OF PERIOD " WS-RCT-PERIOD " ATTEMPTED"
369500             DELIMITED BY SIZE INTO WS-AUD-BEFORE
369600         PERFORM 033-D-PARA THRU 033-D-EXIT
369700         DISPLAY "A SUPERVISOR MUST RESUME OR ABANDON THE STOPPED"
369800             " RUN - SESSION ENDED"
369900         PERFORM 033-X-PARA
370000     END-IF.
370100     PERFORM 036-R-PARA THRU 036-R-EXIT.
370200 036-EXIT.
370300     EXIT.
370400 036-A-PARA.
370500     READ RUN-CONTROL-FILE
370600         AT END
370700             SET WS-RCT-EOF TO TRUE
370800             GO TO 036-A-EXIT
370900     END-READ.
371000     IF RCT-STEP = "BEGN"
371100         SET WS-RCT-OPEN TO TRUE
371200         MOVE RCT-PERIOD-NO TO WS-RCT-PERIOD
371300         MOVE RCT-RUN-DATE  TO WS-RCT-RUN-DATE
371400         MOVE ALL "N" TO WS-RCT-DONE-TABLE
371420         MOVE 0 TO WS-RCT-FIRST-CHECK
371440         MOVE 0 TO WS-RCT-LAST-CHECK
371500         GO TO 036-A-EXIT
371600     END-IF.
371700     IF NOT WS-RCT-OPEN
371800         OR RCT-PERIOD-NO NOT = WS-RCT-PERIOD
371900         OR RCT-RUN-DATE NOT = WS-RCT-RUN-DATE
372000         GO TO 036-A-EXIT
372100     END-IF.
372200     IF RCT-STEP = "END " OR RCT-STEP = "ABND"
372220         OR RCT-STEP = "RVRS"
372300         MOVE "N" TO WS-RCT-OPEN-SWITCH
372400         GO TO 036-A-EXIT
372500     END-IF.
372510     IF (RCT-STEP = "CHKF" OR RCT-STEP = "CHKS")
372520         AND RCT-FIRST-CHECK NUMERIC
372530         AND RCT-LAST-CHECK NUMERIC
372540         MOVE RCT-FIRST-CHECK TO WS-RCT-FIRST-CHECK
372550         MOVE RCT-LAST-CHECK  TO WS-RCT-LAST-CHECK
372560     END-IF.
372600     MOVE RCT-STEP TO WS-RCT-CODE.
372700     PERFORM 036-F-PARA THRU 036-F-EXIT.
372800     IF WS-RCT-IDX > 0
372900         MOVE "Y" TO WS-RCT-DONE-FLAG(WS-RCT-IDX)
373000     END-IF.
373100 036-A-EXIT.
373200     EXIT.
373300 036-B-PARA.
373400     DISPLAY "--------------------------------------------------".
373500     DISPLAY "INCOMPLETE COMMIT RUN ON FILE - PERIOD "
373600         WS-RCT-PERIOD " RUN DATE " WS-RCT-RUN-DATE.
373700     DISPLAY "--------------------------------------------------".
373800     MOVE SPACES TO WS-RPT-LINE.
373900     PERFORM 013-PARA.
374000     MOVE SPACES TO WS-RPT-LINE.
374100     STRING "INCOMPLETE COMMIT RUN ON FILE - PERIOD "
374200         WS-RCT-PERIOD " RUN DATE " WS-RCT-RUN-DATE
374300         DELIMITED BY SIZE INTO WS-RPT-LINE.
374400     PERFORM 013-PARA.
374500     MOVE 0 TO WS-RCT-IDX.
374600     PERFORM 036-C-PARA THRU 036-C-EXIT
374700         VARYING S FROM 1 BY 1 UNTIL S > 14.
374800     IF WS-RCT-IDX = 0
374900         MOVE "ALL STEPS DONE - ONLY THE CLOSE WAS NOT LOGGED"
375000             TO WS-RPT-LINE
375100         DISPLAY WS-RPT-LINE
375200         PERFORM 013-PARA
375300     END-IF.
375400 036-B-EXIT.
375500     EXIT.
375600 036-C-PARA.
375700     MOVE SPACES TO WS-RPT-LINE.
375800     IF WS-RCT-DONE(S)
375900         STRING "  " WS-RCT-STEP-CODE(S) " " WS-RCT-STEP-DESC(S)
376000             " DONE"
376100             DELIMITED BY SIZE INTO WS-RPT-LINE
376200     ELSE
376300         IF WS-RCT-IDX = 0
376400             MOVE S TO WS-RCT-IDX
376500             STRING "  " WS-RCT-STEP-CODE(S) " "
376600                 WS-RCT-STEP-DESC(S)
376700                 " NOT DONE - A RESTART RESUMES HERE"
376800                 DELIMITED BY SIZE INTO WS-RPT-LINE
376900         ELSE
377000             STRING "  " WS-RCT-STEP-CODE(S) " "
377100                 WS-RCT-STEP-DESC(S) " NOT DONE"
377200                 DELIMITED BY SIZE INTO WS-RPT-LINE
377300         END-IF
377400     END-IF.
377500     DISPLAY WS-RPT-LINE.
377600     PERFORM 013-PARA.
377700 036-C-EXIT.
377800     EXIT.
377900*    036-R - THE SUPERVISOR'S CHOICE FOR THE STOPPED RUN.  EITHER
378000*    WAY IT GOES ON THE AUDIT TRAIL.
378100 036-R-PARA.
378200     DISPLAY "(R)ESUME THE STOPPED RUN, (A)BANDON IT, OR"
378300         " (Q)UIT: ".
378400     ACCEPT WS-ANS.
378500     MOVE "O" TO WS-AUD-ACTION.
378600     MOVE SPACES TO WS-AUD-EMP-ID.
378700     MOVE SPACES TO WS-AUD-BEFORE.
378800     STRING "STOPPED RUN PERIOD " WS-RCT-PERIOD
378900         " DATE " WS-RCT-RUN-DATE
379000         DELIMITED BY SIZE INTO WS-AUD-BEFORE.
379100     EVALUATE WS-ANS
379200         WHEN "R"
379300         WHEN "r"
379400             SET WS-RCT-RESTART TO TRUE
379500             MOVE "RESTART KEYED" TO WS-AUD-AFTER
379600             PERFORM 021-PARA THRU 021-EXIT
379700             DISPLAY "RESUMING PERIOD " WS-RCT-PERIOD
379800                 " - STEPS ALREADY DONE ARE NOT WRITTEN AGAIN"
379900         WHEN "A"
380000         WHEN "a"
380100             DISPLAY "STEPS ALREADY DONE STAY WRITTEN - BACK THE"
380200                 " RUN OUT WITH PAYREVRS BEFORE RE-RUNNING IT."
380300             DISPLAY "ABANDON THE STOPPED RUN? (Y/N): "
380400             ACCEPT WS-CONFIRM-ANS
380500             IF NOT WS-CONFIRM-YES
380600                 GO TO 036-R-PARA
380700             END-IF
380705*                BALANCES THE STOPPED RUN NEVER REWROTE GIVE
380710*                PAYREVRS NOTHING TO BACK OUT, SO THEIR DETAIL
380715*                GOES.
380720             MOVE 11 TO S
380725             IF NOT WS-RCT-DONE(S)
380730                 PERFORM 035-P-PARA THRU 035-P-EXIT
380735             END-IF
380740             MOVE 13 TO S
380745             IF NOT WS-RCT-DONE(S)
380750                 PERFORM 035-U-PARA THRU 035-U-EXIT
380755             END-IF
380800             MOVE "ABND" TO WS-RCT-CODE
380900             PERFORM 036-X-PARA THRU 036-X-EXIT
381000             MOVE "STOPPED RUN ABANDONED" TO WS-AUD-AFTER
381100             PERFORM 021-PARA THRU 021-EXIT
381200             MOVE 0 TO WS-RCT-PERIOD
381300             MOVE 0 TO WS-RCT-RUN-DATE
381400             MOVE "N" TO WS-RCT-OPEN-SWITCH
381500         WHEN "Q"
381600         WHEN "q"
381700             PERFORM 033-X-PARA
381800         WHEN OTHER
381900             DISPLAY "INVALID CHOICE"
382000             GO TO 036-R-PARA
382100     END-EVALUATE.
382200 036-R-EXIT.
382300     EXIT.
382400*    036-D - EVERY STEP THAT STAMPS A DATE TAKES IT FROM HERE, SO
382500*    A RESTART ON A LATER DAY STILL WRITES THE STOPPED RUN'S DATE.
382600 036-D-PARA.
382700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
382800     IF WS-RCT-RUN-DATE > 0
382900         MOVE WS-RCT-RUN-DATE TO WS-RUN-DATE
383000     END-IF.
383100 036-D-EXIT.
383200     EXIT.
383300 036-E-PARA.
383400     MOVE "END " TO WS-RCT-CODE.
383500     PERFORM 036-X-PARA THRU 036-X-EXIT.
383600     DISPLAY "COMMIT RUN COMPLETE - ALL STEPS LOGGED".
383700 036-E-EXIT.
383800     EXIT.
383900 036-F-PARA.
384000     MOVE 0 TO WS-RCT-IDX.
384100     PERFORM 036-J-PARA THRU 036-J-EXIT
384200         VARYING S FROM 1 BY 1 UNTIL S > 14.
384300 036-F-EXIT.
384400     EXIT.
384500 036-G-PARA.
384600     IF WS-RCT-RESTART
384700         GO TO 036-G-EXIT
384800     END-IF.
384900     PERFORM 036-D-PARA THRU 036-D-EXIT.
385000     MOVE WS-RUN-DATE TO WS-RCT-RUN-DATE.
385100     MOVE WS-RUN-PERIOD TO WS-RCT-PERIOD.
385200     MOVE ALL "N" TO WS-RCT-DONE-TABLE.
385220     MOVE 0 TO WS-RCT-FIRST-CHECK.
385240     MOVE 0 TO WS-RCT-LAST-CHECK.
385300     MOVE "BEGN" TO WS-RCT-CODE.
385400     PERFORM 036-X-PARA THRU 036-X-EXIT.
385500 036-G-EXIT.
385600     EXIT.
385700*    036-H CLEARS A HALF-WRITTEN PAYHIST.TXT RECORD FOR THE
385800*    STOPPED RUN BEFORE 014-PARA WRITES IT AGAIN.
385900 036-H-PARA.
386000     IF NOT WS-RCT-RESTART
386100         GO TO 036-H-EXIT
386200     END-IF.
386300     OPEN INPUT PAYROLL-HISTORY-FILE.
386400     IF WS-HIST-FILE-NOT-FOUND
386500         GO TO 036-H-EXIT
386600     END-IF.
386700     OPEN OUTPUT RUN-WORK-FILE.
386800     MOVE "N" TO WS-HIST-EOF-SWITCH.
386900     PERFORM 036-I-PARA THRU 036-I-EXIT UNTIL WS-HIST-EOF.
387000     CLOSE RUN-WORK-FILE.
387100     CLOSE PAYROLL-HISTORY-FILE.
387200     OPEN INPUT RUN-WORK-FILE.
387300     OPEN OUTPUT PAYROLL-HISTORY-FILE.
387400     MOVE "N" TO WS-RCT-EOF-SWITCH.
387500     PERFORM 036-M-PARA THRU 036-M-EXIT UNTIL WS-RCT-EOF.
387600     CLOSE PAYROLL-HISTORY-FILE.
387700     CLOSE RUN-WORK-FILE.
387800 036-H-EXIT.
387900     EXIT.
388000 036-I-PARA.
388100     READ PAYROLL-HISTORY-FILE
388200         AT END
388300             SET WS-HIST-EOF TO TRUE
388400             GO TO 036-I-EXIT
388500     END-READ.
388600     IF HIST-RUN-DATE = WS-RCT-RUN-DATE
388700         AND HIST-PERIOD-NO = WS-RCT-PERIOD
388800         GO TO 036-I-EXIT
388900     END-IF.
389000     MOVE HIST-RECORD TO RWK-RECORD.
389100     WRITE RWK-RECORD.
389200 036-I-EXIT.
389300     EXIT.
389400 036-J-PARA.
389500     IF WS-RCT-STEP-CODE(S) = WS-RCT-CODE
389600         MOVE S TO WS-RCT-IDX
389700     END-IF.
389800 036-J-EXIT.
389900     EXIT.
390000*    036-K - WHEN THE ACH STEP IS ALREADY DONE THE CHECK RUN STILL
390100*    NEEDS ITS CREDIT TOTAL, COUNTED THE WAY 018-A COUNTS IT.
390200 036-K-PARA.
390300     MOVE 0 TO WS-ACH-CREDIT-TOT.
390400     PERFORM 036-L-PARA THRU 036-L-EXIT
390500         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
390600 036-K-EXIT.
390700     EXIT.
390800 036-L-PARA.
390900     IF NOT WS-EMP-SELECTED(M)
390920         OR (NOT WS-EMP-ACTIVE(M) AND NOT WS-OFF-CYCLE)
391000         OR WS-EMP-BANK-ROUTING(M) = 0
391010         OR WS-BKC-CHECK-ONLY(M)
391100         GO TO 036-L-EXIT
391200     END-IF.
391300     ADD WS-CALC-NET(M) TO WS-ACH-CREDIT-TOT.
391400 036-L-EXIT.
391500     EXIT.
391600 036-M-PARA.
391700     READ RUN-WORK-FILE
391800         AT END
391900             SET WS-RCT-EOF TO TRUE
392000             GO TO 036-M-EXIT
392100     END-READ.
392200     MOVE RWK-RECORD TO HIST-RECORD.
392300     WRITE HIST-RECORD.
392400 036-M-EXIT.
392500     EXIT.
392600*    036-P CLEARS THE STOPPED RUN'S EARNHIST.TXT ROWS BEFORE
392700*    019-PARA WRITES THE WHOLE RUN AGAIN.
392800 036-P-PARA.
392900     IF NOT WS-RCT-RESTART
393000         GO TO 036-P-EXIT
393100     END-IF.
393200     OPEN INPUT EARNINGS-HISTORY-FILE.
393300     IF WS-ERN-FILE-NOT-FOUND
393400         GO TO 036-P-EXIT
393500     END-IF.
393600     OPEN OUTPUT RUN-WORK-FILE.
393700     MOVE "N" TO WS-ERN-EOF-SWITCH.
393800     PERFORM 036-Q-PARA THRU 036-Q-EXIT UNTIL WS-ERN-EOF.
393900     CLOSE RUN-WORK-FILE.
394000     CLOSE EARNINGS-HISTORY-FILE.
394100     OPEN INPUT RUN-WORK-FILE.
394200     OPEN OUTPUT EARNINGS-HISTORY-FILE.
394300     MOVE "N" TO WS-RCT-EOF-SWITCH.
394400     PERFORM 036-T-PARA THRU 036-T-EXIT UNTIL WS-RCT-EOF.
394500     CLOSE EARNINGS-HISTORY-FILE.
394600     CLOSE RUN-WORK-FILE.
394700 036-P-EXIT.
394800     EXIT.
394900 036-Q-PARA.
395000     READ EARNINGS-HISTORY-FILE
395100         AT END
395200             SET WS-ERN-EOF TO TRUE
395300             GO TO 036-Q-EXIT
395400     END-READ.
395500     IF ERN-RUN-DATE = WS-RCT-RUN-DATE
395600         AND ERN-PERIOD-NO = WS-RCT-PERIOD
395700         GO TO 036-Q-EXIT
395800     END-IF.
395900     MOVE ERN-RECORD TO RWK-RECORD.
396000     WRITE RWK-RECORD.
396100 036-Q-EXIT.
396200     EXIT.
396300 036-S-PARA.
396400     DISPLAY "RESTART - STEP " WS-RCT-STEP-CODE(S)
396500         " ALREADY DONE, NOT WRITTEN AGAIN".
396600 036-S-EXIT.
396700     EXIT.
396800 036-T-PARA.
396900     READ RUN-WORK-FILE
397000         AT END
397100             SET WS-RCT-EOF TO TRUE
397200             GO TO 036-T-EXIT
397300     END-READ.
397400     MOVE RWK-RECORD TO ERN-RECORD.
397500     WRITE ERN-RECORD.
397600 036-T-EXIT.
397700     EXIT.
397800 036-W-PARA.
397900     IF NOT WS-COMMIT-PHASE
398000         GO TO 036-W-EXIT
398100     END-IF.
398200     MOVE WS-RCT-STEP-CODE(S) TO WS-RCT-CODE.
398300     PERFORM 036-X-PARA THRU 036-X-EXIT.
398400     MOVE "Y" TO WS-RCT-DONE-FLAG(S).
398500 036-W-EXIT.
398600     EXIT.
398700 036-X-PARA.
398800     OPEN EXTEND RUN-CONTROL-FILE.
398900     IF WS-RCT-FILE-NOT-FOUND
399000         OPEN OUTPUT RUN-CONTROL-FILE
399100         CLOSE RUN-CONTROL-FILE
399200         OPEN EXTEND RUN-CONTROL-FILE
399300     END-IF.
399400     MOVE SPACES TO RCT-RECORD.
399500     MOVE WS-RCT-PERIOD   TO RCT-PERIOD-NO.
399600     MOVE WS-RCT-RUN-DATE TO RCT-RUN-DATE.
399700     MOVE WS-RCT-CODE     TO RCT-STEP.
399720     MOVE WS-RCT-FIRST-CHECK TO RCT-FIRST-CHECK.
399740     MOVE WS-RCT-LAST-CHECK  TO RCT-LAST-CHECK.
399800     ACCEPT RCT-STAMP-DATE FROM DATE YYYYMMDD.
399900     ACCEPT RCT-STAMP-TIME FROM TIME.
400000     MOVE WS-OPERATOR-ID  TO RCT-OPERATOR.
400100     WRITE RCT-RECORD.
400200     CLOSE RUN-CONTROL-FILE.
400300 036-X-EXIT.
400400     EXIT.
400500*----------------------------------------------------------------
400600* 037-PARA HANDS THE REGISTER TOTALS TO THE PAYBAL SUBROUTINE,
400700* WHICH TIES EVERY FILE THE COMMIT WROTE BACK TO THEM AND PRINTS
400800* THE PROOF ON BALPROOF.TXT.  ANY BREAK IS FLAGGED HERE TOO SO
400900* THE FILES ARE HELD BEFORE THEY GO TO THE BANK OR THE BOOKS.
401000*----------------------------------------------------------------
401100 037-PARA.
401200     MOVE WS-RCT-RUN-DATE  TO BAL-RUN-DATE.
401300     MOVE WS-RUN-PERIOD    TO BAL-PERIOD-NO.
401320     MOVE WS-RCT-FIRST-CHECK TO BAL-FIRST-CHECK.
401340     MOVE WS-RCT-LAST-CHECK  TO BAL-LAST-CHECK.
401400     MOVE WS-GLJ-CASH-ACCT TO BAL-CASH-ACCT.
401500     MOVE WS-TOT-GROSS     TO BAL-REG-GROSS.
401600     MOVE WS-TOT-FICA      TO BAL-REG-FICA.
401620     MOVE WS-TOT-SS        TO BAL-REG-SS.
401640     MOVE WS-TOT-MED       TO BAL-REG-MED.
401700     MOVE WS-TOT-FED       TO BAL-REG-FED.
401800     MOVE WS-TOT-ST        TO BAL-REG-ST.
401900     MOVE WS-TOT-NET       TO BAL-REG-NET.
402000     CALL "PAYBAL" USING BAL-REQUEST.
402100     MOVE SPACES TO WS-RPT-LINE.
402200     IF BAL-OUT-OF-BALANCE
402300         STRING "BALANCING PROOF: " BAL-BREAK-COUNT
402400             " BREAK(S) - HOLD THE BANK AND GL FILES"
402500             DELIMITED BY SIZE INTO WS-RPT-LINE
402600         DISPLAY WS-RPT-LINE
402700         PERFORM 013-PARA
402800         MOVE "SEE BALPROOF.TXT BEFORE RELEASING ANY RUN FILE"
402900             TO WS-RPT-LINE
403000     ELSE
403100         MOVE "BALANCING PROOF: ALL RUN OUTPUTS TIE"
403200             TO WS-RPT-LINE
403300     END-IF.
403400     DISPLAY WS-RPT-LINE.
403500     PERFORM 013-PARA.
403600 037-EXIT.
403700     EXIT.
403800*----------------------------------------------------------------
403900* 038-PARA HOLDS A NEW OR CHANGED DEPOSIT ACCOUNT FOR A SECOND
404000* SUPERVISOR.  THE CALLER HAS KEYED THE NEW ROUTING AND ACCOUNT
404100* INTO THE ROSTER ENTRY AT WS-BKC-EMP-IDX AND SAVED THE OLD ONES
404200* IN WS-BKC-PRIOR-RTG/-ACCT.  THE CHANGE GOES TO BANKCHG.DAT AND
404300* THE OLD BANKING IS PUT BACK, SO THE MASTER WRITE THAT FOLLOWS
404400* KEEPS PAYING THE EMPLOYEE THE WAY IT DID.  TAKING THE BANKING
404500* OFF (ROUTING 0) SENDS PAY TO NO NEW ACCOUNT - THE EMPLOYEE IS
404600* PAID BY CHECK - SO IT STANDS AT ONCE.  ANY CHANGE STILL OPEN
404700* FOR THE EMPLOYEE IS SUPERSEDED BY THE NEW ONE.  WS-BKC-RESULT
404800* TELLS THE CALLER WHETHER THE CHANGE WAS HELD OR REFUSED.
404900*----------------------------------------------------------------
405000 038-PARA.
405100     MOVE SPACE TO WS-BKC-RESULT.
405200     IF WS-EMP-BANK-ROUTING(WS-BKC-EMP-IDX) = WS-BKC-PRIOR-RTG
405300         AND WS-EMP-BANK-ACCT(WS-BKC-EMP-IDX) = WS-BKC-PRIOR-ACCT
405400         GO TO 038-EXIT
405500     END-IF.
405600     PERFORM 038-A-PARA THRU 038-A-EXIT.
405700     IF WS-BKC-OVERFLOW
405800         MOVE WS-BKC-PRIOR-RTG
405900             TO WS-EMP-BANK-ROUTING(WS-BKC-EMP-IDX)
406000         MOVE WS-BKC-PRIOR-ACCT
406100             TO WS-EMP-BANK-ACCT(WS-BKC-EMP-IDX)
406200         SET WS-BKC-WAS-REFUSED TO TRUE
406300         GO TO 038-EXIT
406400     END-IF.
406500     MOVE 0 TO WS-BKC-IDX.
406600     PERFORM 038-C-PARA THRU 038-C-EXIT
406700         VARYING B FROM 1 BY 1 UNTIL B > WS-BKC-COUNT.
406800     IF WS-EMP-BANK-ROUTING(WS-BKC-EMP-IDX) = 0
406900         IF WS-BKC-IDX > 0
407000             PERFORM 038-W-PARA THRU 038-W-EXIT
407100         END-IF
407200         GO TO 038-EXIT
407300     END-IF.
407400*    A SUPERSEDED CHANGE GIVES UP ITS SLOT TO THE NEW ONE.
407500     IF WS-BKC-IDX = 0
407600         IF WS-BKC-COUNT >= WS-MAX-BKC
407700             MOVE WS-BKC-PRIOR-RTG
407800                 TO WS-EMP-BANK-ROUTING(WS-BKC-EMP-IDX)
407900             MOVE WS-BKC-PRIOR-ACCT
408000                 TO WS-EMP-BANK-ACCT(WS-BKC-EMP-IDX)
408100             SET WS-BKC-WAS-REFUSED TO TRUE
408200             GO TO 038-EXIT
408300         END-IF
408400         ADD 1 TO WS-BKC-COUNT
408500         MOVE WS-BKC-COUNT TO WS-BKC-IDX
408600     END-IF.
408700     MOVE WS-BKC-IDX TO B.
408800     ACCEPT WS-BKC-TODAY FROM DATE YYYYMMDD.
408900     MOVE WS-EMP-ID(WS-BKC-EMP-IDX) TO WS-BKC-EMP-ID(B).
409000     MOVE "H" TO WS-BKC-STATUS(B).
409100     MOVE WS-EMP-BANK-ROUTING(WS-BKC-EMP-IDX)
409200         TO WS-BKC-ROUTING(B).
409300     MOVE WS-EMP-BANK-ACCT(WS-BKC-EMP-IDX) TO WS-BKC-ACCT(B).
409400     MOVE WS-BKC-PRIOR-RTG  TO WS-BKC-OLD-ROUTING(B).
409500     MOVE WS-BKC-PRIOR-ACCT TO WS-BKC-OLD-ACCT(B).
409600     MOVE WS-OPERATOR-ID    TO WS-BKC-KEYED-BY(B).
409700     MOVE WS-BKC-TODAY      TO WS-BKC-KEYED-DATE(B).
409800     MOVE SPACES            TO WS-BKC-APPR-BY(B).
409900     MOVE 0                 TO WS-BKC-APPR-DATE(B).
410000     MOVE 0                 TO WS-BKC-PRENOTE-DATE(B).
410100     MOVE SPACE             TO WS-BKC-RUN-FLAG(B).
410200     MOVE WS-BKC-PRIOR-RTG
410300         TO WS-EMP-BANK-ROUTING(WS-BKC-EMP-IDX).
410400     MOVE WS-BKC-PRIOR-ACCT
410500         TO WS-EMP-BANK-ACCT(WS-BKC-EMP-IDX).
410600     PERFORM 038-W-PARA THRU 038-W-EXIT.
410700     MOVE "B" TO WS-AUD-ACTION.
410800     MOVE WS-BKC-EMP-ID(B) TO WS-AUD-EMP-ID.
410900     MOVE SPACES TO WS-AUD-BEFORE.
411000     STRING "BANK " WS-BKC-OLD-ROUTING(B) " " WS-BKC-OLD-ACCT(B)
411100         DELIMITED BY SIZE INTO WS-AUD-BEFORE.
411200     MOVE SPACES TO WS-AUD-AFTER.
411300     STRING "HELD " WS-BKC-ROUTING(B) " " WS-BKC-ACCT(B)
411400         " FOR APPROVAL"
411500         DELIMITED BY SIZE INTO WS-AUD-AFTER.
411600     PERFORM 021-PARA THRU 021-EXIT.
411700     SET WS-BKC-WAS-HELD TO TRUE.
411800 038-EXIT.
411900     EXIT.
412000*    038-A LOADS BANKCHG.DAT INTO THE TABLE.
412100 038-A-PARA.
412200     MOVE 0 TO WS-BKC-COUNT.
412300     MOVE "N" TO WS-BKC-EOF-SWITCH.
412400     MOVE "N" TO WS-BKC-OVFL-SWITCH.
412500     OPEN INPUT BANK-CHANGE-FILE.
412600     IF WS-BKC-FILE-NOT-FOUND
412700         GO TO 038-A-EXIT
412800     END-IF.
412900     PERFORM 038-B-PARA THRU 038-B-EXIT UNTIL WS-BKC-EOF.
413000     CLOSE BANK-CHANGE-FILE.
413100 038-A-EXIT.
413200     EXIT.
413300 038-B-PARA.
413400     READ BANK-CHANGE-FILE
413500         AT END
413600             SET WS-BKC-EOF TO TRUE
413700             GO TO 038-B-EXIT
413800     END-READ.
413900     IF WS-BKC-COUNT >= WS-MAX-BKC
414000         SET WS-BKC-OVERFLOW TO TRUE
414100         SET WS-BKC-EOF TO TRUE
414200         GO TO 038-B-EXIT
414300     END-IF.
414400     ADD 1 TO WS-BKC-COUNT.
414500     MOVE WS-BKC-COUNT TO B.
414600     MOVE BKC-EMP-ID       TO WS-BKC-EMP-ID(B).
414700     MOVE BKC-STATUS       TO WS-BKC-STATUS(B).
414800     MOVE BKC-ROUTING      TO WS-BKC-ROUTING(B).
414900     MOVE BKC-ACCT         TO WS-BKC-ACCT(B).
415000     MOVE BKC-OLD-ROUTING  TO WS-BKC-OLD-ROUTING(B).
415100     MOVE BKC-OLD-ACCT     TO WS-BKC-OLD-ACCT(B).
415200     MOVE BKC-KEYED-BY     TO WS-BKC-KEYED-BY(B).
415300     MOVE BKC-KEYED-DATE   TO WS-BKC-KEYED-DATE(B).
415400     MOVE BKC-APPR-BY      TO WS-BKC-APPR-BY(B).
415500     MOVE BKC-APPR-DATE    TO WS-BKC-APPR-DATE(B).
415600     MOVE BKC-PRENOTE-DATE TO WS-BKC-PRENOTE-DATE(B).
415700     MOVE SPACE            TO WS-BKC-RUN-FLAG(B).
415800 038-B-EXIT.
415900     EXIT.
416000*    038-C SUPERSEDES AN OPEN CHANGE FOR THE EMPLOYEE BEING KEYED.
416100 038-C-PARA.
416200     IF WS-BKC-EMP-ID(B) NOT = WS-EMP-ID(WS-BKC-EMP-IDX)
416300         OR NOT WS-BKC-OPEN(B)
416400         GO TO 038-C-EXIT
416500     END-IF.
416600     MOVE "B" TO WS-AUD-ACTION.
416700     MOVE WS-BKC-EMP-ID(B) TO WS-AUD-EMP-ID.
416800     MOVE SPACES TO WS-AUD-BEFORE.
416900     STRING "OPEN " WS-BKC-STATUS(B) " " WS-BKC-ROUTING(B) " "
417000         WS-BKC-ACCT(B)
417100         DELIMITED BY SIZE INTO WS-AUD-BEFORE.
417200     MOVE "SUPERSEDED BY A NEWER BANKING CHANGE" TO WS-AUD-AFTER.
417300     PERFORM 021-PARA THRU 021-EXIT.
417400     MOVE "S" TO WS-BKC-STATUS(B).
417500     MOVE B TO WS-BKC-IDX.
417600 038-C-EXIT.
417700     EXIT.
417800*    038-W REWRITES BANKCHG.DAT WITH THE CHANGES STILL OPEN.
417900 038-W-PARA.
418000     OPEN OUTPUT BANK-CHANGE-FILE.
418100     PERFORM 038-D-PARA THRU 038-D-EXIT
418200         VARYING B FROM 1 BY 1 UNTIL B > WS-BKC-COUNT.
418300     CLOSE BANK-CHANGE-FILE.
418400 038-W-EXIT.
418500     EXIT.
418600 038-D-PARA.
418700     IF NOT WS-BKC-OPEN(B)
418800         GO TO 038-D-EXIT
418900     END-IF.
419000     MOVE SPACES TO BKC-RECORD.
419100     MOVE WS-BKC-EMP-ID(B)       TO BKC-EMP-ID.
419200     MOVE WS-BKC-STATUS(B)       TO BKC-STATUS.
419300     MOVE WS-BKC-ROUTING(B)      TO BKC-ROUTING.
419400     MOVE WS-BKC-ACCT(B)         TO BKC-ACCT.
419500     MOVE WS-BKC-OLD-ROUTING(B)  TO BKC-OLD-ROUTING.
419600     MOVE WS-BKC-OLD-ACCT(B)     TO BKC-OLD-ACCT.
419700     MOVE WS-BKC-KEYED-BY(B)     TO BKC-KEYED-BY.
419800     MOVE WS-BKC-KEYED-DATE(B)   TO BKC-KEYED-DATE.
419900     MOVE WS-BKC-APPR-BY(B)      TO BKC-APPR-BY.
420000     MOVE WS-BKC-APPR-DATE(B)    TO BKC-APPR-DATE.
420100     MOVE WS-BKC-PRENOTE-DATE(B) TO BKC-PRENOTE-DATE.
420200     WRITE BKC-RECORD.
420300 038-D-EXIT.
420400     EXIT.
420500*    038-Q TELLS THE OPERATOR AT THE SCREEN WHAT 038-PARA DID.
420600 038-Q-PARA.
420700     IF WS-BKC-WAS-HELD
420800         DISPLAY "BANKING CHANGE HELD FOR APPROVAL BY A SECOND"
420900         DISPLAY "SUPERVISOR - PAY GOES AS BEFORE UNTIL THEN"
421000     END-IF.
421100     IF WS-BKC-WAS-REFUSED
421200         DISPLAY "BANKING-CHANGE FILE FULL - BANKING NOT CHANGED"
421300     END-IF.
421400 038-Q-EXIT.
421500     EXIT.
421600*----------------------------------------------------------------
421700* 038-M IS THE (B)ANKING MENU CHOICE: EACH HELD CHANGE IS SHOWN
421800* AND A SUPERVISOR APPROVES, REJECTS, OR SKIPS IT.  THE OPERATOR
421900* WHO KEYED A CHANGE MAY NOT APPROVE IT.  AN APPROVED CHANGE
422000* WAITS FOR THE NEXT COMMIT RUN TO SEND ITS PRENOTE; A REJECTED
422100* ONE LEAVES THE OLD BANKING STANDING.
422200*----------------------------------------------------------------
422300 038-M-PARA.
422400     PERFORM 038-A-PARA THRU 038-A-EXIT.
422500     IF WS-BKC-OVERFLOW
422600         DISPLAY "BANKING-CHANGE FILE EXCEEDS THE TABLE -"
422700         DISPLAY "NOTHING CAN BE APPROVED"
422800         GO TO 002-PARA
422900     END-IF.
423000     MOVE 0 TO WS-BKC-IDX.
423100     MOVE 0 TO WS-BKC-DECIDED.
423200     PERFORM 038-N-PARA THRU 038-N-EXIT
423300         VARYING B FROM 1 BY 1 UNTIL B > WS-BKC-COUNT.
423400     IF WS-BKC-IDX = 0
423500         DISPLAY "NO BANKING CHANGES AWAITING APPROVAL"
423600         GO TO 002-PARA
423700     END-IF.
423800     IF WS-BKC-DECIDED > 0
423900         PERFORM 038-W-PARA THRU 038-W-EXIT
424000     END-IF.
424100     DISPLAY WS-BKC-DECIDED
424200         " BANKING CHANGES APPROVED OR REJECTED".
424300     GO TO 002-PARA.
424400 038-N-PARA.
424500     IF NOT WS-BKC-HELD(B)
424600         GO TO 038-N-EXIT
424700     END-IF.
424800     ADD 1 TO WS-BKC-IDX.
424900     MOVE WS-BKC-EMP-ID(B) TO WS-LOOKUP-ID.
425000     PERFORM 004-D-PARA THRU 004-D-EXIT.
425100     DISPLAY "---------------------------------------------".
425200     IF WS-FOUND-ID
425300         DISPLAY "EMPLOYEE " WS-BKC-EMP-ID(B) " "
425400             WS-EMP-F-NAME(WS-FOUND-IDX) " "
425500             WS-EMP-L-NAME(WS-FOUND-IDX)
425600     ELSE
425700         DISPLAY "EMPLOYEE " WS-BKC-EMP-ID(B) " (NOT ON ROSTER)"
425800     END-IF.
425900     DISPLAY "  ON FILE  " WS-BKC-OLD-ROUTING(B) " "
426000         WS-BKC-OLD-ACCT(B).
426100     DISPLAY "  NEW      " WS-BKC-ROUTING(B) " " WS-BKC-ACCT(B).
426200     DISPLAY "  KEYED BY " WS-BKC-KEYED-BY(B) " ON "
426300         WS-BKC-KEYED-DATE(B).
426400     DISPLAY "(A)PPROVE (R)EJECT (S)KIP: ".
426500     ACCEPT WS-BKC-ANS.
426600     MOVE SPACES TO WS-AUD-BEFORE.
426700     STRING "HELD " WS-BKC-ROUTING(B) " " WS-BKC-ACCT(B)
426800         DELIMITED BY SIZE INTO WS-AUD-BEFORE.
426900     EVALUATE WS-BKC-ANS
427000         WHEN "A"
427100         WHEN "a"
427200             IF WS-BKC-KEYED-BY(B) = WS-OPERATOR-ID
427300                 MOVE SPACES TO WS-AUD-BEFORE
427400                 STRING "APPROVE OWN BANKING CHANGE FOR "
427500                     WS-BKC-EMP-ID(B)
427600                     DELIMITED BY SIZE INTO WS-AUD-BEFORE
427700                 PERFORM 033-D-PARA THRU 033-D-EXIT
427800                 DISPLAY "A BANKING CHANGE MUST BE APPROVED BY A"
427900                 DISPLAY "SUPERVISOR OTHER THAN THE ONE WHO KEYED"
428000                 DISPLAY "IT - LEFT ON HOLD"
428100                 GO TO 038-N-EXIT
428200             END-IF
428300             ACCEPT WS-BKC-TODAY FROM DATE YYYYMMDD
428400             MOVE "P" TO WS-BKC-STATUS(B)
428500             MOVE WS-OPERATOR-ID TO WS-BKC-APPR-BY(B)
428600             MOVE WS-BKC-TODAY TO WS-BKC-APPR-DATE(B)
428700             MOVE "APPROVED - PRENOTE ON THE NEXT ACH FILE"
428800                 TO WS-AUD-AFTER
428900             DISPLAY "APPROVED - PRENOTE ON THE NEXT ACH FILE"
429000         WHEN "R"
429100         WHEN "r"
429200             MOVE "R" TO WS-BKC-STATUS(B)
429300             MOVE "REJECTED - BANKING ON FILE STANDS"
429400                 TO WS-AUD-AFTER
429500             DISPLAY "REJECTED - BANKING ON FILE STANDS"
429600         WHEN OTHER
429700             DISPLAY "LEFT ON HOLD"
429800             GO TO 038-N-EXIT
429900     END-EVALUATE.
430000     ADD 1 TO WS-BKC-DECIDED.
430100     MOVE "B" TO WS-AUD-ACTION.
430200     MOVE WS-BKC-EMP-ID(B) TO WS-AUD-EMP-ID.
430300     PERFORM 021-PARA THRU 021-EXIT.
430400 038-N-EXIT.
430500     EXIT.
430600*----------------------------------------------------------------
430700* 038-S SETTLES THE APPROVED CHANGES FOR THIS RUN, AFTER THE
430800* PENDING CHANGES ARE APPLIED.  AN APPROVED CHANGE WITH NO
430900* PRENOTE YET IS MARKED TO SEND ONE ON THIS RUN'S ACH FILE; ONE
431000* WHOSE PRENOTE WENT OUT AT LEAST WS-BKC-PRENOTE-DAYS AGO GOES
431100* LIVE IN THE TABLE NOW.  UNTIL THEN THE EMPLOYEE IS PAID BY
431200* CHECK.  NOTHING IS WRITTEN HERE - 038-F DOES THAT AS PART OF
431300* THE LAST COMMIT STEP, SO A PREVIEW OR A RESTART SETTLES THE
431400* SAME WAY AS THE COMMIT IT STANDS FOR.
431500*----------------------------------------------------------------
431600 038-S-PARA.
431700     MOVE ALL "N" TO WS-BKC-PAY-CHECK-TABLE.
431800     MOVE 0 TO WS-BKC-PRENOTES.
431900     MOVE 0 TO WS-BKC-WENT-LIVE.
432000     PERFORM 038-A-PARA THRU 038-A-EXIT.
432100     IF WS-BKC-COUNT = 0
432200         GO TO 038-S-EXIT
432300     END-IF.
432400     IF WS-BKC-OVERFLOW
432500         DISPLAY "BANKING-CHANGE FILE EXCEEDS THE TABLE -"
432600         DISPLAY "NO BANKING CHANGES SETTLED THIS RUN"
432700         GO TO 038-S-EXIT
432800     END-IF.
432900     PERFORM 036-D-PARA THRU 036-D-EXIT.
433000     MOVE WS-RUN-DATE TO WS-BKC-RUN-DATE.
433100     PERFORM 038-T-PARA THRU 038-T-EXIT
433200         VARYING B FROM 1 BY 1 UNTIL B > WS-BKC-COUNT.
433300     IF WS-BKC-PRENOTES > 0
433400         DISPLAY WS-BKC-PRENOTES " ACH PRENOTES TO SEND THIS RUN"
433500     END-IF.
433600     IF WS-BKC-WENT-LIVE > 0
433700         DISPLAY WS-BKC-WENT-LIVE " BANKING CHANGES NOW LIVE"
433800     END-IF.
433900 038-S-EXIT.
434000     EXIT.
434100 038-T-PARA.
434200     IF NOT WS-BKC-APPROVED(B)
434300         GO TO 038-T-EXIT
434400     END-IF.
434500     MOVE WS-BKC-EMP-ID(B) TO WS-LOOKUP-ID.
434600     PERFORM 004-D-PARA THRU 004-D-EXIT.
434700     IF NOT WS-FOUND-ID
434800         GO TO 038-T-EXIT
434900     END-IF.
435000     IF NOT WS-EMP-ACTIVE(WS-FOUND-IDX)
435100         GO TO 038-T-EXIT
435200     END-IF.
435300     IF WS-BKC-PRENOTE-DATE(B) = 0
435400         SET WS-BKC-SEND-PRENOTE(B) TO TRUE
435500         SET WS-BKC-CHECK-ONLY(WS-FOUND-IDX) TO TRUE
435600         ADD 1 TO WS-BKC-PRENOTES
435700         GO TO 038-T-EXIT
435800     END-IF.
435900*    CALENDAR DAYS SINCE THE PRENOTE, WITH THE SAME 365-DAY YEAR
436000*    AND 30-DAY MONTH AS 024-E.
436100     MOVE WS-BKC-RUN-DATE(1:4) TO WS-RUN-YY.
436200     MOVE WS-BKC-RUN-DATE(5:2) TO WS-RUN-MM.
436300     MOVE WS-BKC-RUN-DATE(7:2) TO WS-RUN-DD.
436400     MOVE WS-BKC-PRENOTE-DATE(B)(1:4) TO WS-EFF-YY.
436500     MOVE WS-BKC-PRENOTE-DATE(B)(5:2) TO WS-EFF-MM.
436600     MOVE WS-BKC-PRENOTE-DATE(B)(7:2) TO WS-EFF-DD.
436700     COMPUTE WS-BKC-DAYS =
436800         ((WS-RUN-YY - WS-EFF-YY) * 365)
436900         + ((WS-RUN-MM - WS-EFF-MM) * 30)
437000         + (WS-RUN-DD - WS-EFF-DD).
437100     IF WS-BKC-DAYS < WS-BKC-PRENOTE-DAYS
437200         SET WS-BKC-CHECK-ONLY(WS-FOUND-IDX) TO TRUE
437300         GO TO 038-T-EXIT
437400     END-IF.
437500     SET WS-BKC-GO-LIVE(B) TO TRUE.
437600     MOVE WS-BKC-ROUTING(B) TO WS-EMP-BANK-ROUTING(WS-FOUND-IDX).
437700     MOVE WS-BKC-ACCT(B)    TO WS-EMP-BANK-ACCT(WS-FOUND-IDX).
437800     ADD 1 TO WS-BKC-WENT-LIVE.
437900 038-T-EXIT.
438000     EXIT.
438100*    038-P WRITES ONE ZERO-DOLLAR PRENOTE ENTRY (TRANSACTION CODE
438200*    23) TO THE ACH FILE 018-PARA HAS OPEN.
438300 038-P-PARA.
438400     IF NOT WS-BKC-SEND-PRENOTE(B)
438500         GO TO 038-P-EXIT
438600     END-IF.
438700     MOVE WS-BKC-EMP-ID(B) TO WS-LOOKUP-ID.
438800     PERFORM 004-D-PARA THRU 004-D-EXIT.
438900     MOVE "23" TO ACH-DET-TRAN-CODE.
439000     MOVE WS-BKC-ROUTING(B) TO ACH-DET-ROUTING.
439100     MOVE WS-BKC-ACCT(B)    TO ACH-DET-ACCOUNT.
439200     MOVE 0                 TO ACH-DET-AMOUNT.
439300     MOVE WS-BKC-EMP-ID(B)  TO ACH-DET-EMP-ID.
439400     MOVE SPACES TO ACH-DET-NAME.
439500     STRING WS-EMP-F-NAME(WS-FOUND-IDX) " "
439600         WS-EMP-L-NAME(WS-FOUND-IDX)
439700         DELIMITED BY SIZE INTO ACH-DET-NAME.
439800     MOVE WS-ACH-DETAIL TO ACH-RECORD.
439900     WRITE ACH-RECORD.
440000     ADD 1 TO WS-ACH-ENTRY-COUNT.
440100     MOVE WS-BKC-ROUTING(B)(1:8) TO WS-ACH-RTG8.
440200     ADD WS-ACH-RTG8 TO WS-ACH-HASH-WORK.
440300     DISPLAY "ACH PRENOTE SENT FOR " WS-BKC-EMP-ID(B)
440400         " - PAY BY CHECK UNTIL IT CLEARS".
440500 038-P-EXIT.
440600     EXIT.
440700*----------------------------------------------------------------
440800* 038-F RUNS WITH 024-F IN THE LAST COMMIT STEP: A PRENOTE SENT
440900* THIS RUN IS DATED ON THE CHANGE, A CHANGE THAT WENT LIVE IS
441000* REWRITTEN TO THE MASTER AND LEAVES THE FILE, AND BOTH ARE
441100* AUDITED.
441200*----------------------------------------------------------------
441300 038-F-PARA.
441400     IF WS-BKC-COUNT = 0 OR WS-BKC-OVERFLOW
441500         GO TO 038-F-EXIT
441600     END-IF.
441700     IF WS-BKC-PRENOTES = 0 AND WS-BKC-WENT-LIVE = 0
441800         GO TO 038-F-EXIT
441900     END-IF.
442000     PERFORM 038-G-PARA THRU 038-G-EXIT
442100         VARYING B FROM 1 BY 1 UNTIL B > WS-BKC-COUNT.
442200     PERFORM 038-W-PARA THRU 038-W-EXIT.
442300 038-F-EXIT.
442400     EXIT.
442500 038-G-PARA.
442600     MOVE "B" TO WS-AUD-ACTION.
442700     MOVE WS-BKC-EMP-ID(B) TO WS-AUD-EMP-ID.
442800     IF WS-BKC-SEND-PRENOTE(B)
442900         MOVE WS-BKC-RUN-DATE TO WS-BKC-PRENOTE-DATE(B)
443000         MOVE SPACES TO WS-AUD-BEFORE
443100         STRING "APPROVED " WS-BKC-ROUTING(B) " " WS-BKC-ACCT(B)
443200             DELIMITED BY SIZE INTO WS-AUD-BEFORE
443300         MOVE "PRENOTE SENT - PAID BY CHECK UNTIL IT CLEARS"
443400             TO WS-AUD-AFTER
443500         PERFORM 021-PARA THRU 021-EXIT
443600         GO TO 038-G-EXIT
443700     END-IF.
443800     IF NOT WS-BKC-GO-LIVE(B)
443900         GO TO 038-G-EXIT
444000     END-IF.
444100     MOVE WS-BKC-EMP-ID(B) TO WS-LOOKUP-ID.
444200     PERFORM 004-D-PARA THRU 004-D-EXIT.
444300     IF NOT WS-FOUND-ID
444400         GO TO 038-G-EXIT
444500     END-IF.
444600     PERFORM 004-F-PARA THRU 004-F-EXIT.
444700     MOVE "L" TO WS-BKC-STATUS(B).
444800     MOVE SPACES TO WS-AUD-BEFORE.
444900     STRING "BANK " WS-BKC-OLD-ROUTING(B) " " WS-BKC-OLD-ACCT(B)
445000         DELIMITED BY SIZE INTO WS-AUD-BEFORE.
445100     MOVE SPACES TO WS-AUD-AFTER.
445200     STRING "LIVE " WS-BKC-ROUTING(B) " " WS-BKC-ACCT(B)
445300         " PRENOTE PASSED"
445400         DELIMITED BY SIZE INTO WS-AUD-AFTER.
445500     PERFORM 021-PARA THRU 021-EXIT.
445600 038-G-EXIT.
445700     EXIT.
445800*----------------------------------------------------------------
445900* 039-PARA KEEPS THE DEPARTMENT HISTORY: ONE DEPTHIST.TXT RECORD
446000* FOR EACH DEPARTMENT PAID THIS RUN - GROSS, EMPLOYER TAX,
446100* HEADCOUNT PAID, AND HOURLY OVERTIME DOLLARS, FROM THE SAME
446200* TOTALS 017-PARA PRINTS - FOR THE BUDGET-VERSUS-ACTUAL REPORT.
446300* PAY FOR A CODE NOT ON DEPTREF.DAT IS KEPT UNDER ????.
446400*----------------------------------------------------------------
446500 039-PARA.
446600     PERFORM 036-D-PARA THRU 036-D-EXIT.
446700     PERFORM 039-H-PARA THRU 039-H-EXIT.
446800     OPEN EXTEND DEPT-HISTORY-FILE.
446900     IF WS-DPH-FILE-NOT-FOUND
447000         OPEN OUTPUT DEPT-HISTORY-FILE
447100         CLOSE DEPT-HISTORY-FILE
447200         OPEN EXTEND DEPT-HISTORY-FILE
447300     END-IF.
447400     MOVE 0 TO WS-DPH-COUNT.
447500     PERFORM 039-A-PARA THRU 039-A-EXIT
447600         VARYING D FROM 1 BY 1 UNTIL D > WS-DEPT-COUNT.
447700     IF WS-UNA-GROSS > 0 OR WS-UNA-HEAD > 0
447800         MOVE SPACES TO DPH-RECORD
447900         MOVE WS-RUN-DATE   TO DPH-RUN-DATE
448000         MOVE WS-RUN-PERIOD TO DPH-PERIOD-NO
448100         MOVE "????"        TO DPH-DEPT-CODE
448200         MOVE WS-UNA-GROSS  TO DPH-GROSS
448300         MOVE WS-UNA-ER-TAX TO DPH-ER-TAX
448400         MOVE WS-UNA-HEAD   TO DPH-HEAD
448500         MOVE WS-UNA-OT-PAY TO DPH-OT-PAY
448600         WRITE DPH-RECORD
448700         ADD 1 TO WS-DPH-COUNT
448800     END-IF.
448900     CLOSE DEPT-HISTORY-FILE.
449000     DISPLAY "DEPARTMENT HISTORY WRITTEN - " WS-DPH-COUNT
449100         " DEPARTMENT(S)".
449200 039-EXIT.
449300     EXIT.
449400 039-A-PARA.
449500     IF WS-DEPT-GROSS(D) = 0 AND WS-DEPT-HEAD(D) = 0
449600         GO TO 039-A-EXIT
449700     END-IF.
449800     MOVE SPACES TO DPH-RECORD.
449900     MOVE WS-RUN-DATE        TO DPH-RUN-DATE.
450000     MOVE WS-RUN-PERIOD      TO DPH-PERIOD-NO.
450100     MOVE WS-DEPT-CODE(D)    TO DPH-DEPT-CODE.
450200     MOVE WS-DEPT-GROSS(D)   TO DPH-GROSS.
450300     MOVE WS-DEPT-ER-TAX(D)  TO DPH-ER-TAX.
450400     MOVE WS-DEPT-HEAD(D)    TO DPH-HEAD.
450500     MOVE WS-DEPT-OT-PAY(D)  TO DPH-OT-PAY.
450600     WRITE DPH-RECORD.
450700     ADD 1 TO WS-DPH-COUNT.
450800 039-A-EXIT.
450900     EXIT.
451000*    039-H CLEARS A HALF-WRITTEN DEPTHIST.TXT FOR THE STOPPED RUN
451100*    BEFORE 039-PARA WRITES ITS DEPARTMENTS AGAIN.
451200 039-H-PARA.
451300     IF NOT WS-RCT-RESTART
451400         GO TO 039-H-EXIT
451500     END-IF.
451600     OPEN INPUT DEPT-HISTORY-FILE.
451700     IF WS-DPH-FILE-NOT-FOUND
451800         GO TO 039-H-EXIT
451900     END-IF.
452000     OPEN OUTPUT RUN-WORK-FILE.
452100     MOVE "N" TO WS-DPH-EOF-SWITCH.
452200     PERFORM 039-I-PARA THRU 039-I-EXIT UNTIL WS-DPH-EOF.
452300     CLOSE RUN-WORK-FILE.
452400     CLOSE DEPT-HISTORY-FILE.
452500     OPEN INPUT RUN-WORK-FILE.
452600     OPEN OUTPUT DEPT-HISTORY-FILE.
452700     MOVE "N" TO WS-RCT-EOF-SWITCH.
452800     PERFORM 039-M-PARA THRU 039-M-EXIT UNTIL WS-RCT-EOF.
452900     CLOSE DEPT-HISTORY-FILE.
453000     CLOSE RUN-WORK-FILE.
453100 039-H-EXIT.
453200     EXIT.
453300 039-I-PARA.
453400     READ DEPT-HISTORY-FILE
453500         AT END
453600             SET WS-DPH-EOF TO TRUE
453700             GO TO 039-I-EXIT
453800     END-READ.
453900     IF DPH-RUN-DATE = WS-RCT-RUN-DATE
454000         AND DPH-PERIOD-NO = WS-RCT-PERIOD
454100         GO TO 039-I-EXIT
454200     END-IF.
454300     MOVE DPH-RECORD TO RWK-RECORD.
454400     WRITE RWK-RECORD.
454500 039-I-EXIT.
454600     EXIT.
454700 039-M-PARA.
454800     READ RUN-WORK-FILE
454900         AT END
455000             SET WS-RCT-EOF TO TRUE
455100             GO TO 039-M-EXIT
455200     END-READ.
455300     MOVE RWK-RECORD TO DPH-RECORD.
455400     WRITE DPH-RECORD.
455500 039-M-EXIT.
455600     EXIT.
455700*----------------------------------------------------------------
455800* 040-PARA LOADS AN OFF-CYCLE RUN FROM SUPPEARN.DAT IN PLACE OF
455900* SALARY AND TIMESHEETS: EACH LINE (EMPLOYEE ID, EARNINGS CODE,
456000* AMOUNT) ADDS TO THE EMPLOYEE'S PAY AND PUTS THEM IN THE RUN -
456100* TERMINATED EMPLOYEES INCLUDED, FOR FINAL PAY.  EVERY LINE IS
456200* LISTED ON SUPPEDT.TXT AS ACCEPTED OR REJECTED WITH A REASON.
456300*----------------------------------------------------------------
456400 040-PARA.
456500     PERFORM 040-A-PARA THRU 040-A-EXIT
456600         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
456700     MOVE 0 TO WS-SUP-COUNT.
456800     MOVE 0 TO WS-SUP-ACCEPTED.
456900     MOVE 0 TO WS-SUP-REJECTED.
457000     OPEN INPUT SUPP-EARNINGS-FILE.
457100     IF WS-SUP-FILE-NOT-FOUND
457200         DISPLAY "NO SUPPLEMENTAL EARNINGS FILE FOUND -"
457300         DISPLAY "NOBODY IS PAID THIS OFF-CYCLE RUN"
457400         GO TO 040-EXIT
457500     END-IF.
457600     OPEN OUTPUT SUPP-EDIT-FILE.
457700     MOVE "OFF-CYCLE SUPPLEMENTAL EARNINGS EDIT REPORT"
457800         TO WS-RPT-LINE.
457900     PERFORM 040-W-PARA THRU 040-W-EXIT.
458000     MOVE "N" TO WS-SUP-EOF-SWITCH.
458100     PERFORM 040-B-PARA THRU 040-B-EXIT UNTIL WS-SUP-EOF.
458200     STRING "ACCEPTED " WS-SUP-ACCEPTED
458300         "  REJECTED " WS-SUP-REJECTED
458400         DELIMITED BY SIZE INTO WS-RPT-LINE.
458500     PERFORM 040-W-PARA THRU 040-W-EXIT.
458600     CLOSE SUPP-EDIT-FILE.
458700     CLOSE SUPP-EARNINGS-FILE.
458800     DISPLAY "SUPPLEMENTAL EARNINGS LOADED - ACCEPTED "
458900         WS-SUP-ACCEPTED " REJECTED " WS-SUP-REJECTED.
459000 040-EXIT.
459100     EXIT.
459200*    040-A - THE SAME PER-RUN RESET A REGULAR RUN GETS, THEN
459300*    NOBODY IS IN THE RUN UNTIL A SUPPLEMENTAL LINE NAMES THEM.
459400 040-A-PARA.
459500     PERFORM 015-A-PARA THRU 015-A-EXIT.
459600     MOVE "N" TO WS-EMP-IN-PERIOD(M).
459700     MOVE "N" TO WS-SUP-DED-FLAG(M).
459800 040-A-EXIT.
459900     EXIT.
460000 040-B-PARA.
460100     READ SUPP-EARNINGS-FILE
460200         AT END
460300             SET WS-SUP-EOF TO TRUE
460400             GO TO 040-B-EXIT
460500     END-READ.
460600     MOVE SPACES TO WS-REJ-REASON.
460700     MOVE SUP-EMP-ID TO WS-LOOKUP-ID.
460800     PERFORM 004-D-PARA THRU 004-D-EXIT.
460900     MOVE 0 TO WS-ERC-IDX.
461000     PERFORM 040-C-PARA THRU 040-C-EXIT
461100         VARYING W FROM 1 BY 1 UNTIL W > WS-ERC-COUNT.
461200     EVALUATE TRUE
461300         WHEN NOT WS-FOUND-ID
461400             MOVE "EMPLOYEE NOT ON THE ROSTER" TO WS-REJ-REASON
461500         WHEN WS-ERC-IDX = 0
461600             MOVE "UNKNOWN EARNINGS CODE" TO WS-REJ-REASON
461700         WHEN SUP-AMOUNT NOT NUMERIC
461800             MOVE "AMOUNT NOT NUMERIC" TO WS-REJ-REASON
461900         WHEN SUP-AMOUNT = 0
462000             MOVE "ZERO AMOUNT" TO WS-REJ-REASON
462100         WHEN WS-SUP-COUNT >= WS-MAX-SUP
462200             MOVE "MORE LINES THAN THE RUN CAN HOLD"
462300                 TO WS-REJ-REASON
462400     END-EVALUATE.
462500     IF WS-REJ-REASON NOT = SPACES
462600         ADD 1 TO WS-SUP-REJECTED
462700         STRING SUP-EMP-ID " " SUP-EARN-CODE " REJECTED - "
462800             WS-REJ-REASON
462900             DELIMITED BY SIZE INTO WS-RPT-LINE
463000         PERFORM 040-W-PARA THRU 040-W-EXIT
463100         GO TO 040-B-EXIT
463200     END-IF.
463300     ADD 1 TO WS-SUP-COUNT.
463400     MOVE WS-FOUND-IDX TO WS-SUP-EMP-IDX(WS-SUP-COUNT).
463500     MOVE WS-ERC-IDX   TO WS-SUP-ERC-IDX(WS-SUP-COUNT).
463600     MOVE SUP-AMOUNT   TO WS-SUP-AMOUNT(WS-SUP-COUNT).
463700     ADD SUP-AMOUNT TO WS-EMP-PER-PAY(WS-FOUND-IDX).
463800     MOVE "Y" TO WS-EMP-IN-PERIOD(WS-FOUND-IDX).
463900     IF WS-ERC-TAKES-DED(WS-ERC-IDX)
464000         MOVE "Y" TO WS-SUP-DED-FLAG(WS-FOUND-IDX)
464100     END-IF.
464200     ADD 1 TO WS-SUP-ACCEPTED.
464300     MOVE SUP-AMOUNT TO WS-SUP-AMT-OUT.
464400     STRING SUP-EMP-ID " " SUP-EARN-CODE " "
464500         WS-ERC-DESC(WS-ERC-IDX) " " WS-SUP-AMT-OUT " ACCEPTED"
464600         DELIMITED BY SIZE INTO WS-RPT-LINE.
464700     PERFORM 040-W-PARA THRU 040-W-EXIT.
464800     IF WS-EMP-TERMINATED(WS-FOUND-IDX)
464900         MOVE "    TERMINATED EMPLOYEE - PAID ON THIS RUN"
465000             TO WS-RPT-LINE
465100         PERFORM 040-W-PARA THRU 040-W-EXIT
465200     END-IF.
465300 040-B-EXIT.
465400     EXIT.
465500 040-C-PARA.
465600     IF WS-ERC-CODE(W) = SUP-EARN-CODE
465700         MOVE W TO WS-ERC-IDX
465800     END-IF.
465900 040-C-EXIT.
466000     EXIT.
466100*    040-S - ONE STUB LINE PER SUPPLEMENTAL EARNING PAID.
466200 040-S-PARA.
466300     IF WS-SUP-EMP-IDX(U) NOT = M
466400         GO TO 040-S-EXIT
466500     END-IF.
466600     MOVE WS-SUP-AMOUNT(U) TO WS-STUB-CUR-OUT.
466700     STRING "  " WS-ERC-DESC(WS-SUP-ERC-IDX(U)) " "
466800         WS-STUB-CUR-OUT
466900         DELIMITED BY SIZE INTO WS-RPT-LINE.
467000     PERFORM 019-D-PARA THRU 019-D-EXIT.
467100 040-S-EXIT.
467200     EXIT.
467300 040-W-PARA.
467400     MOVE WS-RPT-LINE TO SED-RECORD.
467500     WRITE SED-RECORD.
467600     MOVE SPACES TO WS-RPT-LINE.
467700 040-W-EXIT.
467800     EXIT.
467900*----------------------------------------------------------------
468000* 041-A SPLITS THE EMPLOYEE'S FICA INTO ITS TWO TAXES.  SOCIAL
468100* SECURITY IS TAKEN ONLY ON THE WAGES STILL UNDER THE ANNUAL WAGE
468200* BASE; MEDICARE IS TAKEN ON ALL WAGES, PLUS THE ADDITIONAL
468300* MEDICARE RATE ON THE PART OF YEAR-TO-DATE WAGES OVER ITS
468400* THRESHOLD.  BOTH USE THE YEAR-TO-DATE GROSS 028-PARA LOADS,
468500* AS THE FUTA AND SUTA CAPS DO.
468600* 041-N FILLS IN AN EARNHIST.TXT ROW WRITTEN BEFORE THE SPLIT:
468700* ALL ITS GROSS WAS SOCIAL SECURITY WAGES, AND ITS COMBINED FICA
468800* IS SHARED OUT BETWEEN THE TWO TAXES BY RATE.
468900*----------------------------------------------------------------
469000 041-A-PARA.
469100     COMPUTE WS-FICA-TAXABLE =
469200         WS-SS-WAGE-BASE - WS-PRIOR-YTD-GROSS(L).
469300     IF WS-FICA-TAXABLE < 0
469400         MOVE 0 TO WS-FICA-TAXABLE
469500     END-IF.
469600     IF WS-FICA-TAXABLE > WS-EMP-GROSS-PAY
469700         MOVE WS-EMP-GROSS-PAY TO WS-FICA-TAXABLE
469800     END-IF.
469900     MOVE WS-FICA-TAXABLE TO WS-EMP-SS-WAGES.
470000     COMPUTE WS-EMP-SS-AMT ROUNDED =
470100         WS-EMP-SS-WAGES * WS-SS-PCT.
470200     COMPUTE WS-FICA-TAXABLE = WS-PRIOR-YTD-GROSS(L)
470300         + WS-EMP-GROSS-PAY - WS-ADDL-MED-BASE.
470400     IF WS-FICA-TAXABLE < 0
470500         MOVE 0 TO WS-FICA-TAXABLE
470600     END-IF.
470700     IF WS-FICA-TAXABLE > WS-EMP-GROSS-PAY
470800         MOVE WS-EMP-GROSS-PAY TO WS-FICA-TAXABLE
470900     END-IF.
471000     COMPUTE WS-EMP-ADDL-MED-AMT ROUNDED =
471100         WS-FICA-TAXABLE * WS-ADDL-MED-PCT.
471200     COMPUTE WS-EMP-MED-AMT ROUNDED =
471300         WS-EMP-GROSS-PAY * WS-MED-PCT.
471400     ADD WS-EMP-ADDL-MED-AMT TO WS-EMP-MED-AMT.
471500     COMPUTE WS-EMP-FICA-AMT = WS-EMP-SS-AMT + WS-EMP-MED-AMT.
471600 041-A-EXIT.
471700     EXIT.
471800 041-N-PARA.
471900     IF ERN-SS-WAGES NUMERIC
472000         GO TO 041-N-EXIT
472100     END-IF.
472200     MOVE ERN-GROSS TO ERN-SS-WAGES.
472300     COMPUTE ERN-MED-TAX ROUNDED =
472400         ERN-FICA * WS-MED-PCT / (WS-SS-PCT + WS-MED-PCT).
472500     COMPUTE ERN-SS-TAX = ERN-FICA - ERN-MED-TAX.
472600 041-N-EXIT.
472700     EXIT.
472800*----------------------------------------------------------------
472900* 042-PARA KEEPS THE YEAR-TO-DATE ACCUMULATORS (YTDACCUM.DAT): THE
473000* RUN'S AMOUNTS ARE ADDED TO EACH PAID EMPLOYEE'S RECORD FOR THE
473100* YEAR, THE QUARTER-TO-DATE SET STARTING OVER WHEN THE QUARTER
473200* TURNS.  ON A RESTART A RECORD ALREADY CARRYING THE STOPPED RUN
473300* IS LEFT ALONE SO IT IS NOT ADDED TWICE.  THE FILE IS FIRST
473400* BUILT BY PAYYTD; UNTIL THEN THIS STEP ONLY SAYS SO, AND
473500* 028-PARA GOES ON READING EARNHIST.TXT.
473600* 042-A LOADS ONE EMPLOYEE'S PRIOR FIGURES FOR 028-PARA.  ON A
473700* RESTART A RECORD THAT ALREADY CARRIES THE STOPPED RUN HAS IT
473800* TAKEN BACK OUT (042-C), AS 028-A SKIPS ITS EARNHIST.TXT ROWS.
473900* WITH NO REGULAR RUN YET THIS YEAR THE NET TO MEASURE AGAINST IS
474000* THE LAST ONE OF LAST YEAR.
474100*----------------------------------------------------------------
474200 042-PARA.
474300     PERFORM 036-D-PARA THRU 036-D-EXIT.
474400     MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
474500     MOVE WS-RUN-DATE(5:2) TO WS-YTA-MONTH.
474600     COMPUTE WS-YTA-QTR = ((WS-YTA-MONTH - 1) / 3) + 1.
474700     MOVE 0 TO WS-YTA-COUNT.
474800     OPEN I-O YTD-ACCUM-FILE.
474900     IF NOT WS-YTA-FILE-OK
475000         DISPLAY "NO YTDACCUM.DAT - YEAR-TO-DATE ACCUMULATORS NOT"
475100         DISPLAY "UPDATED - RUN PAYYTD TO BUILD THE FILE"
475200         GO TO 042-EXIT
475300     END-IF.
475400     PERFORM 042-U-PARA THRU 042-U-EXIT
475500         VARYING M FROM 1 BY 1 UNTIL M > WS-COUNTER.
475600     CLOSE YTD-ACCUM-FILE.
475700     DISPLAY "YEAR-TO-DATE ACCUMULATORS UPDATED - " WS-YTA-COUNT
475800         " EMPLOYEES".
475900 042-EXIT.
476000     EXIT.
476100 042-U-PARA.
476200     IF NOT WS-EMP-SELECTED(M)
476300         OR (NOT WS-EMP-ACTIVE(M) AND NOT WS-OFF-CYCLE)
476400         GO TO 042-U-EXIT
476500     END-IF.
476600     MOVE WS-EMP-ID(M) TO YTA-EMP-ID.
476700     MOVE WS-RUN-YEAR  TO YTA-YEAR.
476800     PERFORM 042-R-PARA THRU 042-R-EXIT.
476900     IF NOT WS-YTA-FOUND
477000         MOVE ZEROS        TO YTA-RECORD
477100         MOVE WS-EMP-ID(M) TO YTA-EMP-ID
477200         MOVE WS-RUN-YEAR  TO YTA-YEAR
477300         MOVE WS-YTA-QTR   TO YTA-QTR
477400     END-IF.
477500     IF WS-RCT-RESTART
477520         AND YTA-LAST-RUN-DATE = WS-RUN-DATE
477600         AND YTA-LAST-RUN-PERIOD = WS-RUN-PERIOD
477700         GO TO 042-U-EXIT
477800     END-IF.
477900     IF YTA-QTR NOT = WS-YTA-QTR
478000         MOVE 0 TO YTA-QTD-GROSS
478100         MOVE 0 TO YTA-QTD-SS-WAGES
478200         MOVE 0 TO YTA-QTD-SS
478300         MOVE 0 TO YTA-QTD-MED
478400         MOVE 0 TO YTA-QTD-FED
478500         MOVE 0 TO YTA-QTD-ST
478600         MOVE 0 TO YTA-QTD-VOLDED
478700         MOVE 0 TO YTA-QTD-NET
478800         MOVE WS-YTA-QTR TO YTA-QTR
478900     END-IF.
479000     COMPUTE WS-YTA-VOLDED = WS-CALC-GROSS(M) - WS-CALC-FICA(M)
479100         - WS-CALC-FED(M) - WS-CALC-ST(M) - WS-CALC-NET(M).
479200     IF WS-YTA-VOLDED < 0
479300         MOVE 0 TO WS-YTA-VOLDED
479400     END-IF.
479500     MOVE WS-RUN-DATE         TO YTA-LAST-RUN-DATE.
479600     MOVE WS-RUN-PERIOD       TO YTA-LAST-RUN-PERIOD.
479700     MOVE WS-CALC-GROSS(M)    TO YTA-RUN-GROSS.
479800     MOVE WS-CALC-SS-WAGES(M) TO YTA-RUN-SS-WAGES.
479900     MOVE WS-CALC-SS(M)       TO YTA-RUN-SS.
480000     MOVE WS-CALC-MED(M)      TO YTA-RUN-MED.
480100     MOVE WS-CALC-FED(M)      TO YTA-RUN-FED.
480200     MOVE WS-CALC-ST(M)       TO YTA-RUN-ST.
480300     MOVE WS-YTA-VOLDED       TO YTA-RUN-VOLDED.
480400     MOVE WS-CALC-NET(M)      TO YTA-RUN-NET.
480500     ADD YTA-RUN-GROSS    TO YTA-YTD-GROSS    YTA-QTD-GROSS.
480600     ADD YTA-RUN-SS-WAGES TO YTA-YTD-SS-WAGES YTA-QTD-SS-WAGES.
480700     ADD YTA-RUN-SS       TO YTA-YTD-SS       YTA-QTD-SS.
480800     ADD YTA-RUN-MED      TO YTA-YTD-MED      YTA-QTD-MED.
480900     ADD YTA-RUN-FED      TO YTA-YTD-FED      YTA-QTD-FED.
481000     ADD YTA-RUN-ST       TO YTA-YTD-ST       YTA-QTD-ST.
481100     ADD YTA-RUN-VOLDED   TO YTA-YTD-VOLDED   YTA-QTD-VOLDED.
481200     ADD YTA-RUN-NET      TO YTA-YTD-NET      YTA-QTD-NET.
481300*    AN OFF-CYCLE PAYMENT IS NOT THE NET A REGULAR RUN IS
481400*    MEASURED AGAINST.
481500     IF NOT WS-OFF-CYCLE
481600         MOVE YTA-LAST-NET-DATE TO YTA-PREV-NET-DATE
481700         MOVE YTA-LAST-NET      TO YTA-PREV-NET
481800         MOVE WS-RUN-DATE       TO YTA-LAST-NET-DATE
481900         MOVE WS-CALC-NET(M)    TO YTA-LAST-NET
482000     END-IF.
482100     IF WS-YTA-FOUND
482200         REWRITE YTA-RECORD
482300             INVALID KEY
482400                 DISPLAY "ERROR REWRITING YTDACCUM.DAT FOR "
482500                     YTA-EMP-ID
482600         END-REWRITE
482700     ELSE
482800         WRITE YTA-RECORD
482900             INVALID KEY
483000                 DISPLAY "ERROR WRITING YTDACCUM.DAT FOR "
483100                     YTA-EMP-ID
483200         END-WRITE
483300     END-IF.
483400     ADD 1 TO WS-YTA-COUNT.
483500 042-U-EXIT.
483600     EXIT.
483700 042-R-PARA.
483800     MOVE "Y" TO WS-YTA-FOUND-SWITCH.
483900     READ YTD-ACCUM-FILE
484000         INVALID KEY
484100             MOVE "N" TO WS-YTA-FOUND-SWITCH
484200     END-READ.
484300 042-R-EXIT.
484400     EXIT.
484500 042-A-PARA.
484600     MOVE 0 TO WS-PRIOR-DATE(M).
484700     MOVE 0 TO WS-PRIOR-NET(M).
484800     MOVE 0 TO WS-PRIOR-YTD-GROSS(M).
484900     MOVE 0 TO WS-YTD-GROSS(M).
485000     MOVE 0 TO WS-YTD-FICA(M).
485100     MOVE 0 TO WS-YTD-SS(M).
485200     MOVE 0 TO WS-YTD-MED(M).
485300     MOVE 0 TO WS-YTD-FED(M).
485400     MOVE 0 TO WS-YTD-ST(M).
485500     MOVE 0 TO WS-YTD-NET(M).
485600     IF NOT WS-YTA-OPEN
485700         GO TO 042-A-EXIT
485800     END-IF.
485900     MOVE WS-EMP-ID(M) TO YTA-EMP-ID.
486000     MOVE WS-RUN-YEAR  TO YTA-YEAR.
486100     PERFORM 042-R-PARA THRU 042-R-EXIT.
486200     IF WS-YTA-FOUND
486300         PERFORM 042-B-PARA THRU 042-B-EXIT
486400     END-IF.
486500     IF WS-PRIOR-DATE(M) = 0
486600         MOVE WS-EMP-ID(M) TO YTA-EMP-ID
486700         COMPUTE YTA-YEAR = WS-RUN-YEAR - 1
486800         PERFORM 042-R-PARA THRU 042-R-EXIT
486900         IF WS-YTA-FOUND
487000             MOVE YTA-LAST-NET-DATE TO WS-PRIOR-DATE(M)
487100             MOVE YTA-LAST-NET      TO WS-PRIOR-NET(M)
487200         END-IF
487300     END-IF.
487400 042-A-EXIT.
487500     EXIT.
487600 042-B-PARA.
487700     IF WS-RCT-RESTART AND YTA-LAST-RUN-DATE = WS-RCT-RUN-DATE
487800         AND YTA-LAST-RUN-PERIOD = WS-RCT-PERIOD
487900         PERFORM 042-C-PARA THRU 042-C-EXIT
488000     END-IF.
488100     MOVE YTA-YTD-GROSS TO WS-PRIOR-YTD-GROSS(M).
488200     MOVE YTA-YTD-GROSS TO WS-YTD-GROSS(M).
488300     COMPUTE WS-YTD-FICA(M) = YTA-YTD-SS + YTA-YTD-MED.
488400     MOVE YTA-YTD-SS    TO WS-YTD-SS(M).
488500     MOVE YTA-YTD-MED   TO WS-YTD-MED(M).
488600     MOVE YTA-YTD-FED   TO WS-YTD-FED(M).
488700     MOVE YTA-YTD-ST    TO WS-YTD-ST(M).
488800     MOVE YTA-YTD-NET   TO WS-YTD-NET(M).
488900     MOVE YTA-LAST-NET-DATE TO WS-PRIOR-DATE(M).
489000     MOVE YTA-LAST-NET      TO WS-PRIOR-NET(M).
489100 042-B-EXIT.
489200     EXIT.
489300 042-C-PARA.
489400     SUBTRACT YTA-RUN-GROSS FROM YTA-YTD-GROSS.
489500     SUBTRACT YTA-RUN-SS    FROM YTA-YTD-SS.
489600     SUBTRACT YTA-RUN-MED   FROM YTA-YTD-MED.
489700     SUBTRACT YTA-RUN-FED   FROM YTA-YTD-FED.
489800     SUBTRACT YTA-RUN-ST    FROM YTA-YTD-ST.
489900     SUBTRACT YTA-RUN-NET   FROM YTA-YTD-NET.
490000     IF YTA-LAST-RUN-PERIOD NOT = WS-OFF-CYCLE-PERIOD
490100         MOVE YTA-PREV-NET-DATE TO YTA-LAST-NET-DATE
490200         MOVE YTA-PREV-NET      TO YTA-LAST-NET
490300     END-IF.
490400 042-C-EXIT.
490500     EXIT.
