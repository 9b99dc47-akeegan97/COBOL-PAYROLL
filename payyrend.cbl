002100*                   CLOSED YEAR'S EARNHIST AND PAYHIST RECORDS
002200*                   TO DATED GENERATION FILES SO THE LIVE FILES
002300*                   ONLY CARRY THE CURRENT YEAR.
002310* 10/15/2026  JMK   THE STATEMENT SHOWS SOCIAL SECURITY WAGES AND
002320*                   TAX AND MEDICARE WAGES AND TAX IN PLACE OF ONE
002330*                   FICA FIGURE; THE ARCHIVE RECORDS CARRY THE
002340*                   LONGER EARNHIST.TXT LAYOUT.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007700     05  ERN-NET                 PIC 9(10)V9(02).
007800     05  FILLER                  PIC X(01).
007900     05  ERN-PERIOD-NO           PIC 9(05).
007910     05  FILLER                  PIC X(01).
007920     05  ERN-SS-WAGES            PIC 9(10)V9(02).
007930     05  FILLER                  PIC X(01).
007940     05  ERN-SS-TAX              PIC 9(10)V9(02).
007950     05  FILLER                  PIC X(01).
007960     05  ERN-MED-TAX             PIC 9(10)V9(02).
008000 FD  PAYROLL-HISTORY-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  HIST-RECORD.
009500 01  REC-RECORD                  PIC X(80).
009600 FD  ERN-ARCHIVE-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  EAR-RECORD                  PIC X(128).
009900 FD  HIST-ARCHIVE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  HAR-RECORD                  PIC X(42).
010200 FD  ERN-WORK-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  EWK-RECORD                  PIC X(128).
010500 FD  HIST-WORK-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  HWK-RECORD                  PIC X(42).
013500 01  WS-QTR-IDX                  PIC 9(01) VALUE 0.
013600 01  WS-CONFIRM-ANS              PIC X(01).
013700     88  WS-CONFIRM-YES          VALUE "Y" "y".
013710*----------------------------------------------------------------
013720* THE FICA RATES MIRROR THE STAFF PORTAL.  THEY ONLY SHARE OUT THE
013730* COMBINED FICA OF AN EARNHIST.TXT ROW WRITTEN BEFORE THE TWO
013740* TAXES WERE SPLIT.
013750*----------------------------------------------------------------
013760 01  WS-SS-PCT                   PIC 9V9999 VALUE 0.0620.
013770 01  WS-MED-PCT                  PIC 9V9999 VALUE 0.0145.
013800*----------------------------------------------------------------
013900* PER-EMPLOYEE ANNUAL TOTALS FOR THE YEAR BEING CLOSED, KEYED
014000* BY EMPLOYEE ID AS FOUND ON THE EARNINGS RECORDS.  THE 500
014700         10  WS-ANN-EMP-ID       PIC X(09).
014800         10  WS-ANN-GROSS        PIC 9(12)V9(02).
014900         10  WS-ANN-FICA         PIC 9(12)V9(02).
014920         10  WS-ANN-SS-WAGES     PIC 9(12)V9(02).
014940         10  WS-ANN-SS           PIC 9(12)V9(02).
014960         10  WS-ANN-MED          PIC 9(12)V9(02).
015000         10  WS-ANN-FED          PIC 9(12)V9(02).
015100         10  WS-ANN-ST           PIC 9(12)V9(02).
015200         10  WS-ANN-NET          PIC 9(12)V9(02).
025000         MOVE ERN-EMP-ID TO WS-ANN-EMP-ID(WS-ANN-IDX)
025100         MOVE 0 TO WS-ANN-GROSS(WS-ANN-IDX)
025200         MOVE 0 TO WS-ANN-FICA(WS-ANN-IDX)
025220         MOVE 0 TO WS-ANN-SS-WAGES(WS-ANN-IDX)
025240         MOVE 0 TO WS-ANN-SS(WS-ANN-IDX)
025260         MOVE 0 TO WS-ANN-MED(WS-ANN-IDX)
025300         MOVE 0 TO WS-ANN-FED(WS-ANN-IDX)
025400         MOVE 0 TO WS-ANN-ST(WS-ANN-IDX)
025500         MOVE 0 TO WS-ANN-NET(WS-ANN-IDX)
025600     END-IF.
025620     PERFORM 1150-SPLIT-FICA THRU 1150-EXIT.
025700     ADD ERN-GROSS TO WS-ANN-GROSS(WS-ANN-IDX).
025800     ADD ERN-FICA  TO WS-ANN-FICA(WS-ANN-IDX).
025820     ADD ERN-SS-WAGES TO WS-ANN-SS-WAGES(WS-ANN-IDX).
025840     ADD ERN-SS-TAX   TO WS-ANN-SS(WS-ANN-IDX).
025860     ADD ERN-MED-TAX  TO WS-ANN-MED(WS-ANN-IDX).
025900     ADD ERN-FED   TO WS-ANN-FED(WS-ANN-IDX).
026000     ADD ERN-ST    TO WS-ANN-ST(WS-ANN-IDX).
026100     ADD ERN-NET   TO WS-ANN-NET(WS-ANN-IDX).
026200 1100-EXIT.
026300     EXIT.
026305*    1150 - A ROW WRITTEN BEFORE FICA WAS SPLIT HAD ALL ITS GROSS
026310*    AS SOCIAL SECURITY WAGES; ITS COMBINED FICA IS SHARED OUT
026315*    BETWEEN THE TWO TAXES BY RATE, AS THE STAFF PORTAL DOES.
026320 1150-SPLIT-FICA.
026325     IF ERN-SS-WAGES NUMERIC
026330         GO TO 1150-EXIT
026335     END-IF.
026340     MOVE ERN-GROSS TO ERN-SS-WAGES.
026345     COMPUTE ERN-MED-TAX ROUNDED =
026350         ERN-FICA * WS-MED-PCT / (WS-SS-PCT + WS-MED-PCT).
026355     COMPUTE ERN-SS-TAX = ERN-FICA - ERN-MED-TAX.
026360 1150-EXIT.
026365     EXIT.
026400 1200-FIND-EMP.
026500     IF WS-ANN-EMP-ID(N) = ERN-EMP-ID
026600         MOVE N TO WS-ANN-IDX
038400     STRING "WAGES (GROSS)        " WS-AMT-OUT-1
038500         DELIMITED BY SIZE INTO WS-OUT-LINE.
038600     PERFORM 4900-WRITE-STMT THRU 4900-EXIT.
038620     MOVE WS-ANN-SS-WAGES(N) TO WS-AMT-OUT-1.
038640     MOVE SPACES TO WS-OUT-LINE.
038660     STRING "SOC SEC WAGES        " WS-AMT-OUT-1
038680         DELIMITED BY SIZE INTO WS-OUT-LINE.
038700     PERFORM 4900-WRITE-STMT THRU 4900-EXIT.
038720     MOVE WS-ANN-SS(N) TO WS-AMT-OUT-1.
038740     MOVE SPACES TO WS-OUT-LINE.
038760     STRING "SOC SEC WITHHELD     " WS-AMT-OUT-1
038780         DELIMITED BY SIZE INTO WS-OUT-LINE.
038800     PERFORM 4900-WRITE-STMT THRU 4900-EXIT.
038820     MOVE WS-ANN-GROSS(N) TO WS-AMT-OUT-1.
038840     MOVE SPACES TO WS-OUT-LINE.
038860     STRING "MEDICARE WAGES       " WS-AMT-OUT-1
038880         DELIMITED BY SIZE INTO WS-OUT-LINE.
038900     PERFORM 4900-WRITE-STMT THRU 4900-EXIT.
038920     MOVE WS-ANN-MED(N) TO WS-AMT-OUT-1.
038940     MOVE SPACES TO WS-OUT-LINE.
038960     STRING "MEDICARE WITHHELD    " WS-AMT-OUT-1
038980         DELIMITED BY SIZE INTO WS-OUT-LINE.
039000     PERFORM 4900-WRITE-STMT THRU 4900-EXIT.
039200     MOVE WS-ANN-FED(N) TO WS-AMT-OUT-1.
039300     MOVE SPACES TO WS-OUT-LINE.
039400     STRING "FEDERAL WITHHELD     " WS-AMT-OUT-1
