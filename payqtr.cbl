002200*                   QUARTERLY ROLLUP ON PAYHIST.TXT, SO A
002300*                   MISSING OR DOUBLED RUN SURFACES BEFORE THE
002400*                   FILING DOES.
002410* 10/15/2026  JMK   FICA IS BROKEN OUT ON THE 941 WORKSHEET:
002420*                   SOCIAL SECURITY WAGES AND TAX, MEDICARE
002430*                   WAGES AND TAX, AND WAGES OVER THE ADDITIONAL
002440*                   MEDICARE THRESHOLD, FROM THE SPLIT NOW ON
002450*                   EARNHIST.TXT.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
007400     05  ERN-NET                 PIC 9(10)V9(02).
007500     05  FILLER                  PIC X(01).
007600     05  ERN-PERIOD-NO           PIC 9(05).
007610     05  FILLER                  PIC X(01).
007620     05  ERN-SS-WAGES            PIC 9(10)V9(02).
007630     05  FILLER                  PIC X(01).
007640     05  ERN-SS-TAX              PIC 9(10)V9(02).
007650     05  FILLER                  PIC X(01).
007660     05  ERN-MED-TAX             PIC 9(10)V9(02).
007700 FD  PAYROLL-HISTORY-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  HIST-RECORD.
015200* A LAW CHANGE MUST BE KEYED IN BOTH PLACES.
015300*----------------------------------------------------------------
015400 01  WS-SUTA-CAP                 PIC 9(09)V9(02) VALUE 9000.
015410*----------------------------------------------------------------
015420* THE FICA RATES AND THE ADDITIONAL MEDICARE THRESHOLD MIRROR THE
015430* STAFF PORTAL TOO.  THE RATES ONLY SHARE OUT THE COMBINED FICA
015440* OF AN EARNHIST.TXT ROW WRITTEN BEFORE THE TWO TAXES WERE SPLIT.
015450*----------------------------------------------------------------
015460 01  WS-SS-PCT                   PIC 9V9999 VALUE 0.0620.
015470 01  WS-MED-PCT                  PIC 9V9999 VALUE 0.0145.
015480 01  WS-ADDL-MED-BASE            PIC 9(09)V9(02) VALUE 200000.
015500*----------------------------------------------------------------
015600* PER-EMPLOYEE QUARTER TOTALS - GROSS AND WITHHOLDING FOR THE
015700* REQUESTED QUARTER PLUS THE GROSS PAID EARLIER IN THE YEAR,
016600         10  WS-QTR-L-NAME       PIC X(12).
016700         10  WS-QTR-GROSS        PIC 9(12)V9(02).
016800         10  WS-QTR-FICA         PIC 9(12)V9(02).
016820         10  WS-QTR-SS-WAGES     PIC 9(12)V9(02).
016840         10  WS-QTR-SS           PIC 9(12)V9(02).
016860         10  WS-QTR-MED          PIC 9(12)V9(02).
016900         10  WS-QTR-FED          PIC 9(12)V9(02).
017000         10  WS-QTR-PRIOR-GROSS  PIC 9(12)V9(02).
017100 01  WS-QTR-IDX                  PIC 9(03) VALUE 0.
017300 01  WS-TAXABLE                  PIC S9(12)V9(02) VALUE 0.
017400 01  WS-TOT-GROSS                PIC 9(12)V9(02) VALUE 0.
017500 01  WS-TOT-FICA                 PIC 9(12)V9(02) VALUE 0.
017510 01  WS-TOT-SS-WAGES             PIC 9(12)V9(02) VALUE 0.
017520 01  WS-TOT-SS                   PIC 9(12)V9(02) VALUE 0.
017530 01  WS-TOT-MED                  PIC 9(12)V9(02) VALUE 0.
017540 01  WS-TOT-ADDL-WAGES           PIC 9(12)V9(02) VALUE 0.
017600 01  WS-TOT-FED                  PIC 9(12)V9(02) VALUE 0.
017700 01  WS-TOT-TAXABLE              PIC 9(12)V9(02) VALUE 0.
017800 01  WS-ROLLUP-GROSS             PIC 9(12)V9(02) VALUE 0.
025200     IF WS-QTR-IDX = 0
025300         GO TO 1100-EXIT
025400     END-IF.
025420     PERFORM 1160-SPLIT-FICA THRU 1160-EXIT.
025500     IF WS-REC-QTR = WS-RPT-QTR
025600         ADD ERN-GROSS TO WS-QTR-GROSS(WS-QTR-IDX)
025700         ADD ERN-FICA  TO WS-QTR-FICA(WS-QTR-IDX)
025720         ADD ERN-SS-WAGES TO WS-QTR-SS-WAGES(WS-QTR-IDX)
025740         ADD ERN-SS-TAX   TO WS-QTR-SS(WS-QTR-IDX)
025760         ADD ERN-MED-TAX  TO WS-QTR-MED(WS-QTR-IDX)
025800         ADD ERN-FED   TO WS-QTR-FED(WS-QTR-IDX)
025900     ELSE
026000         ADD ERN-GROSS TO WS-QTR-PRIOR-GROSS(WS-QTR-IDX)
028000     MOVE SPACES TO WS-QTR-L-NAME(WS-QTR-IDX).
028100     MOVE 0 TO WS-QTR-GROSS(WS-QTR-IDX).
028200     MOVE 0 TO WS-QTR-FICA(WS-QTR-IDX).
028220     MOVE 0 TO WS-QTR-SS-WAGES(WS-QTR-IDX).
028240     MOVE 0 TO WS-QTR-SS(WS-QTR-IDX).
028260     MOVE 0 TO WS-QTR-MED(WS-QTR-IDX).
028300     MOVE 0 TO WS-QTR-FED(WS-QTR-IDX).
028400     MOVE 0 TO WS-QTR-PRIOR-GROSS(WS-QTR-IDX).
028500 1150-EXIT.
028600     EXIT.
028605*    1160 - A ROW WRITTEN BEFORE FICA WAS SPLIT HAD ALL ITS GROSS
028610*    AS SOCIAL SECURITY WAGES; ITS COMBINED FICA IS SHARED OUT
028615*    BETWEEN THE TWO TAXES BY RATE, AS THE STAFF PORTAL DOES.
028620 1160-SPLIT-FICA.
028625     IF ERN-SS-WAGES NUMERIC
028630         GO TO 1160-EXIT
028635     END-IF.
028640     MOVE ERN-GROSS TO ERN-SS-WAGES.
028645     COMPUTE ERN-MED-TAX ROUNDED =
028650         ERN-FICA * WS-MED-PCT / (WS-SS-PCT + WS-MED-PCT).
028655     COMPUTE ERN-SS-TAX = ERN-FICA - ERN-MED-TAX.
028660 1160-EXIT.
028665     EXIT.
028700 1200-FIND-EMP.
028800     IF WS-QTR-EMP-ID(N) = ERN-EMP-ID
028900         MOVE N TO WS-QTR-IDX
035600     WRITE STW-RECORD.
035700     ADD WS-QTR-GROSS(N) TO WS-TOT-GROSS.
035800     ADD WS-QTR-FICA(N)  TO WS-TOT-FICA.
035820     ADD WS-QTR-SS-WAGES(N) TO WS-TOT-SS-WAGES.
035840     ADD WS-QTR-SS(N)    TO WS-TOT-SS.
035860     ADD WS-QTR-MED(N)   TO WS-TOT-MED.
035900     ADD WS-QTR-FED(N)   TO WS-TOT-FED.
036000     ADD WS-TAXABLE      TO WS-TOT-TAXABLE.
036002*    WAGES OVER THE ADDITIONAL MEDICARE THRESHOLD FOR THE YEAR,
036004*    COUNTING THE EARLIER QUARTERS, FALL IN THIS QUARTER.
036006     COMPUTE WS-TAXABLE = WS-QTR-PRIOR-GROSS(N)
036008         + WS-QTR-GROSS(N) - WS-ADDL-MED-BASE.
036010     IF WS-TAXABLE < 0
036012         MOVE 0 TO WS-TAXABLE
036014     END-IF.
036016     IF WS-TAXABLE > WS-QTR-GROSS(N)
036018         MOVE WS-QTR-GROSS(N) TO WS-TAXABLE
036020     END-IF.
036022     ADD WS-TAXABLE      TO WS-TOT-ADDL-WAGES.
036050     ADD 1 TO WS-PAID-COUNT.
036100 3100-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400* 4000-WORKSHEET PRINTS THE 941 SUMMARY: EMPLOYEE COUNT, TOTAL
036500* WAGES, FEDERAL INCOME TAX WITHHELD, AND THE FICA WITHHELD -
036600* IN TOTAL, THEN SOCIAL SECURITY AND MEDICARE EACH WITH THE
036620* WAGES THEY WERE TAKEN ON, AND THE WAGES OVER THE ADDITIONAL
036640* MEDICARE THRESHOLD (THE EMPLOYER MATCHES ALL BUT THE ADDITIONAL
036660* MEDICARE ON THE FORM).
036700*----------------------------------------------------------------
036800 4000-WORKSHEET.
036900     OPEN OUTPUT WORKSHEET-FILE.
039100     STRING "FICA WITHHELD (EMPLOYEE)     " WS-AMT-OUT-1
039200         DELIMITED BY SIZE INTO WS-OUT-LINE.
039300     PERFORM 4900-WRITE-WKS THRU 4900-EXIT.
039302     MOVE WS-TOT-SS-WAGES TO WS-AMT-OUT-1.
039304     MOVE SPACES TO WS-OUT-LINE.
039306     STRING "SOCIAL SECURITY WAGES        " WS-AMT-OUT-1
039308         DELIMITED BY SIZE INTO WS-OUT-LINE.
039310     PERFORM 4900-WRITE-WKS THRU 4900-EXIT.
039312     MOVE WS-TOT-SS TO WS-AMT-OUT-1.
039314     MOVE SPACES TO WS-OUT-LINE.
039316     STRING "SOCIAL SECURITY WITHHELD     " WS-AMT-OUT-1
039318         DELIMITED BY SIZE INTO WS-OUT-LINE.
039320     PERFORM 4900-WRITE-WKS THRU 4900-EXIT.
039322     MOVE WS-TOT-GROSS TO WS-AMT-OUT-1.
039324     MOVE SPACES TO WS-OUT-LINE.
039326     STRING "MEDICARE WAGES               " WS-AMT-OUT-1
039328         DELIMITED BY SIZE INTO WS-OUT-LINE.
039330     PERFORM 4900-WRITE-WKS THRU 4900-EXIT.
039332     MOVE WS-TOT-MED TO WS-AMT-OUT-1.
039334     MOVE SPACES TO WS-OUT-LINE.
039336     STRING "MEDICARE WITHHELD            " WS-AMT-OUT-1
039338         DELIMITED BY SIZE INTO WS-OUT-LINE.
039340     PERFORM 4900-WRITE-WKS THRU 4900-EXIT.
039342     MOVE WS-TOT-ADDL-WAGES TO WS-AMT-OUT-1.
039344     MOVE SPACES TO WS-OUT-LINE.
039346     STRING "ADDITIONAL MEDICARE WAGES    " WS-AMT-OUT-1
039348         DELIMITED BY SIZE INTO WS-OUT-LINE.
039350     PERFORM 4900-WRITE-WKS THRU 4900-EXIT.
039400     MOVE WS-TOT-TAXABLE TO WS-AMT-OUT-1.
039500     MOVE SPACES TO WS-OUT-LINE.
039600     STRING "SUTA TAXABLE WAGES           " WS-AMT-OUT-1
