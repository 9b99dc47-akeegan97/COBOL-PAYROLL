      *----------------------------------------------------------------
      * BALREQ.CPY
      *
      * SHARED BALANCING-PROOF REQUEST AREA.  COPIED INTO MAIN_1'S
      * WORKING-STORAGE SECTION AND INTO THE LINKAGE SECTION OF THE
      * PAYBAL BALANCING-PROOF SUBPROGRAM.  THE CALLER SETS THE RUN
      * BEING PROVED AND THE REGISTER TOTALS FOR IT; PAYBAL READS
      * THE RUN'S OUTPUT FILES, TIES THEM TO THOSE TOTALS, AND
      * ANSWERS WITH BAL-RC AND THE NUMBER OF BREAKS IT FOUND.
      * BAL-FIRST-CHECK AND BAL-LAST-CHECK ARE THE FIRST AND LAST
      * CHECK NUMBERS THE RUN PRINTED (THE LAST IS BELOW THE FIRST
      * WHEN IT PRINTED NONE), OR ZERO WHEN THE CHECKS ARE TO BE
      * FOUND BY RUN DATE ALONE.
      * PERIOD 99999 MARKS AN OFF-CYCLE SUPPLEMENTAL RUN.
      * BAL-REG-FICA IS SOCIAL SECURITY PLUS MEDICARE, WHICH ARE ALSO
      * GIVEN APART IN BAL-REG-SS AND BAL-REG-MED.
      *----------------------------------------------------------------
       01  BAL-REQUEST.
           05  BAL-RUN-DATE            PIC 9(08).
           05  BAL-PERIOD-NO           PIC 9(05).
               88  BAL-OFF-CYCLE           VALUE 99999.
           05  BAL-FIRST-CHECK         PIC 9(08).
           05  BAL-LAST-CHECK          PIC 9(08).
           05  BAL-CASH-ACCT           PIC X(08).
           05  BAL-REG-GROSS           PIC 9(12)V9(02).
           05  BAL-REG-FICA            PIC 9(12)V9(02).
           05  BAL-REG-SS              PIC 9(12)V9(02).
           05  BAL-REG-MED             PIC 9(12)V9(02).
           05  BAL-REG-FED             PIC 9(12)V9(02).
           05  BAL-REG-ST              PIC 9(12)V9(02).
           05  BAL-REG-NET             PIC 9(12)V9(02).
           05  BAL-BREAK-COUNT         PIC 9(03).
           05  BAL-RC                  PIC X(01).
               88  BAL-IN-BALANCE          VALUE "0".
               88  BAL-OUT-OF-BALANCE      VALUE "1".
