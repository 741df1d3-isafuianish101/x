      ******************************************************************
      *    RPTBAL  --  CROSS-REPORT BALANCING RULE TABLE FOR RPTBALCK
      *                  (DD RPTBALTB).  ONE RECORD PER RULE TYING ONE
      *                  REPORT'S COLUMN GRAND TOTAL (SIDE A) TO
      *                  ANOTHER'S (SIDE B, AND SIDE C FOR A SUM), AS
      *                  RPT2EXCEL WROTE THEM TO RPTTOTH.  COLUMNS ARE
      *                  NAMED BY LAYOUT COLUMN SEQUENCE, THE SAME
      *                  NUMBER RPTTOTH CARRIES.  OPERATORS:
      *                    EQ  A = B TO THE CENT
      *                    TA  A WITHIN TOLERANCE (AN AMOUNT) OF B
      *                    TP  A WITHIN TOLERANCE PERCENT OF B
      *                    SM  A = B + C (WITHIN TOLERANCE AMOUNT,
      *                        BLANK = EXACT)
      *                  TOLERANCE IS KEYED LEFT-JUSTIFIED WITH AN
      *                  OPTIONAL DECIMAL POINT, THE SAME EDIT AS THE
      *                  RPTEXC RULE LIMIT, AND MAY NOT BE NEGATIVE.
      *                  SEVERITY 'E' (OR BLANK) MAKES AN OUT-OF-
      *                  BALANCE RULE END THE STEP RC 8 -- THE NIGHT'S
      *                  DISTRIBUTION IS HELD; 'W' ENDS IT RC 4.
      *                  LOADED ONCE AT STARTUP INTO WS00-BAL-TABLE,
      *                  WHERE EACH RULE ALSO COLLECTS THE RPTTOTH
      *                  AMOUNTS FOUND FOR ITS SIDES.
      ******************************************************************
       01  WS00-BAL-IN-REC.
           05  WS00-BAL-IN-RULE-ID       PIC X(08).
           05  WS00-BAL-IN-A-REPORT-ID   PIC X(08).
           05  WS00-BAL-IN-A-COL-SEQ     PIC 9(02).
           05  WS00-BAL-IN-OPERATOR      PIC X(02).
           05  WS00-BAL-IN-B-REPORT-ID   PIC X(08).
           05  WS00-BAL-IN-B-COL-SEQ     PIC 9(02).
           05  WS00-BAL-IN-C-REPORT-ID   PIC X(08).
           05  WS00-BAL-IN-C-COL-SEQ     PIC 9(02).
           05  WS00-BAL-IN-TOLERANCE     PIC X(18).
           05  WS00-BAL-IN-SEVERITY      PIC X(01).
           05  WS00-BAL-IN-DESC          PIC X(20).
           05  FILLER                    PIC X(01).

       01  WS00-BAL-TABLE.
           05  WS00-BAL-COUNT            PIC 9(03) COMP VALUE 0.
           05  WS00-BAL-ENTRY OCCURS 100 TIMES.
               10  WS00-BAL-RULE-ID      PIC X(08).
               10  WS00-BAL-OPERATOR     PIC X(02).
                   88  WS00-BAL-OP-EQ               VALUE 'EQ'.
                   88  WS00-BAL-OP-TA               VALUE 'TA'.
                   88  WS00-BAL-OP-TP               VALUE 'TP'.
                   88  WS00-BAL-OP-SM               VALUE 'SM'.
               10  WS00-BAL-TOLERANCE    PIC S9(13)V99 COMP-3.
               10  WS00-BAL-SEVERITY     PIC X(01).
                   88  WS00-BAL-SEV-WARN            VALUE 'W'.
                   88  WS00-BAL-SEV-ERROR           VALUE 'E'.
               10  WS00-BAL-DESC         PIC X(20).
               10  WS00-BAL-SIDE-CNT     PIC 9(01) COMP.
               10  WS00-BAL-RESULT       PIC X(01).
                   88  WS00-BAL-IN-BALANCE          VALUE 'B'.
                   88  WS00-BAL-OUT-OF-BALANCE      VALUE 'O'.
                   88  WS00-BAL-NOT-EVALUABLE       VALUE 'N'.
                   88  WS00-BAL-RULE-IN-ERROR       VALUE 'X'.
               10  WS00-BAL-REASON       PIC X(60).
               10  WS00-BAL-SIDE OCCURS 3 TIMES.
                   15  WS00-BAL-REPORT-ID   PIC X(08).
                   15  WS00-BAL-COL-SEQ     PIC 9(02) COMP.
                   15  WS00-BAL-AMT         PIC S9(13)V99 COMP-3.
                   15  WS00-BAL-FOUND-SW    PIC X(01).
                       88  WS00-BAL-FOUND             VALUE 'Y'.
