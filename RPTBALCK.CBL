      ******************************************************************
       ID DIVISION.
      ******************************************************************
       PROGRAM-ID.   RPTBALCK.
       AUTHOR.       ANISH SAFUI @ IBM.

      ******************************************************************
      * CROSS-REPORT BALANCING CHECK OVER THE NIGHT'S COLUMN TOTALS   *
      ******************************************************************
      *
      * RUNS AFTER THE NIGHT'S CONVERSIONS AND BEFORE DISTRIBUTION.
      * EACH RULE IN THE RPTBALTB TABLE (SEE RPTBAL.CPY) TIES ONE
      * REPORT'S COLUMN GRAND TOTAL TO ANOTHER'S -- THE GL SUMMARY
      * AGAINST THE SUBLEDGER, THE BRANCH ROLL-UP AGAINST THE DETAIL.
      * THE TOTALS COME FROM THE RPTTOTH HISTORY RPT2EXCEL WRITES AT
      * END OF EVERY CONVERSION; FOR EACH REPORT/COLUMN THE LATEST
      * RECORD WITH THE AS-OF RUN DATE IS USED (THE HISTORY IS IN RUN
      * ORDER, SO A RERUN REPLACES THE FIRST ATTEMPT).  EVERY RULE IS
      * LISTED AS IN BALANCE, OUT OF BALANCE WITH THE DIFFERENCE, NOT
      * EVALUABLE (ONE OF ITS REPORTS DID NOT RUN OR WROTE NO TOTAL
      * FOR THAT COLUMN TONIGHT), OR RULE IN ERROR (THE TABLE ENTRY
      * FAILED ITS EDITS).
      *
      * BALPARM CARD LAYOUT (ONE RECORD, OPTIONAL):
      *   COL  1- 8  AS-OF DATE, YYYYMMDD (BLANK = TODAY)
      *
      * ENDS WITH CONDITION CODE
      *   0  EVERY RULE IN BALANCE
      *   4  A SEVERITY-W RULE OUT OF BALANCE, OR A RULE NOT
      *      EVALUABLE
      *   8  A SEVERITY-E RULE OUT OF BALANCE, A RULE IN ERROR, OR
      *      RPTBALTB / RPTTOTH CANNOT BE OPENED -- THE BOOKS DO NOT
      *      TIE AND THE NIGHT'S DISTRIBUTION STEP IS HELD
      *
      * MODIFICATION HISTORY
      *  2026-10-15  AS  INITIAL VERSION.
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-370.
         OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT FILE-BALTB ASSIGN TO RPTBALTB
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-BALTB-STATUS.

           SELECT FILE-TOTH ASSIGN TO RPTTOTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-TOTH-STATUS.

           SELECT OPTIONAL FILE-PARM ASSIGN TO BALPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-PARM-STATUS.

           SELECT FILE-BALRPT ASSIGN TO BALRPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-BALRPT-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  FILE-BALTB
           RECORDING MODE IS F.
       01  FD-BALTB-REC                  PIC X(80).

       FD  FILE-TOTH
           RECORDING MODE IS F.
       01  FD-TOTH-REC                   PIC X(70).

       FD  FILE-PARM
           RECORDING MODE IS F.
       01  FD-PARM-REC                   PIC X(80).

       FD  FILE-BALRPT
           RECORDING MODE IS F.
       01  FD-BALRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *    FILE STATUS FIELDS
      ******************************************************************
       77  WS00-BALTB-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-TOTH-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-PARM-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-BALRPT-STATUS            PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SWITCHES
      ******************************************************************
       77  WS00-BALTB-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-BALTB-EOF-YES                     VALUE 'Y'.
       77  WS00-TOTH-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS00-TOTH-EOF-YES                      VALUE 'Y'.
       77  WS00-BAL-RC                   PIC 9(02)   VALUE ZERO.

      ******************************************************************
      *    SELECTION PARAMETERS (BALPARM CARD)
      ******************************************************************
       01  WS00-PARM-REC.
           05  WS00-PARM-ASOF-DATE       PIC X(08)   VALUE SPACES.
           05  FILLER                    PIC X(72)   VALUE SPACES.
       77  WS00-ASOF-DATE                PIC 9(08)   VALUE ZERO.
       77  WS00-ASOF-X                   PIC X(08)   VALUE SPACES.

      ******************************************************************
      *    COUNTERS
      ******************************************************************
       77  WS00-RECS-READ                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RECS-USED                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RECS-BAD                 PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RULES-READ               PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RULES-DROPPED            PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-IN-BAL-CNT               PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-OUT-BAL-CNT              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NOT-EVAL-CNT             PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-IN-ERROR-CNT             PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP                 PIC ZZZZZZZZ9.

      ******************************************************************
      *    RULE TABLE SUBSCRIPTS
      ******************************************************************
       77  WS00-BAL-SUB                  PIC 9(03)  COMP   VALUE 1.
       77  WS00-SIDE-SUB                 PIC 9(01)  COMP   VALUE 1.

      ******************************************************************
      *    TOLERANCE EDIT -- SAME CHARACTER EDIT RPT2EXCEL APPLIES TO
      *    THE RPTEXCTB RULE LIMIT BEFORE NUMVAL, EXCEPT THAT NO SIGN
      *    IS TAKEN:  A NEGATIVE TOLERANCE IS MEANINGLESS
      ******************************************************************
       77  WS00-TOL-BAD-SW               PIC X(01)   VALUE 'N'.
           88  WS00-TOL-IS-BAD                        VALUE 'Y'.
       77  WS00-TOL-END-SW               PIC X(01)   VALUE 'N'.
           88  WS00-TOL-IS-ENDED                      VALUE 'Y'.
       77  WS00-TOL-CHAR                 PIC X(01)   VALUE SPACE.
       77  WS00-TOL-IDX                  PIC 9(02)  COMP   VALUE 1.
       77  WS00-TOL-DIGITS               PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TOL-DP                   PIC 9(03)  COMP   VALUE ZERO.

      ******************************************************************
      *    BALANCING WORK AREAS
      ******************************************************************
       77  WS00-AMT-WORK                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS00-BAL-OTHER                PIC S9(14)V99 COMP-3 VALUE 0.
       77  WS00-BAL-DIFF                 PIC S9(14)V99 COMP-3 VALUE 0.
       77  WS00-BAL-ABS-DIFF             PIC S9(14)V99 COMP-3 VALUE 0.
       77  WS00-BAL-ABS-BASE             PIC S9(14)V99 COMP-3 VALUE 0.
       77  WS00-BAL-ALLOWED              PIC S9(14)V99 COMP-3 VALUE 0.
       77  WS00-AMT-EDIT                 PIC -(13)9.99     VALUE ZERO.
       77  WS00-AMT-TXT                  PIC X(18)   VALUE SPACES.
       77  WS00-AMT-TXT2                 PIC X(18)   VALUE SPACES.
       77  WS00-AMT-TXT3                 PIC X(18)   VALUE SPACES.
       77  WS00-COL-DISP                 PIC 9(02)         VALUE ZERO.
       77  WS00-COL-DISP2                PIC 9(02)         VALUE ZERO.
       77  WS00-COL-DISP3                PIC X(02)         VALUE SPACES.
       77  WS00-COL-WORK                 PIC 9(02)         VALUE ZERO.
       77  WS00-RESULT-TXT               PIC X(16)   VALUE SPACES.
       77  WS00-ERR-TEXT                 PIC X(60)   VALUE SPACES.

      ******************************************************************
      *    REPORT LINE WORK AREAS
      ******************************************************************
       01  WS00-BALRPT-LINE              PIC X(132).

      ******************************************************************
      *    BALANCING RULE TABLE (SEE COPYLIB/RPTBAL.CPY)
      ******************************************************************
           COPY RPTBAL.

      ******************************************************************
      *    COLUMN-TOTAL HISTORY RECORD (SEE COPYLIB/RPTTOTH.CPY)
      ******************************************************************
           COPY RPTTOTH.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-PROCESS-HISTORY  THRU 2000-EXIT
               UNTIL WS00-TOTH-EOF-YES.
           PERFORM 8000-TERMINATE        THRU 8000-EXIT.
           MOVE WS00-BAL-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- READ THE PARM CARD, LOAD THE RULE TABLE,
      *                    OPEN THE HISTORY AND WRITE THE HEADINGS
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FILE-BALRPT.
           OPEN INPUT FILE-PARM.
           IF WS00-PARM-STATUS = '00'
               READ FILE-PARM INTO WS00-PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FILE-PARM
           END-IF.
           IF WS00-PARM-ASOF-DATE IS NUMERIC
               MOVE WS00-PARM-ASOF-DATE TO WS00-ASOF-DATE
           ELSE
               ACCEPT WS00-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS00-ASOF-DATE TO WS00-ASOF-X.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'RPTBALCK - CROSS-REPORT BALANCING AS OF '
                      DELIMITED BY SIZE
                  WS00-ASOF-X
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE SPACES TO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'RULE     A-REPORT CO OP B-REPORT CO C-REPORT CO'
                      DELIMITED BY SIZE
                  '           A AMOUNT      B (+C) AMOUNT'
                      DELIMITED BY SIZE
                  '         DIFFERENCE RESULT'
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE SPACES TO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           OPEN INPUT FILE-BALTB.
           IF WS00-BALTB-STATUS NOT = '00'
               GO TO 9200-BALTB-ERROR.
           PERFORM 1100-LOAD-RULE THRU 1100-EXIT
               UNTIL WS00-BALTB-EOF-YES.
           CLOSE FILE-BALTB.
           OPEN INPUT FILE-TOTH.
           IF WS00-TOTH-STATUS NOT = '00'
               GO TO 9100-TOTH-ERROR.
           PERFORM 3000-READ-TOTH THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-RULE -- READ ONE RULE RECORD AND ADD IT TO THE
      *                   TABLE.  AN ENTRY THAT FAILS ITS EDITS STAYS
      *                   IN THE TABLE AS "RULE IN ERROR" SO IT PRINTS
      *                   AND HOLDS THE RUN -- A BROKEN CONTROL MUST
      *                   NOT PASS QUIETLY.
      ******************************************************************
       1100-LOAD-RULE.
           READ FILE-BALTB INTO WS00-BAL-IN-REC
               AT END
                   SET WS00-BALTB-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS00-BAL-IN-REC = SPACES
               GO TO 1100-EXIT.
           IF WS00-BAL-IN-RULE-ID(1:1) = '*'
               GO TO 1100-EXIT.
           ADD 1 TO WS00-RULES-READ.
           IF WS00-BAL-COUNT = 100
               ADD 1 TO WS00-RULES-DROPPED
               DISPLAY 'RPTBALCK - RULE TABLE LIMIT EXCEEDED '
                   '(MAX 100 RULES), RULE ' WS00-BAL-IN-RULE-ID
                   ' DROPPED'
               GO TO 1100-EXIT.
           ADD 1 TO WS00-BAL-COUNT.
           MOVE WS00-BAL-COUNT TO WS00-BAL-SUB.
           MOVE WS00-BAL-IN-RULE-ID  TO WS00-BAL-RULE-ID(WS00-BAL-SUB).
           MOVE WS00-BAL-IN-OPERATOR TO WS00-BAL-OPERATOR(WS00-BAL-SUB).
           MOVE WS00-BAL-IN-DESC     TO WS00-BAL-DESC(WS00-BAL-SUB).
           MOVE WS00-BAL-IN-SEVERITY TO WS00-BAL-SEVERITY(WS00-BAL-SUB).
           IF WS00-BAL-IN-SEVERITY = SPACE
               MOVE 'E' TO WS00-BAL-SEVERITY(WS00-BAL-SUB)
           END-IF.
           MOVE ZERO   TO WS00-BAL-TOLERANCE(WS00-BAL-SUB).
           MOVE SPACE  TO WS00-BAL-RESULT(WS00-BAL-SUB).
           MOVE SPACES TO WS00-BAL-REASON(WS00-BAL-SUB).
           MOVE 2      TO WS00-BAL-SIDE-CNT(WS00-BAL-SUB).
           IF WS00-BAL-OP-SM(WS00-BAL-SUB)
               MOVE 3 TO WS00-BAL-SIDE-CNT(WS00-BAL-SUB)
           END-IF.
           MOVE WS00-BAL-IN-A-REPORT-ID
               TO WS00-BAL-REPORT-ID(WS00-BAL-SUB, 1).
           MOVE WS00-BAL-IN-B-REPORT-ID
               TO WS00-BAL-REPORT-ID(WS00-BAL-SUB, 2).
           MOVE WS00-BAL-IN-C-REPORT-ID
               TO WS00-BAL-REPORT-ID(WS00-BAL-SUB, 3).
           MOVE ZERO TO WS00-BAL-COL-SEQ(WS00-BAL-SUB, 1).
           MOVE ZERO TO WS00-BAL-COL-SEQ(WS00-BAL-SUB, 2).
           MOVE ZERO TO WS00-BAL-COL-SEQ(WS00-BAL-SUB, 3).
           IF WS00-BAL-IN-A-COL-SEQ IS NUMERIC
               MOVE WS00-BAL-IN-A-COL-SEQ
                   TO WS00-BAL-COL-SEQ(WS00-BAL-SUB, 1)
           END-IF.
           IF WS00-BAL-IN-B-COL-SEQ IS NUMERIC
               MOVE WS00-BAL-IN-B-COL-SEQ
                   TO WS00-BAL-COL-SEQ(WS00-BAL-SUB, 2)
           END-IF.
           IF WS00-BAL-IN-C-COL-SEQ IS NUMERIC
               MOVE WS00-BAL-IN-C-COL-SEQ
                   TO WS00-BAL-COL-SEQ(WS00-BAL-SUB, 3)
           END-IF.
           PERFORM 1110-CLEAR-ONE-SIDE THRU 1110-EXIT
               VARYING WS00-SIDE-SUB FROM 1 BY 1
               UNTIL WS00-SIDE-SUB > 3.
           PERFORM 1200-EDIT-RULE THRU 1200-EXIT.
           IF WS00-ERR-TEXT NOT = SPACES
               SET WS00-BAL-RULE-IN-ERROR(WS00-BAL-SUB) TO TRUE
               MOVE WS00-ERR-TEXT TO WS00-BAL-REASON(WS00-BAL-SUB)
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-CLEAR-ONE-SIDE -- NO TOTAL FOUND YET FOR ONE RULE SIDE
      ******************************************************************
       1110-CLEAR-ONE-SIDE.
           MOVE ZERO TO WS00-BAL-AMT(WS00-BAL-SUB, WS00-SIDE-SUB).
           MOVE 'N'  TO WS00-BAL-FOUND-SW(WS00-BAL-SUB, WS00-SIDE-SUB).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-EDIT-RULE -- FIELD EDITS ON THE RULE JUST LOADED.  THE
      *                   FIRST FAILURE FOUND IS KEPT IN WS00-ERR-TEXT.
      ******************************************************************
       1200-EDIT-RULE.
           MOVE SPACES TO WS00-ERR-TEXT.
           IF WS00-BAL-IN-RULE-ID = SPACES
               MOVE 'RULE-ID IS BLANK' TO WS00-ERR-TEXT
               GO TO 1200-EXIT.
           IF WS00-BAL-IN-OPERATOR NOT = 'EQ' AND 'TA' AND 'TP'
               AND 'SM'
               MOVE 'OPERATOR NOT EQ, TA, TP OR SM' TO WS00-ERR-TEXT
               GO TO 1200-EXIT.
           IF WS00-BAL-IN-A-REPORT-ID = SPACES
               OR WS00-BAL-IN-A-COL-SEQ IS NOT NUMERIC
               OR WS00-BAL-IN-A-COL-SEQ = ZERO
               MOVE 'REPORT-A OR ITS COLUMN MISSING OR NOT NUMERIC'
                   TO WS00-ERR-TEXT
               GO TO 1200-EXIT.
           IF WS00-BAL-IN-B-REPORT-ID = SPACES
               OR WS00-BAL-IN-B-COL-SEQ IS NOT NUMERIC
               OR WS00-BAL-IN-B-COL-SEQ = ZERO
               MOVE 'REPORT-B OR ITS COLUMN MISSING OR NOT NUMERIC'
                   TO WS00-ERR-TEXT
               GO TO 1200-EXIT.
           IF WS00-BAL-IN-OPERATOR = 'SM'
               IF WS00-BAL-IN-C-REPORT-ID = SPACES
                   OR WS00-BAL-IN-C-COL-SEQ IS NOT NUMERIC
                   OR WS00-BAL-IN-C-COL-SEQ = ZERO
                   MOVE 'SM NEEDS REPORT-C AND A NUMERIC COLUMN'
                       TO WS00-ERR-TEXT
                   GO TO 1200-EXIT
               END-IF
           ELSE
               IF WS00-BAL-IN-C-REPORT-ID NOT = SPACES
                   MOVE 'REPORT-C IS ONLY USED WITH SM'
                       TO WS00-ERR-TEXT
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           IF WS00-BAL-IN-SEVERITY NOT = 'W' AND 'E' AND SPACE
               MOVE 'SEVERITY NOT W OR E' TO WS00-ERR-TEXT
               GO TO 1200-EXIT.
           IF WS00-BAL-IN-TOLERANCE = SPACES
               IF WS00-BAL-IN-OPERATOR = 'TA' OR 'TP'
                   MOVE 'TA AND TP NEED A TOLERANCE' TO WS00-ERR-TEXT
               END-IF
               GO TO 1200-EXIT.
           IF WS00-BAL-IN-OPERATOR = 'EQ'
               MOVE 'EQ TAKES NO TOLERANCE -- USE TA' TO WS00-ERR-TEXT
               GO TO 1200-EXIT.
           PERFORM 1300-EDIT-TOLERANCE THRU 1300-EXIT.
           IF WS00-TOL-IS-BAD
               MOVE 'TOLERANCE IS NOT A CLEAN UNSIGNED NUMBER'
                   TO WS00-ERR-TEXT
               GO TO 1200-EXIT.
           MOVE FUNCTION NUMVAL(WS00-BAL-IN-TOLERANCE)
               TO WS00-BAL-TOLERANCE(WS00-BAL-SUB).
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-EDIT-TOLERANCE -- DIGITS AND AT MOST ONE DECIMAL POINT,
      *                        LEFT-JUSTIFIED
      ******************************************************************
       1300-EDIT-TOLERANCE.
           MOVE 'N'  TO WS00-TOL-BAD-SW.
           MOVE 'N'  TO WS00-TOL-END-SW.
           MOVE ZERO TO WS00-TOL-DIGITS.
           MOVE ZERO TO WS00-TOL-DP.
           PERFORM 1310-EDIT-TOLERANCE-CHAR THRU 1310-EXIT
               VARYING WS00-TOL-IDX FROM 1 BY 1
               UNTIL WS00-TOL-IDX > 18
                  OR WS00-TOL-IS-BAD.
           IF WS00-TOL-DIGITS = 0
               SET WS00-TOL-IS-BAD TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1310-EDIT-TOLERANCE-CHAR -- ONE CHARACTER OF THE TOLERANCE
      ******************************************************************
       1310-EDIT-TOLERANCE-CHAR.
           MOVE WS00-BAL-IN-TOLERANCE(WS00-TOL-IDX:1) TO WS00-TOL-CHAR.
           EVALUATE TRUE
               WHEN WS00-TOL-CHAR = SPACE
                   SET WS00-TOL-IS-ENDED TO TRUE
               WHEN WS00-TOL-IS-ENDED
                   SET WS00-TOL-IS-BAD TO TRUE
               WHEN WS00-TOL-CHAR >= '0'
                   AND WS00-TOL-CHAR <= '9'
                   ADD 1 TO WS00-TOL-DIGITS
               WHEN WS00-TOL-CHAR = '.'
                   IF WS00-TOL-DP > 0
                       SET WS00-TOL-IS-BAD TO TRUE
                   ELSE
                       ADD 1 TO WS00-TOL-DP
                   END-IF
               WHEN OTHER
                   SET WS00-TOL-IS-BAD TO TRUE
           END-EVALUATE.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-HISTORY -- OFFER ONE OF TONIGHT'S HISTORY RECORDS
      *                          TO EVERY RULE SIDE.  THE FILE ARRIVES
      *                          IN RUN ORDER, SO THE LAST RECORD SEEN
      *                          FOR A REPORT/COLUMN IS ITS LATEST RUN.
      ******************************************************************
       2000-PROCESS-HISTORY.
           IF WS00-TOTH-RUN-DATE NOT = WS00-ASOF-X
               GO TO 2000-NEXT.
           IF WS00-TOTH-AMOUNT IS NOT NUMERIC
               OR WS00-TOTH-COL-SEQ IS NOT NUMERIC
               ADD 1 TO WS00-RECS-BAD
               GO TO 2000-NEXT.
           ADD 1 TO WS00-RECS-USED.
           MOVE WS00-TOTH-AMOUNT TO WS00-AMT-WORK.
           PERFORM 2100-MATCH-ONE-RULE THRU 2100-EXIT
               VARYING WS00-BAL-SUB FROM 1 BY 1
               UNTIL WS00-BAL-SUB > WS00-BAL-COUNT.
       2000-NEXT.
           PERFORM 3000-READ-TOTH THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MATCH-ONE-RULE -- ONE RULE OF THE LOOKUP
      ******************************************************************
       2100-MATCH-ONE-RULE.
           IF WS00-BAL-RULE-IN-ERROR(WS00-BAL-SUB)
               GO TO 2100-EXIT.
           PERFORM 2110-MATCH-ONE-SIDE THRU 2110-EXIT
               VARYING WS00-SIDE-SUB FROM 1 BY 1
               UNTIL WS00-SIDE-SUB > WS00-BAL-SIDE-CNT(WS00-BAL-SUB).
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-MATCH-ONE-SIDE -- ONE SIDE OF ONE RULE.  THE SAME REPORT/
      *                        COLUMN MAY FEED SEVERAL RULES, OR BOTH
      *                        SIDES OF AN SM RULE, SO EVERY SIDE IS
      *                        CHECKED.
      ******************************************************************
       2110-MATCH-ONE-SIDE.
           IF WS00-BAL-REPORT-ID(WS00-BAL-SUB, WS00-SIDE-SUB)
                   = WS00-TOTH-REPORT-ID
               AND WS00-BAL-COL-SEQ(WS00-BAL-SUB, WS00-SIDE-SUB)
                   = WS00-TOTH-COL-SEQ
               MOVE WS00-AMT-WORK
                   TO WS00-BAL-AMT(WS00-BAL-SUB, WS00-SIDE-SUB)
               SET WS00-BAL-FOUND(WS00-BAL-SUB, WS00-SIDE-SUB)
                   TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 3000-READ-TOTH -- NEXT HISTORY RECORD, SET EOF AT END
      ******************************************************************
       3000-READ-TOTH.
           READ FILE-TOTH INTO WS00-TOTH-REC
               AT END
                   SET WS00-TOTH-EOF-YES TO TRUE
           END-READ.
           IF NOT WS00-TOTH-EOF-YES
               ADD 1 TO WS00-RECS-READ
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-EVALUATE-RULE -- DECIDE ONE RULE.  A SIDE WITH NO TOTAL
      *                       TONIGHT MAKES IT NOT EVALUABLE; OTHERWISE
      *                       THE DIFFERENCE A - B (A - (B + C) FOR SM)
      *                       IS HELD AGAINST THE OPERATOR.
      ******************************************************************
       4000-EVALUATE-RULE.
           MOVE ZERO TO WS00-BAL-OTHER.
           MOVE ZERO TO WS00-BAL-DIFF.
           IF WS00-BAL-RULE-IN-ERROR(WS00-BAL-SUB)
               GO TO 4000-EXIT.
           PERFORM 4100-CHECK-ONE-SIDE THRU 4100-EXIT
               VARYING WS00-SIDE-SUB FROM 1 BY 1
               UNTIL WS00-SIDE-SUB > WS00-BAL-SIDE-CNT(WS00-BAL-SUB)
                  OR WS00-BAL-NOT-EVALUABLE(WS00-BAL-SUB).
           IF WS00-BAL-NOT-EVALUABLE(WS00-BAL-SUB)
               GO TO 4000-EXIT.
           COMPUTE WS00-BAL-OTHER = WS00-BAL-AMT(WS00-BAL-SUB, 2).
           IF WS00-BAL-OP-SM(WS00-BAL-SUB)
               ADD WS00-BAL-AMT(WS00-BAL-SUB, 3) TO WS00-BAL-OTHER
           END-IF.
           COMPUTE WS00-BAL-DIFF =
               WS00-BAL-AMT(WS00-BAL-SUB, 1) - WS00-BAL-OTHER.
           MOVE WS00-BAL-DIFF TO WS00-BAL-ABS-DIFF.
           IF WS00-BAL-ABS-DIFF < ZERO
               COMPUTE WS00-BAL-ABS-DIFF = ZERO - WS00-BAL-ABS-DIFF
           END-IF.
           IF WS00-BAL-OP-TP(WS00-BAL-SUB)
               MOVE WS00-BAL-OTHER TO WS00-BAL-ABS-BASE
               IF WS00-BAL-ABS-BASE < ZERO
                   COMPUTE WS00-BAL-ABS-BASE = ZERO - WS00-BAL-ABS-BASE
               END-IF
               COMPUTE WS00-BAL-ALLOWED ROUNDED =
                   WS00-BAL-ABS-BASE * WS00-BAL-TOLERANCE(WS00-BAL-SUB)
                       / 100
           ELSE
               MOVE WS00-BAL-TOLERANCE(WS00-BAL-SUB)
                   TO WS00-BAL-ALLOWED
           END-IF.
           IF WS00-BAL-ABS-DIFF > WS00-BAL-ALLOWED
               SET WS00-BAL-OUT-OF-BALANCE(WS00-BAL-SUB) TO TRUE
           ELSE
               SET WS00-BAL-IN-BALANCE(WS00-BAL-SUB) TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CHECK-ONE-SIDE -- THE FIRST SIDE WITHOUT A TOTAL TONIGHT
      *                        NAMES THE REASON
      ******************************************************************
       4100-CHECK-ONE-SIDE.
           IF WS00-BAL-FOUND(WS00-BAL-SUB, WS00-SIDE-SUB)
               GO TO 4100-EXIT.
           SET WS00-BAL-NOT-EVALUABLE(WS00-BAL-SUB) TO TRUE.
           MOVE WS00-BAL-COL-SEQ(WS00-BAL-SUB, WS00-SIDE-SUB)
               TO WS00-COL-DISP.
           MOVE SPACES TO WS00-BAL-REASON(WS00-BAL-SUB).
           STRING 'NO TOTAL FOR ' DELIMITED BY SIZE
                  WS00-BAL-REPORT-ID(WS00-BAL-SUB, WS00-SIDE-SUB)
                      DELIMITED BY SPACE
                  ' COL ' DELIMITED BY SIZE
                  WS00-COL-DISP DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS00-ASOF-X DELIMITED BY SIZE
                  ' - REPORT DID NOT RUN' DELIMITED BY SIZE
                  INTO WS00-BAL-REASON(WS00-BAL-SUB).
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-WRITE-RULE-LINE -- EVALUATE ONE RULE, LIST IT, AND RAISE
      *                         THE STEP CONDITION CODE TO MATCH.  A
      *                         SECOND LINE CARRIES THE DESCRIPTION AND
      *                         ANY REASON.
      ******************************************************************
       7000-WRITE-RULE-LINE.
           PERFORM 4000-EVALUATE-RULE THRU 4000-EXIT.
           MOVE SPACES TO WS00-AMT-TXT.
           MOVE SPACES TO WS00-AMT-TXT2.
           MOVE SPACES TO WS00-AMT-TXT3.
           EVALUATE TRUE
               WHEN WS00-BAL-IN-BALANCE(WS00-BAL-SUB)
                   ADD 1 TO WS00-IN-BAL-CNT
                   MOVE 'IN BALANCE' TO WS00-RESULT-TXT
               WHEN WS00-BAL-OUT-OF-BALANCE(WS00-BAL-SUB)
                   ADD 1 TO WS00-OUT-BAL-CNT
                   IF WS00-BAL-SEV-WARN(WS00-BAL-SUB)
                       MOVE 'OUT OF BALANCE W' TO WS00-RESULT-TXT
                       IF WS00-BAL-RC < 4
                           MOVE 4 TO WS00-BAL-RC
                       END-IF
                   ELSE
                       MOVE 'OUT OF BALANCE E' TO WS00-RESULT-TXT
                       MOVE 8 TO WS00-BAL-RC
                   END-IF
               WHEN WS00-BAL-NOT-EVALUABLE(WS00-BAL-SUB)
                   ADD 1 TO WS00-NOT-EVAL-CNT
                   MOVE 'NOT EVALUABLE' TO WS00-RESULT-TXT
                   IF WS00-BAL-RC < 4
                       MOVE 4 TO WS00-BAL-RC
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS00-IN-ERROR-CNT
                   MOVE 'RULE IN ERROR' TO WS00-RESULT-TXT
                   MOVE 8 TO WS00-BAL-RC
           END-EVALUATE.
           IF WS00-BAL-IN-BALANCE(WS00-BAL-SUB)
               OR WS00-BAL-OUT-OF-BALANCE(WS00-BAL-SUB)
               MOVE WS00-BAL-AMT(WS00-BAL-SUB, 1) TO WS00-AMT-EDIT
               MOVE WS00-AMT-EDIT TO WS00-AMT-TXT
               MOVE WS00-BAL-OTHER TO WS00-AMT-EDIT
               MOVE WS00-AMT-EDIT TO WS00-AMT-TXT2
               MOVE WS00-BAL-DIFF TO WS00-AMT-EDIT
               MOVE WS00-AMT-EDIT TO WS00-AMT-TXT3
           END-IF.
           MOVE WS00-BAL-COL-SEQ(WS00-BAL-SUB, 1) TO WS00-COL-DISP.
           MOVE WS00-BAL-COL-SEQ(WS00-BAL-SUB, 2) TO WS00-COL-DISP2.
           MOVE SPACES TO WS00-COL-DISP3.
           IF WS00-BAL-OP-SM(WS00-BAL-SUB)
               MOVE WS00-BAL-COL-SEQ(WS00-BAL-SUB, 3) TO WS00-COL-WORK
               MOVE WS00-COL-WORK TO WS00-COL-DISP3
           END-IF.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING WS00-BAL-RULE-ID(WS00-BAL-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-BAL-REPORT-ID(WS00-BAL-SUB, 1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-COL-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-BAL-OPERATOR(WS00-BAL-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-BAL-REPORT-ID(WS00-BAL-SUB, 2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-COL-DISP2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-BAL-REPORT-ID(WS00-BAL-SUB, 3) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-COL-DISP3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-AMT-TXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-AMT-TXT2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-AMT-TXT3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-RESULT-TXT DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           IF WS00-BAL-DESC(WS00-BAL-SUB) = SPACES
               AND WS00-BAL-REASON(WS00-BAL-SUB) = SPACES
               GO TO 7000-EXIT.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING '         ' DELIMITED BY SIZE
                  WS00-BAL-DESC(WS00-BAL-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS00-BAL-REASON(WS00-BAL-SUB) DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- RULE LINES, TOTALS, CLOSE
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-RULE-LINE THRU 7000-EXIT
               VARYING WS00-BAL-SUB FROM 1 BY 1
               UNTIL WS00-BAL-SUB > WS00-BAL-COUNT.
           IF WS00-RULES-DROPPED > 0
               MOVE 8 TO WS00-BAL-RC
           END-IF.
           MOVE SPACES TO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE WS00-RECS-READ TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'HISTORY RECORDS READ. . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE WS00-RECS-USED TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'TOTALS FOR THE AS-OF DATE . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE WS00-RULES-READ TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'BALANCING RULES READ. . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE WS00-IN-BAL-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'RULES IN BALANCE. . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE WS00-OUT-BAL-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'RULES OUT OF BALANCE. . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE WS00-NOT-EVAL-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'RULES NOT EVALUABLE . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           MOVE WS00-IN-ERROR-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'RULES IN ERROR. . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           IF WS00-RULES-DROPPED > 0
               MOVE WS00-RULES-DROPPED TO WS00-NBR-DISP
               MOVE SPACES TO WS00-BALRPT-LINE
               STRING 'RULES DROPPED - TABLE FULL. . . '
                          DELIMITED BY SIZE
                      WS00-NBR-DISP
                          DELIMITED BY SIZE
                      INTO WS00-BALRPT-LINE
               WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE
           END-IF.
           IF WS00-RECS-BAD > 0
               MOVE WS00-RECS-BAD TO WS00-NBR-DISP
               MOVE SPACES TO WS00-BALRPT-LINE
               STRING 'UNPARSEABLE RECORDS SKIPPED . . '
                          DELIMITED BY SIZE
                      WS00-NBR-DISP
                          DELIMITED BY SIZE
                      INTO WS00-BALRPT-LINE
               WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE
           END-IF.
           IF WS00-BAL-RC > 0
               DISPLAY 'RPTBALCK - BOOKS DO NOT TIE FOR ' WS00-ASOF-X
                   ', SEE BALRPT'
           END-IF.
           CLOSE FILE-TOTH.
           CLOSE FILE-BALRPT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-TOTH-ERROR -- NO HISTORY, NOTHING CAN BE PROVED TO TIE
      ******************************************************************
       9100-TOTH-ERROR.
           DISPLAY 'RPTBALCK - FILE-TOTH ERROR, STATUS = '
               WS00-TOTH-STATUS.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'UNABLE TO OPEN RPTTOTH, STATUS ' DELIMITED BY SIZE
                  WS00-TOTH-STATUS DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           CLOSE FILE-BALRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 9200-BALTB-ERROR -- NO RULE TABLE, THE CONTROL CANNOT RUN
      ******************************************************************
       9200-BALTB-ERROR.
           DISPLAY 'RPTBALCK - FILE-BALTB ERROR, STATUS = '
               WS00-BALTB-STATUS.
           MOVE SPACES TO WS00-BALRPT-LINE.
           STRING 'UNABLE TO OPEN RPTBALTB, STATUS ' DELIMITED BY SIZE
                  WS00-BALTB-STATUS DELIMITED BY SIZE
                  INTO WS00-BALRPT-LINE.
           WRITE FD-BALRPT-REC FROM WS00-BALRPT-LINE.
           CLOSE FILE-BALRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
