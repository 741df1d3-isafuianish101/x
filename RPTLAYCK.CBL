      * LINE), UNKNOWN COLUMN TYPES/DATE FORMATS/TOTAL FLAGS, BAD
      * MULTI-LINE GROUP FIELDS (GRP-LINES/COL-LINE), BROKEN
      * COLUMN-SEQUENCE ORDER, REPORT-IDS THAT RETURN AFTER THEIR
      * GROUP ENDED, TABLES PAST THE 50-REPORT/20-COLUMN LIMITS, AND
      * TRAILER-LINE DEFINITIONS (TYPE 'T' RECORD, COL-TRL FLAGS) THAT
      * RPT2EXCEL COULD NOT BALANCE, UNKNOWN OR MISPLACED COLUMN
      * MASK CODES (COL-MASK), AND RUN-DATE DEFINITIONS (TYPE 'R'
      * RECORD) THE STALE-INPUT CHECK COULD NOT READ.
      * ENDS WITH CONDITION CODE 8 WHEN ANY ERROR IS LISTED SO A
      * SCHEDULED GUARD STEP STOPS THE CONVERSION BEFORE IT STARTS ON
      * A BROKEN TABLE (SEE STEP015 IN JCL/RPT2BLST).
      *  2026-09-03  AS  EDIT THE NEW COL-KEY FLAG (Y/N/BLANK) THE
      *                  RPTCOMPR RUN-TO-RUN COMPARISON MATCHES ROWS
      *                  ON.
      *  2026-10-15  AS  EDIT THE NEW TRAILER-LINE DEFINITION:  A TYPE
      *                  'T' RECORD NEEDS A LITERAL OF 1-20 BYTES, MAY
      *                  APPEAR ONCE AND ONLY AS THE LAST RECORD OF
      *                  ITS GROUP, AND DOES NOT COUNT TOWARD THE
      *                  20-COLUMN LIMIT OR THE OVERLAP SCAN.  COL-TRL
      *                  MUST BE Y/N/BLANK, 'Y' ONLY ON A TOTALABLE
      *                  COLUMN, AND A GROUP WITH COL-TRL COLUMNS MUST
      *                  HAVE ITS TYPE 'T' RECORD.
      *  2026-10-15  AS  EDIT THE NEW COL-MASK CODE:  N/F/L/T/BLANK,
      *                  AND NO MASK ON A TOTALABLE OR TRAILER-
      *                  BALANCED COLUMN OR ON A TYPE 'T' RECORD.
      *  2026-10-15  AS  EDIT THE NEW RUN-DATE DEFINITION:  A TYPE 'R'
      *                  RECORD MAY APPEAR ONCE, AFTER THE COLUMNS
      *                  (BEFORE OR AFTER THE TYPE 'T' RECORD), WITH A
      *                  LENGTH OF 8-10, DATE FORMAT 1/2/3/BLANK, A
      *                  LINE NUMBER 1-9 OR BLANK AND NO TOTAL, KEY,
      *                  TRAILER OR MASK FLAG.  IT IS NOT A COLUMN.
      ******************************************************************

      ******************************************************************
           88  WS00-LAYTB-EOF-YES                     VALUE 'Y'.
       77  WS00-REC-POS-OK-SW            PIC X(01)   VALUE 'N'.
           88  WS00-REC-POS-OK                        VALUE 'Y'.
       77  WS00-GRP-TRL-SW               PIC X(01)   VALUE 'N'.
           88  WS00-GRP-HAS-TRL                       VALUE 'Y'.
       77  WS00-GRP-RDT-SW               PIC X(01)   VALUE 'N'.
           88  WS00-GRP-HAS-RDT                       VALUE 'Y'.
       77  WS00-GRP-TRL-COLS-SW          PIC X(01)   VALUE 'N'.
           88  WS00-GRP-HAS-TRL-COLS                  VALUE 'Y'.

      ******************************************************************
      *    COUNTERS
      ******************************************************************
       2000-CHECK-RECORD.
           IF WS00-LAYTB-IN-REPORT-ID NOT = WS00-CURR-REPORT-ID
               PERFORM 2150-END-GROUP THRU 2150-EXIT
               PERFORM 2100-START-NEW-GROUP THRU 2100-EXIT
           END-IF.
           PERFORM 2200-CHECK-SEQUENCE  THRU 2200-EXIT.
           MOVE 1    TO WS00-EXPECT-SEQ.
           MOVE 1    TO WS00-CHK-GRP-LINES.
           MOVE ZERO TO WS00-GRP-COL-CNT.
           MOVE 'N'  TO WS00-GRP-TRL-SW.
           MOVE 'N'  TO WS00-GRP-TRL-COLS-SW.
           MOVE 'N'  TO WS00-GRP-RDT-SW.
           PERFORM 2120-ZERO-GRP-SLOT THRU 2120-EXIT
               VARYING WS00-GRP-SUB FROM 1 BY 1
               UNTIL WS00-GRP-SUB > 20.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2150-END-GROUP -- CHECKS THAT NEED THE WHOLE GROUP:  COLUMNS
      *                    FLAGGED COL-TRL WITH NO TYPE 'T' RECORD TO
      *                    SAY WHERE THE TRAILER LINE IS
      ******************************************************************
       2150-END-GROUP.
           IF WS00-REPORT-CNT = 0
               GO TO 2150-EXIT.
           IF WS00-GRP-HAS-TRL-COLS
               AND NOT WS00-GRP-HAS-TRL
               MOVE 'TRAILER FLAG SET BUT NO TYPE T RECORD'
                   TO WS00-ERR-TEXT
               PERFORM 7010-WRITE-GROUP-ERROR THRU 7010-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-SEQUENCE -- COLUMN SEQUENCE MUST RUN 1, 2, 3 ...
      *                         WITHIN EACH REPORT-ID GROUP AND STAY
      *                         WITHIN THE 20-COLUMN TABLE LIMIT.  THE
      *                         TYPE 'T' TRAILER RECORD AND THE TYPE
      *                         'R' RUN-DATE RECORD TAKE THE NEXT
      *                         SEQUENCES BUT ARE NOT COLUMNS:  EACH
      *                         MAY APPEAR ONCE, AFTER THE COLUMNS,
      *                         IN EITHER ORDER.
      ******************************************************************
       2200-CHECK-SEQUENCE.
           EVALUATE TRUE
               WHEN WS00-LAYTB-IN-COL-TYPE = 'T'
                   AND WS00-GRP-HAS-TRL
                   MOVE 'MORE THAN ONE TRAILER (TYPE T) RECORD'
                       TO WS00-ERR-TEXT
                   PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
               WHEN WS00-LAYTB-IN-COL-TYPE = 'R'
                   AND WS00-GRP-HAS-RDT
                   MOVE 'MORE THAN ONE RUN-DATE (TYPE R) RECORD'
                       TO WS00-ERR-TEXT
                   PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
               WHEN WS00-LAYTB-IN-COL-TYPE = 'T' OR 'R'
                   CONTINUE
               WHEN WS00-GRP-HAS-TRL
                   MOVE 'TRAILER RECORD MUST BE THE LAST OF ITS GROUP'
                       TO WS00-ERR-TEXT
                   PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
               WHEN WS00-GRP-HAS-RDT
                   MOVE 'RUN-DATE RECORD MUST FOLLOW THE COLUMNS'
                       TO WS00-ERR-TEXT
                   PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-EVALUATE.
           EVALUATE WS00-LAYTB-IN-COL-TYPE
               WHEN 'T'
                   SET WS00-GRP-HAS-TRL TO TRUE
               WHEN 'R'
                   SET WS00-GRP-HAS-RDT TO TRUE
               WHEN OTHER
                   ADD 1 TO WS00-GRP-COL-CNT
           END-EVALUATE.
           IF WS00-GRP-COL-CNT > 20
               MOVE 'REPORT-ID EXCEEDS 20 COLUMNS' TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
               MOVE 'N' TO WS00-REC-POS-OK-SW
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE NOT = 'X' AND 'N' AND 'D' AND 'T'
                   AND 'R'
               MOVE 'COLUMN TYPE NOT X, N, D, T OR R' TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
           IF (WS00-LAYTB-IN-COL-TYPE = 'D' OR 'R')
               AND WS00-LAYTB-IN-COL-DFMT NOT = '1' AND '2' AND '3'
                   AND ' '
               MOVE 'DATE FORMAT NOT 1, 2, 3 OR BLANK'
                   TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
           PERFORM 2320-CHECK-TRAILER-FIELDS THRU 2320-EXIT.
           PERFORM 2325-CHECK-RUN-DATE-FIELDS THRU 2325-EXIT.
           PERFORM 2330-CHECK-MASK-FIELD THRU 2330-EXIT.
           PERFORM 2350-CHECK-GROUP-FIELDS THRU 2350-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2320-CHECK-TRAILER-FIELDS -- COL-TRL Y/N/BLANK AND ONLY ON A
      *                               TOTALABLE COLUMN; A TYPE 'T'
      *                               RECORD NEEDS ITS LITERAL IN
      *                               COL-TITLE, NO LONGER THAN THE
      *                               20 BYTES RPT2EXCEL HOLDS
      ******************************************************************
       2320-CHECK-TRAILER-FIELDS.
           IF WS00-LAYTB-IN-COL-TRL NOT = 'Y' AND 'N' AND ' '
               MOVE 'TRAILER FLAG NOT Y, N OR BLANK'
                   TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-TRL = 'Y'
               IF WS00-LAYTB-IN-COL-TOT NOT = 'Y'
                   MOVE 'TRAILER FLAG ON A NON-TOTALABLE COLUMN'
                       TO WS00-ERR-TEXT
                   PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
               ELSE
                   SET WS00-GRP-HAS-TRL-COLS TO TRUE
               END-IF
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE NOT = 'T'
               GO TO 2320-EXIT.
           IF WS00-LAYTB-IN-COL-TITLE = SPACES
               MOVE 'TRAILER LITERAL (COL-TITLE) IS BLANK'
                   TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-LEN IS NUMERIC
               AND WS00-LAYTB-IN-COL-LEN > 20
               MOVE 'TRAILER LITERAL LENGTH OVER 20'
                   TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
       2320-EXIT.
           EXIT.

      ******************************************************************
      * 2325-CHECK-RUN-DATE-FIELDS -- A TYPE 'R' RECORD CUTS A PRINTED
      *                                DATE OF 8-10 BYTES FROM THE
      *                                COL-LINE'TH NON-BLANK LINE
      *                                (1-9, BLANK = 1) AND IS NEVER
      *                                PART OF THE ROW KEY
      ******************************************************************
       2325-CHECK-RUN-DATE-FIELDS.
           IF WS00-LAYTB-IN-COL-TYPE NOT = 'R'
               GO TO 2325-EXIT.
           IF WS00-LAYTB-IN-COL-LEN IS NUMERIC
               AND (WS00-LAYTB-IN-COL-LEN < 8
                 OR WS00-LAYTB-IN-COL-LEN > 10)
               MOVE 'RUN-DATE LENGTH NOT 8-10' TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-LINE(1:1) NOT = SPACE
               AND (WS00-LAYTB-IN-COL-LINE IS NOT NUMERIC
                 OR WS00-LAYTB-IN-COL-LINE = 0)
               MOVE 'RUN-DATE LINE NOT 1-9 OR BLANK' TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-KEY = 'Y'
               MOVE 'KEY FLAG ON A RUN-DATE RECORD' TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
       2325-EXIT.
           EXIT.

      ******************************************************************
      * 2330-CHECK-MASK-FIELD -- COL-MASK N/F/L/T/BLANK.  A MASKED
      *                           COLUMN CANNOT BE TOTALLED OR
      *                           BALANCED AGAINST THE TRAILER, AND
      *                           THE TYPE 'T' AND 'R' RECORDS ARE
      *                           NOT COLUMNS TO MASK.
      ******************************************************************
       2330-CHECK-MASK-FIELD.
           IF WS00-LAYTB-IN-COL-MASK NOT = 'N' AND 'F' AND 'L' AND 'T'
                   AND ' '
               MOVE 'MASK CODE NOT N, F, L, T OR BLANK'
                   TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
               GO TO 2330-EXIT.
           IF WS00-LAYTB-IN-COL-MASK = 'N' OR ' '
               GO TO 2330-EXIT.
           IF WS00-LAYTB-IN-COL-TYPE = 'T' OR 'R'
               MOVE 'MASK CODE ON A TRAILER/RUN-DATE RECORD'
                   TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
               GO TO 2330-EXIT.
           IF WS00-LAYTB-IN-COL-TOT = 'Y'
               OR WS00-LAYTB-IN-COL-TRL = 'Y'
               MOVE 'MASK CODE ON A TOTALABLE/TRAILER COLUMN'
                   TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
       2330-EXIT.
           EXIT.

      ******************************************************************
      * 2350-CHECK-GROUP-FIELDS -- THE MULTI-LINE GROUP FIELDS:
      *                             GRP-LINES BLANK OR 1-3 (AND
      *                             WITHIN THE GROUP'S LINE COUNT.
      *                             WS00-CHK-LINE CARRIES THE EDITED
      *                             LINE NUMBER TO THE OVERLAP SCAN.
      *                             A TYPE 'R' RECORD'S COL-LINE
      *                             COUNTS SPOOL LINES, NOT GROUP
      *                             LINES (SEE 2325).
      ******************************************************************
       2350-CHECK-GROUP-FIELDS.
           IF WS00-LAYTB-IN-GRP-LINES(1:1) = SPACE
               END-IF
           END-IF.
           MOVE 1 TO WS00-CHK-LINE.
           IF WS00-LAYTB-IN-COL-TYPE = 'R'
               GO TO 2350-EXIT.
           IF WS00-LAYTB-IN-COL-LINE(1:1) = SPACE
               CONTINUE
           ELSE
      ******************************************************************
      * 2400-CHECK-POSITION -- THE COLUMN MUST SIT INSIDE THE 133-BYTE
      *                         PRINT LINE AND MUST NOT OVERLAP ANY
      *                         EARLIER COLUMN OF ITS GROUP.  THE
      *                         TRAILER LITERAL AND THE RUN DATE ONLY
      *                         HAVE TO FIT THE LINE -- THEY SIT ON
      *                         LINES OF THEIR OWN.
      ******************************************************************
       2400-CHECK-POSITION.
           MOVE WS00-LAYTB-IN-COL-START TO WS00-CHK-START.
                   TO WS00-ERR-TEXT
               PERFORM 7000-WRITE-ERROR-LINE THRU 7000-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE = 'T' OR 'R'
               GO TO 2400-EXIT.
           IF WS00-GRP-COL-CNT > 1 AND WS00-GRP-COL-CNT <= 20
               PERFORM 2410-CHECK-ONE-OVERLAP THRU 2410-EXIT
                   VARYING WS00-GRP-SUB FROM 1 BY 1
           EXIT.

      ******************************************************************
      * 7010-WRITE-GROUP-ERROR -- AN ERROR FOUND AT THE END OF A GROUP,
      *                            SO IT BELONGS TO THE REPORT-ID, NOT
      *                            TO THE RECORD JUST READ
      ******************************************************************
       7010-WRITE-GROUP-ERROR.
           ADD 1 TO WS00-ERROR-CNT.
           MOVE SPACES TO WS00-CHKRPT-LINE.
           STRING 'REPORT ' DELIMITED BY SIZE
                  WS00-CURR-REPORT-ID DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS00-ERR-TEXT DELIMITED BY SIZE
                  INTO WS00-CHKRPT-LINE.
           WRITE FD-CHKRPT-REC FROM WS00-CHKRPT-LINE.
       7010-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- END CHECKS FOR THE LAST GROUP, SUMMARY TOTALS
      *                   AND CLOSE
      ******************************************************************
       8000-TERMINATE.
           PERFORM 2150-END-GROUP THRU 2150-EXIT.
           MOVE SPACES TO WS00-CHKRPT-LINE.
           WRITE FD-CHKRPT-REC FROM WS00-CHKRPT-LINE.
           MOVE WS00-REC-NBR TO WS00-REC-NBR-DISP.
