      *                  TIME (SEE RPTTOTH.CPY) -- THE NEW RPTTOTRP
      *                  INQUIRY TRENDS THE AMOUNTS RUN OVER RUN AND
      *                  AGAINST THE SAME PERIOD LAST MONTH.
      *  2026-10-15  AS  BALANCE THE REPORT'S OWN TRAILER LINE.  A NEW
      *                  TYPE 'T' RPTLAYTB RECORD NAMES THE TRAILER
      *                  LITERAL AND ITS PRINT POSITION, AND A NEW
      *                  PER-COLUMN COL-TRL FLAG THE TOTALABLE COLUMNS
      *                  IT CARRIES.  THE TRAILER LINE IS NO LONGER
      *                  WRITTEN AS A DATA ROW; ITS PRINTED FIGURES
      *                  ARE COMPARED WITH THE ACCUMULATED GRAND
      *                  TOTALS AND EVERY COLUMN IS LISTED MATCHED OR
      *                  OUT OF BALANCE ON RPTRECON AND RPTEXCRP.  AN
      *                  OUT-OF-BALANCE OR MISSING TRAILER ENDS RC 4.
      *  2026-10-15  AS  ALSO WRITE THE RPTRECON CONTROL TOTALS AS ONE
      *                  RECORD PER CONVERSION ON THE NEW RPTCTLT FILE
      *                  (SEE RPTCTLT.CPY) FOR THE RPTSTATW MORNING
      *                  STATUS WORKBOOK.
      *  2026-10-15  AS  MASK SENSITIVE COLUMNS.  A NEW PER-COLUMN
      *                  COL-MASK (F FULL, L LAST 4, T KEYED TOKEN,
      *                  SEE RPTLAYT.CPY) IS APPLIED TO THE DATA ROWS
      *                  OF EVERY OUTPUT MODE, TO THE RPTREJCT RECORD
      *                  IMAGE AND TO THE RPTEXCRP VALUE.  THE CLEAR
      *                  VALUES GO ONLY TO A SECURED CSV COPY ON THE
      *                  DSN THE PROTECTED RPTMASK FILE NAMES FOR THE
      *                  REPORT (SEE RPTMSK.CPY), RECORDED ON RPTAUDIT
      *                  AS ITS OWN ENTRY WITH OUTPUT MODE S.
      *  2026-10-15  AS  PARALLEL JOB STREAMS.  A CTLCARD STREAM (COLS
      *                  19-20) LIMITS A BATCH-LIST RUN TO THE RPTLIST
      *                  ENTRIES OF THAT STREAM (RPTLIST COLS 143-144,
      *                  BLANK = 01), SO SEVERAL RUNS CAN SPLIT ONE
      *                  LIST.  THE RPTAUDIT OPEN WAITS AND RETRIES
      *                  WHILE ANOTHER STREAM HOLDS THE CLUSTER, AND A
      *                  FAILED ENTRY NOW ALSO WRITES AN RPTCTLT RECORD
      *                  (ENTRY-STATUS F) FOR THE RPTGATCK GATE.
      *  2026-10-15  AS  TIME EVERY CONVERSION.  THE START DATE/TIME IS
      *                  STAMPED WHEN ITS INPUT OPENS, THE END WHEN IT
      *                  FINISHES, AND BOTH GO TO RPTAUDIT WITH THE
      *                  ELAPSED SECONDS (RECORD NOW 180 BYTES, SEE
      *                  RPTAUD.CPY) FOR THE RPTSLARP SLA REPORT.
      *  2026-10-15  AS  STALE-INPUT CHECK.  EACH INPUT SPOOL IS
      *                  FINGERPRINTED (CRC-32) BEFORE IT IS CONVERTED
      *                  AND THE FINGERPRINT KEPT ON RPTAUDIT.  A SPOOL
      *                  MATCHING AN EARLIER NIGHT'S RUN OF THE REPORT,
      *                  OR WHOSE PRINTED RUN DATE (LAYOUT COL-TYPE R)
      *                  IS NOT THE BUSINESS DATE (CTLCARD COLS 21-28),
      *                  IS WITHHELD AS STALE:  LOGGED ON RPTRECON,
      *                  FLAGGED ON RPTAUDIT AND RPTCTLT (STATUS S) SO
      *                  IT IS NEVER DISTRIBUTED, RC 8.  AN RPTFORCE
      *                  CARD LETS A DELIBERATE RERUN THROUGH (SEE
      *                  RPTFPR.CPY).  THE START STAMP IS NOW TAKEN AT
      *                  THIS CHECK, SO THE ELAPSED TIME INCLUDES THE
      *                  FINGERPRINT PASS OVER THE SPOOL.
      *  2026-10-15  AS  ROW HISTORY STORE.  EVERY CONVERTED DATA ROW IS
      *                  FILED ON THE RPTROWH KSDS, KEYED BY REPORT-ID,
      *                  THE LAYOUT'S KEY COLUMNS AND BUSINESS DATE,
      *                  WITH ITS CUT COLUMN VALUES AS TYPED (SEE
      *                  RPTRWH.CPY).  A STREAM RUN STAGES THE ROWS ON
      *                  ITS RPTROWS FILE FOR RPTRWHLD INSTEAD; A
      *                  RESTARTED RUN FLAGS ITS STAGED ROWS SO THE
      *                  ROWS FILED BEFORE THE CHECKPOINT ARE KEPT.
      *  2026-10-15  AS  SPOOL-SPLITTER:  COUNT THE FINGERPRINTED
      *                  RECORDS, WRITE AN RPTCTLT RECORD PER REPORT
      *                  (STATUS S WHEN STALE), KEEP A STALE REPORT'S
      *                  TOTALS OFF RPTTOTH, AND REPLACE THE NIGHT'S
      *                  ROW HISTORY ONLY ONCE THE REPORT IS JUDGED
      *                  FRESH.  A TOKENIZED COLUMN WITH NO RPTMASK KEY
      *                  ENDS RC 4.
      ******************************************************************

      ******************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-TOTH-STATUS.

           SELECT OPTIONAL FILE-CTLT ASSIGN TO RPTCTLT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-CTLT-STATUS.

           SELECT OPTIONAL FILE-MASK ASSIGN TO RPTMASK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-MASK-STATUS.

           SELECT FILE-DISKOS ASSIGN TO DYNAMIC WS00-DISKOS-DSN
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-DISKOS-STATUS.

           SELECT OPTIONAL FILE-FORCE ASSIGN TO RPTFORCE
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-FORCE-STATUS.

           SELECT OPTIONAL FILE-ROWH ASSIGN TO RPTROWH
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS FD-ROWH-KEY
                              ALTERNATE RECORD KEY IS FD-ROWH-NIGHT-KEY
                                  WITH DUPLICATES
                              FILE STATUS WS00-ROWH-STATUS.

           SELECT OPTIONAL FILE-ROWS ASSIGN TO RPTROWS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-ROWS-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FD  FILE-BATLST
           RECORDING MODE IS F.
       01  FD-BATLST-REC                 PIC X(150).

       FD  FILE-AUDIT.
       01  FD-AUDIT-REC.
           05  FD-AUDIT-KEY              PIC X(24).
           05  FILLER                    PIC X(156).

       FD  FILE-LAYTB
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  FD-TOTH-REC                   PIC X(70).

       FD  FILE-CTLT
           RECORDING MODE IS F.
       01  FD-CTLT-REC                   PIC X(100).

       FD  FILE-MASK
           RECORDING MODE IS F.
       01  FD-MASK-REC                   PIC X(80).

      ******************************************************************
      *    SECURED COPY -- THE UNMASKED CSV OF A REPORT WITH MASKED
      *    COLUMNS, ON THE PROTECTED DSN ITS RPTMASK 'S' CARD NAMES
      ******************************************************************
       FD  FILE-DISKOS
           RECORDING MODE IS F.
       01  FD-DISKOS-REC                 PIC X(2048).

       FD  FILE-FORCE
           RECORDING MODE IS F.
       01  FD-FORCE-REC                  PIC X(80).

      ******************************************************************
      *    ROW HISTORY -- THE RPTROWH KSDS (AND ITS RPTROWH1 PATH OVER
      *    THE NIGHT KEY), OR A STREAM RUN'S RPTROWS STAGING FILE.
      *    LAYOUT IN COPYLIB/RPTRWH.CPY.
      ******************************************************************
       FD  FILE-ROWH.
       01  FD-ROWH-REC.
           05  FD-ROWH-KEY               PIC X(65).
           05  FD-ROWH-NIGHT-KEY.
               10  FD-ROWH-NGT-REPORT-ID PIC X(08).
               10  FD-ROWH-NGT-RUN-DATE  PIC X(08).
           05  FD-ROWH-CONV-DATE         PIC X(08).
           05  FD-ROWH-CONV-TIME         PIC X(08).
           05  FILLER                    PIC X(753).

       FD  FILE-ROWS
           RECORDING MODE IS F.
       01  FD-ROWS-REC                   PIC X(850).

      ******************************************************************
      *    MODE X OUTPUT -- THE ZIPPED .XLSX PACKAGE.  WRITTEN AS RAW
      *    VARIABLE-LENGTH CHUNKS OF THE ZIP STREAM; THE OUTPUT
       77  WS00-XLSXOA-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-CALND-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-TOTH-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-CTLT-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-MASK-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-DISKOS-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-FORCE-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-ROWH-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-ROWS-STATUS              PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    DYNAMIC FILE ASSIGNMENT -- DEFAULT TO THE SINGLE-REPORT DD
       01  WS00-DISKIA-DSN               PIC X(44)   VALUE 'INPRINT1'.
       01  WS00-DISKOA-DSN               PIC X(44)   VALUE 'REPORT1'.
       01  WS00-DISKOC-DSN               PIC X(44)   VALUE 'REPORT2'.
       01  WS00-DISKOS-DSN               PIC X(44)   VALUE SPACES.

      ******************************************************************
      *    SUBMITTER IDENTIFICATION -- SET ONCE AT STARTUP BY
       77  WS00-FAILED-ENTRY-CNT         PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-FAILED-ENTRY-DISP        PIC ZZ9           VALUE ZERO.

      ******************************************************************
      *    PARALLEL JOB STREAMS -- WITH A CTLCARD STREAM THE RUN SKIPS
      *    EVERY RPTLIST ENTRY BELONGING TO ANOTHER STREAM (BLANK ON
      *    THE ENTRY = STREAM 01).  THE STREAMS SHARE THE RPTAUDIT
      *    KSDS:  AN OPEN THAT FINDS THE CLUSTER HELD BY ANOTHER
      *    STREAM (STATUS 9X) WAITS WS00-AUD-WAIT-SECS AND RETRIES, UP
      *    TO WS00-AUD-MAX-TRIES OPENS, BEFORE THE ENTRY FAILS.
      ******************************************************************
       77  WS00-ENTRY-STREAM             PIC X(02)   VALUE SPACES.
       77  WS00-OTHER-STREAM-CNT         PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-OTHER-STREAM-DISP        PIC ZZ9           VALUE ZERO.
       77  WS00-AUD-OPEN-TRIES           PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-AUD-MAX-TRIES            PIC 9(03)  COMP   VALUE 60.
       77  WS00-AUD-WAIT-SECS            PIC S9(09) COMP   VALUE +5.
       77  WS00-AUD-WAIT-FC              PIC X(12)   VALUE SPACES.

      ******************************************************************
      *    CONVERSION TIMING -- 1090 STAMPS THE START WHEN A
      *    CONVERSION BEGINS; 8153 TURNS START AND END (THE AUDIT
      *    RUN-DATE/RUN-TIME) INTO ELAPSED SECONDS AND HUNDREDTHS.
      ******************************************************************
       77  WS00-CONV-START-DATE          PIC X(08)   VALUE SPACES.
       77  WS00-CONV-START-TIME          PIC X(08)   VALUE SPACES.
       01  WS00-TIM-STAMP.
           05  WS00-TIM-HH               PIC 9(02).
           05  WS00-TIM-MI               PIC 9(02).
           05  WS00-TIM-SS               PIC 9(02).
           05  WS00-TIM-HU               PIC 9(02).
       77  WS00-TIM-DATE-NUM             PIC 9(08)         VALUE ZERO.
       77  WS00-TIM-START-HS             PIC S9(11) COMP   VALUE ZERO.
       77  WS00-TIM-END-HS               PIC S9(11) COMP   VALUE ZERO.
       77  WS00-TIM-DAYS                 PIC S9(09) COMP   VALUE ZERO.

      ******************************************************************
      *    SPOOL-SPLITTER WORK AREAS -- IN SPLIT MODE ONE COMBINED
      *    INPUT FILE CARRIES MANY REPORTS BACK TO BACK, SEPARATED BY
       77  WS00-ANY-TOT-SW               PIC X(01)   VALUE 'N'.
           88  WS00-ANY-TOT-COLS                      VALUE 'Y'.

      ******************************************************************
      *    COLUMN MASKING -- WS00-ANY-MASK-COLS IS SET WHEN THE ACTIVE
      *    LAYOUT MASKS ANY COLUMN; THE SECURED-COPY TABLE HOLDS THE
      *    RPTMASK 'S' CARDS (REPORT-ID -> PROTECTED DSN).  THE BYPASS
      *    SWITCH LETS THE CSV CELL BUILDER WRITE THE CLEAR VALUES FOR
      *    THE SECURED COPY ONLY.
      ******************************************************************
       77  WS00-ANY-MASK-SW              PIC X(01)   VALUE 'N'.
           88  WS00-ANY-MASK-COLS                     VALUE 'Y'.
       77  WS00-ANY-TOKEN-SW             PIC X(01)   VALUE 'N'.
           88  WS00-ANY-TOKEN-COLS                    VALUE 'Y'.
       77  WS00-MSK-BYPASS-SW            PIC X(01)   VALUE 'N'.
           88  WS00-MSK-BYPASSED                      VALUE 'Y'.
       77  WS00-SEC-OPEN-SW              PIC X(01)   VALUE 'N'.
           88  WS00-SEC-IS-OPEN                       VALUE 'Y'.
       77  WS00-SEC-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS00-SEC-FOUND                         VALUE 'Y'.
       01  WS00-SEC-TABLE.
           05  WS00-SEC-COUNT            PIC 9(03) COMP VALUE 0.
           05  WS00-SEC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS00-SEC-IDX.
               10  WS00-SEC-REPORT-ID    PIC X(08).
               10  WS00-SEC-DSN          PIC X(44).
       01  WS00-SEC-AUD-TIME.
           05  WS00-SEC-AUD-HHMMSS       PIC 9(06).
           05  WS00-SEC-AUD-HUND         PIC 9(02).

      ******************************************************************
      *    EXCEPTION RULE WORK AREAS -- 2240-CHECK-EXCEPTION-RULES
      *    TESTS EVERY VALIDATED NUMBER CELL AGAINST THE LOADED
       77  WS00-EXCRPT-OPEN-SW           PIC X(01)   VALUE 'N'.
           88  WS00-EXCRPT-IS-OPEN                    VALUE 'Y'.
       77  WS00-EXC-AMT-EDIT             PIC -(13)9.99     VALUE ZERO.
       77  WS00-EXC-VAL-TEXT             PIC X(20)   VALUE SPACES.
       77  WS00-EXC-LIM-EDIT             PIC -(13)9.99     VALUE ZERO.
       77  WS00-EXC-LIM-BAD-SW           PIC X(01)   VALUE 'N'.
           88  WS00-EXC-LIM-IS-BAD                    VALUE 'Y'.
               10  WS00-SUM-AMT OCCURS 20 TIMES
                                         PIC S9(13)V99 COMP-3.

      ******************************************************************
      *    TRAILER-LINE BALANCING -- A LINE CARRYING THE LAYOUT'S
      *    TRAILER LITERAL AT ITS PRINT POSITION IS NOT WRITTEN AS A
      *    ROW.  THE FIGURES IT PRINTS UNDER THE COL-TRL COLUMNS ADD
      *    INTO WS00-TRL-COL-AMT (SO PER-PAGE TOTAL LINES SUM TO THE
      *    REPORT TOTAL) AND 8050 BALANCES THEM AGAINST THE GRAND
      *    TOTALS AT END OF REPORT.
      ******************************************************************
       77  WS00-TRL-LINE-SW              PIC X(01)   VALUE 'N'.
           88  WS00-TRL-LINE-HIT                      VALUE 'Y'.
       77  WS00-TRL-ANY-COL-SW           PIC X(01)   VALUE 'N'.
           88  WS00-TRL-ANY-COLS                      VALUE 'Y'.
       77  WS00-TRL-EDGE-SW              PIC X(01)   VALUE 'N'.
           88  WS00-TRL-EDGE-DONE                     VALUE 'Y'.
       77  WS00-TRL-RESULT               PIC X(01)   VALUE SPACE.
           88  WS00-TRL-NOT-DEFINED                   VALUE SPACE.
           88  WS00-TRL-IN-BALANCE                    VALUE 'B'.
           88  WS00-TRL-OUT-OF-BALANCE                VALUE 'O'.
           88  WS00-TRL-NOT-FOUND                     VALUE 'M'.
           88  WS00-TRL-NOT-CHECKED-CSV               VALUE 'C'.
           88  WS00-TRL-NOT-CHECKED-RST               VALUE 'R'.
       77  WS00-TRL-LINE-CNT             PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-TRL-MATCH-CNT            PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TRL-OOB-CNT              PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TRL-POS                  PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TRL-FROM                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TRL-TO                   PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-TRL-DIFF                 PIC S9(13)V99 COMP-3
                                                          VALUE ZERO.
       77  WS00-TRL-PRT-EDIT             PIC -(13)9.99     VALUE ZERO.
       77  WS00-TRL-CNV-EDIT             PIC -(13)9.99     VALUE ZERO.
       77  WS00-TRL-DIF-EDIT             PIC -(13)9.99     VALUE ZERO.
       77  WS00-TRL-POS-DISP             PIC 9(03)         VALUE ZERO.
       77  WS00-TRL-STAT-TEXT            PIC X(14)   VALUE SPACES.
       77  WS00-TRL-RESULT-TEXT          PIC X(30)   VALUE SPACES.
       01  WS00-TRL-TABLE.
           05  WS00-TRL-COL OCCURS 20 TIMES.
               10  WS00-TRL-COL-AMT      PIC S9(13)V99 COMP-3.
               10  WS00-TRL-COL-STAT     PIC X(01).
                   88  WS00-TRL-COL-UNREAD            VALUE 'U'.
                   88  WS00-TRL-COL-MATCHED           VALUE 'M'.
                   88  WS00-TRL-COL-OOB               VALUE 'O'.

      ******************************************************************
      *    CONSTANTS
      ******************************************************************
      ******************************************************************
           COPY RPTTOTH.

      ******************************************************************
      *    CONVERSION CONTROL-TOTAL RECORD (SEE COPYLIB/RPTCTLT.CPY)
      ******************************************************************
           COPY RPTCTLT.

      ******************************************************************
      *    COLUMN-MASKING CONTROL CARDS AND WORK AREAS (SEE
      *    COPYLIB/RPTMSK.CPY)
      ******************************************************************
           COPY RPTMSK.

      ******************************************************************
      *    STALE-INPUT CHECK -- RPTFORCE OVERRIDE CARDS AND INPUT
      *    FINGERPRINT WORK AREAS (SEE COPYLIB/RPTFPR.CPY)
      ******************************************************************
           COPY RPTFPR.

      ******************************************************************
      *    ROW HISTORY RECORD (SEE COPYLIB/RPTRWH.CPY) AND WORK AREAS.
      *    WS00-RWH-STATE SAYS WHERE THE ROWS OF THE REPORT IN HAND
      *    GO:  THE KSDS, THE STREAM'S STAGING FILE, NOWHERE (NO DD),
      *    OR NOWHERE BECAUSE THE STORE FAILED (REPORTED, RC 4).
      ******************************************************************
           COPY RPTRWH.

       77  WS00-RWH-STATE                PIC X(01)   VALUE 'N'.
           88  WS00-RWH-NOT-KEPT                      VALUE 'N'.
           88  WS00-RWH-TO-KSDS                       VALUE 'K'.
           88  WS00-RWH-TO-STAGING                    VALUE 'S'.
           88  WS00-RWH-IS-OPEN                       VALUES 'K' 'S'.
           88  WS00-RWH-FAILED                        VALUE 'F'.
       77  WS00-RWH-OPEN-MODE            PIC X(01)   VALUE 'I'.
           88  WS00-RWH-OPENED-IO                     VALUE 'I'.
           88  WS00-RWH-OPENED-LOAD                   VALUE 'O'.
       77  WS00-RWH-DATA-ROW-SW          PIC X(01)   VALUE 'N'.
           88  WS00-RWH-DATA-ROW                      VALUE 'Y'.
       77  WS00-RWH-ANY-KEY-SW           PIC X(01)   VALUE 'N'.
           88  WS00-RWH-ANY-KEY-COLS                  VALUE 'Y'.
       77  WS00-RWH-PURGE-EOF-SW         PIC X(01)   VALUE 'N'.
           88  WS00-RWH-PURGE-EOF                     VALUE 'Y'.
       77  WS00-RWH-PURGE-SCOPE          PIC X(01)   VALUE 'E'.
           88  WS00-RWH-PURGE-EARLIER                 VALUE 'E'.
           88  WS00-RWH-PURGE-THIS-RUN                VALUE 'T'.
       77  WS00-RWH-ROW-CNT              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RWH-PURGE-CNT            PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RWH-PURGE-DISP           PIC ZZZZZZZZ9     VALUE ZERO.
       77  WS00-RWH-DATA-PTR             PIC 9(03)  COMP   VALUE 1.
       77  WS00-RWH-KEY-PTR              PIC 9(03)  COMP   VALUE 1.
       77  WS00-RWH-VAL-LEN              PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-RWH-PUT-LEN              PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-RWH-VAL-TYPE             PIC X(01)   VALUE 'X'.
       77  WS00-RWH-VALUE                PIC X(133)  VALUE SPACES.
       77  WS00-RWH-ERR-STAT             PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SUBMITTER PARM -- EXEC PGM=RPT2EXCEL,PARM='&SYSUID.,jobname'
      *    SUPPLIES THE SUBMITTING USERID/JOBNAME FOR RPTAUDIT.  THE
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           PERFORM 1200-LOAD-LAYOUT-TABLE THRU 1200-EXIT.
           PERFORM 1300-LOAD-EXCEPTION-TABLE THRU 1300-EXIT.
           PERFORM 1350-LOAD-MASK-CONTROL THRU 1350-EXIT.
           PERFORM 1380-LOAD-FORCE-CARDS THRU 1380-EXIT.
           PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
           EVALUATE TRUE
               WHEN WS00-CTL-SPLIT-YES
               WHEN WS00-CTL-BATCH-YES
                   PERFORM 1500-PROCESS-BATCH-LIST THRU 1500-EXIT
               WHEN OTHER
                   PERFORM 2700-CHECK-INPUT-FRESH THRU 2700-EXIT
                   IF WS00-FPR-STALE
                       PERFORM 8940-WITHHOLD-STALE-ENTRY THRU 8940-EXIT
                   ELSE
                       PERFORM 2500-CONVERT-ONE-REPORT THRU 2500-EXIT
                   END-IF
           END-EVALUATE.
           MOVE WS00-RUN-MAX-RC TO RETURN-CODE.
           STOP RUN.
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           PERFORM 1180-OPEN-SECURED-COPY THRU 1180-EXIT.
           PERFORM 1190-OPEN-ROW-HISTORY  THRU 1190-EXIT.

           IF WS00-RESTART-TARGET-NBR = 0
               IF WS00-LAYT-FOUND
       1080-EXIT.
           EXIT.

      ******************************************************************
      * 1090-STAMP-START-TIME -- NOTE WHEN THIS CONVERSION BEGAN, FOR
      *                          ITS RPTAUDIT ENTRY
      ******************************************************************
       1090-STAMP-START-TIME.
           ACCEPT WS00-CONV-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS00-CONV-START-TIME FROM TIME.
       1090-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-CONTROL-CARD -- OPTIONAL ONE-RECORD RUN-TIME SWITCH
      ******************************************************************
       1175-EXIT.
           EXIT.

      ******************************************************************
      * 1180-OPEN-SECURED-COPY -- A REPORT WITH MASKED COLUMNS KEEPS ITS
      *                            CLEAR VALUES ONLY IN A SECURED CSV
      *                            COPY ON THE PROTECTED DSN ITS
      *                            RPTMASK 'S' CARD NAMES.  NO CARD
      *                            MEANS NO CLEAR COPY -- REPORTED,
      *                            RC 4, AND THE MASKED OUTPUTS STILL
      *                            GO OUT.  A COPY THAT WILL NOT OPEN
      *                            IS TREATED THE SAME WAY.
      ******************************************************************
       1180-OPEN-SECURED-COPY.
           MOVE 'N' TO WS00-SEC-OPEN-SW.
           IF NOT WS00-ANY-MASK-COLS
               GO TO 1180-EXIT.
           MOVE 'N' TO WS00-SEC-FOUND-SW.
           IF WS00-SEC-COUNT > 0
               PERFORM 1185-FIND-SECURED-DSN THRU 1185-EXIT
                   VARYING WS00-SEC-IDX FROM 1 BY 1
                   UNTIL WS00-SEC-IDX > WS00-SEC-COUNT
                      OR WS00-SEC-FOUND
           END-IF.
           IF NOT WS00-SEC-FOUND
               DISPLAY 'RPT2EXCEL - REPORT ' WS00-CTL-REPORT-ID
                   ' HAS MASKED COLUMNS BUT NO RPTMASK SECURED-COPY '
                   'CARD, NO CLEAR COPY KEPT'
               IF WS00-RUN-MAX-RC < 4
                   MOVE 4 TO WS00-RUN-MAX-RC
               END-IF
               GO TO 1180-EXIT.
           IF WS00-RESTART-TARGET-NBR > 0
               OPEN EXTEND FILE-DISKOS
           ELSE
               OPEN OUTPUT FILE-DISKOS
           END-IF.
           IF WS00-DISKOS-STATUS NOT = '00'
               DISPLAY 'RPT2EXCEL - SECURED COPY ' WS00-DISKOS-DSN
                   ' FOR REPORT ' WS00-CTL-REPORT-ID
                   ' NOT OPENED, STATUS = ' WS00-DISKOS-STATUS
                   ', NO CLEAR COPY KEPT'
               IF WS00-RUN-MAX-RC < 4
                   MOVE 4 TO WS00-RUN-MAX-RC
               END-IF
               GO TO 1180-EXIT.
           SET WS00-SEC-IS-OPEN TO TRUE.
           IF WS00-RESTART-TARGET-NBR = 0
               AND WS00-LAYT-FOUND
               PERFORM 2296-WRITE-SECURED-TITLE THRU 2296-EXIT
           END-IF.
       1180-EXIT.
           EXIT.

      ******************************************************************
      * 1185-FIND-SECURED-DSN -- ONE ENTRY OF THE SECURED-COPY LOOKUP
      ******************************************************************
       1185-FIND-SECURED-DSN.
           IF WS00-SEC-REPORT-ID(WS00-SEC-IDX) = WS00-CTL-REPORT-ID
               MOVE WS00-SEC-DSN(WS00-SEC-IDX) TO WS00-DISKOS-DSN
               SET WS00-SEC-FOUND TO TRUE
           END-IF.
       1185-EXIT.
           EXIT.

      ******************************************************************
      * 1190-OPEN-ROW-HISTORY -- OPEN WHERE THE REPORT'S DATA ROWS ARE
      *                           FILED.  A STREAM RUN APPENDS TO ITS
      *                           OWN RPTROWS STAGING FILE (THE STREAMS
      *                           WOULD OTHERWISE QUEUE ON THE KSDS FOR
      *                           EVERY ROW); ANY OTHER RUN UPDATES THE
      *                           RPTROWH KSDS DIRECTLY, WAITING FOR IT
      *                           LIKE RPTAUDIT IF IT IS HELD.  A NEW
      *                           (NOT RESTARTED) CONVERSION FIRST
      *                           REMOVES THE ROWS AN EARLIER RUN FILED
      *                           FOR THE SAME REPORT AND BUSINESS DATE;
      *                           THE SPOOL-SPLITTER LEAVES THAT TO
      *                           2630, ONCE ITS FINGERPRINT IS JUDGED.
      *                           NO DD MEANS NO HISTORY; A STORE THAT
      *                           WILL NOT OPEN IS REPORTED, RC 4, AND
      *                           THE CONVERSION GOES ON WITHOUT IT.
      ******************************************************************
       1190-OPEN-ROW-HISTORY.
           MOVE 'N'  TO WS00-RWH-STATE.
           MOVE ZERO TO WS00-RWH-ROW-CNT.
           MOVE 'N'  TO WS00-RWH-ANY-KEY-SW.
           PERFORM 1195-SCAN-KEY-COL THRU 1195-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
           IF WS00-CTL-STREAM NOT = SPACES
               OPEN EXTEND FILE-ROWS
               IF WS00-ROWS-STATUS = '35'
                   OPEN OUTPUT FILE-ROWS
               END-IF
               MOVE WS00-ROWS-STATUS TO WS00-RWH-ERR-STAT
               EVALUATE WS00-ROWS-STATUS
                   WHEN '00'
                       SET WS00-RWH-TO-STAGING TO TRUE
                   WHEN '05'
                       CLOSE FILE-ROWS
                   WHEN OTHER
                       PERFORM 1196-ROW-HISTORY-NOT-OPEN
                           THRU 1196-EXIT
               END-EVALUATE
               GO TO 1190-EXIT.

           MOVE ZERO TO WS00-AUD-OPEN-TRIES.
           PERFORM 1191-OPEN-ROWH-FILE THRU 1191-EXIT.
           PERFORM 1192-WAIT-AND-REOPEN-ROWH THRU 1192-EXIT
               UNTIL WS00-ROWH-STATUS NOT = '93'
                  OR WS00-AUD-OPEN-TRIES NOT < WS00-AUD-MAX-TRIES.
           MOVE WS00-ROWH-STATUS TO WS00-RWH-ERR-STAT.
           IF WS00-ROWH-STATUS = '05'
               CLOSE FILE-ROWH
               GO TO 1190-EXIT.
           IF WS00-ROWH-STATUS NOT = '00'
               PERFORM 1196-ROW-HISTORY-NOT-OPEN THRU 1196-EXIT
               GO TO 1190-EXIT.
           SET WS00-RWH-TO-KSDS TO TRUE.
           IF WS00-RESTART-TARGET-NBR > 0
               OR WS00-RWH-OPENED-LOAD
               OR WS00-CTL-SPLIT-YES
               GO TO 1190-EXIT.
           SET WS00-RWH-PURGE-EARLIER TO TRUE.
           PERFORM 2850-PURGE-NIGHT-ROWS THRU 2850-EXIT.
           IF WS00-RWH-PURGE-CNT > 0
               MOVE WS00-RWH-PURGE-CNT TO WS00-RWH-PURGE-DISP
               DISPLAY 'RPT2EXCEL - ' WS00-RWH-PURGE-DISP
                   ' ROW HISTORY RECORDS OF AN EARLIER RUN OF REPORT '
                   WS00-CTL-REPORT-ID ' FOR ' WS00-FPR-BUS-DATE
                   ' REPLACED'
           END-IF.
       1190-EXIT.
           EXIT.

      ******************************************************************
      * 1191-OPEN-ROWH-FILE -- ONE ATTEMPT TO OPEN THE RPTROWH KSDS FOR
      *                        UPDATE (LOAD MODE WHEN EMPTY)
      ******************************************************************
       1191-OPEN-ROWH-FILE.
           ADD 1 TO WS00-AUD-OPEN-TRIES.
           MOVE 'I' TO WS00-RWH-OPEN-MODE.
           OPEN I-O FILE-ROWH.
           IF WS00-ROWH-STATUS = '35'
               MOVE 'O' TO WS00-RWH-OPEN-MODE
               OPEN OUTPUT FILE-ROWH
           END-IF.
       1191-EXIT.
           EXIT.

      ******************************************************************
      * 1192-WAIT-AND-REOPEN-ROWH -- THE CLUSTER IS HELD (RPTRWHLD OR
      *                              RPTHSKPG AT WORK).  WAIT AS FOR
      *                              RPTAUDIT AND TRY AGAIN.
      ******************************************************************
       1192-WAIT-AND-REOPEN-ROWH.
           CALL 'CEE3DLY' USING WS00-AUD-WAIT-SECS
                                WS00-AUD-WAIT-FC.
           PERFORM 1191-OPEN-ROWH-FILE THRU 1191-EXIT.
       1192-EXIT.
           EXIT.

      ******************************************************************
      * 1195-SCAN-KEY-COL -- NOTE WHETHER THE LAYOUT KEYS ANY COLUMN
      *                      (NONE MEANS THE ROW IS KEYED ON COLUMN 1)
      ******************************************************************
       1195-SCAN-KEY-COL.
           IF WS00-COL-IS-KEY(WS00-COL-IDX)
               SET WS00-RWH-ANY-KEY-COLS TO TRUE
           END-IF.
       1195-EXIT.
           EXIT.

      ******************************************************************
      * 1196-ROW-HISTORY-NOT-OPEN -- REPORT A STORE THAT WILL NOT OPEN
      ******************************************************************
       1196-ROW-HISTORY-NOT-OPEN.
           DISPLAY 'RPT2EXCEL - ROW HISTORY OPEN ERROR, STATUS = '
               WS00-RWH-ERR-STAT ', REPORT ' WS00-CTL-REPORT-ID
               ' ROWS NOT KEPT'.
           SET WS00-RWH-FAILED TO TRUE.
           IF WS00-RUN-MAX-RC < 4
               MOVE 4 TO WS00-RUN-MAX-RC
           END-IF.
       1196-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-LAYOUT-TABLE -- READ THE OPTIONAL RPTLAYTB TABLE ONCE
      *                            AT STARTUP.  WHEN THE DD IS ABSENT,
                   TO WS00-LAYT-SHEET-NAME(WS00-LAYT-COUNT)
               MOVE ZERO TO WS00-LAYT-COL-COUNT(WS00-LAYT-COUNT)
               MOVE 1    TO WS00-LAYT-GRP-LINES(WS00-LAYT-COUNT)
               MOVE ZERO TO WS00-LAYT-TRL-START(WS00-LAYT-COUNT)
               MOVE ZERO TO WS00-LAYT-TRL-LEN(WS00-LAYT-COUNT)
               MOVE SPACES TO WS00-LAYT-TRL-LIT(WS00-LAYT-COUNT)
               MOVE ZERO TO WS00-LAYT-RDT-START(WS00-LAYT-COUNT)
               MOVE ZERO TO WS00-LAYT-RDT-LEN(WS00-LAYT-COUNT)
               MOVE '1'  TO WS00-LAYT-RDT-DFMT(WS00-LAYT-COUNT)
               MOVE 1    TO WS00-LAYT-RDT-LINE(WS00-LAYT-COUNT)
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE = 'T'
               PERFORM 1230-STORE-TRAILER-DEF THRU 1230-EXIT
               PERFORM 1210-READ-LAYTB-RECORD THRU 1210-EXIT
               GO TO 1220-EXIT
           END-IF.
           IF WS00-LAYTB-IN-COL-TYPE = 'R'
               PERFORM 1235-STORE-RUN-DATE-DEF THRU 1235-EXIT
               PERFORM 1210-READ-LAYTB-RECORD THRU 1210-EXIT
               GO TO 1220-EXIT
           END-IF.
           IF WS00-LAYT-COL-COUNT(WS00-LAYT-COUNT) = 20
               GO TO 9400-LAYTB-OVERFLOW-ERROR
           MOVE WS00-LAYTB-IN-COL-KEY
               TO WS00-LAYT-COL-KEY(WS00-LAYT-COUNT,
                                     WS00-LAYT-COL-IDX).
           MOVE WS00-LAYTB-IN-COL-TRL
               TO WS00-LAYT-COL-TRL(WS00-LAYT-COUNT,
                                     WS00-LAYT-COL-IDX).
           MOVE WS00-LAYTB-IN-COL-MASK
               TO WS00-LAYT-COL-MASK(WS00-LAYT-COUNT,
                                      WS00-LAYT-COL-IDX).
           IF WS00-LAYTB-IN-GRP-LINES IS NUMERIC
               AND WS00-LAYTB-IN-GRP-LINES >
                   WS00-LAYT-GRP-LINES(WS00-LAYT-COUNT)
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1230-STORE-TRAILER-DEF -- A TYPE 'T' RPTLAYTB RECORD IS NOT A
      *                            COLUMN:  ITS COL-START/COL-LEN AND
      *                            THE LITERAL IN COL-TITLE IDENTIFY
      *                            THE REPORT'S TRAILER LINE.  A
      *                            RECORD WHOSE POSITION CANNOT BE
      *                            USED IS REPORTED AND IGNORED, SO
      *                            THE REPORT CONVERTS UNBALANCED
      *                            RATHER THAN NOT AT ALL.
      ******************************************************************
       1230-STORE-TRAILER-DEF.
           IF WS00-LAYTB-IN-COL-START IS NOT NUMERIC
               OR WS00-LAYTB-IN-COL-LEN IS NOT NUMERIC
               DISPLAY 'RPT2EXCEL - RPTLAYTB TRAILER RECORD FOR '
                   WS00-LAYTB-IN-REPORT-ID
                   ' HAS A BAD START/LENGTH, IGNORED'
               GO TO 1230-EXIT.
           IF WS00-LAYTB-IN-COL-START < 1
               OR WS00-LAYTB-IN-COL-LEN < 1
               OR WS00-LAYTB-IN-COL-LEN > 20
               OR WS00-LAYTB-IN-COL-START + WS00-LAYTB-IN-COL-LEN
                   > 134
               DISPLAY 'RPT2EXCEL - RPTLAYTB TRAILER RECORD FOR '
                   WS00-LAYTB-IN-REPORT-ID
                   ' HAS A BAD START/LENGTH, IGNORED'
               GO TO 1230-EXIT.
           MOVE WS00-LAYTB-IN-COL-START
               TO WS00-LAYT-TRL-START(WS00-LAYT-COUNT).
           MOVE WS00-LAYTB-IN-COL-LEN
               TO WS00-LAYT-TRL-LEN(WS00-LAYT-COUNT).
           MOVE WS00-LAYTB-IN-COL-TITLE
               TO WS00-LAYT-TRL-LIT(WS00-LAYT-COUNT).
       1230-EXIT.
           EXIT.

      ******************************************************************
      * 1235-STORE-RUN-DATE-DEF -- A TYPE 'R' RPTLAYTB RECORD IS NOT A
      *                             COLUMN EITHER:  COL-START/COL-LEN
      *                             OF THE COL-LINE'TH NON-BLANK SPOOL
      *                             LINE HOLD THE RUN DATE THE REPORT
      *                             PRINTS, IN THE COL-DFMT FORMAT.  A
      *                             RECORD THAT CANNOT BE USED IS
      *                             REPORTED AND IGNORED, SO THE
      *                             PRINTED DATE GOES UNCHECKED RATHER
      *                             THAN EVERY NIGHT BEING WITHHELD.
      ******************************************************************
       1235-STORE-RUN-DATE-DEF.
           IF WS00-LAYTB-IN-COL-START IS NOT NUMERIC
               OR WS00-LAYTB-IN-COL-LEN IS NOT NUMERIC
               DISPLAY 'RPT2EXCEL - RPTLAYTB RUN-DATE RECORD FOR '
                   WS00-LAYTB-IN-REPORT-ID
                   ' HAS A BAD START/LENGTH, IGNORED'
               GO TO 1235-EXIT.
           IF WS00-LAYTB-IN-COL-START < 1
               OR WS00-LAYTB-IN-COL-LEN < 8
               OR WS00-LAYTB-IN-COL-LEN > 10
               OR WS00-LAYTB-IN-COL-START + WS00-LAYTB-IN-COL-LEN
                   > 134
               DISPLAY 'RPT2EXCEL - RPTLAYTB RUN-DATE RECORD FOR '
                   WS00-LAYTB-IN-REPORT-ID
                   ' HAS A BAD START/LENGTH, IGNORED'
               GO TO 1235-EXIT.
           IF WS00-LAYTB-IN-COL-DFMT NOT = '1'
               AND WS00-LAYTB-IN-COL-DFMT NOT = '2'
               AND WS00-LAYTB-IN-COL-DFMT NOT = '3'
               AND WS00-LAYTB-IN-COL-DFMT NOT = SPACE
               DISPLAY 'RPT2EXCEL - RPTLAYTB RUN-DATE RECORD FOR '
                   WS00-LAYTB-IN-REPORT-ID
                   ' HAS DATE FORMAT ' WS00-LAYTB-IN-COL-DFMT
                   ', NOT 1, 2 OR 3, IGNORED'
               GO TO 1235-EXIT.
           MOVE WS00-LAYTB-IN-COL-START
               TO WS00-LAYT-RDT-START(WS00-LAYT-COUNT).
           MOVE WS00-LAYTB-IN-COL-LEN
               TO WS00-LAYT-RDT-LEN(WS00-LAYT-COUNT).
           IF WS00-LAYTB-IN-COL-DFMT = SPACE
               MOVE '1' TO WS00-LAYT-RDT-DFMT(WS00-LAYT-COUNT)
           ELSE
               MOVE WS00-LAYTB-IN-COL-DFMT
                   TO WS00-LAYT-RDT-DFMT(WS00-LAYT-COUNT)
           END-IF.
           IF WS00-LAYTB-IN-COL-LINE IS NUMERIC
               AND WS00-LAYTB-IN-COL-LINE > 1
               MOVE WS00-LAYTB-IN-COL-LINE
                   TO WS00-LAYT-RDT-LINE(WS00-LAYT-COUNT)
           ELSE
               MOVE 1 TO WS00-LAYT-RDT-LINE(WS00-LAYT-COUNT)
           END-IF.
       1235-EXIT.
           EXIT.

      ******************************************************************
      * 1250-APPLY-REPORT-LAYOUT -- LOOK UP WS00-CTL-REPORT-ID IN
      *                              WS00-LAYT-TABLE AND LOAD ITS
               PERFORM 1270-USE-DEFAULT-LAYOUT THRU 1270-EXIT
           END-IF.
           MOVE 'N' TO WS00-ANY-TOT-SW.
           MOVE 'N' TO WS00-TRL-ANY-COL-SW.
           MOVE 'N' TO WS00-ANY-MASK-SW.
           MOVE 'N' TO WS00-ANY-TOKEN-SW.
           MOVE ZERO TO WS00-TRL-LINE-CNT.
           PERFORM 1255-SCAN-TOTALABLE-COLS THRU 1255-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
           IF WS00-ANY-TOKEN-COLS AND WS00-MSK-KEY = SPACES
               DISPLAY 'RPT2EXCEL - REPORT ' WS00-CTL-REPORT-ID
                   ' TOKENIZES A COLUMN BUT NO RPTMASK KEY CARD WAS '
                   'READ, TOKENS ARE UNKEYED'
               IF WS00-RUN-MAX-RC < 4
                   MOVE 4 TO WS00-RUN-MAX-RC
               END-IF
           END-IF.
           MOVE ZERO TO WS00-SUM-COUNT.
           PERFORM 1256-ZERO-TOTAL-COL THRU 1256-EXIT
               VARYING WS00-TOT-SUB FROM 1 BY 1
      *                              ANY TOTALABLE NUMBER COLUMN, SO
      *                              THE TOTALS ROW AND SUMMARY SHEET
      *                              ONLY APPEAR WHERE THEY MEAN
      *                              SOMETHING, AND WHETHER ANY OF
      *                              THEM IS CARRIED ON THE TRAILER
      *                              LINE FOR 8050 TO BALANCE.  ALSO
      *                              NOTE ANY MASKED (AND TOKENIZED)
      *                              COLUMN FOR THE SECURED COPY.
      ******************************************************************
       1255-SCAN-TOTALABLE-COLS.
           IF WS00-COL-IS-NUMBER(WS00-COL-IDX)
               AND WS00-COL-IS-TOTALED(WS00-COL-IDX)
               SET WS00-ANY-TOT-COLS TO TRUE
               IF WS00-COL-ON-TRAILER(WS00-COL-IDX)
                   SET WS00-TRL-ANY-COLS TO TRUE
               END-IF
           END-IF.
           IF WS00-COL-IS-MASKED(WS00-COL-IDX)
               SET WS00-ANY-MASK-COLS TO TRUE
               IF WS00-COL-MASK(WS00-COL-IDX) = 'T'
                   SET WS00-ANY-TOKEN-COLS TO TRUE
               END-IF
           END-IF.
       1255-EXIT.
           EXIT.

      ******************************************************************
      * 1256-ZERO-TOTAL-COL -- CLEAR ONE COLUMN'S WORKSHEET, GRAND AND
      *                         TRAILER TOTAL ACCUMULATORS AT REPORT
      *                         START
      ******************************************************************
       1256-ZERO-TOTAL-COL.
           MOVE ZERO TO WS00-TOT-COL-AMT(WS00-TOT-SUB).
           MOVE ZERO TO WS00-GRAND-COL-AMT(WS00-TOT-SUB).
           MOVE ZERO TO WS00-TRL-COL-AMT(WS00-TOT-SUB).
           MOVE SPACE TO WS00-TRL-COL-STAT(WS00-TOT-SUB).
       1256-EXIT.
           EXIT.

               TO WS00-ACTIVE-SHEET-NAME.
           MOVE WS00-LAYT-GRP-LINES(WS00-LAYT-IDX)
               TO WS00-COL-GRP-LINES.
           MOVE WS00-LAYT-TRL-START(WS00-LAYT-IDX)
               TO WS00-COL-TRL-START.
           MOVE WS00-LAYT-TRL-LEN(WS00-LAYT-IDX)
               TO WS00-COL-TRL-LEN.
           MOVE WS00-LAYT-TRL-LIT(WS00-LAYT-IDX)
               TO WS00-COL-TRL-LIT.
           MOVE WS00-LAYT-RDT-START(WS00-LAYT-IDX)
               TO WS00-COL-RDT-START.
           MOVE WS00-LAYT-RDT-LEN(WS00-LAYT-IDX)
               TO WS00-COL-RDT-LEN.
           MOVE WS00-LAYT-RDT-DFMT(WS00-LAYT-IDX)
               TO WS00-COL-RDT-DFMT.
           MOVE WS00-LAYT-RDT-LINE(WS00-LAYT-IDX)
               TO WS00-COL-RDT-LINE.
           PERFORM 1266-COPY-ONE-LAYOUT-COL THRU 1266-EXIT
               VARYING WS00-LAYT-COL-IDX FROM 1 BY 1
               UNTIL WS00-LAYT-COL-IDX > WS00-COL-COUNT.
               TO WS00-COL-LINE(WS00-COL-IDX).
           MOVE WS00-LAYT-COL-KEY(WS00-LAYT-IDX, WS00-LAYT-COL-IDX)
               TO WS00-COL-KEY(WS00-COL-IDX).
           MOVE WS00-LAYT-COL-TRL(WS00-LAYT-IDX, WS00-LAYT-COL-IDX)
               TO WS00-COL-TRL(WS00-COL-IDX).
           MOVE WS00-LAYT-COL-MASK(WS00-LAYT-IDX, WS00-LAYT-COL-IDX)
               TO WS00-COL-MASK(WS00-COL-IDX).
       1266-EXIT.
           EXIT.

           MOVE 'X'   TO WS00-COL-TYPE(1).
           MOVE '1'   TO WS00-COL-DFMT(1).
           MOVE 'N'   TO WS00-COL-TOT(1).
           MOVE 'N'   TO WS00-COL-TRL(1).
           MOVE 'N'   TO WS00-COL-MASK(1).
           MOVE ZERO  TO WS00-COL-TRL-START.
           MOVE ZERO  TO WS00-COL-RDT-START.
           MOVE 'DATA' TO WS00-COL-TITLE(1).
           MOVE SPACES TO WS00-ACTIVE-SHEET-NAME.
       1270-EXIT.
       1331-EXIT.
           EXIT.

      ******************************************************************
      * 1350-LOAD-MASK-CONTROL -- READ THE OPTIONAL, PROTECTED RPTMASK
      *                            CARDS ONCE AT STARTUP:  THE TOKEN
      *                            KEY AND THE SECURED-COPY DSN OF
      *                            EVERY REPORT WITH MASKED COLUMNS.
      *                            WHEN THE DD IS ABSENT TOKENS ARE
      *                            UNKEYED AND NO CLEAR COPY IS KEPT.
      ******************************************************************
       1350-LOAD-MASK-CONTROL.
           MOVE ZERO TO WS00-SEC-COUNT.
           MOVE SPACES TO WS00-MSK-KEY.
           OPEN INPUT FILE-MASK.
           IF WS00-MASK-STATUS = '00'
               PERFORM 1360-READ-MASK-RECORD THRU 1360-EXIT
               PERFORM 1370-BUILD-MASK-ENTRY THRU 1370-EXIT
                   UNTIL WS00-MSK-EOF-YES
               CLOSE FILE-MASK
           END-IF.
           MOVE 'N' TO WS00-MSK-EOF-SWITCH.
       1350-EXIT.
           EXIT.

      ******************************************************************
      * 1360-READ-MASK-RECORD -- ONE RPTMASK CARD
      ******************************************************************
       1360-READ-MASK-RECORD.
           READ FILE-MASK INTO WS00-MSK-IN-REC
               AT END
                   SET WS00-MSK-EOF-YES TO TRUE
           END-READ.
       1360-EXIT.
           EXIT.

      ******************************************************************
      * 1370-BUILD-MASK-ENTRY -- FOLD ONE RPTMASK CARD IN:  'K' SETS
      *                           THE TOKEN KEY (THE LAST ONE WINS),
      *                           'S' ADDS A SECURED-COPY ENTRY.  ANY
      *                           OTHER CARD IS REPORTED AND IGNORED.
      ******************************************************************
       1370-BUILD-MASK-ENTRY.
           EVALUATE TRUE
               WHEN WS00-MSK-IN-IS-KEY
                   MOVE WS00-MSK-IN-KEY-TEXT TO WS00-MSK-KEY
               WHEN WS00-MSK-IN-IS-SECURE
                   AND WS00-MSK-IN-REPORT-ID NOT = SPACES
                   AND WS00-MSK-IN-SEC-DSN NOT = SPACES
                   IF WS00-SEC-COUNT = 50
                       DISPLAY 'RPT2EXCEL - RPTMASK SECURED-COPY '
                           'TABLE FULL, CARD FOR '
                           WS00-MSK-IN-REPORT-ID ' IGNORED'
                   ELSE
                       ADD 1 TO WS00-SEC-COUNT
                       MOVE WS00-MSK-IN-REPORT-ID
                           TO WS00-SEC-REPORT-ID(WS00-SEC-COUNT)
                       MOVE WS00-MSK-IN-SEC-DSN
                           TO WS00-SEC-DSN(WS00-SEC-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY 'RPT2EXCEL - RPTMASK CARD TYPE '
                       WS00-MSK-IN-TYPE ' NOT K OR S (OR INCOMPLETE), '
                       'IGNORED'
           END-EVALUATE.
           PERFORM 1360-READ-MASK-RECORD THRU 1360-EXIT.
       1370-EXIT.
           EXIT.

      ******************************************************************
      * 1380-LOAD-FORCE-CARDS -- READ THE OPTIONAL RPTFORCE OVERRIDE
      *                           CARDS ONCE AT STARTUP.  EACH LETS
      *                           ONE REPORT THROUGH THE STALE-INPUT
      *                           CHECK (SEE RPTFPR.CPY).  WHEN THE DD
      *                           IS ABSENT NOTHING IS FORCED.
      ******************************************************************
       1380-LOAD-FORCE-CARDS.
           MOVE ZERO TO WS00-FRC-COUNT.
           OPEN INPUT FILE-FORCE.
           IF WS00-FORCE-STATUS = '00'
               PERFORM 1390-READ-FORCE-RECORD THRU 1390-EXIT
               PERFORM 1395-BUILD-FORCE-ENTRY THRU 1395-EXIT
                   UNTIL WS00-FRC-EOF-YES
               CLOSE FILE-FORCE
           END-IF.
           MOVE 'N' TO WS00-FRC-EOF-SWITCH.
       1380-EXIT.
           EXIT.

      ******************************************************************
      * 1390-READ-FORCE-RECORD -- ONE RPTFORCE CARD
      ******************************************************************
       1390-READ-FORCE-RECORD.
           READ FILE-FORCE INTO WS00-FRC-IN-REC
               AT END
                   SET WS00-FRC-EOF-YES TO TRUE
           END-READ.
       1390-EXIT.
           EXIT.

      ******************************************************************
      * 1395-BUILD-FORCE-ENTRY -- FOLD ONE RPTFORCE CARD IN.  A CARD
      *                            WITHOUT A REPORT-ID, OR WITH A
      *                            BUSINESS DATE THAT IS NOT YYYYMMDD,
      *                            IS REPORTED AND IGNORED.
      ******************************************************************
       1395-BUILD-FORCE-ENTRY.
           EVALUATE TRUE
               WHEN WS00-FRC-IN-REPORT-ID = SPACES
                   DISPLAY 'RPT2EXCEL - RPTFORCE CARD WITHOUT A '
                       'REPORT-ID, IGNORED'
               WHEN WS00-FRC-IN-BUS-DATE NOT = SPACES
                   AND WS00-FRC-IN-BUS-DATE IS NOT NUMERIC
                   DISPLAY 'RPT2EXCEL - RPTFORCE CARD FOR '
                       WS00-FRC-IN-REPORT-ID ' HAS BUSINESS DATE '
                       WS00-FRC-IN-BUS-DATE ', NOT YYYYMMDD, IGNORED'
               WHEN WS00-FRC-COUNT = 50
                   DISPLAY 'RPT2EXCEL - RPTFORCE TABLE FULL, CARD '
                       'FOR ' WS00-FRC-IN-REPORT-ID ' IGNORED'
               WHEN OTHER
                   ADD 1 TO WS00-FRC-COUNT
                   MOVE WS00-FRC-IN-REPORT-ID
                       TO WS00-FRC-REPORT-ID(WS00-FRC-COUNT)
                   MOVE WS00-FRC-IN-BUS-DATE
                       TO WS00-FRC-BUS-DATE(WS00-FRC-COUNT)
                   MOVE WS00-FRC-IN-REQ-BY
                       TO WS00-FRC-REQ-BY(WS00-FRC-COUNT)
                   MOVE WS00-FRC-IN-REASON
                       TO WS00-FRC-REASON(WS00-FRC-COUNT)
           END-EVALUATE.
           PERFORM 1390-READ-FORCE-RECORD THRU 1390-EXIT.
       1395-EXIT.
           EXIT.

      ******************************************************************
      * 1400-LOAD-CALENDAR -- READ THE OPTIONAL RPTCALND PROCESSING
      *                        CALENDAR ONCE AT STARTUP.  WHEN THE DD
      *                        IS ABSENT BOTH TABLES STAY EMPTY AND
      *                        EVERY REPORT IS DUE EVERY NIGHT, AS
      *                        BEFORE.  A CTLCARD BUSINESS DATE
      *                        REPLACES TODAY'S DATE, BOTH FOR THE
      *                        CALENDAR AND AS THE DATE THE REPORTS
      *                        MUST PRINT ON THEIR HEADINGS.
      ******************************************************************
       1400-LOAD-CALENDAR.
           ACCEPT WS00-CAL-RUN-DATE FROM DATE YYYYMMDD.
           IF WS00-CTL-BUS-DATE NOT = SPACES
               IF WS00-CTL-BUS-DATE IS NUMERIC
                   MOVE WS00-CTL-BUS-DATE TO WS00-CAL-RUN-DATE
               ELSE
                   DISPLAY 'RPT2EXCEL - CTLCARD BUSINESS DATE '''
                       WS00-CTL-BUS-DATE ''' IS NOT YYYYMMDD, '
                       'USING TODAY ' WS00-CAL-RUN-DATE
                   IF WS00-RUN-MAX-RC < 4
                       MOVE 4 TO WS00-RUN-MAX-RC
                   END-IF
               END-IF
           END-IF.
           MOVE WS00-CAL-RUN-DATE TO WS00-FPR-BUS-DATE.
           MOVE ZERO TO WS00-CAL-CNT.
           MOVE ZERO TO WS00-HOL-CNT.
           OPEN INPUT FILE-CALND.
      *                             INTENTIONAL.
      ******************************************************************
       1500-PROCESS-BATCH-LIST.
           IF WS00-CTL-STREAM NOT = SPACES
               IF WS00-CTL-STREAM IS NOT NUMERIC
                   OR WS00-CTL-STREAM = '00'
                   DISPLAY 'RPT2EXCEL - CTLCARD STREAM '''
                       WS00-CTL-STREAM ''' IS NOT 01-99, NO RPTLIST '
                       'ENTRIES CONVERTED'
                   MOVE 12 TO WS00-RUN-MAX-RC
                   GO TO 1500-EXIT
               END-IF
           END-IF.
           OPEN INPUT FILE-BATLST.
           IF WS00-BATLST-STATUS NOT = '00'
               DISPLAY 'RPT2EXCEL - FILE-BATLST ERROR, STATUS = '
                   ' RPTLIST ENTRIES FAILED THIS RUN, SEE THE '
                   'RPTRECON ERROR SUMMARY'
           END-IF.
           IF WS00-FPR-STALE-CNT > 0
               MOVE WS00-FPR-STALE-CNT TO WS00-FPR-STALE-DISP
               DISPLAY 'RPT2EXCEL - ' WS00-FPR-STALE-DISP
                   ' RPTLIST ENTRIES WITHHELD AS STALE INPUT, SEE '
                   'RPTRECON'
           END-IF.
           IF WS00-CTL-STREAM NOT = SPACES
               MOVE WS00-OTHER-STREAM-CNT TO WS00-OTHER-STREAM-DISP
               DISPLAY 'RPT2EXCEL - STREAM ' WS00-CTL-STREAM ', '
                   WS00-OTHER-STREAM-DISP
                   ' RPTLIST ENTRIES LEFT TO OTHER STREAMS'
           END-IF.
       1500-EXIT.
           EXIT.

      *                              RECON ERROR SUMMARY AND THE RUN
      *                              CONTINUES WITH THE NEXT RPTLIST
      *                              RECORD INSTEAD OF ABANDONING THE
      *                              REST OF THE NIGHT.  A STREAM
      *                              RUN PASSES OVER THE ENTRIES OF
      *                              OTHER STREAMS WITHOUT A TRACE;
      *                              RPTGATCK ACCOUNTS FOR THEM.  AN
      *                              ENTRY WHOSE INPUT SPOOL IS STALE
      *                              IS WITHHELD, NOT CONVERTED.
      ******************************************************************
       1520-PROCESS-BATCH-ENTRY.
           MOVE 'N' TO WS00-ENTRY-FAIL-SW.
           IF WS00-CTL-STREAM NOT = SPACES
               MOVE WS00-BATCH-STREAM TO WS00-ENTRY-STREAM
               IF WS00-ENTRY-STREAM = SPACES
                   MOVE '01' TO WS00-ENTRY-STREAM
               END-IF
               IF WS00-ENTRY-STREAM NOT = WS00-CTL-STREAM
                   ADD 1 TO WS00-OTHER-STREAM-CNT
                   GO TO 1520-NEXT
               END-IF
           END-IF.
           MOVE WS00-BATCH-REPORT-ID TO WS00-CTL-REPORT-ID.
           MOVE WS00-BATCH-REPORT-ID TO WS00-CAL-CHK-REPORT-ID.
           MOVE WS00-CAL-RUN-DATE    TO WS00-CAL-CHK-DATE.
                   MOVE WS00-BATCH-CC-MODE   TO WS00-CTL-CC-MODE
               END-IF
               PERFORM 2510-RESET-COUNTERS    THRU 2510-EXIT
               PERFORM 2700-CHECK-INPUT-FRESH THRU 2700-EXIT
               IF WS00-FPR-STALE
                   PERFORM 8940-WITHHOLD-STALE-ENTRY THRU 8940-EXIT
               ELSE
                   PERFORM 2500-CONVERT-ONE-REPORT THRU 2500-EXIT
               END-IF
           END-IF.
           IF WS00-ENTRY-FAILED
               PERFORM 8920-LOG-ENTRY-FAILURE THRU 8920-EXIT
      *                           OUTPUTS; NAMING NOTHING NEW IS AN
      *                           ORDINARY PAGE BREAK WITHIN THE
      *                           CURRENT REPORT; ARRIVING BEFORE THE
      *                           FIRST BANNER IT IS SKIPPED.  EVERY
      *                           RECORD OF AN OPEN REPORT, ITS BANNER
      *                           INCLUDED, GOES INTO THAT REPORT'S
      *                           FINGERPRINT.
      ******************************************************************
       2610-SPLIT-ONE-RECORD.
           PERFORM 2005-CLASSIFY-RECORD THRU 2005-EXIT.
                       ADD 1 TO WS00-SPLIT-LEAD-CNT
                   END-IF
           END-EVALUATE.
           IF WS00-SPLIT-IS-ACTIVE
               ADD 1 TO WS00-FPR-RECS
               PERFORM 2725-FOLD-FPR-LINE THRU 2725-EXIT
           END-IF.
           PERFORM 3000-READ-DISKIA THRU 3000-EXIT.
       2610-EXIT.
           EXIT.
               MOVE SPACES TO WS00-CTL-REPORT-ID
               GO TO 2620-EXIT.
           SET WS00-RTE-IDX DOWN BY 1.
           PERFORM 1090-STAMP-START-TIME THRU 1090-EXIT.
           MOVE WS00-RTE-OUTPUT-DSN(WS00-RTE-IDX)
               TO WS00-DISKOA-DSN.
           MOVE WS00-RTE-CSV-DSN(WS00-RTE-IDX) TO WS00-DISKOC-DSN.
           END-IF.
           PERFORM 2520-RESET-REPORT-COUNTERS THRU 2520-EXIT.
           PERFORM 1250-APPLY-REPORT-LAYOUT THRU 1250-EXIT.
           PERFORM 2705-START-FINGERPRINT THRU 2705-EXIT.
           IF WS00-CTL-MODE-XLSX
               PERFORM 5000-XLSX-OPEN-PACKAGE THRU 5000-EXIT
               IF WS00-ENTRY-FAILED
                   GO TO 2620-EXIT
               END-IF
           END-IF.
           PERFORM 1180-OPEN-SECURED-COPY THRU 1180-EXIT.
           PERFORM 1190-OPEN-ROW-HISTORY  THRU 1190-EXIT.
           IF WS00-LAYT-FOUND
               IF WS00-CTL-MODE-CSV OR WS00-CTL-MODE-BOTH
                   PERFORM 2270-WRITE-CSV-TITLE-ROW THRU 2270-EXIT
      * 2630-CLOSE-SPLIT-REPORT -- FINISH THE EMBEDDED REPORT JUST
      *                             ENDED: CLOSE ITS WORKBOOK, WRITE
      *                             ITS RECON BLOCK AND AUDIT ENTRY,
      *                             AND RELEASE ITS OUTPUT DSN(S).
      *                             ITS FINGERPRINT IS JUDGED HERE, AT
      *                             THE END:  A STALE REPORT HAS BEEN
      *                             CONVERTED ALREADY, SO IT IS FLAGGED
      *                             ON RPTRECON AND RPTAUDIT (KEEPING
      *                             IT FROM DISTRIBUTION), RC 8, ITS
      *                             TOTALS ARE KEPT OFF RPTTOTH AND
      *                             THE ROWS IT FILED ON THE ROW
      *                             HISTORY ARE TAKEN OFF AGAIN.  A
      *                             FRESH REPORT NOW REPLACES THE ROWS
      *                             AN EARLIER RUN FILED FOR THE NIGHT.
      ******************************************************************
       2630-CLOSE-SPLIT-REPORT.
           PERFORM 2040-FLUSH-PARTIAL-GROUP THRU 2040-EXIT.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2740-JUDGE-FINGERPRINT THRU 2740-EXIT.
           IF WS00-FPR-STALE
               ADD 1 TO WS00-FPR-STALE-CNT
               DISPLAY 'RPT2EXCEL - REPORT ' WS00-CTL-REPORT-ID
                   ' INPUT IS STALE, CONVERTED BUT WITHHELD FROM '
                   'DISTRIBUTION, SEE RPTRECON'
               IF WS00-RUN-MAX-RC < 8
                   MOVE 8 TO WS00-RUN-MAX-RC
               END-IF
               IF WS00-RWH-TO-KSDS
                   SET WS00-RWH-PURGE-THIS-RUN TO TRUE
                   PERFORM 2850-PURGE-NIGHT-ROWS THRU 2850-EXIT
                   MOVE ZERO TO WS00-RWH-ROW-CNT
                   MOVE WS00-RWH-PURGE-CNT TO WS00-RWH-PURGE-DISP
                   DISPLAY 'RPT2EXCEL - ' WS00-RWH-PURGE-DISP
                       ' ROW HISTORY RECORDS OF STALE REPORT '
                       WS00-CTL-REPORT-ID ' REMOVED'
               END-IF
           ELSE
               IF WS00-RWH-TO-KSDS AND WS00-RWH-OPENED-IO
                   SET WS00-RWH-PURGE-EARLIER TO TRUE
                   PERFORM 2850-PURGE-NIGHT-ROWS THRU 2850-EXIT
                   IF WS00-RWH-PURGE-CNT > 0
                       MOVE WS00-RWH-PURGE-CNT TO WS00-RWH-PURGE-DISP
                       DISPLAY 'RPT2EXCEL - ' WS00-RWH-PURGE-DISP
                           ' ROW HISTORY RECORDS OF AN EARLIER RUN OF '
                           'REPORT ' WS00-CTL-REPORT-ID ' FOR '
                           WS00-FPR-BUS-DATE ' REPLACED'
                   END-IF
               END-IF
           END-IF.
           PERFORM 8050-BALANCE-TRAILER THRU 8050-EXIT.
           PERFORM 8100-WRITE-RECON-REPORT THRU 8100-EXIT.
           PERFORM 8150-WRITE-AUDIT-RECORD THRU 8150-EXIT.
           IF NOT WS00-FPR-STALE
               PERFORM 8160-WRITE-TOTAL-HISTORY THRU 8160-EXIT
           END-IF.
           PERFORM 8170-WRITE-CONTROL-TOTALS THRU 8170-EXIT.
           IF NOT WS00-CTL-MODE-XLSX
               CLOSE FILE-DISKOA
           END-IF.
           IF WS00-CTL-MODE-BOTH
               CLOSE FILE-DISKOC
           END-IF.
           IF WS00-SEC-IS-OPEN
               CLOSE FILE-DISKOS
               MOVE 'N' TO WS00-SEC-OPEN-SW
           END-IF.
           IF WS00-EXCRPT-IS-OPEN
               CLOSE FILE-EXCRPT
               MOVE 'N' TO WS00-EXCRPT-OPEN-SW
           END-IF.
           PERFORM 2860-CLOSE-ROW-HISTORY THRU 2860-EXIT.
           MOVE 'N' TO WS00-SPLIT-ACTIVE-SW.
       2630-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CHECK-INPUT-FRESH -- STALE-INPUT CHECK BEFORE A REPORT IS
      *                            CONVERTED:  ONE PASS OVER ITS SPOOL
      *                            FOR THE CONTENT FINGERPRINT AND THE
      *                            PRINTED RUN DATE, THEN 2740 JUDGES
      *                            THEM (SEE RPTFPR.CPY).  AN INPUT
      *                            THAT WILL NOT OPEN IS LEFT FOR THE
      *                            CONVERSION ITSELF TO REPORT.
      ******************************************************************
       2700-CHECK-INPUT-FRESH.
           PERFORM 1090-STAMP-START-TIME THRU 1090-EXIT.
           PERFORM 1250-APPLY-REPORT-LAYOUT THRU 1250-EXIT.
           IF WS00-CTL-CC-ASA
               MOVE 1    TO WS00-CC-OFFSET
           ELSE
               MOVE ZERO TO WS00-CC-OFFSET
           END-IF.
           PERFORM 2705-START-FINGERPRINT THRU 2705-EXIT.
           OPEN INPUT FILE-DISKIA.
           IF WS00-DISKIA-STATUS NOT = '00'
               MOVE 'N' TO WS00-FPR-TAKEN-SW
               GO TO 2700-EXIT.
           PERFORM 2710-READ-FPR-RECORD THRU 2710-EXIT.
           PERFORM 2720-FOLD-FPR-RECORD THRU 2720-EXIT
               UNTIL WS00-EOF-YES.
           CLOSE FILE-DISKIA.
           MOVE 'N' TO WS00-EOF-SWITCH.
           IF WS00-FPR-TAKEN
               PERFORM 2740-JUDGE-FINGERPRINT THRU 2740-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2705-START-FINGERPRINT -- CLEAR THE VERDICT OF THE LAST REPORT
      *                            AND PRIME A FRESH CRC (ALL ONES)
      ******************************************************************
       2705-START-FINGERPRINT.
           IF NOT WS00-CRC-TABLE-BUILT
               PERFORM 5050-BUILD-CRC-TABLE THRU 5050-EXIT
           END-IF.
           MOVE WS00-CRC-FFFF TO WS00-FPR-CRC.
           MOVE SPACES TO WS00-FPR-CRC-HEX.
           MOVE SPACE  TO WS00-FPR-STALE-FLAG.
           MOVE 'Y'    TO WS00-FPR-TAKEN-SW.
           MOVE 'N'    TO WS00-FPR-DUP-SW.
           MOVE 'N'    TO WS00-FPR-RDT-SW.
           MOVE 'N'    TO WS00-FRC-FOUND-SW.
           MOVE SPACES TO WS00-FPR-DUP-DATE.
           MOVE SPACES TO WS00-FPR-DUP-TIME.
           MOVE SPACES TO WS00-FPR-RDT-TEXT.
           MOVE SPACES TO WS00-FPR-RDT-DATE.
           MOVE ZERO   TO WS00-FPR-RECS.
           MOVE ZERO   TO WS00-FPR-NONBLANK-CNT.
       2705-EXIT.
           EXIT.

      ******************************************************************
      * 2710-READ-FPR-RECORD -- NEXT SPOOL RECORD OF THE FINGERPRINT
      *                          PASS.  A READ ERROR ENDS THE PASS
      *                          WITH NO FINGERPRINT; THE CONVERSION
      *                          REPORTS THE ERROR ITSELF.
      ******************************************************************
       2710-READ-FPR-RECORD.
           READ FILE-DISKIA
               AT END
                   SET WS00-EOF-YES TO TRUE
                   GO TO 2710-EXIT
           END-READ.
           IF WS00-DISKIA-STATUS NOT = '00'
               MOVE 'N' TO WS00-FPR-TAKEN-SW
               SET WS00-EOF-YES TO TRUE
           END-IF.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 2720-FOLD-FPR-RECORD -- ONE RECORD INTO THE FINGERPRINT
      ******************************************************************
       2720-FOLD-FPR-RECORD.
           ADD 1 TO WS00-FPR-RECS.
           PERFORM 2725-FOLD-FPR-LINE THRU 2725-EXIT.
           PERFORM 2710-READ-FPR-RECORD THRU 2710-EXIT.
       2720-EXIT.
           EXIT.

      ******************************************************************
      * 2725-FOLD-FPR-LINE -- FOLD FD-DISKIA-REC, TRAILING BLANKS
      *                        DROPPED, AND A X'0A' LINE END INTO THE
      *                        RUNNING CRC, AND CUT THE PRINTED RUN
      *                        DATE FROM THE LAYOUT'S RUN-DATE LINE
      *                        (THE RDT-LINE'TH LINE WITH ANY TEXT
      *                        AFTER ITS CARRIAGE CONTROL).  ALSO
      *                        CALLED RECORD BY RECORD BY THE SPOOL-
      *                        SPLITTER.
      ******************************************************************
       2725-FOLD-FPR-LINE.
           MOVE FD-DISKIA-REC TO WS00-FPR-LINE.
           MOVE 133 TO WS00-FPR-LINE-LEN.
           PERFORM 2726-BACK-UP-FPR-LEN THRU 2726-EXIT
               UNTIL WS00-FPR-LINE-LEN = 0
                  OR WS00-FPR-LINE(WS00-FPR-LINE-LEN:1) NOT = SPACE.
           PERFORM 2727-FOLD-FPR-CHAR THRU 2727-EXIT
               VARYING WS00-FPR-BYTE-IDX FROM 1 BY 1
               UNTIL WS00-FPR-BYTE-IDX > WS00-FPR-LINE-LEN.
           MOVE 10 TO WS00-BYTE-NUM.
           PERFORM 2728-FOLD-FPR-BYTE THRU 2728-EXIT.
           IF WS00-COL-RDT-START = 0
               OR WS00-FPR-NONBLANK-CNT NOT < WS00-COL-RDT-LINE
               GO TO 2725-EXIT.
           IF WS00-CTL-CC-ASA
               OR WS00-FPR-LINE(1:1) = WS00-FORM-FEED
               MOVE SPACE TO WS00-FPR-LINE(1:1)
           END-IF.
           IF WS00-FPR-LINE = SPACES
               GO TO 2725-EXIT.
           ADD 1 TO WS00-FPR-NONBLANK-CNT.
           IF WS00-FPR-NONBLANK-CNT = WS00-COL-RDT-LINE
               COMPUTE WS00-FPR-RDT-FROM =
                   WS00-COL-RDT-START + WS00-CC-OFFSET
               IF WS00-FPR-RDT-FROM + WS00-COL-RDT-LEN < 135
                   MOVE WS00-FPR-LINE(WS00-FPR-RDT-FROM:
                                      WS00-COL-RDT-LEN)
                       TO WS00-FPR-RDT-TEXT
               END-IF
           END-IF.
       2725-EXIT.
           EXIT.

      ******************************************************************
      * 2726-BACK-UP-FPR-LEN -- STEP WS00-FPR-LINE-LEN BACK ONE
      *                          POSITION (TRAILING-BLANK SCAN)
      ******************************************************************
       2726-BACK-UP-FPR-LEN.
           SUBTRACT 1 FROM WS00-FPR-LINE-LEN.
       2726-EXIT.
           EXIT.

      ******************************************************************
      * 2727-FOLD-FPR-CHAR -- ONE CHARACTER OF THE LINE
      ******************************************************************
       2727-FOLD-FPR-CHAR.
           MOVE ZERO TO WS00-BYTE-NUM.
           MOVE WS00-FPR-LINE(WS00-FPR-BYTE-IDX:1) TO WS00-BYTE-CHAR.
           PERFORM 2728-FOLD-FPR-BYTE THRU 2728-EXIT.
       2727-EXIT.
           EXIT.

      ******************************************************************
      * 2728-FOLD-FPR-BYTE -- FOLD WS00-BYTE-NUM INTO WS00-FPR-CRC THE
      *                        WAY 5800-CRC-ONE-BYTE FOLDS A PACKAGE
      *                        BYTE:  TABLE(LOW BYTE XOR DATA BYTE)
      *                        XOR (CRC SHIFTED RIGHT EIGHT)
      ******************************************************************
       2728-FOLD-FPR-BYTE.
           DIVIDE WS00-FPR-CRC BY 256
               GIVING WS00-CRC-WORK
               REMAINDER WS00-CRC-LOW.
           MOVE WS00-CRC-LOW  TO WS00-XOR-A.
           MOVE WS00-BYTE-NUM TO WS00-XOR-B.
           PERFORM 5850-XOR32 THRU 5850-EXIT.
           COMPUTE WS00-CRC-TIDX = WS00-XOR-R + 1.
           MOVE WS00-CRC-ENTRY(WS00-CRC-TIDX) TO WS00-XOR-A.
           MOVE WS00-CRC-WORK TO WS00-XOR-B.
           PERFORM 5850-XOR32 THRU 5850-EXIT.
           MOVE WS00-XOR-R TO WS00-FPR-CRC.
       2728-EXIT.
           EXIT.

      ******************************************************************
      * 2740-JUDGE-FINGERPRINT -- FINISH THE CRC AND DECIDE:  'R' WHEN
      *                            THE PRINTED RUN DATE IS NOT THE
      *                            BUSINESS DATE OR CANNOT BE READ,
      *                            'D' WHEN AN EARLIER NIGHT OF THE
      *                            REPORT HAD THE SAME FINGERPRINT (AN
      *                            EMPTY SPOOL HAS NONE WORTH
      *                            COMPARING).  A STALE REPORT WITH AN
      *                            RPTFORCE CARD BECOMES 'O' AND GOES
      *                            THROUGH.
      ******************************************************************
       2740-JUDGE-FINGERPRINT.
           MOVE WS00-FPR-CRC  TO WS00-XOR-A.
           MOVE WS00-CRC-FFFF TO WS00-XOR-B.
           PERFORM 5850-XOR32 THRU 5850-EXIT.
           MOVE WS00-XOR-R TO WS00-FPR-CRC.
           MOVE WS00-FPR-CRC TO WS00-FPR-HEX-WORK.
           PERFORM 2745-ONE-HEX-DIGIT THRU 2745-EXIT
               VARYING WS00-FPR-HEX-POS FROM 8 BY -1
               UNTIL WS00-FPR-HEX-POS < 1.
           IF WS00-COL-RDT-START > 0
               PERFORM 2750-READ-PRINTED-DATE THRU 2750-EXIT
               IF WS00-DATE-IS-BAD
                   OR WS00-FPR-RDT-DATE NOT = WS00-FPR-BUS-DATE
                   SET WS00-FPR-RDT-WRONG TO TRUE
               END-IF
           END-IF.
           IF WS00-FPR-RECS > 0
               PERFORM 2760-FIND-EARLIER-RUN THRU 2760-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS00-FPR-DUP-FOUND
                   MOVE 'D' TO WS00-FPR-STALE-FLAG
               WHEN WS00-FPR-RDT-WRONG
                   MOVE 'R' TO WS00-FPR-STALE-FLAG
               WHEN OTHER
                   GO TO 2740-EXIT
           END-EVALUATE.
           IF WS00-FRC-COUNT > 0
               PERFORM 2770-FIND-FORCE-CARD THRU 2770-EXIT
                   VARYING WS00-FRC-IDX FROM 1 BY 1
                   UNTIL WS00-FRC-IDX > WS00-FRC-COUNT
                      OR WS00-FRC-FOUND
           END-IF.
           IF WS00-FRC-FOUND
               SET WS00-FRC-IDX DOWN BY 1
               MOVE 'O' TO WS00-FPR-STALE-FLAG
               DISPLAY 'RPT2EXCEL - REPORT ' WS00-CTL-REPORT-ID
                   ' INPUT IS STALE, FORCED THROUGH BY RPTFORCE '
                   'CARD OF ' WS00-FRC-REQ-BY(WS00-FRC-IDX)
           END-IF.
       2740-EXIT.
           EXIT.

      ******************************************************************
      * 2745-ONE-HEX-DIGIT -- ONE HEX DIGIT OF THE FINGERPRINT, RIGHT
      *                        TO LEFT
      ******************************************************************
       2745-ONE-HEX-DIGIT.
           DIVIDE WS00-FPR-HEX-WORK BY 16
               GIVING WS00-XOR-Q
               REMAINDER WS00-FPR-HEX-NIBBLE.
           MOVE WS00-XOR-Q TO WS00-FPR-HEX-WORK.
           MOVE WS00-FPR-HEX-DIGITS(WS00-FPR-HEX-NIBBLE + 1:1)
               TO WS00-FPR-CRC-HEX(WS00-FPR-HEX-POS:1).
       2745-EXIT.
           EXIT.

      ******************************************************************
      * 2750-READ-PRINTED-DATE -- TURN THE RUN DATE CUT FROM THE
      *                            HEADING INTO YYYYMMDD, READING THE
      *                            FORMAT THE RUN-DATE RECORD NAMES
      *                            (AS 2230-EDIT-DATE-CELL DOES FOR A
      *                            DATE COLUMN).  BLANK OR UNREADABLE
      *                            SETS WS00-DATE-IS-BAD.
      ******************************************************************
       2750-READ-PRINTED-DATE.
           MOVE 'N'    TO WS00-DATE-BAD-SW.
           MOVE SPACES TO WS00-DATE-YYYY.
           MOVE SPACES TO WS00-DATE-MM.
           MOVE SPACES TO WS00-DATE-DD.
           MOVE SPACES TO WS00-FPR-RDT-DATE.
           IF WS00-FPR-RDT-TEXT = SPACES
               SET WS00-DATE-IS-BAD TO TRUE
               GO TO 2750-EXIT.
           MOVE FUNCTION TRIM(WS00-FPR-RDT-TEXT) TO WS00-DATE-WORK.
           EVALUATE WS00-COL-RDT-DFMT
               WHEN '2'
                   IF WS00-DATE-WORK(3:1) NOT = '/'
                       OR WS00-DATE-WORK(6:1) NOT = '/'
                       OR WS00-DATE-WORK(9:4) NOT = SPACES
                       OR WS00-DATE-WORK(7:2) IS NOT NUMERIC
                       SET WS00-DATE-IS-BAD TO TRUE
                   ELSE
                       MOVE WS00-DATE-WORK(1:2) TO WS00-DATE-MM
                       MOVE WS00-DATE-WORK(4:2) TO WS00-DATE-DD
                       IF WS00-DATE-WORK(7:2) < '50'
                           STRING '20' DELIMITED BY SIZE
                                  WS00-DATE-WORK(7:2)
                                      DELIMITED BY SIZE
                                  INTO WS00-DATE-YYYY
                       ELSE
                           STRING '19' DELIMITED BY SIZE
                                  WS00-DATE-WORK(7:2)
                                      DELIMITED BY SIZE
                                  INTO WS00-DATE-YYYY
                       END-IF
                   END-IF
               WHEN '3'
                   IF WS00-DATE-WORK(3:1) NOT = '.'
                       OR WS00-DATE-WORK(6:1) NOT = '.'
                       OR WS00-DATE-WORK(11:2) NOT = SPACES
                       SET WS00-DATE-IS-BAD TO TRUE
                   ELSE
                       MOVE WS00-DATE-WORK(1:2)  TO WS00-DATE-DD
                       MOVE WS00-DATE-WORK(4:2)  TO WS00-DATE-MM
                       MOVE WS00-DATE-WORK(7:4)  TO WS00-DATE-YYYY
                   END-IF
               WHEN OTHER
                   IF WS00-DATE-WORK(9:4) NOT = SPACES
                       SET WS00-DATE-IS-BAD TO TRUE
                   ELSE
                       MOVE WS00-DATE-WORK(1:4) TO WS00-DATE-YYYY
                       MOVE WS00-DATE-WORK(5:2) TO WS00-DATE-MM
                       MOVE WS00-DATE-WORK(7:2) TO WS00-DATE-DD
                   END-IF
           END-EVALUATE.
           IF WS00-DATE-IS-BAD
               GO TO 2750-EXIT.
           IF WS00-DATE-YYYY IS NOT NUMERIC
               OR WS00-DATE-MM IS NOT NUMERIC
               OR WS00-DATE-DD IS NOT NUMERIC
               OR WS00-DATE-MM < '01' OR WS00-DATE-MM > '12'
               OR WS00-DATE-DD < '01' OR WS00-DATE-DD > '31'
               SET WS00-DATE-IS-BAD TO TRUE
               GO TO 2750-EXIT.
           STRING WS00-DATE-YYYY DELIMITED BY SIZE
                  WS00-DATE-MM   DELIMITED BY SIZE
                  WS00-DATE-DD   DELIMITED BY SIZE
                  INTO WS00-FPR-RDT-DATE.
       2750-EXIT.
           EXIT.

      ******************************************************************
      * 2760-FIND-EARLIER-RUN -- LOOK THROUGH THE REPORT'S RPTAUDIT
      *                           HISTORY FOR AN ENTRY OF AN EARLIER
      *                           BUSINESS DATE WITH THE SAME
      *                           FINGERPRINT.  A RERUN OF THE SAME
      *                           BUSINESS DATE IS NOT A REPEAT, AND
      *                           SECURED-COPY ENTRIES AND ENTRIES
      *                           WRITTEN BEFORE THE FINGERPRINT
      *                           EXISTED NEVER MATCH.  THE LATEST
      *                           MATCH IS KEPT FOR RPTRECON.  A TRAIL
      *                           THAT CANNOT BE READ LEAVES THE
      *                           REPEAT TEST UNDONE (REPORTED, RC 4).
      ******************************************************************
       2760-FIND-EARLIER-RUN.
           OPEN INPUT FILE-AUDIT.
           IF WS00-AUDIT-STATUS = '05' OR '35'
               IF WS00-AUDIT-STATUS = '05'
                   CLOSE FILE-AUDIT
               END-IF
               GO TO 2760-EXIT.
           IF WS00-AUDIT-STATUS NOT = '00'
               DISPLAY 'RPT2EXCEL - RPTAUDIT NOT READABLE, STATUS = '
                   WS00-AUDIT-STATUS ', REPORT ' WS00-CTL-REPORT-ID
                   ' NOT CHECKED FOR A REPEATED INPUT'
               IF WS00-RUN-MAX-RC < 4
                   MOVE 4 TO WS00-RUN-MAX-RC
               END-IF
               GO TO 2760-EXIT.
           MOVE 'N' TO WS00-FPR-AUD-EOF-SW.
           MOVE LOW-VALUES         TO FD-AUDIT-KEY.
           MOVE WS00-CTL-REPORT-ID TO FD-AUDIT-KEY(1:8).
           START FILE-AUDIT KEY >= FD-AUDIT-KEY
               INVALID KEY
                   SET WS00-FPR-AUD-EOF-YES TO TRUE
           END-START.
           PERFORM 2765-READ-EARLIER-RUN THRU 2765-EXIT
               UNTIL WS00-FPR-AUD-EOF-YES.
           CLOSE FILE-AUDIT.
       2760-EXIT.
           EXIT.

      ******************************************************************
      * 2765-READ-EARLIER-RUN -- ONE AUDIT ENTRY OF THE REPORT
      ******************************************************************
       2765-READ-EARLIER-RUN.
           READ FILE-AUDIT NEXT RECORD INTO WS00-AUD-REC
               AT END
                   SET WS00-FPR-AUD-EOF-YES TO TRUE
                   GO TO 2765-EXIT
           END-READ.
           IF WS00-AUD-REPORT-ID NOT = WS00-CTL-REPORT-ID
               SET WS00-FPR-AUD-EOF-YES TO TRUE
               GO TO 2765-EXIT.
           IF WS00-AUD-MODE-SECURED
               OR WS00-AUD-INPUT-CRC = SPACES
               OR WS00-AUD-INPUT-CRC NOT = WS00-FPR-CRC-HEX
               GO TO 2765-EXIT.
           IF WS00-AUD-BUS-DATE = SPACES
               MOVE WS00-AUD-RUN-DATE TO WS00-FPR-CMP-DATE
           ELSE
               MOVE WS00-AUD-BUS-DATE TO WS00-FPR-CMP-DATE
           END-IF.
           IF WS00-FPR-CMP-DATE = WS00-FPR-BUS-DATE
               GO TO 2765-EXIT.
           SET WS00-FPR-DUP-FOUND TO TRUE.
           MOVE WS00-FPR-CMP-DATE  TO WS00-FPR-DUP-DATE.
           MOVE WS00-AUD-RUN-TIME  TO WS00-FPR-DUP-TIME.
       2765-EXIT.
           EXIT.

      ******************************************************************
      * 2770-FIND-FORCE-CARD -- ONE ENTRY OF THE RPTFORCE LOOKUP:  THE
      *                          REPORT, FOR TONIGHT'S BUSINESS DATE
      *                          OR FOR ANY DATE
      ******************************************************************
       2770-FIND-FORCE-CARD.
           IF WS00-FRC-REPORT-ID(WS00-FRC-IDX) = WS00-CTL-REPORT-ID
               AND (WS00-FRC-BUS-DATE(WS00-FRC-IDX) = SPACES
                 OR WS00-FRC-BUS-DATE(WS00-FRC-IDX) =
                    WS00-FPR-BUS-DATE)
               SET WS00-FRC-FOUND TO TRUE
           END-IF.
       2770-EXIT.
           EXIT.

      ******************************************************************
      * 2800-WRITE-ROW-HISTORY -- FILE THE DATA ROW JUST WRITTEN ON THE
      *                            ROW HISTORY (SEE RPTRWH.CPY):  KEY
      *                            FROM THE REPORT-ID, THE KEY COLUMNS,
      *                            THE BUSINESS DATE AND THE ROW'S
      *                            INPUT RECORD NUMBER, THEN EVERY CUT
      *                            COLUMN AS TYPED.  A ROW ALREADY ON
      *                            FILE UNDER THE SAME KEY (A RESTART
      *                            GOING OVER ROWS AGAIN) IS REPLACED.
      *                            A WRITE FAILURE STOPS THE HISTORY
      *                            FOR THE REPORT, RC 4.
      ******************************************************************
       2800-WRITE-ROW-HISTORY.
           INITIALIZE WS00-RWH-REC.
           MOVE WS00-CTL-REPORT-ID   TO WS00-RWH-REPORT-ID.
           MOVE WS00-CTL-REPORT-ID   TO WS00-RWH-NGT-REPORT-ID.
           MOVE WS00-FPR-BUS-DATE    TO WS00-RWH-RUN-DATE.
           MOVE WS00-FPR-BUS-DATE    TO WS00-RWH-NGT-RUN-DATE.
           IF WS00-GRP-ONE-LINE
               MOVE WS00-RECS-READ     TO WS00-RWH-REC-NBR
           ELSE
               MOVE WS00-GRP-REC-NBR-1 TO WS00-RWH-REC-NBR
           END-IF.
           MOVE WS00-CONV-START-DATE TO WS00-RWH-CONV-DATE.
           MOVE WS00-CONV-START-TIME TO WS00-RWH-CONV-TIME.
           IF WS00-RESTART-TARGET-NBR > 0
               SET WS00-RWH-RESTARTED TO TRUE
           END-IF.
           MOVE WS00-COL-COUNT       TO WS00-RWH-COL-COUNT.
           MOVE 1 TO WS00-RWH-DATA-PTR.
           MOVE 1 TO WS00-RWH-KEY-PTR.
           PERFORM 2810-FILE-ONE-COLUMN THRU 2810-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
           IF WS00-RWH-TO-STAGING
               WRITE FD-ROWS-REC FROM WS00-RWH-REC
               MOVE WS00-ROWS-STATUS TO WS00-RWH-ERR-STAT
           ELSE
               WRITE FD-ROWH-REC FROM WS00-RWH-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS00-ROWH-STATUS = '22'
                   AND WS00-RWH-OPENED-IO
                   REWRITE FD-ROWH-REC FROM WS00-RWH-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               MOVE WS00-ROWH-STATUS TO WS00-RWH-ERR-STAT
               IF WS00-ROWH-STATUS = '22'
                   MOVE '00' TO WS00-RWH-ERR-STAT
               END-IF
           END-IF.
           IF WS00-RWH-ERR-STAT NOT = '00'
               AND WS00-RWH-ERR-STAT NOT = '02'
               PERFORM 2870-STOP-ROW-HISTORY THRU 2870-EXIT
               GO TO 2800-EXIT.
           ADD 1 TO WS00-RWH-ROW-CNT.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2810-FILE-ONE-COLUMN -- ONE COLUMN'S VALUE INTO RWH-DATA, AND
      *                         INTO THE ROW KEY WHEN IT IS A KEY
      *                         COLUMN.  A MASKED COLUMN GOES IN AS
      *                         MASKED TEXT, WHATEVER ITS TYPE.
      ******************************************************************
       2810-FILE-ONE-COLUMN.
           SET WS00-COL-SUB TO WS00-COL-IDX.
           PERFORM 2209-GET-CELL-TEXT THRU 2209-EXIT.
           MOVE 'X' TO WS00-RWH-VAL-TYPE.
           EVALUATE TRUE
               WHEN WS00-COL-IS-MASKED(WS00-COL-IDX)
                   MOVE WS00-COL-MASK(WS00-COL-IDX) TO WS00-MSK-CODE
                   PERFORM 2280-MASK-CELL-TEXT THRU 2280-EXIT
                   PERFORM 2830-TRIM-HIST-TEXT THRU 2830-EXIT
               WHEN WS00-COL-IS-DATE(WS00-COL-IDX)
                   MOVE 'D'    TO WS00-RWH-VAL-TYPE
                   MOVE SPACES TO WS00-RWH-VALUE
                   MOVE ZERO   TO WS00-RWH-VAL-LEN
                   IF WS00-VAL-TEXT(WS00-COL-SUB) NOT = SPACES
                       STRING WS00-VAL-TEXT(WS00-COL-SUB)(1:4)
                              WS00-VAL-TEXT(WS00-COL-SUB)(6:2)
                              WS00-VAL-TEXT(WS00-COL-SUB)(9:2)
                                  DELIMITED BY SIZE
                              INTO WS00-RWH-VALUE
                       MOVE 8 TO WS00-RWH-VAL-LEN
                   END-IF
               WHEN WS00-COL-IS-NUMBER(WS00-COL-IDX)
                   PERFORM 2815-FILE-NUMBER-VALUE THRU 2815-EXIT
               WHEN OTHER
                   PERFORM 2830-TRIM-HIST-TEXT THRU 2830-EXIT
           END-EVALUATE.
           MOVE WS00-RWH-VAL-TYPE TO WS00-RWH-COL-TYPE(WS00-COL-SUB).
           PERFORM 2840-PUT-HIST-VALUE THRU 2840-EXIT.
           IF WS00-COL-IS-KEY(WS00-COL-IDX)
               OR (NOT WS00-RWH-ANY-KEY-COLS AND WS00-COL-SUB = 1)
               PERFORM 2845-PUT-KEY-VALUE THRU 2845-EXIT
           END-IF.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2815-FILE-NUMBER-VALUE -- A NUMBER COLUMN AS AN AMOUNT.  THE
      *                           EXCEL MODES HAVE EDITED IT ALREADY
      *                           (2206); A CSV-ONLY RUN EDITS IT HERE
      *                           AND FILES ONE THAT WILL NOT EDIT AS
      *                           TEXT.
      ******************************************************************
       2815-FILE-NUMBER-VALUE.
           MOVE SPACES TO WS00-RWH-VALUE.
           MOVE ZERO   TO WS00-RWH-VAL-LEN.
           IF WS00-CTL-MODE-CSV
               PERFORM 2220-EDIT-NUMBER-CELL THRU 2220-EXIT
               IF WS00-NUM-IS-BAD
                   PERFORM 2830-TRIM-HIST-TEXT THRU 2830-EXIT
                   GO TO 2815-EXIT
               END-IF
               IF WS00-NUM-CLEAN = SPACES
                   GO TO 2815-EXIT
               END-IF
           ELSE
               IF WS00-VAL-TEXT(WS00-COL-SUB) = SPACES
                   GO TO 2815-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO WS00-RWH-VAL-TYPE.
           MOVE WS00-VAL-AMT(WS00-COL-SUB) TO WS00-RWH-NUM.
           MOVE WS00-RWH-NUM-X TO WS00-RWH-VALUE.
           MOVE 16 TO WS00-RWH-VAL-LEN.
       2815-EXIT.
           EXIT.

      ******************************************************************
      * 2830-TRIM-HIST-TEXT -- THE CUT TEXT WITHOUT ITS LEADING AND
      *                        TRAILING BLANKS, AND ITS LENGTH
      ******************************************************************
       2830-TRIM-HIST-TEXT.
           MOVE SPACES TO WS00-RWH-VALUE.
           MOVE ZERO   TO WS00-RWH-VAL-LEN.
           IF WS00-CELL-TEXT = SPACES
               GO TO 2830-EXIT.
           MOVE FUNCTION TRIM(WS00-CELL-TEXT) TO WS00-RWH-VALUE.
           MOVE 133 TO WS00-RWH-VAL-LEN.
           PERFORM 2831-BACK-UP-HIST-LEN THRU 2831-EXIT
               UNTIL WS00-RWH-VALUE(WS00-RWH-VAL-LEN:1) NOT = SPACE.
       2830-EXIT.
           EXIT.

      ******************************************************************
      * 2831-BACK-UP-HIST-LEN -- STEP THE VALUE TRIM SCAN BACK ONE
      ******************************************************************
       2831-BACK-UP-HIST-LEN.
           SUBTRACT 1 FROM WS00-RWH-VAL-LEN.
       2831-EXIT.
           EXIT.

      ******************************************************************
      * 2840-PUT-HIST-VALUE -- APPEND THE VALUE TO RWH-DATA AND ENTER
      *                        ITS POSITION AND LENGTH IN THE COLUMN
      *                        DIRECTORY.  PAST 600 BYTES TEXT IS CUT
      *                        SHORT AND AN AMOUNT OR DATE LEFT OUT.
      ******************************************************************
       2840-PUT-HIST-VALUE.
           IF WS00-RWH-VAL-LEN = 0
               OR WS00-RWH-DATA-PTR > 600
               GO TO 2840-EXIT.
           MOVE WS00-RWH-VAL-LEN TO WS00-RWH-PUT-LEN.
           IF WS00-RWH-DATA-PTR + WS00-RWH-PUT-LEN > 601
               IF WS00-RWH-VAL-TYPE NOT = 'X'
                   GO TO 2840-EXIT
               END-IF
               COMPUTE WS00-RWH-PUT-LEN = 601 - WS00-RWH-DATA-PTR
           END-IF.
           MOVE WS00-RWH-VALUE(1:WS00-RWH-PUT-LEN)
               TO WS00-RWH-DATA(WS00-RWH-DATA-PTR:WS00-RWH-PUT-LEN).
           MOVE WS00-RWH-DATA-PTR TO WS00-RWH-COL-POS(WS00-COL-SUB).
           MOVE WS00-RWH-PUT-LEN  TO WS00-RWH-COL-LEN(WS00-COL-SUB).
           ADD WS00-RWH-PUT-LEN   TO WS00-RWH-DATA-PTR.
       2840-EXIT.
           EXIT.

      ******************************************************************
      * 2845-PUT-KEY-VALUE -- ADD A KEY COLUMN TO THE ROW KEY, LEFT-
      *                       JUSTIFIED IN ITS OWN COL-LEN (A DATE AS
      *                       YYYYMMDD IN 8, AN AMOUNT AS PRINTED), SO
      *                       EVERY ROW OF THE REPORT KEYS ALIKE.  THE
      *                       ROW KEY STOPS AT 40 BYTES.
      ******************************************************************
       2845-PUT-KEY-VALUE.
           IF WS00-RWH-KEY-PTR > 40
               GO TO 2845-EXIT.
           IF WS00-RWH-VAL-TYPE = 'N'
               MOVE SPACES TO WS00-RWH-VALUE
               IF WS00-CELL-TEXT NOT = SPACES
                   MOVE FUNCTION TRIM(WS00-CELL-TEXT) TO WS00-RWH-VALUE
               END-IF
           END-IF.
           IF WS00-RWH-VAL-TYPE = 'D'
               MOVE 8 TO WS00-RWH-PUT-LEN
           ELSE
               MOVE WS00-COL-LEN(WS00-COL-IDX) TO WS00-RWH-PUT-LEN
           END-IF.
           IF WS00-RWH-PUT-LEN = 0
               GO TO 2845-EXIT.
           IF WS00-RWH-KEY-PTR + WS00-RWH-PUT-LEN > 41
               COMPUTE WS00-RWH-PUT-LEN = 41 - WS00-RWH-KEY-PTR
           END-IF.
           MOVE WS00-RWH-VALUE(1:WS00-RWH-PUT-LEN)
               TO WS00-RWH-ROW-KEY(WS00-RWH-KEY-PTR:WS00-RWH-PUT-LEN).
           ADD WS00-RWH-PUT-LEN TO WS00-RWH-KEY-PTR.
       2845-EXIT.
           EXIT.

      ******************************************************************
      * 2850-PURGE-NIGHT-ROWS -- DELETE THE ROW HISTORY RECORDS OF THE
      *                          REPORT FOR THE BUSINESS DATE, FOUND
      *                          THROUGH THE NIGHT KEY:  THOSE FILED
      *                          BY EARLIER RUNS (PURGE-EARLIER) OR
      *                          ONLY THIS RUN'S (PURGE-THIS-RUN), AS
      *                          TOLD BY THE CONVERSION START STAMP.
      *                          COUNTED IN WS00-RWH-PURGE-CNT.
      ******************************************************************
       2850-PURGE-NIGHT-ROWS.
           MOVE ZERO TO WS00-RWH-PURGE-CNT.
           MOVE 'N'  TO WS00-RWH-PURGE-EOF-SW.
           MOVE WS00-CTL-REPORT-ID TO FD-ROWH-NGT-REPORT-ID.
           MOVE WS00-FPR-BUS-DATE  TO FD-ROWH-NGT-RUN-DATE.
           START FILE-ROWH KEY IS = FD-ROWH-NIGHT-KEY
               INVALID KEY
                   SET WS00-RWH-PURGE-EOF TO TRUE
           END-START.
           PERFORM 2851-PURGE-ONE-ROW THRU 2851-EXIT
               UNTIL WS00-RWH-PURGE-EOF.
       2850-EXIT.
           EXIT.

      ******************************************************************
      * 2851-PURGE-ONE-ROW -- READ THE NEXT ROW OF THE NIGHT AND DELETE
      *                       IT WHEN ITS STAMP IS IN THE PURGE SCOPE;
      *                       EOF PAST THE LAST ROW OF THE NIGHT
      ******************************************************************
       2851-PURGE-ONE-ROW.
           READ FILE-ROWH NEXT RECORD
               AT END
                   SET WS00-RWH-PURGE-EOF TO TRUE
           END-READ.
           IF WS00-RWH-PURGE-EOF
               GO TO 2851-EXIT.
           IF WS00-ROWH-STATUS NOT = '00'
               AND WS00-ROWH-STATUS NOT = '02'
               DISPLAY 'RPT2EXCEL - ROW HISTORY READ ERROR, STATUS = '
                   WS00-ROWH-STATUS ', OLD ROWS OF REPORT '
                   WS00-CTL-REPORT-ID ' NOT ALL REMOVED'
               IF WS00-RUN-MAX-RC < 4
                   MOVE 4 TO WS00-RUN-MAX-RC
               END-IF
               SET WS00-RWH-PURGE-EOF TO TRUE
               GO TO 2851-EXIT.
           IF FD-ROWH-NGT-REPORT-ID NOT = WS00-CTL-REPORT-ID
               OR FD-ROWH-NGT-RUN-DATE NOT = WS00-FPR-BUS-DATE
               SET WS00-RWH-PURGE-EOF TO TRUE
               GO TO 2851-EXIT.
           IF WS00-RWH-PURGE-EARLIER
               IF FD-ROWH-CONV-DATE = WS00-CONV-START-DATE
                   AND FD-ROWH-CONV-TIME = WS00-CONV-START-TIME
                   GO TO 2851-EXIT
               END-IF
           ELSE
               IF FD-ROWH-CONV-DATE NOT = WS00-CONV-START-DATE
                   OR FD-ROWH-CONV-TIME NOT = WS00-CONV-START-TIME
                   GO TO 2851-EXIT
               END-IF
           END-IF.
           DELETE FILE-ROWH RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS00-RWH-PURGE-CNT
           END-DELETE.
       2851-EXIT.
           EXIT.

      ******************************************************************
      * 2860-CLOSE-ROW-HISTORY -- RELEASE THE KSDS OR STAGING FILE
      ******************************************************************
       2860-CLOSE-ROW-HISTORY.
           EVALUATE TRUE
               WHEN WS00-RWH-TO-KSDS
                   CLOSE FILE-ROWH
               WHEN WS00-RWH-TO-STAGING
                   CLOSE FILE-ROWS
               WHEN OTHER
                   GO TO 2860-EXIT
           END-EVALUATE.
           MOVE 'N' TO WS00-RWH-STATE.
       2860-EXIT.
           EXIT.

      ******************************************************************
      * 2870-STOP-ROW-HISTORY -- A ROW WOULD NOT FILE.  THE HISTORY OF
      *                          THE REPORT IS LEFT INCOMPLETE AND
      *                          FLAGGED ON RPTRECON, RC 4; THE
      *                          CONVERSION ITSELF GOES ON.
      ******************************************************************
       2870-STOP-ROW-HISTORY.
           DISPLAY 'RPT2EXCEL - ROW HISTORY WRITE ERROR, STATUS = '
               WS00-RWH-ERR-STAT ', REPORT ' WS00-CTL-REPORT-ID
               ' ROW HISTORY INCOMPLETE'.
           PERFORM 2860-CLOSE-ROW-HISTORY THRU 2860-EXIT.
           SET WS00-RWH-FAILED TO TRUE.
           IF WS00-RUN-MAX-RC < 4
               MOVE 4 TO WS00-RUN-MAX-RC
           END-IF.
       2870-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-RECORD -- ONE FILE-DISKIA RECORD PER PASS
      ******************************************************************
       2000-PROCESS-RECORD.
           PERFORM 2005-CLASSIFY-RECORD THRU 2005-EXIT.
           EVALUATE TRUE
               WHEN WS00-REC-IS-PAGE-BREAK
                   PERFORM 2040-FLUSH-PARTIAL-GROUP THRU 2040-EXIT
                   IF WS00-CTL-MODE-XLSX
                       PERFORM 5100-XLSX-START-SHEET THRU 5100-EXIT
                   ELSE
                       IF NOT WS00-CTL-MODE-CSV
                           PERFORM 2100-START-NEW-WORKSHEET
                               THRU 2100-EXIT
                       ELSE
                           MOVE ZERO TO WS00-LINE-NBR-IN-SHEET
                       END-IF
                   END-IF
                   IF WS00-CTL-CC-ASA
                       AND FD-DISKIA-REC(2:132) NOT = SPACES
                       PERFORM 2020-PROCESS-DATA-RECORD THRU 2020-EXIT
                   ELSE
                       ADD 1 TO WS00-SKIPPED-RECS
                   END-IF
               WHEN WS00-REC-IS-OVERPRINT
                   ADD 1 TO WS00-SKIPPED-RECS
               WHEN OTHER
                   PERFORM 2020-PROCESS-DATA-RECORD THRU 2020-EXIT
           END-EVALUATE.
           PERFORM 2400-CHECK-CHECKPOINT THRU 2400-EXIT.
           PERFORM 3000-READ-DISKIA THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2020-PROCESS-DATA-RECORD -- ONE DATA LINE, SHARED BY THE
      *                              NORMAL PATH AND THE SPOOL-
      *                              SPLITTER.  A SINGLE-LINE LAYOUT
      *                              (OR A LINE INSIDE THE TWO-ROW
      *                              HEADING WINDOW) PROCESSES AT
      *                              ONCE; A MULTI-LINE LAYOUT BUFFERS
      *                              THE LINE AND PROCESSES THE
      *                              LOGICAL RECORD WHEN THE GROUP IS
      *                              COMPLETE.  THE LAYOUT'S TRAILER
      *                              LINE IS TAKEN OUT FIRST -- IT IS
      *                              BALANCED, NOT CONVERTED.
      ******************************************************************
       2020-PROCESS-DATA-RECORD.
           IF WS00-COL-TRL-START > 0
               PERFORM 2050-CHECK-TRAILER-LINE THRU 2050-EXIT
               IF WS00-TRL-LINE-HIT
                   GO TO 2020-EXIT
               END-IF
           END-IF.
           IF WS00-COL-GRP-LINES < 2
               OR WS00-LINE-NBR-IN-SHEET < 2
               MOVE 'Y' TO WS00-GRP-ONE-LINE-SW
               MOVE FD-DISKIA-REC TO WS00-GRP-LINE(1)
      *                              OR A COMPLETE MULTI-LINE GROUP).
      *                              A RECORD THAT FAILS VALIDATION
      *                              DIVERTS TO THE SUSPENSE FILE
      *                              INSTEAD OF BEING WRITTEN.  EACH
      *                              DATA ROW WRITTEN (NOT THE TWO
      *                              HEADING ROWS OF A SHEET) IS ALSO
      *                              FILED ON THE ROW HISTORY.
      ******************************************************************
       2030-PROCESS-LOGICAL-REC.
           MOVE 'N' TO WS00-REC-REJECT-SW.
           IF WS00-LINE-NBR-IN-SHEET < 2
               MOVE 'N' TO WS00-RWH-DATA-ROW-SW
           ELSE
               MOVE 'Y' TO WS00-RWH-DATA-ROW-SW
           END-IF.
           PERFORM 2205-VALIDATE-RECORD THRU 2205-EXIT.
           IF WS00-REC-REJECTED
               PERFORM 2225-WRITE-REJECT-RECORD THRU 2225-EXIT
                       PERFORM 2250-WRITE-CSV-ROW THRU 2250-EXIT
                   END-IF
               END-IF
               IF WS00-SEC-IS-OPEN
                   PERFORM 2295-WRITE-SECURED-ROW THRU 2295-EXIT
               END-IF
               IF WS00-RWH-IS-OPEN AND WS00-RWH-DATA-ROW
                   PERFORM 2800-WRITE-ROW-HISTORY THRU 2800-EXIT
               END-IF
           END-IF.
       2030-EXIT.
           EXIT.
       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2050-CHECK-TRAILER-LINE -- DOES THIS LINE CARRY THE LAYOUT'S
      *                             TRAILER LITERAL AT ITS PRINT
      *                             POSITION?  A TRAILER LINE ENDS ANY
      *                             PARTIAL GROUP, IS NOT WRITTEN AS A
      *                             ROW, AND THE FIGURES IT PRINTS
      *                             UNDER THE COL-TRL COLUMNS ADD INTO
      *                             WS00-TRL-COL-AMT FOR 8050.
      ******************************************************************
       2050-CHECK-TRAILER-LINE.
           MOVE 'N' TO WS00-TRL-LINE-SW.
           COMPUTE WS00-TRL-POS =
               WS00-COL-TRL-START + WS00-CC-OFFSET.
           IF WS00-TRL-POS + WS00-COL-TRL-LEN > 134
               GO TO 2050-EXIT.
           IF FD-DISKIA-REC(WS00-TRL-POS:WS00-COL-TRL-LEN)
               NOT = WS00-COL-TRL-LIT(1:WS00-COL-TRL-LEN)
               GO TO 2050-EXIT.
           SET WS00-TRL-LINE-HIT TO TRUE.
           ADD 1 TO WS00-TRL-LINE-CNT.
           PERFORM 2040-FLUSH-PARTIAL-GROUP THRU 2040-EXIT.
           PERFORM 2055-GET-TRAILER-FIGURE THRU 2055-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2055-GET-TRAILER-FIGURE -- ONE COL-TRL COLUMN'S PRINTED TOTAL.
      *                             THE FIGURE IS CUT FROM THE
      *                             COLUMN'S OWN PRINT POSITIONS,
      *                             WIDENED OUT TO THE NEAREST BLANK
      *                             ON EITHER SIDE WHEN A GRAND TOTAL
      *                             WIDER THAN ITS DETAIL COLUMN
      *                             OVERHANGS THE BOUNDARY, AND RUN
      *                             THROUGH THE SAME NUMBER EDIT AS A
      *                             DETAIL CELL.  A FIGURE THAT FAILS
      *                             THE EDIT MARKS THE COLUMN
      *                             UNREADABLE FOR 8050.
      ******************************************************************
       2055-GET-TRAILER-FIGURE.
           IF NOT WS00-COL-IS-NUMBER(WS00-COL-IDX)
               OR NOT WS00-COL-IS-TOTALED(WS00-COL-IDX)
               OR NOT WS00-COL-ON-TRAILER(WS00-COL-IDX)
               GO TO 2055-EXIT.
           SET WS00-COL-SUB TO WS00-COL-IDX.
           COMPUTE WS00-TRL-FROM =
               WS00-COL-START(WS00-COL-IDX) + WS00-CC-OFFSET.
           IF WS00-TRL-FROM > 133
               SET WS00-TRL-COL-UNREAD(WS00-COL-SUB) TO TRUE
               GO TO 2055-EXIT.
           COMPUTE WS00-TRL-TO =
               WS00-TRL-FROM + WS00-COL-LEN(WS00-COL-IDX) - 1.
           IF WS00-TRL-TO > 133
               MOVE 133 TO WS00-TRL-TO
           END-IF.
           IF FD-DISKIA-REC(WS00-TRL-FROM:1) NOT = SPACE
               MOVE 'N' TO WS00-TRL-EDGE-SW
               PERFORM 2056-WIDEN-FIGURE-LEFT THRU 2056-EXIT
                   UNTIL WS00-TRL-EDGE-DONE
           END-IF.
           IF FD-DISKIA-REC(WS00-TRL-TO:1) NOT = SPACE
               MOVE 'N' TO WS00-TRL-EDGE-SW
               PERFORM 2057-WIDEN-FIGURE-RIGHT THRU 2057-EXIT
                   UNTIL WS00-TRL-EDGE-DONE
           END-IF.
           COMPUTE WS00-CELL-GET-LEN = WS00-TRL-TO - WS00-TRL-FROM + 1.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE FD-DISKIA-REC(WS00-TRL-FROM:WS00-CELL-GET-LEN)
               TO WS00-CELL-TEXT.
           PERFORM 2220-EDIT-NUMBER-CELL THRU 2220-EXIT.
           IF WS00-NUM-IS-BAD
               SET WS00-TRL-COL-UNREAD(WS00-COL-SUB) TO TRUE
           ELSE
               ADD WS00-VAL-AMT(WS00-COL-SUB)
                   TO WS00-TRL-COL-AMT(WS00-COL-SUB)
           END-IF.
       2055-EXIT.
           EXIT.

      ******************************************************************
      * 2056-WIDEN-FIGURE-LEFT -- ONE POSITION LEFT, STOPPING AT A
      *                            BLANK OR THE CARRIAGE-CONTROL BYTE
      ******************************************************************
       2056-WIDEN-FIGURE-LEFT.
           IF WS00-TRL-FROM <= WS00-CC-OFFSET + 1
               SET WS00-TRL-EDGE-DONE TO TRUE
               GO TO 2056-EXIT.
           IF FD-DISKIA-REC(WS00-TRL-FROM - 1:1) = SPACE
               SET WS00-TRL-EDGE-DONE TO TRUE
               GO TO 2056-EXIT.
           SUBTRACT 1 FROM WS00-TRL-FROM.
       2056-EXIT.
           EXIT.

      ******************************************************************
      * 2057-WIDEN-FIGURE-RIGHT -- ONE POSITION RIGHT, STOPPING AT A
      *                             BLANK OR THE END OF THE RECORD
      ******************************************************************
       2057-WIDEN-FIGURE-RIGHT.
           IF WS00-TRL-TO >= 133
               SET WS00-TRL-EDGE-DONE TO TRUE
               GO TO 2057-EXIT.
           IF FD-DISKIA-REC(WS00-TRL-TO + 1:1) = SPACE
               SET WS00-TRL-EDGE-DONE TO TRUE
               GO TO 2057-EXIT.
           ADD 1 TO WS00-TRL-TO.
       2057-EXIT.
           EXIT.

      ******************************************************************
      * 2005-CLASSIFY-RECORD -- DECIDE WHETHER FD-DISKIA-REC IS A PAGE
      *                          BREAK, AN ASA '+' OVERPRINT LINE TO
      ******************************************************************
      * 2226-WRITE-ONE-REJECT -- ONE BUFFERED PRINT LINE ONTO THE
      *                           SUSPENSE FILE, NUMBERED FROM THE
      *                           FIRST LINE OF ITS GROUP.  MASKED
      *                           COLUMNS ARE MASKED IN THE IMAGE.
      ******************************************************************
       2226-WRITE-ONE-REJECT.
           MOVE WS00-CTL-REPORT-ID   TO WS00-REJ-REPORT-ID.
           MOVE WS00-REJ-COL-WORK    TO WS00-REJ-COL-SEQ.
           MOVE WS00-REJ-REASON-WORK TO WS00-REJ-REASON.
           MOVE WS00-GRP-LINE(WS00-GRP-SUB) TO WS00-REJ-REC-IMAGE.
           IF WS00-ANY-MASK-COLS
               PERFORM 2227-MASK-REJECT-COL THRU 2227-EXIT
                   VARYING WS00-COL-IDX FROM 1 BY 1
                   UNTIL WS00-COL-IDX > WS00-COL-COUNT
           END-IF.
           MOVE SPACE                TO WS00-REJ-RESOLVED-SW.
           MOVE ZERO                 TO WS00-REJ-AGE-CNT.
           WRITE FD-REJECT-REC FROM WS00-REJ-REC.
       2226-EXIT.
           EXIT.

      ******************************************************************
      * 2227-MASK-REJECT-COL -- MASK ONE MASKED COLUMN IN PLACE IN THE
      *                          REJECT RECORD IMAGE, WITHIN ITS OWN
      *                          PRINT POSITIONS ON THE GROUP LINE ITS
      *                          COL-LINE NAMES.  A TOKEN TOO LONG FOR
      *                          THE COLUMN FALLS BACK TO A FULL MASK.
      ******************************************************************
       2227-MASK-REJECT-COL.
           IF NOT WS00-COL-IS-MASKED(WS00-COL-IDX)
               GO TO 2227-EXIT.
           IF WS00-COL-GRP-LINES > 1
               AND WS00-COL-LINE(WS00-COL-IDX) NOT = WS00-GRP-SUB
               GO TO 2227-EXIT.
           COMPUTE WS00-CELL-GET-POS =
               WS00-COL-START(WS00-COL-IDX) + WS00-CC-OFFSET.
           IF WS00-CELL-GET-POS > 133
               GO TO 2227-EXIT.
           COMPUTE WS00-CELL-GET-LEN = 134 - WS00-CELL-GET-POS.
           IF WS00-CELL-GET-LEN > WS00-COL-LEN(WS00-COL-IDX)
               MOVE WS00-COL-LEN(WS00-COL-IDX) TO WS00-CELL-GET-LEN
           END-IF.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-REJ-REC-IMAGE(WS00-CELL-GET-POS:WS00-CELL-GET-LEN)
               TO WS00-CELL-TEXT.
           MOVE WS00-COL-MASK(WS00-COL-IDX) TO WS00-MSK-CODE.
           IF WS00-MSK-TOKEN AND WS00-CELL-GET-LEN < 16
               MOVE 'F' TO WS00-MSK-CODE
           END-IF.
           PERFORM 2280-MASK-CELL-TEXT THRU 2280-EXIT.
           MOVE WS00-CELL-TEXT(1:WS00-CELL-GET-LEN)
               TO WS00-REJ-REC-IMAGE(WS00-CELL-GET-POS:
                                      WS00-CELL-GET-LEN).
       2227-EXIT.
           EXIT.

      ******************************************************************
      * 2100-START-NEW-WORKSHEET -- CLOSE PRIOR TAB (IF ANY), OPEN NEXT
      ******************************************************************
      *                     2205-VALIDATE-RECORD; TITLE/COLUMN-HEADING
      *                     ROWS AND BLANK NUMERIC COLUMNS FALL BACK TO
      *                     STRING CELLS SO EXCEL NEVER SEES A NUMBER
      *                     CELL IT CANNOT PARSE.  A MASKED COLUMN IS
      *                     ALWAYS A STRING CELL OF THE MASKED TEXT.
      ******************************************************************
       2210-WRITE-CELL.
           PERFORM 2209-GET-CELL-TEXT THRU 2209-EXIT.
           SET WS00-COL-SUB TO WS00-COL-IDX.
           EVALUATE TRUE
               WHEN WS00-COL-IS-MASKED(WS00-COL-IDX)
                   AND WS00-LINE-NBR-IN-SHEET > 2
                   PERFORM 2290-MASK-COLUMN-CELL THRU 2290-EXIT
                   PERFORM 2292-WRITE-MASKED-CELL THRU 2292-EXIT
               WHEN WS00-COL-IS-NUMBER(WS00-COL-IDX)
                   AND WS00-LINE-NBR-IN-SHEET > 2
                   AND WS00-VAL-TEXT(WS00-COL-SUB) NOT = SPACES
      *                          IS WRAPPED IN QUOTES (EMBEDDED QUOTES
      *                          DOUBLED) SO IT CANNOT SHIFT LATER
      *                          COLUMNS WHEN THE CSV IS RE-READ.
      *                          A MASKED COLUMN IS WRITTEN MASKED,
      *                          EXCEPT ON THE SECURED COPY.
      ******************************************************************
       2260-APPEND-CSV-CELL.
           PERFORM 2209-GET-CELL-TEXT THRU 2209-EXIT.
           SET WS00-COL-SUB TO WS00-COL-IDX.
           IF WS00-COL-IS-MASKED(WS00-COL-IDX)
               AND WS00-LINE-NBR-IN-SHEET > 2
               AND NOT WS00-MSK-BYPASSED
               MOVE WS00-COL-MASK(WS00-COL-IDX) TO WS00-MSK-CODE
               PERFORM 2280-MASK-CELL-TEXT THRU 2280-EXIT
           ELSE
               PERFORM 2261-USE-EDITED-VALUE THRU 2261-EXIT
           END-IF.
           IF WS00-COL-IDX > 1
               STRING ',' DELIMITED BY SIZE
       2260-EXIT.
           EXIT.

      ******************************************************************
      * 2261-USE-EDITED-VALUE -- A VALIDATED DATE (AND, OUTSIDE CSV-ONLY
      *                           MODE, NUMBER) COLUMN GOES OUT AS THE
      *                           CLEAN EDITED VALUE, NOT THE PRINTED
      *                           TEXT
      ******************************************************************
       2261-USE-EDITED-VALUE.
           IF (WS00-COL-IS-DATE(WS00-COL-IDX)
                   OR (WS00-COL-IS-NUMBER(WS00-COL-IDX)
                       AND NOT WS00-CTL-MODE-CSV))
               AND WS00-LINE-NBR-IN-SHEET > 2
               AND WS00-VAL-TEXT(WS00-COL-SUB) NOT = SPACES
               MOVE SPACES TO WS00-CELL-TEXT
               MOVE WS00-VAL-TEXT(WS00-COL-SUB) TO WS00-CELL-TEXT
           END-IF.
       2261-EXIT.
           EXIT.

      ******************************************************************
      * 2265-APPEND-QUOTED-CSV-CELL -- WRAP WS00-CELL-TEXT IN QUOTES,
      *                                 DOUBLING ANY EMBEDDED QUOTE,
      *                               SAME WS00-COL-TABLE LAYOUT AS THE
      *                               DATA ROWS THAT FOLLOW IT.
      ******************************************************************
       2270-WRITE-CSV-TITLE-ROW.
           MOVE SPACES TO WS00-CSV-LINE.
           MOVE 1 TO WS00-CSV-PTR.
           PERFORM 2271-APPEND-CSV-TITLE-CELL THRU 2271-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
           IF WS00-CTL-MODE-CSV
               WRITE FD-DISKOA-REC FROM WS00-CSV-LINE
           ELSE
               WRITE FD-DISKOC-REC FROM WS00-CSV-LINE
           END-IF.
       2270-EXIT.
           EXIT.

      ******************************************************************
      * 2271-APPEND-CSV-TITLE-CELL -- ONE COLUMN TITLE, COMMA-LED AND
      *                                 QUOTED THE SAME WAY A DATA CELL
      *                                 WOULD BE IF IT CONTAINED A
      *                                 COMMA OR A QUOTE.
      ******************************************************************
       2271-APPEND-CSV-TITLE-CELL.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-COL-TITLE(WS00-COL-IDX) TO WS00-CELL-TEXT.
           IF WS00-COL-IDX > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS00-CSV-LINE
                   WITH POINTER WS00-CSV-PTR
           END-IF.
           MOVE ZERO TO WS00-CSV-COMMA-CNT.
           MOVE ZERO TO WS00-CSV-QUOTE-CNT.
           INSPECT WS00-CELL-TEXT
               TALLYING WS00-CSV-COMMA-CNT FOR ALL ','.
           INSPECT WS00-CELL-TEXT
               TALLYING WS00-CSV-QUOTE-CNT FOR ALL '"'.
           IF WS00-CSV-COMMA-CNT > 0 OR WS00-CSV-QUOTE-CNT > 0
               PERFORM 2265-APPEND-QUOTED-CSV-CELL THRU 2265-EXIT
           ELSE
               STRING FUNCTION TRIM(WS00-CELL-TEXT) DELIMITED BY SIZE
                   INTO WS00-CSV-LINE
                   WITH POINTER WS00-CSV-PTR
           END-IF.
       2271-EXIT.
           EXIT.

      ******************************************************************
      * 2280-MASK-CELL-TEXT -- MASK WS00-CELL-TEXT IN PLACE AS
      *                         WS00-MSK-CODE SAYS.  F AND L TURN EVERY
      *                         LETTER AND DIGIT INTO '*' (L SPARES THE
      *                         LAST FOUR), LEAVING PUNCTUATION AND
      *                         SPACING AS PRINTED.  T REPLACES THE
      *                         TRIMMED VALUE WITH ITS KEYED TOKEN; A
      *                         VALUE ALREADY MASKED (A TOKEN, OR STARS
      *                         FROM A MASKED REJECT IMAGE) IS LEFT AS
      *                         IT IS SO A TOKEN NEVER GETS TOKENIZED
      *                         TWICE.  A BLANK CELL STAYS BLANK.
      ******************************************************************
       2280-MASK-CELL-TEXT.
           IF NOT WS00-MSK-FULL
               AND NOT WS00-MSK-LAST-FOUR
               AND NOT WS00-MSK-TOKEN
               GO TO 2280-EXIT.
           IF WS00-CELL-TEXT = SPACES
               GO TO 2280-EXIT.
           MOVE 133 TO WS00-MSK-LAST.
           PERFORM 2281-BACK-UP-MASK-LAST THRU 2281-EXIT
               UNTIL WS00-CELL-TEXT(WS00-MSK-LAST:1) NOT = SPACE.
           MOVE 1 TO WS00-MSK-FIRST.
           PERFORM 2282-ADVANCE-MASK-FIRST THRU 2282-EXIT
               UNTIL WS00-CELL-TEXT(WS00-MSK-FIRST:1) NOT = SPACE.
           IF WS00-MSK-TOKEN
               MOVE ZERO TO WS00-MSK-STARS
               INSPECT WS00-CELL-TEXT
                   TALLYING WS00-MSK-STARS FOR ALL '*'
               IF WS00-MSK-STARS > 0
                   GO TO 2280-EXIT
               END-IF
               IF WS00-MSK-LAST - WS00-MSK-FIRST = 15
                   AND WS00-CELL-TEXT(WS00-MSK-FIRST:2) = 'TK'
                   AND WS00-CELL-TEXT(WS00-MSK-FIRST + 2:14)
                       IS NUMERIC
                   GO TO 2280-EXIT
               END-IF
               PERFORM 2285-TOKENIZE-CELL-TEXT THRU 2285-EXIT
               GO TO 2280-EXIT.
           IF WS00-MSK-LAST-FOUR
               MOVE 4 TO WS00-MSK-KEEP
           ELSE
               MOVE ZERO TO WS00-MSK-KEEP
           END-IF.
           PERFORM 2283-MASK-ONE-CHAR THRU 2283-EXIT
               VARYING WS00-MSK-IDX FROM WS00-MSK-LAST BY -1
               UNTIL WS00-MSK-IDX < WS00-MSK-FIRST.
       2280-EXIT.
           EXIT.

      ******************************************************************
      * 2281-BACK-UP-MASK-LAST -- STEP WS00-MSK-LAST BACK ONE POSITION
      *                            (TRAILING-BLANK SCAN)
      ******************************************************************
       2281-BACK-UP-MASK-LAST.
           SUBTRACT 1 FROM WS00-MSK-LAST.
       2281-EXIT.
           EXIT.

      ******************************************************************
      * 2282-ADVANCE-MASK-FIRST -- STEP WS00-MSK-FIRST FORWARD ONE
      *                             POSITION (LEADING-BLANK SCAN)
      ******************************************************************
       2282-ADVANCE-MASK-FIRST.
           ADD 1 TO WS00-MSK-FIRST.
       2282-EXIT.
           EXIT.

      ******************************************************************
      * 2283-MASK-ONE-CHAR -- ONE CHARACTER OF THE F/L MASK, WALKING
      *                        FROM THE RIGHT SO THE LAST FOUR LETTERS
      *                        OR DIGITS ARE THE ONES KEPT
      ******************************************************************
       2283-MASK-ONE-CHAR.
           MOVE WS00-CELL-TEXT(WS00-MSK-IDX:1) TO WS00-MSK-CHAR.
           IF WS00-MSK-CHAR IS NUMERIC
               OR (WS00-MSK-CHAR IS ALPHABETIC
                   AND WS00-MSK-CHAR NOT = SPACE)
               IF WS00-MSK-KEEP > 0
                   SUBTRACT 1 FROM WS00-MSK-KEEP
               ELSE
                   MOVE '*' TO WS00-CELL-TEXT(WS00-MSK-IDX:1)
               END-IF
           END-IF.
       2283-EXIT.
           EXIT.

      ******************************************************************
      * 2285-TOKENIZE-CELL-TEXT -- REPLACE THE TRIMMED VALUE WITH
      *                             'TK' + TWO HASHES OF THE RPTMASK
      *                             KEY, THE VALUE AND THE KEY AGAIN --
      *                             THE SECOND PASS SCATTERS VALUES
      *                             THAT DIFFER ONLY IN THEIR LAST
      *                             CHARACTER.  THE SAME KEY AND VALUE
      *                             ALWAYS GIVE THE SAME TOKEN, IN
      *                             EVERY PROGRAM THAT READS THE SAME
      *                             KEY CARD.
      ******************************************************************
       2285-TOKENIZE-CELL-TEXT.
           MOVE ZERO TO WS00-MSK-H1.
           MOVE ZERO TO WS00-MSK-H2.
           PERFORM 2286-HASH-KEY-CHAR THRU 2286-EXIT
               VARYING WS00-MSK-IDX FROM 1 BY 1
               UNTIL WS00-MSK-IDX > 40.
           PERFORM 2287-HASH-CELL-CHAR THRU 2287-EXIT
               VARYING WS00-MSK-IDX FROM WS00-MSK-FIRST BY 1
               UNTIL WS00-MSK-IDX > WS00-MSK-LAST.
           PERFORM 2286-HASH-KEY-CHAR THRU 2286-EXIT
               VARYING WS00-MSK-IDX FROM 1 BY 1
               UNTIL WS00-MSK-IDX > 40.
           MOVE WS00-MSK-H1 TO WS00-MSK-TOK-H1.
           DIVIDE WS00-MSK-H2 BY 100000
               GIVING WS00-MSK-Q
               REMAINDER WS00-MSK-R.
           MOVE WS00-MSK-R TO WS00-MSK-TOK-H2.
           MOVE SPACES TO WS00-CELL-TEXT.
           MOVE WS00-MSK-TOKEN-TEXT TO WS00-CELL-TEXT.
       2285-EXIT.
           EXIT.

      ******************************************************************
      * 2286-HASH-KEY-CHAR -- ONE CHARACTER OF THE TOKEN KEY
      ******************************************************************
       2286-HASH-KEY-CHAR.
           MOVE WS00-MSK-KEY(WS00-MSK-IDX:1) TO WS00-MSK-CHAR.
           PERFORM 2288-HASH-ONE-CHAR THRU 2288-EXIT.
       2286-EXIT.
           EXIT.

      ******************************************************************
      * 2287-HASH-CELL-CHAR -- ONE CHARACTER OF THE TRIMMED VALUE
      ******************************************************************
       2287-HASH-CELL-CHAR.
           MOVE WS00-CELL-TEXT(WS00-MSK-IDX:1) TO WS00-MSK-CHAR.
           PERFORM 2288-HASH-ONE-CHAR THRU 2288-EXIT.
       2287-EXIT.
           EXIT.

      ******************************************************************
      * 2288-HASH-ONE-CHAR -- FOLD WS00-MSK-CHAR INTO BOTH HASHES
      *                        (BASE 257 MOD 999999937 AND BASE 263
      *                        MOD 999999929), TAKING THE BYTE VALUE
      *                        THROUGH THE HALFWORD REDEFINITION
      ******************************************************************
       2288-HASH-ONE-CHAR.
           MOVE ZERO TO WS00-MSK-BYTE-NUM.
           MOVE WS00-MSK-CHAR TO WS00-MSK-BYTE-CHAR.
           COMPUTE WS00-MSK-WORK =
               WS00-MSK-H1 * 257 + WS00-MSK-BYTE-NUM + 1.
           DIVIDE WS00-MSK-WORK BY 999999937
               GIVING WS00-MSK-Q
               REMAINDER WS00-MSK-H1.
           COMPUTE WS00-MSK-WORK =
               WS00-MSK-H2 * 263 + WS00-MSK-BYTE-NUM + 1.
           DIVIDE WS00-MSK-WORK BY 999999929
               GIVING WS00-MSK-Q
               REMAINDER WS00-MSK-H2.
       2288-EXIT.
           EXIT.

      ******************************************************************
      * 2290-MASK-COLUMN-CELL -- MASK THE CURRENT DATA CELL FOR THE
      *                           WORKBOOK.  A MASKED NUMBER COLUMN
      *                           STILL RUNS ITS EXCEPTION RULES ON THE
      *                           EDITED VALUE; THE BREACH LISTS THE
      *                           MASKED TEXT (SEE 8300).
      ******************************************************************
       2290-MASK-COLUMN-CELL.
           MOVE WS00-COL-MASK(WS00-COL-IDX) TO WS00-MSK-CODE.
           PERFORM 2280-MASK-CELL-TEXT THRU 2280-EXIT.
           MOVE 'N' TO WS00-CELL-WARN-SW.
           IF WS00-COL-IS-NUMBER(WS00-COL-IDX)
               AND WS00-VAL-TEXT(WS00-COL-SUB) NOT = SPACES
               AND WS00-EXC-COUNT > 0
               PERFORM 2240-CHECK-EXCEPTION-RULES THRU 2240-EXIT
           END-IF.
       2290-EXIT.
           EXIT.

      ******************************************************************
      * 2292-WRITE-MASKED-CELL -- ONE MASKED CELL AS A STRING, IN THE
      *                            sWarn STYLE WHEN A RULE FIRED
      ******************************************************************
       2292-WRITE-MASKED-CELL.
           IF NOT WS00-CELL-WARNED
               PERFORM 2213-WRITE-STRING-CELL THRU 2213-EXIT
               GO TO 2292-EXIT.
           PERFORM 2215-ESCAPE-CELL-TEXT THRU 2215-EXIT.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '    <Cell ss:StyleID="sWarn">'
                      DELIMITED BY SIZE
                  '<Data ss:Type="String">'
                      DELIMITED BY SIZE
                  WS00-CELL-ESC-TEXT(1:WS00-ESC-PTR - 1)
                      DELIMITED BY SIZE
                  '</Data></Cell>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-DISKOA-REC FROM WS00-XML-LINE.
       2292-EXIT.
           EXIT.

      ******************************************************************
      * 2295-WRITE-SECURED-ROW -- THE SAME ROW, UNMASKED, AS ONE CSV
      *                            RECORD ON THE SECURED COPY
      ******************************************************************
       2295-WRITE-SECURED-ROW.
           MOVE SPACES TO WS00-CSV-LINE.
           MOVE 1 TO WS00-CSV-PTR.
           SET WS00-MSK-BYPASSED TO TRUE.
           PERFORM 2260-APPEND-CSV-CELL THRU 2260-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
           MOVE 'N' TO WS00-MSK-BYPASS-SW.
           WRITE FD-DISKOS-REC FROM WS00-CSV-LINE.
       2295-EXIT.
           EXIT.

      ******************************************************************
      * 2296-WRITE-SECURED-TITLE -- THE COLUMN-TITLE RECORD AT THE TOP
      *                              OF THE SECURED COPY
      ******************************************************************
       2296-WRITE-SECURED-TITLE.
           MOVE SPACES TO WS00-CSV-LINE.
           MOVE 1 TO WS00-CSV-PTR.
           PERFORM 2271-APPEND-CSV-TITLE-CELL THRU 2271-EXIT
               VARYING WS00-COL-IDX FROM 1 BY 1
               UNTIL WS00-COL-IDX > WS00-COL-COUNT.
           WRITE FD-DISKOS-REC FROM WS00-CSV-LINE.
       2296-EXIT.
           EXIT.

      ******************************************************************
           PERFORM 2209-GET-CELL-TEXT THRU 2209-EXIT.
           SET WS00-COL-SUB TO WS00-COL-IDX.
           EVALUATE TRUE
               WHEN WS00-COL-IS-MASKED(WS00-COL-IDX)
                   AND WS00-LINE-NBR-IN-SHEET > 2
                   PERFORM 2290-MASK-COLUMN-CELL THRU 2290-EXIT
                   IF WS00-CELL-WARNED
                       MOVE '3' TO WS00-XLSX-CELL-STYLE
                   ELSE
                       MOVE '0' TO WS00-XLSX-CELL-STYLE
                   END-IF
                   PERFORM 5445-XLSX-PUT-INLINE-CELL THRU 5445-EXIT
               WHEN WS00-COL-IS-NUMBER(WS00-COL-IDX)
                   AND WS00-LINE-NBR-IN-SHEET > 2
                   AND WS00-VAL-TEXT(WS00-COL-SUB) NOT = SPACES
               MOVE 'Y' TO WS00-CKPT-WRITE-DONE-SW
               PERFORM 2410-WRITE-CHECKPOINT THRU 2410-EXIT
           END-IF.
           PERFORM 8050-BALANCE-TRAILER THRU 8050-EXIT.
           PERFORM 8100-WRITE-RECON-REPORT THRU 8100-EXIT.
           PERFORM 8150-WRITE-AUDIT-RECORD THRU 8150-EXIT.
           PERFORM 8160-WRITE-TOTAL-HISTORY THRU 8160-EXIT.
           PERFORM 8170-WRITE-CONTROL-TOTALS THRU 8170-EXIT.
           CLOSE FILE-DISKIA.
           IF NOT WS00-CTL-MODE-XLSX
               CLOSE FILE-DISKOA
           IF WS00-CTL-MODE-BOTH
               CLOSE FILE-DISKOC
           END-IF.
           IF WS00-SEC-IS-OPEN
               CLOSE FILE-DISKOS
               MOVE 'N' TO WS00-SEC-OPEN-SW
           END-IF.
           PERFORM 2860-CLOSE-ROW-HISTORY THRU 2860-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8050-BALANCE-TRAILER -- COMPARE THE FIGURES PRINTED ON THE
      *                          REPORT'S TRAILER LINE WITH THE GRAND
      *                          TOTALS THE CONVERSION ACCUMULATED.
      *                          NOTHING TO DO WITHOUT A TRAILER
      *                          DEFINITION AND AT LEAST ONE COL-TRL
      *                          COLUMN.  A CSV-ONLY RUN KEEPS NO
      *                          TOTALS AND A RESTARTED RUN ONLY HOLDS
      *                          THE ROWS AFTER THE CHECKPOINT, SO
      *                          NEITHER CAN BE BALANCED.  A TRAILER
      *                          THAT NEVER TURNED UP, OR ANY COLUMN
      *                          OUT OF BALANCE, ENDS THE RUN RC 4.
      ******************************************************************
       8050-BALANCE-TRAILER.
           MOVE SPACE TO WS00-TRL-RESULT.
           MOVE ZERO  TO WS00-TRL-MATCH-CNT.
           MOVE ZERO  TO WS00-TRL-OOB-CNT.
           IF WS00-COL-TRL-START = 0
               OR NOT WS00-TRL-ANY-COLS
               GO TO 8050-EXIT.
           IF WS00-CTL-MODE-CSV
               SET WS00-TRL-NOT-CHECKED-CSV TO TRUE
               GO TO 8050-EXIT.
           IF WS00-RESTART-TARGET-NBR > 0
               SET WS00-TRL-NOT-CHECKED-RST TO TRUE
               GO TO 8050-EXIT.
           IF WS00-TRL-LINE-CNT = 0
               SET WS00-TRL-NOT-FOUND TO TRUE
               PERFORM 8310-WRITE-TRAILER-EXC-LINE THRU 8310-EXIT
           ELSE
               PERFORM 8055-BALANCE-ONE-COLUMN THRU 8055-EXIT
                   VARYING WS00-COL-IDX FROM 1 BY 1
                   UNTIL WS00-COL-IDX > WS00-COL-COUNT
               IF WS00-TRL-OOB-CNT > 0
                   SET WS00-TRL-OUT-OF-BALANCE TO TRUE
               ELSE
                   SET WS00-TRL-IN-BALANCE TO TRUE
               END-IF
           END-IF.
           IF WS00-TRL-IN-BALANCE
               GO TO 8050-EXIT.
           DISPLAY 'RPT2EXCEL - REPORT ' WS00-CTL-REPORT-ID
               ' TRAILER LINE OUT OF BALANCE, SEE RPTRECON/RPTEXCRP'.
           IF WS00-RUN-MAX-RC < 4
               MOVE 4 TO WS00-RUN-MAX-RC
           END-IF.
       8050-EXIT.
           EXIT.

      ******************************************************************
      * 8055-BALANCE-ONE-COLUMN -- ONE COL-TRL COLUMN:  MATCHED WHEN
      *                             THE PRINTED TOTAL EQUALS THE GRAND
      *                             TOTAL TO THE CENT, OTHERWISE OUT
      *                             OF BALANCE.  A PRINTED FIGURE THAT
      *                             WOULD NOT EDIT AS A NUMBER CANNOT
      *                             BE SHOWN TO BALANCE AND COUNTS AS
      *                             OUT OF BALANCE.
      ******************************************************************
       8055-BALANCE-ONE-COLUMN.
           IF NOT WS00-COL-IS-NUMBER(WS00-COL-IDX)
               OR NOT WS00-COL-IS-TOTALED(WS00-COL-IDX)
               OR NOT WS00-COL-ON-TRAILER(WS00-COL-IDX)
               GO TO 8055-EXIT.
           SET WS00-COL-SUB TO WS00-COL-IDX.
           IF WS00-TRL-COL-UNREAD(WS00-COL-SUB)
               ADD 1 TO WS00-TRL-OOB-CNT
           ELSE
               COMPUTE WS00-TRL-DIFF =
                   WS00-GRAND-COL-AMT(WS00-COL-SUB)
                 - WS00-TRL-COL-AMT(WS00-COL-SUB)
               IF WS00-TRL-DIFF = ZERO
                   SET WS00-TRL-COL-MATCHED(WS00-COL-SUB) TO TRUE
                   ADD 1 TO WS00-TRL-MATCH-CNT
               ELSE
                   SET WS00-TRL-COL-OOB(WS00-COL-SUB) TO TRUE
                   ADD 1 TO WS00-TRL-OOB-CNT
               END-IF
           END-IF.
           PERFORM 8310-WRITE-TRAILER-EXC-LINE THRU 8310-EXIT.
       8055-EXIT.
           EXIT.

      ******************************************************************
      * 8100-WRITE-RECON-REPORT -- CONTROL-TOTAL SUMMARY SO OPERATIONS
      *                             CAN RECONCILE THE CONVERSION BEFORE

           MOVE WS00-RECS-READ TO WS00-RECON-NBR-DISP.
           MOVE SPACES TO WS00-RECON-LINE.
           STRING 'INPUT RECORDS READ. . . . . . . '
                      DELIMITED BY SIZE
                  WS00-RECON-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.

           IF WS00-RWH-IS-OPEN
               MOVE WS00-RWH-ROW-CNT TO WS00-RECON-NBR-DISP
               MOVE SPACES TO WS00-RECON-LINE
               STRING 'ROW HISTORY RECORDS . . . . . . '
                          DELIMITED BY SIZE
                      WS00-RECON-NBR-DISP
                          DELIMITED BY SIZE
                      INTO WS00-RECON-LINE
               IF WS00-RWH-TO-STAGING
                   MOVE '(STAGED FOR RPTRWHLD)' TO WS00-RECON-LINE(43:)
               END-IF
               WRITE FD-RECON-REC FROM WS00-RECON-LINE
           END-IF.
           IF WS00-RWH-FAILED
               MOVE SPACES TO WS00-RECON-LINE
               STRING 'ROW HISTORY . . . . . . . . . . '
                          DELIMITED BY SIZE
                      'NOT KEPT, SEE JOB LOG'
                          DELIMITED BY SIZE
                      INTO WS00-RECON-LINE
               WRITE FD-RECON-REC FROM WS00-RECON-LINE
           END-IF.

           IF NOT WS00-TRL-NOT-DEFINED
               PERFORM 8110-WRITE-RECON-TRAILER THRU 8110-EXIT
           END-IF.

           IF WS00-FPR-TAKEN
               PERFORM 8120-WRITE-RECON-FINGERPRINT THRU 8120-EXIT
           END-IF.

           CLOSE FILE-RECON.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8110-WRITE-RECON-TRAILER -- THE TRAILER BALANCE BLOCK OF THE
      *                              RECONCILIATION:  HOW MANY TRAILER
      *                              LINES WERE READ, THE OVERALL
      *                              RESULT, AND FOR A BALANCED RUN
      *                              EACH COL-TRL COLUMN'S PRINTED AND
      *                              CONVERTED TOTALS
      ******************************************************************
       8110-WRITE-RECON-TRAILER.
           MOVE WS00-TRL-LINE-CNT TO WS00-RECON-NBR-DISP.
           MOVE SPACES TO WS00-RECON-LINE.
           STRING 'TRAILER LINES READ. . . . . . . '
                      DELIMITED BY SIZE
                  WS00-RECON-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
           EVALUATE TRUE
               WHEN WS00-TRL-IN-BALANCE
                   MOVE 'IN BALANCE' TO WS00-TRL-RESULT-TEXT
               WHEN WS00-TRL-OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE' TO WS00-TRL-RESULT-TEXT
               WHEN WS00-TRL-NOT-FOUND
                   MOVE 'TRAILER LINE NOT FOUND'
                       TO WS00-TRL-RESULT-TEXT
               WHEN WS00-TRL-NOT-CHECKED-CSV
                   MOVE 'NOT CHECKED - CSV-ONLY RUN'
                       TO WS00-TRL-RESULT-TEXT
               WHEN OTHER
                   MOVE 'NOT CHECKED - RESTARTED RUN'
                       TO WS00-TRL-RESULT-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS00-RECON-LINE.
           STRING 'TRAILER BALANCE . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-TRL-RESULT-TEXT
                      DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
           IF WS00-TRL-IN-BALANCE OR WS00-TRL-OUT-OF-BALANCE
               PERFORM 8115-WRITE-RECON-TRL-COLUMN THRU 8115-EXIT
                   VARYING WS00-COL-IDX FROM 1 BY 1
                   UNTIL WS00-COL-IDX > WS00-COL-COUNT
           END-IF.
       8110-EXIT.
           EXIT.

      ******************************************************************
      * 8115-WRITE-RECON-TRL-COLUMN -- TWO LINES PER COL-TRL COLUMN:
      *                                 COLUMN, TITLE AND RESULT, THEN
      *                                 PRINTED/CONVERTED/DIFFERENCE
      ******************************************************************
       8115-WRITE-RECON-TRL-COLUMN.
           IF NOT WS00-COL-IS-NUMBER(WS00-COL-IDX)
               OR NOT WS00-COL-IS-TOTALED(WS00-COL-IDX)
               OR NOT WS00-COL-ON-TRAILER(WS00-COL-IDX)
               GO TO 8115-EXIT.
           SET WS00-COL-SUB TO WS00-COL-IDX.
           PERFORM 8320-FORMAT-TRAILER-FIGURES THRU 8320-EXIT.
           MOVE WS00-COL-SUB TO WS00-EXC-COL-DISP.
           MOVE SPACES TO WS00-RECON-LINE.
           STRING '  COL ' DELIMITED BY SIZE
                  WS00-EXC-COL-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-COL-TITLE(WS00-COL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-TRL-STAT-TEXT DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
           MOVE SPACES TO WS00-RECON-LINE.
           IF WS00-TRL-COL-UNREAD(WS00-COL-SUB)
               STRING '    PRINTED FIGURE NOT NUMERIC' DELIMITED BY SIZE
                      INTO WS00-RECON-LINE
           ELSE
               STRING '    PRINTED ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS00-TRL-PRT-EDIT)
                          DELIMITED BY SIZE
                      '  CONVERTED ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS00-TRL-CNV-EDIT)
                          DELIMITED BY SIZE
                      '  DIFF ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS00-TRL-DIF-EDIT)
                          DELIMITED BY SIZE
                      INTO WS00-RECON-LINE
           END-IF.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
       8115-EXIT.
           EXIT.

      ******************************************************************
      * 8120-WRITE-RECON-FINGERPRINT -- THE STALE-INPUT LINES OF THE
      *                                  RECONCILIATION:  THE INPUT
      *                                  FINGERPRINT, AND FOR A STALE
      *                                  SPOOL WHY (THE EARLIER RUN IT
      *                                  REPEATS, THE RUN DATE IT
      *                                  PRINTS) AND WHAT WAS DONE --
      *                                  WITHHELD, OR FORCED THROUGH
      *                                  BY WHOM AND WHY.  SHARED BY
      *                                  THE CONVERSION BLOCK AND THE
      *                                  WITHHELD-ENTRY BLOCK OF 8940.
      ******************************************************************
       8120-WRITE-RECON-FINGERPRINT.
           MOVE SPACES TO WS00-RECON-LINE.
           STRING 'INPUT FINGERPRINT . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-FPR-CRC-HEX
                      DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
           IF WS00-FPR-DUP-FOUND
               MOVE SPACES TO WS00-RECON-LINE
               STRING 'STALE - SAME INPUT AS THE RUN OF '
                          DELIMITED BY SIZE
                      WS00-FPR-DUP-DATE
                          DELIMITED BY SIZE
                      ' AT '
                          DELIMITED BY SIZE
                      WS00-FPR-DUP-TIME
                          DELIMITED BY SIZE
                      INTO WS00-RECON-LINE
               WRITE FD-RECON-REC FROM WS00-RECON-LINE
           END-IF.
           IF WS00-FPR-RDT-WRONG
               MOVE SPACES TO WS00-RECON-LINE
               IF WS00-FPR-RDT-DATE = SPACES
                   STRING 'STALE - PRINTED RUN DATE '''
                              DELIMITED BY SIZE
                          WS00-FPR-RDT-TEXT(1:WS00-COL-RDT-LEN)
                              DELIMITED BY SIZE
                          ''' UNREADABLE, EXPECTED '
                              DELIMITED BY SIZE
                          WS00-FPR-BUS-DATE
                              DELIMITED BY SIZE
                          INTO WS00-RECON-LINE
               ELSE
                   STRING 'STALE - PRINTED RUN DATE '
                              DELIMITED BY SIZE
                          WS00-FPR-RDT-DATE
                              DELIMITED BY SIZE
                          ', EXPECTED '
                              DELIMITED BY SIZE
                          WS00-FPR-BUS-DATE
                              DELIMITED BY SIZE
                          INTO WS00-RECON-LINE
               END-IF
               WRITE FD-RECON-REC FROM WS00-RECON-LINE
           END-IF.
           EVALUATE TRUE
               WHEN WS00-FPR-FORCED
                   MOVE SPACES TO WS00-RECON-LINE
                   STRING 'FORCED THROUGH BY RPTFORCE. . . '
                              DELIMITED BY SIZE
                          WS00-FRC-REQ-BY(WS00-FRC-IDX)
                              DELIMITED BY SIZE
                          INTO WS00-RECON-LINE
                   WRITE FD-RECON-REC FROM WS00-RECON-LINE
                   MOVE SPACES TO WS00-RECON-LINE
                   STRING 'FORCE REASON. . . . . . . . . . '
                              DELIMITED BY SIZE
                          WS00-FRC-REASON(WS00-FRC-IDX)
                              DELIMITED BY SIZE
                          INTO WS00-RECON-LINE
                   WRITE FD-RECON-REC FROM WS00-RECON-LINE
               WHEN WS00-FPR-STALE AND WS00-CTL-SPLIT-YES
                   MOVE SPACES TO WS00-RECON-LINE
                   STRING 'ACTION. . . . . . . . . . . . . '
                              DELIMITED BY SIZE
                          'CONVERTED, WITHHELD FROM DISTRIBUTION'
                              DELIMITED BY SIZE
                          INTO WS00-RECON-LINE
                   WRITE FD-RECON-REC FROM WS00-RECON-LINE
               WHEN WS00-FPR-STALE
                   MOVE SPACES TO WS00-RECON-LINE
                   STRING 'ACTION. . . . . . . . . . . . . '
                              DELIMITED BY SIZE
                          'NOT CONVERTED, NOT DISTRIBUTED'
                              DELIMITED BY SIZE
                          INTO WS00-RECON-LINE
                   WRITE FD-RECON-REC FROM WS00-RECON-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       8120-EXIT.
           EXIT.

      ******************************************************************
      * 8150-WRITE-AUDIT-RECORD -- WRITE ONE RPTAUDIT KSDS ENTRY FOR
      *                             THIS CONVERSION: WHO/WHEN/WHAT RAN
      *                             IT, KEYED REPORT-ID + RUN-DATE +
      *                             RUN-TIME.  STATUS 35 MEANS AN
      *                             EMPTY/UNLOADED CLUSTER AND FALLS
      *                             BACK TO A LOAD-MODE OPEN.  STATUS
      *                             93 MEANS ANOTHER STREAM HAS THE
      *                             CLUSTER OPEN FOR UPDATE:  WAIT AND
      *                             RETRY.  A BATCH ENTRY THAT STILL
      *                             CANNOT OPEN IT FAILS, SO THE GATE
      *                             SEES WHY ITS AUDIT RECORD IS
      *                             MISSING.  THE END TIME IS TAKEN
      *                             BEFORE THE OPEN, SO A WAIT FOR THE
      *                             CLUSTER IS NOT BILLED TO THE
      *                             CONVERSION'S ELAPSED TIME.  THE
      *                             INPUT FINGERPRINT, STALE FLAG AND
      *                             BUSINESS DATE GO ON THE ENTRY; A
      *                             WITHHELD (STALE) ENTRY NAMES NO
      *                             OUTPUT DSN BECAUSE NONE WAS
      *                             WRITTEN.
      ******************************************************************
       8150-WRITE-AUDIT-RECORD.
           ACCEPT WS00-AUD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS00-AUD-RUN-TIME FROM TIME.
           MOVE ZERO TO WS00-AUD-OPEN-TRIES.
           PERFORM 8151-OPEN-AUDIT-FILE THRU 8151-EXIT.
           PERFORM 8152-WAIT-AND-REOPEN THRU 8152-EXIT
               UNTIL WS00-AUDIT-STATUS NOT = '93'
                  OR WS00-AUD-OPEN-TRIES NOT < WS00-AUD-MAX-TRIES.
           IF WS00-AUDIT-STATUS NOT = '00'
               DISPLAY 'RPT2EXCEL - RPTAUDIT OPEN ERROR, STATUS = '
                   WS00-AUDIT-STATUS ', REPORT ' WS00-CTL-REPORT-ID
                   ' NOT ON THE AUDIT TRAIL'
               IF WS00-CTL-BATCH-YES
                   MOVE 'RPTAUDIT'        TO WS00-ENTRY-FAIL-FILE
                   MOVE WS00-AUDIT-STATUS TO WS00-ENTRY-FAIL-STAT
                   SET WS00-ENTRY-FAILED TO TRUE
                   IF WS00-RUN-MAX-RC < 8
                       MOVE 8 TO WS00-RUN-MAX-RC
                   END-IF
               END-IF
               GO TO 8150-EXIT.

           MOVE WS00-CTL-REPORT-ID TO WS00-AUD-REPORT-ID.
           MOVE WS00-RUN-USERID  TO WS00-AUD-USERID.
           MOVE WS00-RUN-JOBNAME TO WS00-AUD-JOBNAME.
           MOVE WS00-DISKIA-DSN TO WS00-AUD-INPUT-DSN.
           IF WS00-FPR-STALE AND NOT WS00-CTL-SPLIT-YES
               MOVE SPACES          TO WS00-AUD-OUTPUT-DSN
           ELSE
               MOVE WS00-DISKOA-DSN TO WS00-AUD-OUTPUT-DSN
           END-IF.
           MOVE WS00-RECS-READ  TO WS00-AUD-RECS-READ.
           MOVE WS00-CTL-OUTPUT-MODE TO WS00-AUD-OUTPUT-MODE.
           PERFORM 8153-COMPUTE-ELAPSED THRU 8153-EXIT.
           MOVE WS00-FPR-CRC-HEX    TO WS00-AUD-INPUT-CRC.
           MOVE WS00-FPR-STALE-FLAG TO WS00-AUD-STALE-FLAG.
           MOVE WS00-FPR-BUS-DATE   TO WS00-AUD-BUS-DATE.
           WRITE FD-AUDIT-REC FROM WS00-AUD-REC
               INVALID KEY
                   DISPLAY 'RPT2EXCEL - DUPLICATE RPTAUDIT KEY FOR '
                       WS00-AUD-REPORT-ID ' ' WS00-AUD-RUN-DATE ' '
                       WS00-AUD-RUN-TIME ', ENTRY NOT WRITTEN'
           END-WRITE.
           IF WS00-SEC-IS-OPEN
               PERFORM 8155-WRITE-SECURED-AUDIT THRU 8155-EXIT
           END-IF.
           CLOSE FILE-AUDIT.
       8150-EXIT.
           EXIT.

      ******************************************************************
      * 8151-OPEN-AUDIT-FILE -- ONE ATTEMPT TO OPEN THE RPTAUDIT KSDS
      *                         FOR UPDATE (LOAD MODE WHEN EMPTY)
      ******************************************************************
       8151-OPEN-AUDIT-FILE.
           ADD 1 TO WS00-AUD-OPEN-TRIES.
           OPEN I-O FILE-AUDIT.
           IF WS00-AUDIT-STATUS = '35'
               OPEN OUTPUT FILE-AUDIT
           END-IF.
       8151-EXIT.
           EXIT.

      ******************************************************************
      * 8152-WAIT-AND-REOPEN -- THE CLUSTER IS HELD BY ANOTHER STREAM.
      *                         SUSPEND FOR WS00-AUD-WAIT-SECS (LE
      *                         CALLABLE SERVICE CEE3DLY) AND TRY THE
      *                         OPEN AGAIN.  EACH WRITER HOLDS THE
      *                         CLUSTER ONLY FOR ITS OWN ONE OR TWO
      *                         RECORDS, SO THE WAIT IS SHORT.
      ******************************************************************
       8152-WAIT-AND-REOPEN.
           CALL 'CEE3DLY' USING WS00-AUD-WAIT-SECS
                                WS00-AUD-WAIT-FC.
           PERFORM 8151-OPEN-AUDIT-FILE THRU 8151-EXIT.
       8152-EXIT.
           EXIT.

      ******************************************************************
      * 8153-COMPUTE-ELAPSED -- START STAMP AND ELAPSED SECONDS FOR THE
      *                         AUDIT ENTRY.  BOTH TIMES ARE TURNED
      *                         INTO HUNDREDTHS OF THE DAY AND THE
      *                         WHOLE DAYS BETWEEN THE TWO DATES ADDED,
      *                         SO A CONVERSION RUNNING PAST MIDNIGHT
      *                         TIMES CORRECTLY.  A MISSING OR
      *                         UNREADABLE START LEAVES THE FIELDS
      *                         BLANK (NOT TIMED).
      ******************************************************************
       8153-COMPUTE-ELAPSED.
           MOVE WS00-CONV-START-DATE TO WS00-AUD-START-DATE.
           MOVE WS00-CONV-START-TIME TO WS00-AUD-START-TIME.
           MOVE SPACES               TO WS00-AUD-ELAPSED-X.
           IF WS00-CONV-START-DATE IS NOT NUMERIC
               OR WS00-CONV-START-TIME IS NOT NUMERIC
               OR WS00-AUD-RUN-DATE IS NOT NUMERIC
               OR WS00-AUD-RUN-TIME IS NOT NUMERIC
               GO TO 8153-EXIT.
           MOVE WS00-CONV-START-TIME TO WS00-TIM-STAMP.
           COMPUTE WS00-TIM-START-HS = WS00-TIM-HH * 360000
                                     + WS00-TIM-MI * 6000
                                     + WS00-TIM-SS * 100
                                     + WS00-TIM-HU.
           MOVE WS00-AUD-RUN-TIME TO WS00-TIM-STAMP.
           COMPUTE WS00-TIM-END-HS = WS00-TIM-HH * 360000
                                   + WS00-TIM-MI * 6000
                                   + WS00-TIM-SS * 100
                                   + WS00-TIM-HU.
           MOVE WS00-AUD-RUN-DATE TO WS00-TIM-DATE-NUM.
           COMPUTE WS00-TIM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS00-TIM-DATE-NUM).
           MOVE WS00-CONV-START-DATE TO WS00-TIM-DATE-NUM.
           COMPUTE WS00-TIM-DAYS = WS00-TIM-DAYS
               - FUNCTION INTEGER-OF-DATE(WS00-TIM-DATE-NUM).
           COMPUTE WS00-TIM-END-HS = WS00-TIM-END-HS
                                   + WS00-TIM-DAYS * 8640000
                                   - WS00-TIM-START-HS.
           IF WS00-TIM-END-HS < ZERO
               MOVE ZERO TO WS00-TIM-END-HS
           END-IF.
           COMPUTE WS00-AUD-ELAPSED = WS00-TIM-END-HS / 100.
       8153-EXIT.
           EXIT.

      ******************************************************************
      * 8155-WRITE-SECURED-AUDIT -- RECORD THE SECURED (UNMASKED) COPY
      *                              AS ITS OWN RPTAUDIT ENTRY, OUTPUT
      *                              MODE S, SO THE CLEAR VALUES' DSN
      *                              IS ON THE TRAIL.  THE KEY TIME IS
      *                              THE CONVERSION'S PLUS (AT .99,
      *                              MINUS) ONE HUNDREDTH SO THE TWO
      *                              ENTRIES NEVER SHARE A KEY.  THE
      *                              DISTRIBUTION STEP NEVER SENDS A
      *                              MODE S ENTRY.
      ******************************************************************
       8155-WRITE-SECURED-AUDIT.
           MOVE WS00-AUD-RUN-TIME TO WS00-SEC-AUD-TIME.
           IF WS00-SEC-AUD-TIME IS NOT NUMERIC
               GO TO 8155-EXIT.
           IF WS00-SEC-AUD-HUND < 99
               ADD 1 TO WS00-SEC-AUD-HUND
           ELSE
               SUBTRACT 1 FROM WS00-SEC-AUD-HUND
           END-IF.
           MOVE WS00-SEC-AUD-TIME TO WS00-AUD-RUN-TIME.
           MOVE WS00-DISKOS-DSN   TO WS00-AUD-OUTPUT-DSN.
           MOVE 'S'               TO WS00-AUD-OUTPUT-MODE.
           WRITE FD-AUDIT-REC FROM WS00-AUD-REC
               INVALID KEY
                   DISPLAY 'RPT2EXCEL - DUPLICATE RPTAUDIT KEY FOR '
                       WS00-AUD-REPORT-ID ' ' WS00-AUD-RUN-DATE ' '
                       WS00-AUD-RUN-TIME ', SECURED-COPY ENTRY NOT '
                       'WRITTEN'
           END-WRITE.
       8155-EXIT.
           EXIT.

      ******************************************************************
      * 8160-WRITE-TOTAL-HISTORY -- ONE RPTTOTH RECORD PER TOTALABLE
      *                              COLUMN AT END OF CONVERSION:  THE
       8165-EXIT.
           EXIT.

      ******************************************************************
      * 8170-WRITE-CONTROL-TOTALS -- ONE RPTCTLT RECORD PER CONVERSION
      *                               CARRYING THE RPTRECON CONTROL
      *                               TOTALS, STAMPED WITH THE RUN
      *                               DATE/TIME, FOR THE RPTSTATW
      *                               MORNING STATUS WORKBOOK AND THE
      *                               RPTGATCK GATE.  NOTHING IS
      *                               WRITTEN WHEN THE DD IS ABSENT.
      *                               A STALE SPLIT REPORT, CONVERTED
      *                               BUT WITHHELD, IS ENTRY-STATUS S.
      ******************************************************************
       8170-WRITE-CONTROL-TOTALS.
           OPEN EXTEND FILE-CTLT.
           IF WS00-CTLT-STATUS = '35'
               OPEN OUTPUT FILE-CTLT
           END-IF.
           IF WS00-CTLT-STATUS NOT = '00'
               GO TO 8170-EXIT.
           MOVE WS00-CTL-REPORT-ID   TO WS00-CTT-REPORT-ID.
           ACCEPT WS00-CTT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS00-CTT-RUN-TIME FROM TIME.
           MOVE WS00-RECS-READ       TO WS00-CTT-RECS-READ.
           MOVE WS00-OUTPUT-ROWS     TO WS00-CTT-OUTPUT-ROWS.
           MOVE WS00-SHEET-NBR       TO WS00-CTT-SHEET-CNT.
           MOVE WS00-SKIPPED-RECS    TO WS00-CTT-SKIPPED.
           MOVE WS00-REJECTED-RECS   TO WS00-CTT-REJECTED.
           MOVE WS00-EXC-BREACH-CNT  TO WS00-CTT-EXCEPTIONS.
           MOVE WS00-TRL-RESULT      TO WS00-CTT-TRL-RESULT.
           MOVE WS00-CTL-OUTPUT-MODE TO WS00-CTT-OUTPUT-MODE.
           MOVE SPACE                TO WS00-CTT-ENTRY-STATUS.
           IF WS00-FPR-STALE
               MOVE 'S'              TO WS00-CTT-ENTRY-STATUS
           END-IF.
           MOVE WS00-CTL-STREAM      TO WS00-CTT-STREAM.
           MOVE SPACES               TO WS00-CTT-FAIL-FILE.
           MOVE SPACES               TO WS00-CTT-FAIL-STAT.
           MOVE WS00-FPR-STALE-FLAG  TO WS00-CTT-STALE-FLAG.
           MOVE SPACES               TO WS00-CTT-FILLER.
           WRITE FD-CTLT-REC FROM WS00-CTT-REC.
           CLOSE FILE-CTLT.
       8170-EXIT.
           EXIT.

      ******************************************************************
      * 8175-WRITE-FAILED-CTLT -- ONE RPTCTLT RECORD FOR A FAILED
      *                           RPTLIST ENTRY:  ENTRY-STATUS F, THE
      *                           FAILING FILE AND STATUS, ZERO
      *                           COUNTS.  THE RPTGATCK GATE LISTS
      *                           THE ENTRY AS FAILED RATHER THAN
      *                           MISSING; RPTSTATW PASSES IT BY.
      ******************************************************************
       8175-WRITE-FAILED-CTLT.
           OPEN EXTEND FILE-CTLT.
           IF WS00-CTLT-STATUS = '35'
               OPEN OUTPUT FILE-CTLT
           END-IF.
           IF WS00-CTLT-STATUS NOT = '00'
               GO TO 8175-EXIT.
           MOVE WS00-CTL-REPORT-ID   TO WS00-CTT-REPORT-ID.
           ACCEPT WS00-CTT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS00-CTT-RUN-TIME FROM TIME.
           MOVE ZERO                 TO WS00-CTT-RECS-READ.
           MOVE ZERO                 TO WS00-CTT-OUTPUT-ROWS.
           MOVE ZERO                 TO WS00-CTT-SHEET-CNT.
           MOVE ZERO                 TO WS00-CTT-SKIPPED.
           MOVE ZERO                 TO WS00-CTT-REJECTED.
           MOVE ZERO                 TO WS00-CTT-EXCEPTIONS.
           MOVE SPACE                TO WS00-CTT-TRL-RESULT.
           MOVE WS00-BATCH-MODE      TO WS00-CTT-OUTPUT-MODE.
           MOVE 'F'                  TO WS00-CTT-ENTRY-STATUS.
           MOVE WS00-CTL-STREAM      TO WS00-CTT-STREAM.
           MOVE WS00-ENTRY-FAIL-FILE TO WS00-CTT-FAIL-FILE.
           MOVE WS00-ENTRY-FAIL-STAT TO WS00-CTT-FAIL-STAT.
           MOVE SPACE                TO WS00-CTT-STALE-FLAG.
           MOVE SPACES               TO WS00-CTT-FILLER.
           WRITE FD-CTLT-REC FROM WS00-CTT-REC.
           CLOSE FILE-CTLT.
       8175-EXIT.
           EXIT.

      ******************************************************************
      * 8176-WRITE-STALE-CTLT -- ONE RPTCTLT RECORD FOR AN ENTRY
      *                          WITHHELD AS STALE:  ENTRY-STATUS S,
      *                          THE RECORDS THE FINGERPRINT PASS
      *                          READ, ZERO OUTPUT COUNTS AND THE
      *                          STALE-FLAG.  RPTSTATW AND RPTGATCK
      *                          TAKE THE VERDICT FROM RPTAUDIT AND
      *                          PASS THIS RECORD BY.
      ******************************************************************
       8176-WRITE-STALE-CTLT.
           OPEN EXTEND FILE-CTLT.
           IF WS00-CTLT-STATUS = '35'
               OPEN OUTPUT FILE-CTLT
           END-IF.
           IF WS00-CTLT-STATUS NOT = '00'
               GO TO 8176-EXIT.
           MOVE WS00-CTL-REPORT-ID   TO WS00-CTT-REPORT-ID.
           ACCEPT WS00-CTT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS00-CTT-RUN-TIME FROM TIME.
           MOVE WS00-FPR-RECS        TO WS00-CTT-RECS-READ.
           MOVE ZERO                 TO WS00-CTT-OUTPUT-ROWS.
           MOVE ZERO                 TO WS00-CTT-SHEET-CNT.
           MOVE ZERO                 TO WS00-CTT-SKIPPED.
           MOVE ZERO                 TO WS00-CTT-REJECTED.
           MOVE ZERO                 TO WS00-CTT-EXCEPTIONS.
           MOVE SPACE                TO WS00-CTT-TRL-RESULT.
           MOVE WS00-CTL-OUTPUT-MODE TO WS00-CTT-OUTPUT-MODE.
           MOVE 'S'                  TO WS00-CTT-ENTRY-STATUS.
           MOVE WS00-CTL-STREAM      TO WS00-CTT-STREAM.
           MOVE SPACES               TO WS00-CTT-FAIL-FILE.
           MOVE SPACES               TO WS00-CTT-FAIL-STAT.
           MOVE WS00-FPR-STALE-FLAG  TO WS00-CTT-STALE-FLAG.
           MOVE SPACES               TO WS00-CTT-FILLER.
           WRITE FD-CTLT-REC FROM WS00-CTT-REC.
           CLOSE FILE-CTLT.
       8176-EXIT.
           EXIT.

      ******************************************************************
      * 8200-WRITE-SUMMARY-SHEET -- APPEND A FINAL SUMMARY WORKSHEET:
      *                              ONE BOLD HEADING ROW, ONE ROW OF
      *                               TITLE ROW IS PRESENT.  THE FILE
      *                               OPENS FOR APPEND AT THE FIRST
      *                               BREACH OF A RUN AND CLOSES WITH
      *                               THE REPORT.  A MASKED COLUMN
      *                               LISTS ITS MASKED TEXT, NEVER THE
      *                               VALUE.
      ******************************************************************
       8300-WRITE-EXCEPTION-LINE.
           IF NOT WS00-EXCRPT-IS-OPEN
               SET WS00-EXCRPT-IS-OPEN TO TRUE
           END-IF.
           MOVE WS00-VAL-AMT(WS00-COL-SUB)      TO WS00-EXC-AMT-EDIT.
           IF WS00-COL-IS-MASKED(WS00-COL-IDX)
               MOVE FUNCTION TRIM(WS00-CELL-TEXT)
                                                 TO WS00-EXC-VAL-TEXT
           ELSE
               MOVE WS00-EXC-AMT-EDIT            TO WS00-EXC-VAL-TEXT
           END-IF.
           MOVE WS00-EXC-LIMIT(WS00-EXC-IDX)    TO WS00-EXC-LIM-EDIT.
           IF WS00-LAYT-FOUND
               COMPUTE WS00-EXC-ROW-DISP =
                  ' COL ' DELIMITED BY SIZE
                  WS00-EXC-COL-DISP DELIMITED BY SIZE
                  ' VALUE ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-EXC-VAL-TEXT) DELIMITED BY SIZE
                  ' RULE ' DELIMITED BY SIZE
                  WS00-EXC-COMPARE(WS00-EXC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
       8300-EXIT.
           EXIT.

      ******************************************************************
      * 8310-WRITE-TRAILER-EXC-LINE -- ONE TRAILER BALANCE RESULT ON
      *                                 RPTEXCRP:  A COL-TRL COLUMN
      *                                 MATCHED OR OUT OF BALANCE, OR
      *                                 THE TRAILER LINE NOT FOUND AT
      *                                 ALL.  OPENS THE FILE THE SAME
      *                                 WAY 8300 DOES.
      ******************************************************************
       8310-WRITE-TRAILER-EXC-LINE.
           IF NOT WS00-EXCRPT-IS-OPEN
               OPEN EXTEND FILE-EXCRPT
               IF WS00-EXCRPT-STATUS = '35'
                   OPEN OUTPUT FILE-EXCRPT
               END-IF
               IF WS00-EXCRPT-STATUS NOT = '00'
                   GO TO 8310-EXIT
               END-IF
               SET WS00-EXCRPT-IS-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO WS00-EXCRPT-LINE.
           IF WS00-TRL-NOT-FOUND
               MOVE WS00-COL-TRL-START TO WS00-TRL-POS-DISP
               STRING 'REPORT ' DELIMITED BY SIZE
                      WS00-CTL-REPORT-ID DELIMITED BY SIZE
                      ' TRAILER LINE NOT FOUND - LITERAL "'
                          DELIMITED BY SIZE
                      WS00-COL-TRL-LIT(1:WS00-COL-TRL-LEN)
                          DELIMITED BY SIZE
                      '" AT POS ' DELIMITED BY SIZE
                      WS00-TRL-POS-DISP DELIMITED BY SIZE
                      ' - OUT OF BALANCE' DELIMITED BY SIZE
                      INTO WS00-EXCRPT-LINE
               WRITE FD-EXCRPT-REC FROM WS00-EXCRPT-LINE
               GO TO 8310-EXIT
           END-IF.
           PERFORM 8320-FORMAT-TRAILER-FIGURES THRU 8320-EXIT.
           MOVE WS00-COL-SUB TO WS00-EXC-COL-DISP.
           IF WS00-TRL-COL-UNREAD(WS00-COL-SUB)
               STRING 'REPORT ' DELIMITED BY SIZE
                      WS00-CTL-REPORT-ID DELIMITED BY SIZE
                      ' TRAILER COL ' DELIMITED BY SIZE
                      WS00-EXC-COL-DISP DELIMITED BY SIZE
                      ' PRINTED FIGURE NOT NUMERIC - '
                          DELIMITED BY SIZE
                      WS00-TRL-STAT-TEXT DELIMITED BY SIZE
                      INTO WS00-EXCRPT-LINE
           ELSE
               STRING 'REPORT ' DELIMITED BY SIZE
                      WS00-CTL-REPORT-ID DELIMITED BY SIZE
                      ' TRAILER COL ' DELIMITED BY SIZE
                      WS00-EXC-COL-DISP DELIMITED BY SIZE
                      ' PRINTED ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS00-TRL-PRT-EDIT)
                          DELIMITED BY SIZE
                      ' CONVERTED ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS00-TRL-CNV-EDIT)
                          DELIMITED BY SIZE
                      ' DIFF ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS00-TRL-DIF-EDIT)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS00-TRL-STAT-TEXT DELIMITED BY SIZE
                      INTO WS00-EXCRPT-LINE
           END-IF.
           WRITE FD-EXCRPT-REC FROM WS00-EXCRPT-LINE.
       8310-EXIT.
           EXIT.

      ******************************************************************
      * 8320-FORMAT-TRAILER-FIGURES -- EDIT ONE COL-TRL COLUMN'S
      *                                 PRINTED, CONVERTED AND
      *                                 DIFFERENCE FIGURES AND ITS
      *                                 RESULT TEXT FOR 8115 / 8310
      ******************************************************************
       8320-FORMAT-TRAILER-FIGURES.
           COMPUTE WS00-TRL-DIFF =
               WS00-GRAND-COL-AMT(WS00-COL-SUB)
             - WS00-TRL-COL-AMT(WS00-COL-SUB).
           MOVE WS00-TRL-COL-AMT(WS00-COL-SUB)   TO WS00-TRL-PRT-EDIT.
           MOVE WS00-GRAND-COL-AMT(WS00-COL-SUB) TO WS00-TRL-CNV-EDIT.
           MOVE WS00-TRL-DIFF                    TO WS00-TRL-DIF-EDIT.
           IF WS00-TRL-COL-MATCHED(WS00-COL-SUB)
               MOVE 'MATCHED'        TO WS00-TRL-STAT-TEXT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS00-TRL-STAT-TEXT
           END-IF.
       8320-EXIT.
           EXIT.

      ******************************************************************
      * 8900-ABANDON-ENTRY -- A BATCH ENTRY FAILED PART WAY: CLOSE
      *                        WHATEVER OF ITS FILES GOT OPEN SO THE
               CLOSE FILE-EXCRPT
               MOVE 'N' TO WS00-EXCRPT-OPEN-SW
           END-IF.
           IF WS00-SEC-IS-OPEN
               CLOSE FILE-DISKOS
               MOVE 'N' TO WS00-SEC-OPEN-SW
           END-IF.
           PERFORM 2860-CLOSE-ROW-HISTORY THRU 2860-EXIT.
       8900-EXIT.
           EXIT.

           DISPLAY 'RPT2EXCEL - ENTRY FAILED, REPORT '
               WS00-CTL-REPORT-ID ' FILE ' WS00-ENTRY-FAIL-FILE
               ' STATUS ' WS00-ENTRY-FAIL-STAT ', CONTINUING'.
           PERFORM 8175-WRITE-FAILED-CTLT THRU 8175-EXIT.
           OPEN EXTEND FILE-RECON.
           IF WS00-RECON-STATUS = '35'
               OPEN OUTPUT FILE-RECON
       8930-EXIT.
           EXIT.

      ******************************************************************
      * 8940-WITHHOLD-STALE-ENTRY -- THE INPUT SPOOL IS STALE AND NO
      *                               RPTFORCE CARD LETS IT THROUGH:
      *                               NOTHING IS CONVERTED.  THE ENTRY
      *                               IS LOGGED ON RPTRECON, AND ITS
      *                               RPTAUDIT ENTRY (NO OUTPUT DSN,
      *                               STALE-FLAG SET) AND RPTCTLT
      *                               RECORD (STATUS S) KEEP IT OUT OF
      *                               THE DISTRIBUTION STEP.  RC 8,
      *                               AS FOR A FAILED ENTRY.
      ******************************************************************
       8940-WITHHOLD-STALE-ENTRY.
           ADD 1 TO WS00-FPR-STALE-CNT.
           DISPLAY 'RPT2EXCEL - REPORT ' WS00-CTL-REPORT-ID
               ' INPUT IS STALE, NOT CONVERTED, SEE RPTRECON'.
           IF WS00-RUN-MAX-RC < 8
               MOVE 8 TO WS00-RUN-MAX-RC
           END-IF.
           MOVE WS00-FPR-RECS TO WS00-RECS-READ.
           PERFORM 8150-WRITE-AUDIT-RECORD THRU 8150-EXIT.
           PERFORM 8176-WRITE-STALE-CTLT THRU 8176-EXIT.
           OPEN EXTEND FILE-RECON.
           IF WS00-RECON-STATUS = '35'
               OPEN OUTPUT FILE-RECON
           END-IF.
           IF WS00-RECON-STATUS NOT = '00'
               GO TO 8940-EXIT.

           MOVE SPACES TO WS00-RECON-LINE.
           STRING 'RPT2EXCEL ENTRY WITHHELD - STALE INPUT'
                      DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
           MOVE SPACES TO WS00-RECON-LINE.
           STRING 'REPORT-ID . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-CTL-REPORT-ID
                      DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
           MOVE SPACES TO WS00-RECON-LINE.
           STRING 'INPUT DSN . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-DISKIA-DSN
                      DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
           MOVE WS00-FPR-RECS TO WS00-RECON-NBR-DISP.
           MOVE SPACES TO WS00-RECON-LINE.
           STRING 'INPUT RECORDS READ. . . . . . . '
                      DELIMITED BY SIZE
                  WS00-RECON-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-RECON-LINE.
           WRITE FD-RECON-REC FROM WS00-RECON-LINE.
           PERFORM 8120-WRITE-RECON-FINGERPRINT THRU 8120-EXIT.
           CLOSE FILE-RECON.
       8940-EXIT.
           EXIT.

      ******************************************************************
      * 9100-DISKIA-ERROR / 9200-DISKOA-ERROR / 9300-DISKOC-ERROR /
      * 9500-BATLST-CSV-DSN-ERROR -- RECORD THE FAILURE AND ITS
