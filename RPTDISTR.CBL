      * CONVERSION WHOSE REPORT-ID HAS NO RPTDISTB ENTRY IS OUTSIDE
      * THE KEYED READS, SO A FINAL SWEEP OF THE TRAIL PICKS UP THE
      * DISTRIBUTION DATE'S UNROUTED CONVERSIONS AND LOGS EACH AS
      * FAILED / NO RECIPIENTS.  A BURST RECIPIENT (RPTDISTB BURST
      * COLUMN SET) IS SENT ONLY ITS ROWS:  THE CONVERTED WORKBOOK OR
      * CSV IS RE-READ AND THE ROWS WHOSE BURST-COLUMN VALUE IS ONE OF
      * THE RECIPIENT'S VALUES ARE CUT TO ITS BURST DSN, WITH HEADINGS
      * KEPT AND THE TOTALS AND SUMMARY SHEET RECOMPUTED FOR THE
      * SUBSET; THE DECK NAMES THE EXTRACT AND A BURST LINE ON DISTLOG
      * GIVES ITS ROW COUNT.  A VALUE NO BURST RECIPIENT TAKES IS
      * LOGGED UNROUTD WITH ITS ROW COUNT.  ENDS WITH CONDITION CODE 4
      * WHEN ANY DELIVERY FAILED, A CONVERTED REPORT HAD NO RECIPIENTS
      * OR A BURST VALUE WAS UNROUTED, 8 WHEN THE AUDIT TRAIL OR
      * RECIPIENT TABLE CANNOT BE OPENED.  A CONVERSION RPT2EXCEL
      * WITHHELD AS STALE INPUT (THE PRINT STEP LEFT AN OLD SPOOL IN
      * PLACE, SEE RPTFPR.CPY) IS NOT SENT TO ANYONE:  IT IS LOGGED
      * STALE ON DISTLOG AND ENDS THE STEP WITH CONDITION CODE 4.
      *
      * DISTPARM CARD LAYOUT (ONE RECORD, OPTIONAL):
      *   COL  1- 8  DISTRIBUTION DATE, YYYYMMDD (BLANK = TODAY)
      *   COL  9-16  REPORT-ID SELECTION (BLANK = ALL).  WHEN SET,
      *              ONLY THAT REPORT-ID'S CONVERSIONS ARE SENT AND
      *              SWEPT FOR MISSING RECIPIENTS -- A LATER STEP
      *              (E.G. THE RPTSTATW MORNING STATUS WORKBOOK) CAN
      *              SEND ITS OWN OUTPUT WITHOUT RESENDING THE
      *              NIGHT'S REPORTS.
      *
      * MODIFICATION HISTORY
      *  2026-08-21  AS  INITIAL VERSION.
      *                  THE DISTRIBUTION DATE WHOSE REPORT-ID IS
      *                  ABSENT FROM RPTDISTB (FAILED / NO
      *                  RECIPIENTS, CONDITION CODE 4).
      *  2026-10-15  AS  OPTIONAL REPORT-ID SELECTION IN DISTPARM COL
      *                  9-16 LIMITS BOTH THE KEYED PASSES AND THE
      *                  NO-RECIPIENTS SWEEP TO ONE REPORT-ID.
      *  2026-10-15  AS  AUDIT OUTPUT MODE S (SECURED UNMASKED COPY)
      *                  IS NEVER SENT AND NEVER COUNTS AS UNROUTED.
      *  2026-10-15  AS  BURST DISTRIBUTION:  PER-RECIPIENT ROW
      *                  EXTRACTS BY BURST COLUMN AND VALUES (RPTDISTB
      *                  LRECL 240), BURST AND UNROUTD LOG LINES.
      *  2026-10-15  AS  RPTAUDIT RECORD LENGTH 180 (CONVERSION START
      *                  TIME AND ELAPSED SECONDS).
      *  2026-10-15  AS  A CONVERSION RPT2EXCEL WITHHELD AS STALE INPUT
      *                  (AUDIT STALE-FLAG D OR R) IS NEVER SENT:  ONE
      *                  STALE LINE ON DISTLOG, CONDITION CODE 4.  A
      *                  RERUN FORCED THROUGH BY RPTFORCE ('O') IS SENT.
      ******************************************************************

      ******************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-DISTLOG-STATUS.

           SELECT FILE-CONV ASSIGN TO DYNAMIC WS00-CONV-DSN
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-CONV-STATUS.

           SELECT FILE-BURST ASSIGN TO DYNAMIC WS00-BURST-DSN
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-BURST-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
               10  FD-AUDIT-KEY-ID       PIC X(08).
               10  FD-AUDIT-KEY-DATE     PIC X(08).
               10  FD-AUDIT-KEY-TIME     PIC X(08).
           05  FILLER                    PIC X(156).

       FD  FILE-DISTTB
           RECORDING MODE IS F.
       01  FD-DISTTB-REC                 PIC X(240).

       FD  FILE-PARM
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  FD-DISTLOG-REC                PIC X(132).

       FD  FILE-CONV
           RECORDING MODE IS F.
       01  FD-CONV-REC                   PIC X(2048).

       FD  FILE-BURST
           RECORDING MODE IS F.
       01  FD-BURST-REC                  PIC X(2048).

       WORKING-STORAGE SECTION.

      ******************************************************************
       77  WS00-SMTP-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-FTP-STATUS               PIC X(02)   VALUE SPACES.
       77  WS00-DISTLOG-STATUS           PIC X(02)   VALUE SPACES.
       77  WS00-CONV-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-BURST-STATUS             PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SWITCHES
           88  WS00-ANY-RECIPIENTS                    VALUE 'Y'.
       77  WS00-ANY-FAIL-SW              PIC X(01)   VALUE 'N'.
           88  WS00-ANY-FAILURES                      VALUE 'Y'.
       77  WS00-CONV-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS00-CONV-EOF-YES                      VALUE 'Y'.

      ******************************************************************
      *    RUN CONTROL
      ******************************************************************
       01  WS00-PARM-REC.
           05  WS00-PARM-DIST-DATE       PIC X(08)   VALUE SPACES.
           05  WS00-PARM-REPORT-ID       PIC X(08)   VALUE SPACES.
           05  FILLER                    PIC X(64)   VALUE SPACES.
       77  WS00-DIST-DATE                PIC X(08)   VALUE SPACES.
       77  WS00-RUN-TIME                 PIC X(08)   VALUE SPACES.

       77  WS00-NBR-DISP                 PIC ZZZZZZZZ9.
       77  WS00-NBR-DISP2                PIC ZZZZZZZZ9.
       77  WS00-NBR-DISP3                PIC ZZZZZZZZ9.
       77  WS00-BURST-CNT                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-UNROUTED-CNT             PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP4                PIC ZZZZZZZZ9.
       77  WS00-NBR-DISP5                PIC ZZZZZZZZ9.
       77  WS00-STALE-CNT                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP6                PIC ZZZZZZZZ9.

      ******************************************************************
      *    DISTINCT REPORT-IDS FROM THE RECIPIENT TABLE -- THE KEYED
       01  WS00-SMTP-LINE                PIC X(80).
       01  WS00-FTP-LINE                 PIC X(80).
       01  WS00-DISTLOG-LINE             PIC X(132).
       77  WS00-SEND-DSN                 PIC X(44)   VALUE SPACES.
       77  WS00-SEND-RECS                PIC 9(09)   VALUE ZERO.

      ******************************************************************
      *    BURST WORK AREAS.  RPT2EXCEL WRITES ONE SPREADSHEETML
      *    ELEMENT (OR ONE CSV ROW) PER LINE, SO THE CONVERTED OUTPUT
      *    IS RE-READ LINE BY LINE, ONE <ROW> AT A TIME IN THE ROW
      *    BUFFER (TITLE/HEADING/TOTALS ROWS ARE sHeader, DATA ROWS
      *    PLAIN; ONE CELL LINE PER LAYOUT COLUMN).  A PASS EITHER
      *    CUTS ONE RECIPIENT'S EXTRACT (C) OR COLLECTS THE VALUES OF
      *    ONE BURST COLUMN THAT NO RECIPIENT TAKES (U).
      ******************************************************************
       77  WS00-CONV-DSN                 PIC X(44)   VALUE SPACES.
       77  WS00-BURST-DSN                PIC X(44)   VALUE SPACES.
       77  WS00-BST-PASS-SW              PIC X(01)   VALUE 'C'.
           88  WS00-BST-CUT-PASS                      VALUE 'C'.
           88  WS00-BST-UNROUTED-PASS                 VALUE 'U'.
       77  WS00-BST-CSV-SW               PIC X(01)   VALUE 'N'.
           88  WS00-BST-IS-CSV                        VALUE 'Y'.
       77  WS00-BST-SUMMARY-SW           PIC X(01)   VALUE 'N'.
           88  WS00-BST-IN-SUMMARY                    VALUE 'Y'.
       77  WS00-BST-IN-ROW-SW            PIC X(01)   VALUE 'N'.
           88  WS00-BST-IN-ROW                        VALUE 'Y'.
       77  WS00-BST-ROW-HDR-SW           PIC X(01)   VALUE 'N'.
           88  WS00-BST-ROW-IS-HEADER                 VALUE 'Y'.
       77  WS00-BST-MATCH-SW             PIC X(01)   VALUE 'N'.
           88  WS00-BST-MATCHED                       VALUE 'Y'.
       77  WS00-BST-TOT-LEARNED-SW       PIC X(01)   VALUE 'N'.
           88  WS00-BST-TOT-LEARNED                   VALUE 'Y'.
       77  WS00-BST-QUOTE-SW             PIC X(01)   VALUE 'N'.
           88  WS00-BST-IN-QUOTE                      VALUE 'Y'.
       77  WS00-BST-SKIP-SW              PIC X(01)   VALUE 'N'.
           88  WS00-BST-SKIP-NEXT                     VALUE 'Y'.
       77  WS00-BST-COL                  PIC 9(02)   VALUE ZERO.
       77  WS00-BST-ROWS                 PIC 9(09)   VALUE ZERO.
       77  WS00-BST-DST-SUB              PIC 9(03)  COMP   VALUE 1.
       77  WS00-BST-VAL-SUB              PIC 9(02)  COMP   VALUE 1.
       77  WS00-BST-SHEET-CNT            PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-BST-SHEET-DATA           PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-BST-SHEET-KEPT           PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-BST-SUM-ROW              PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-BST-CSV-LINE-NBR         PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-BST-LINE-CNT             PIC 9(02)  COMP   VALUE ZERO.
       77  WS00-BST-LINE-SUB             PIC 9(02)  COMP   VALUE 1.
       77  WS00-BST-CELL-NBR             PIC 9(02)  COMP   VALUE ZERO.
       77  WS00-BST-NUM-NBR              PIC 9(02)  COMP   VALUE ZERO.
       77  WS00-BST-TOT-SUB              PIC 9(02)  COMP   VALUE 1.
       77  WS00-BST-FIELD-NBR            PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-BST-CHR-IDX              PIC 9(04)  COMP   VALUE 1.
       77  WS00-BST-OUT-PTR              PIC 9(04)  COMP   VALUE 1.
       77  WS00-BST-SKIP                 PIC 9(01)  COMP   VALUE ZERO.
       77  WS00-BST-AMP-CNT              PIC 9(04)  COMP   VALUE ZERO.
       77  WS00-BST-CHR                  PIC X(01)   VALUE SPACE.
       77  WS00-BST-AMT                  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS00-BST-TOT-EDIT             PIC -(13)9.99     VALUE ZERO.
       77  WS00-BST-CELL-TYPE            PIC X(10)   VALUE SPACES.
       77  WS00-BST-CELL-VAL             PIC X(133)  VALUE SPACES.
       77  WS00-BST-HDG-VAL-1            PIC X(133)  VALUE SPACES.
       77  WS00-BST-HDG-VAL-2            PIC X(133)  VALUE SPACES.
       77  WS00-BST-JUNK                 PIC X(80)   VALUE SPACES.
       01  WS00-BST-CELL-REST            PIC X(1024).
       01  WS00-BST-CELL-RAW             PIC X(1024).
       01  WS00-BST-LINE                 PIC X(2048).
       01  WS00-BST-ROW-BUFFER.
           05  WS00-BST-ROW-LINE OCCURS 24 TIMES
                                         PIC X(1024).
       01  WS00-BST-SHEET-TOTALS.
           05  WS00-BST-SHT-AMT OCCURS 20 TIMES
                                         PIC S9(13)V99 COMP-3.
       01  WS00-BST-GRAND-TOTALS.
           05  WS00-BST-GRD-AMT OCCURS 20 TIMES
                                         PIC S9(13)V99 COMP-3.
       01  WS00-BST-TOT-POS-TABLE.
           05  WS00-BST-TOT-POS-CNT      PIC 9(02)  COMP   VALUE ZERO.
           05  WS00-BST-TOT-POS OCCURS 20 TIMES
                                         PIC 9(02)  COMP.
       01  WS00-BST-SUM-TABLE.
           05  WS00-BST-SUM-ENTRY OCCURS 200 TIMES.
               10  WS00-BST-SUM-AMT OCCURS 20 TIMES
                                         PIC S9(13)V99 COMP-3.

      ******************************************************************
      *    UNROUTED VALUES OF ONE BURST COLUMN OF ONE CONVERSION --
      *    THE FIRST 40 CHARACTERS OF EACH DISTINCT VALUE WITH ITS ROW
      *    COUNT.  VALUES PAST THE 100TH ARE LOGGED AS ONE LINE.
      *    WS00-BCL-FLAG MARKS THE COLUMNS THE REPORT BURSTS ON.
      ******************************************************************
       77  WS00-UNR-SUB                  PIC 9(03)  COMP   VALUE 1.
       77  WS00-UNR-HIT                  PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-UNR-MORE-ROWS            PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-UNR-ROWS-DISP            PIC 9(09)   VALUE ZERO.
       77  WS00-UNR-VALUE-DISP           PIC X(40)   VALUE SPACES.
       01  WS00-UNR-TABLE.
           05  WS00-UNR-CNT              PIC 9(03)  COMP   VALUE ZERO.
           05  WS00-UNR-ENTRY OCCURS 100 TIMES.
               10  WS00-UNR-VALUE        PIC X(40).
               10  WS00-UNR-ROWS         PIC 9(09)  COMP.
       77  WS00-BCL-SUB                  PIC 9(02)  COMP   VALUE 1.
       01  WS00-BCL-TABLE.
           05  WS00-BCL-FLAG OCCURS 20 TIMES
                                         PIC X(01).

      ******************************************************************
      *    AUDIT TRAIL RECORD (SEE COPYLIB/RPTAUD.CPY)
      ******************************************************************
      * 1150-BUILD-DISTINCT-IDS -- FOLD THE RECIPIENT TABLE'S
      *                             REPORT-IDS INTO A DISTINCT LIST,
      *                             ONE KEYED AUDIT POSITIONING PER ID.
      *                             A DISTPARM REPORT-ID SELECTION
      *                             KEEPS ONLY THAT ID.
      ******************************************************************
       1150-BUILD-DISTINCT-IDS.
           MOVE ZERO TO WS00-RID-CNT.
      * 1160-NOTE-ONE-RID -- ONE RECIPIENT ENTRY OF THE DISTINCT FOLD
      ******************************************************************
       1160-NOTE-ONE-RID.
           IF WS00-PARM-REPORT-ID NOT = SPACES
               AND WS00-DST-REPORT-ID(WS00-DST-SUB)
                   NOT = WS00-PARM-REPORT-ID
               GO TO 1160-EXIT.
           MOVE ZERO TO WS00-RID-HIT.
           PERFORM 1170-MATCH-ONE-RID THRU 1170-EXIT
               VARYING WS00-RID-SCAN FROM 1 BY 1
                   TO WS00-DST-METHOD(WS00-DST-COUNT)
               MOVE WS00-DST-IN-FORMAT
                   TO WS00-DST-FORMAT(WS00-DST-COUNT)
               PERFORM 1125-EDIT-BURST-FIELDS THRU 1125-EXIT
           END-IF.
           PERFORM 1110-READ-DISTTB-RECORD THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      ******************************************************************
      * 1125-EDIT-BURST-FIELDS -- CARRY THE ENTRY'S BURST COLUMN, DSN
      *                           AND VALUES INTO THE TABLE.  A BLANK
      *                           BURST COLUMN IS A WHOLE-REPORT
      *                           RECIPIENT.  A BURST ENTRY THAT FAILS
      *                           ITS EDITS IS KEPT AS IN ERROR AND
      *                           LOGS FAILED AT SEND TIME -- IT MUST
      *                           NEVER FALL BACK TO THE WHOLE REPORT.
      ******************************************************************
       1125-EDIT-BURST-FIELDS.
           MOVE 'N'    TO WS00-DST-BURST-SW(WS00-DST-COUNT).
           MOVE ZERO   TO WS00-DST-BURST-COL(WS00-DST-COUNT).
           MOVE ZERO   TO WS00-DST-BURST-VAL-CNT(WS00-DST-COUNT).
           MOVE SPACES TO WS00-DST-BURST-DSN(WS00-DST-COUNT).
           IF WS00-DST-IN-BURST-COL = SPACES
               GO TO 1125-EXIT.
           MOVE 'E' TO WS00-DST-BURST-SW(WS00-DST-COUNT).
           MOVE WS00-DST-IN-BURST-DSN
               TO WS00-DST-BURST-DSN(WS00-DST-COUNT).
           PERFORM 1126-COPY-ONE-BURST-VALUE THRU 1126-EXIT
               VARYING WS00-BST-VAL-SUB FROM 1 BY 1
               UNTIL WS00-BST-VAL-SUB > 10.
           IF WS00-DST-IN-BURST-COL NOT NUMERIC
               OR WS00-DST-IN-BURST-COL-N < 1
               OR WS00-DST-IN-BURST-COL-N > 20
               OR WS00-DST-IN-BURST-DSN = SPACES
               OR WS00-DST-BURST-VAL-CNT(WS00-DST-COUNT) = 0
               DISPLAY 'RPTDISTR - RPTDISTB BURST FIELDS INVALID FOR '
                   WS00-DST-IN-REPORT-ID ' '
                   WS00-DST-IN-RECIP(1:40)
               GO TO 1125-EXIT.
           MOVE WS00-DST-IN-BURST-COL-N
               TO WS00-DST-BURST-COL(WS00-DST-COUNT).
           MOVE 'Y' TO WS00-DST-BURST-SW(WS00-DST-COUNT).
       1125-EXIT.
           EXIT.

      ******************************************************************
      * 1126-COPY-ONE-BURST-VALUE -- ONE OF THE TEN VALUE SLOTS
      ******************************************************************
       1126-COPY-ONE-BURST-VALUE.
           MOVE WS00-DST-IN-BURST-VALUE(WS00-BST-VAL-SUB)
               TO WS00-DST-BURST-VALUE(WS00-DST-COUNT,
                                       WS00-BST-VAL-SUB).
           IF WS00-DST-IN-BURST-VALUE(WS00-BST-VAL-SUB) NOT = SPACES
               ADD 1 TO WS00-DST-BURST-VAL-CNT(WS00-DST-COUNT)
           END-IF.
       1126-EXIT.
           EXIT.

      ******************************************************************
      * 2500-DISTRIB-ONE-ID -- POSITION THE AUDIT KSDS ON ONE DISTINCT
      *                         RECIPIENT-TABLE REPORT-ID AT THE
      ******************************************************************
      * 2000-PROCESS-AUDIT-REC -- ONE AUDIT RECORD OF THE POSITIONED
      *                            WINDOW, FANNED OUT TO ITS
      *                            RECIPIENTS, THEN CHECKED FOR BURST
      *                            VALUES NO RECIPIENT TAKES.  A
      *                            SECURED (UNMASKED) COPY IS PASSED
      *                            BY -- IT STAYS ON ITS PROTECTED DSN.
      *                            AN ENTRY WITHHELD AS STALE INPUT IS
      *                            LOGGED ONCE AND SENT TO NOBODY.
      ******************************************************************
       2000-PROCESS-AUDIT-REC.
           IF WS00-AUD-MODE-SECURED
               PERFORM 3000-READ-AUDIT THRU 3000-EXIT
               GO TO 2000-EXIT.
           IF WS00-AUD-STALE-WITHHELD
               ADD 1 TO WS00-STALE-CNT
               SET WS00-ANY-FAILURES TO TRUE
               PERFORM 7300-LOG-STALE THRU 7300-EXIT
               PERFORM 3000-READ-AUDIT THRU 3000-EXIT
               GO TO 2000-EXIT.
           ADD 1 TO WS00-AUDIT-SELECTED.
           MOVE ZERO TO WS00-MATCH-CNT.
           PERFORM 2100-MATCH-ONE-RECIPIENT THRU 2100-EXIT
               VARYING WS00-DST-SUB FROM 1 BY 1
               UNTIL WS00-DST-SUB > WS00-DST-COUNT.
           PERFORM 2800-CHECK-UNROUTED THRU 2800-EXIT.
           PERFORM 3000-READ-AUDIT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *                         NO RECIPIENTS, SO A CONVERTED REPORT
      *                         NOBODY IS SET UP TO RECEIVE STILL
      *                         SURFACES WITH CONDITION CODE 4.
      *                         A DISTPARM REPORT-ID SELECTION LIMITS
      *                         THE SWEEP TO THAT ID.
      ******************************************************************
       2700-SWEEP-UNROUTED.
           MOVE LOW-VALUES TO FD-AUDIT-KEY.
           EXIT.

      ******************************************************************
      * 2750-SWEEP-ONE-RECORD -- ONE AUDIT RECORD OF THE SWEEP.  AN
      *                          ENTRY WITHHELD AS STALE INPUT IS NOT
      *                          TO BE SENT, SO IT IS NEVER UNROUTED.
      ******************************************************************
       2750-SWEEP-ONE-RECORD.
           READ FILE-AUDIT NEXT RECORD INTO WS00-AUD-REC
               GO TO 2750-EXIT.
           IF WS00-AUD-RUN-DATE NOT = WS00-DIST-DATE
               GO TO 2750-EXIT.
           IF WS00-AUD-MODE-SECURED
               GO TO 2750-EXIT.
           IF WS00-AUD-STALE-WITHHELD
               GO TO 2750-EXIT.
           IF WS00-PARM-REPORT-ID NOT = SPACES
               AND WS00-AUD-REPORT-ID NOT = WS00-PARM-REPORT-ID
               GO TO 2750-EXIT.
           MOVE ZERO TO WS00-RID-HIT.
           PERFORM 2760-CHECK-ONE-RID THRU 2760-EXIT
               VARYING WS00-RID-SCAN FROM 1 BY 1
       2760-EXIT.
           EXIT.

      ******************************************************************
      * 2800-CHECK-UNROUTED -- FOR EVERY COLUMN THE CONVERSION'S
      *                        REPORT-ID BURSTS ON, ONE PASS OVER THE
      *                        CONVERTED OUTPUT LISTS EACH DATA-ROW
      *                        VALUE NO VALID BURST RECIPIENT OF THAT
      *                        COLUMN TAKES -- UNROUTD ON DISTLOG WITH
      *                        ITS ROW COUNT, CONDITION CODE 4 -- SO NO
      *                        BRANCH'S ROWS SILENTLY GO NOWHERE.  A
      *                        BLANK VALUE IS A SPACING OR CONTINUATION
      *                        LINE, NOT A BRANCH, AND IS NOT LISTED.
      ******************************************************************
       2800-CHECK-UNROUTED.
           IF WS00-AUD-OUTPUT-MODE = 'X'
               GO TO 2800-EXIT.
           MOVE SPACES TO WS00-BCL-TABLE.
           PERFORM 2810-NOTE-BURST-COL THRU 2810-EXIT
               VARYING WS00-BST-DST-SUB FROM 1 BY 1
               UNTIL WS00-BST-DST-SUB > WS00-DST-COUNT.
           PERFORM 2820-SCAN-ONE-BURST-COL THRU 2820-EXIT
               VARYING WS00-BCL-SUB FROM 1 BY 1
               UNTIL WS00-BCL-SUB > 20.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2810-NOTE-BURST-COL -- ONE RECIPIENT ENTRY:  FLAG ITS BURST
      *                        COLUMN WHEN IT IS A VALID BURST ENTRY
      *                        OF THIS REPORT-ID
      ******************************************************************
       2810-NOTE-BURST-COL.
           IF WS00-DST-REPORT-ID(WS00-BST-DST-SUB) = WS00-AUD-REPORT-ID
               AND WS00-DST-BURSTS(WS00-BST-DST-SUB)
               MOVE 'Y' TO
                   WS00-BCL-FLAG(WS00-DST-BURST-COL(WS00-BST-DST-SUB))
           END-IF.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2820-SCAN-ONE-BURST-COL -- THE UNROUTED PASS FOR ONE FLAGGED
      *                            COLUMN.  AN OUTPUT THAT CANNOT BE
      *                            READ HAS ALREADY FAILED EVERY BURST
      *                            RECIPIENT, SO IT IS NOT LOGGED AGAIN.
      ******************************************************************
       2820-SCAN-ONE-BURST-COL.
           IF WS00-BCL-FLAG(WS00-BCL-SUB) NOT = 'Y'
               GO TO 2820-EXIT.
           SET WS00-BST-UNROUTED-PASS TO TRUE.
           MOVE WS00-BCL-SUB TO WS00-BST-COL.
           MOVE ZERO TO WS00-UNR-CNT.
           MOVE ZERO TO WS00-UNR-MORE-ROWS.
           MOVE SPACES TO WS00-FAIL-REASON.
           PERFORM 4000-SCAN-CONVERTED-FILE THRU 4000-EXIT.
           IF WS00-FAIL-REASON NOT = SPACES
               MOVE SPACES TO WS00-FAIL-REASON
               GO TO 2820-EXIT.
           PERFORM 2830-LOG-ONE-UNROUTED THRU 2830-EXIT
               VARYING WS00-UNR-SUB FROM 1 BY 1
               UNTIL WS00-UNR-SUB > WS00-UNR-CNT.
           IF WS00-UNR-MORE-ROWS > 0
               ADD 1 TO WS00-UNROUTED-CNT
               SET WS00-ANY-FAILURES TO TRUE
               MOVE '(MORE VALUES)' TO WS00-UNR-VALUE-DISP
               MOVE WS00-UNR-MORE-ROWS TO WS00-UNR-ROWS-DISP
               PERFORM 7250-LOG-UNROUTED THRU 7250-EXIT
           END-IF.
       2820-EXIT.
           EXIT.

      ******************************************************************
      * 2830-LOG-ONE-UNROUTED -- ONE UNROUTED VALUE ON DISTLOG
      ******************************************************************
       2830-LOG-ONE-UNROUTED.
           ADD 1 TO WS00-UNROUTED-CNT.
           SET WS00-ANY-FAILURES TO TRUE.
           MOVE WS00-UNR-VALUE(WS00-UNR-SUB) TO WS00-UNR-VALUE-DISP.
           MOVE WS00-UNR-ROWS(WS00-UNR-SUB)  TO WS00-UNR-ROWS-DISP.
           PERFORM 7250-LOG-UNROUTED THRU 7250-EXIT.
       2830-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MATCH-ONE-RECIPIENT -- ONE RECIPIENT-TABLE ENTRY AGAINST
      *                              THE CURRENT AUDIT RECORD.  A BURST
      *                              RECIPIENT'S EXTRACT IS CUT BEFORE
      *                              ITS DECK ENTRY IS WRITTEN.
      ******************************************************************
       2100-MATCH-ONE-RECIPIENT.
           IF WS00-DST-REPORT-ID(WS00-DST-SUB)
           ADD 1 TO WS00-MATCH-CNT.
           SET WS00-ANY-RECIPIENTS TO TRUE.
           PERFORM 2200-CHECK-FORMAT-MATCH THRU 2200-EXIT.
           IF WS00-FAIL-REASON = SPACES
               PERFORM 2250-SET-SEND-DATASET THRU 2250-EXIT
           END-IF.
           IF WS00-FAIL-REASON NOT = SPACES
               ADD 1 TO WS00-FAILED-CNT
               SET WS00-ANY-FAILURES TO TRUE
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2250-SET-SEND-DATASET -- WHAT THE DECK ENTRY SENDS:  THE
      *                          AUDITED OUTPUT DSN AND RECORD COUNT
      *                          FOR A WHOLE-REPORT RECIPIENT, THE
      *                          FRESHLY CUT EXTRACT AND ITS ROW COUNT
      *                          FOR A BURST RECIPIENT
      ******************************************************************
       2250-SET-SEND-DATASET.
           MOVE WS00-AUD-OUTPUT-DSN TO WS00-SEND-DSN.
           MOVE WS00-AUD-RECS-READ  TO WS00-SEND-RECS.
           IF NOT WS00-DST-WHOLE-REPORT(WS00-DST-SUB)
               PERFORM 2260-CUT-BURST-EXTRACT THRU 2260-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2260-CUT-BURST-EXTRACT -- COPY THE CONVERTED OUTPUT TO THE
      *                           RECIPIENT'S BURST DSN KEEPING ONLY
      *                           THE DATA ROWS WHOSE BURST COLUMN
      *                           HOLDS ONE OF ITS VALUES:  SAME
      *                           WORKSHEETS AND HEADING ROWS, TOTALS
      *                           ROWS AND THE SUMMARY SHEET
      *                           RECOMPUTED FOR THE SUBSET (A CSV
      *                           KEEPS ITS TITLE RECORD).  THE NATIVE
      *                           .XLSX PACKAGE IS COMPRESSED AND
      *                           CANNOT BE CUT -- A BURST RECIPIENT OF
      *                           A MODE X REPORT FAILS.  EVERY CUT IS
      *                           LOGGED BURST WITH ITS ROW COUNT,
      *                           ZERO ROWS INCLUDED.
      ******************************************************************
       2260-CUT-BURST-EXTRACT.
           IF WS00-DST-BURST-IN-ERROR(WS00-DST-SUB)
               MOVE 'BURST ENTRY INVALID' TO WS00-FAIL-REASON
               GO TO 2260-EXIT.
           IF WS00-AUD-OUTPUT-MODE = 'X'
               MOVE 'BURST NOT ON XLSX' TO WS00-FAIL-REASON
               GO TO 2260-EXIT.
           MOVE WS00-DST-BURST-DSN(WS00-DST-SUB) TO WS00-BURST-DSN.
           OPEN OUTPUT FILE-BURST.
           IF WS00-BURST-STATUS NOT = '00'
               MOVE 'BURST OUTPUT ERROR' TO WS00-FAIL-REASON
               GO TO 2260-EXIT.
           SET WS00-BST-CUT-PASS TO TRUE.
           MOVE WS00-DST-SUB TO WS00-BST-DST-SUB.
           MOVE WS00-DST-BURST-COL(WS00-DST-SUB) TO WS00-BST-COL.
           PERFORM 4000-SCAN-CONVERTED-FILE THRU 4000-EXIT.
           CLOSE FILE-BURST.
           IF WS00-FAIL-REASON NOT = SPACES
               GO TO 2260-EXIT.
           MOVE WS00-BURST-DSN TO WS00-SEND-DSN.
           MOVE WS00-BST-ROWS  TO WS00-SEND-RECS.
           ADD 1 TO WS00-BURST-CNT.
           PERFORM 7200-LOG-BURST THRU 7200-EXIT.
       2260-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-SMTP-DECK -- ONE MESSAGE ON THE SMTP DECK FOR THE
      *                          MAINFRAME EMAIL GATEWAY.  HELO IS
      *                          WRITTEN ONCE AHEAD OF THE FIRST
      *                          MESSAGE; 8000-TERMINATE CLOSES THE
      *                          DECK WITH QUIT.  A BURST RECIPIENT'S
      *                          MESSAGE NAMES ITS EXTRACT AND ROWS.
      ******************************************************************
       2300-WRITE-SMTP-DECK.
           IF NOT WS00-SMTP-STARTED
           WRITE FD-SMTP-REC FROM WS00-SMTP-LINE.
           MOVE SPACES TO WS00-SMTP-LINE.
           STRING 'DATASET: ' DELIMITED BY SIZE
                  WS00-SEND-DSN DELIMITED BY SIZE
                  INTO WS00-SMTP-LINE.
           WRITE FD-SMTP-REC FROM WS00-SMTP-LINE.
           MOVE SPACES TO WS00-SMTP-LINE.
           IF WS00-DST-BURSTS(WS00-DST-SUB)
               STRING 'ROWS: ' DELIMITED BY SIZE
                      WS00-SEND-RECS DELIMITED BY SIZE
                      INTO WS00-SMTP-LINE
           ELSE
               STRING 'RECORDS: ' DELIMITED BY SIZE
                      WS00-SEND-RECS DELIMITED BY SIZE
                      INTO WS00-SMTP-LINE
           END-IF.
           WRITE FD-SMTP-REC FROM WS00-SMTP-LINE.
           MOVE '.' TO WS00-SMTP-LINE.
           WRITE FD-SMTP-REC FROM WS00-SMTP-LINE.
      *                         STAYS ADDRESSABLE.  THE REMOTE NAME
      *                         IS THE REPORT-ID WITH AN EXTENSION
      *                         MATCHING THE AUDITED OUTPUT FORMAT.
      *                         A BURST RECIPIENT'S PUT SENDS ITS
      *                         EXTRACT UNDER THE SAME REMOTE NAME.
      ******************************************************************
       2400-WRITE-FTP-DECK.
           IF WS00-DST-RECIP(WS00-DST-SUB) NOT = WS00-FTP-LAST-RECIP
           END-EVALUATE.
           MOVE SPACES TO WS00-FTP-LINE.
           STRING 'PUT ''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-SEND-DSN)
                      DELIMITED BY SIZE
                  ''' ' DELIMITED BY SIZE
                  WS00-REMOTE-NAME DELIMITED BY SIZE
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SCAN-CONVERTED-FILE -- ONE PASS OVER THE AUDITED OUTPUT
      *                             DSN, CUT OR UNROUTED AS
      *                             WS00-BST-PASS-SW SAYS.  MODE C IS
      *                             THE CSV; E, B AND BLANK THE
      *                             SPREADSHEETML WORKBOOK.
      ******************************************************************
       4000-SCAN-CONVERTED-FILE.
           MOVE WS00-AUD-OUTPUT-DSN TO WS00-CONV-DSN.
           OPEN INPUT FILE-CONV.
           IF WS00-CONV-STATUS NOT = '00'
               MOVE 'BURST INPUT ERROR' TO WS00-FAIL-REASON
               GO TO 4000-EXIT.
           IF WS00-AUD-OUTPUT-MODE = 'C'
               MOVE 'Y' TO WS00-BST-CSV-SW
           ELSE
               MOVE 'N' TO WS00-BST-CSV-SW
           END-IF.
           MOVE 'N' TO WS00-CONV-EOF-SWITCH.
           MOVE 'N' TO WS00-BST-SUMMARY-SW.
           MOVE 'N' TO WS00-BST-IN-ROW-SW.
           MOVE 'N' TO WS00-BST-TOT-LEARNED-SW.
           MOVE ZERO TO WS00-BST-ROWS.
           MOVE ZERO TO WS00-BST-SHEET-CNT.
           MOVE ZERO TO WS00-BST-SHEET-DATA.
           MOVE ZERO TO WS00-BST-SHEET-KEPT.
           MOVE ZERO TO WS00-BST-SUM-ROW.
           MOVE ZERO TO WS00-BST-CSV-LINE-NBR.
           MOVE ZERO TO WS00-BST-TOT-POS-CNT.
           MOVE SPACES TO WS00-BST-HDG-VAL-1.
           MOVE SPACES TO WS00-BST-HDG-VAL-2.
           INITIALIZE WS00-BST-SHEET-TOTALS.
           INITIALIZE WS00-BST-GRAND-TOTALS.
           INITIALIZE WS00-BST-SUM-TABLE.
           PERFORM 4050-READ-CONV-LINE THRU 4050-EXIT.
           PERFORM 4060-SCAN-ONE-LINE THRU 4060-EXIT
               UNTIL WS00-CONV-EOF-YES.
           CLOSE FILE-CONV.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4050-READ-CONV-LINE -- NEXT LINE OF THE CONVERTED OUTPUT
      ******************************************************************
       4050-READ-CONV-LINE.
           READ FILE-CONV INTO WS00-BST-LINE
               AT END
                   SET WS00-CONV-EOF-YES TO TRUE
           END-READ.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * 4060-SCAN-ONE-LINE -- ONE LINE, BY OUTPUT FORMAT
      ******************************************************************
       4060-SCAN-ONE-LINE.
           IF WS00-BST-IS-CSV
               PERFORM 4500-SCAN-CSV-LINE THRU 4500-EXIT
           ELSE
               PERFORM 4100-SCAN-XML-LINE THRU 4100-EXIT
           END-IF.
           PERFORM 4050-READ-CONV-LINE THRU 4050-EXIT.
       4060-EXIT.
           EXIT.

      ******************************************************************
      * 4100-SCAN-XML-LINE -- ONE SPREADSHEETML LINE.  A <ROW> AND ITS
      *                       CELL LINES COLLECT IN THE ROW BUFFER
      *                       UNTIL </ROW>; EVERY OTHER LINE (PROLOG,
      *                       WORKSHEET AND TABLE TAGS, PANE OPTIONS)
      *                       IS COPIED AS IT STANDS.  A DATA TAB'S
      *                       </TABLE> BANKS ITS TOTALS FOR THE
      *                       SUMMARY SHEET.
      ******************************************************************
       4100-SCAN-XML-LINE.
           IF WS00-BST-LINE(1:7) = '   <Row'
               MOVE 1 TO WS00-BST-LINE-CNT
               MOVE WS00-BST-LINE TO WS00-BST-ROW-LINE(1)
               MOVE 'Y' TO WS00-BST-IN-ROW-SW
               IF WS00-BST-LINE(1:29) = '   <Row ss:StyleID="sHeader">'
                   MOVE 'Y' TO WS00-BST-ROW-HDR-SW
               ELSE
                   MOVE 'N' TO WS00-BST-ROW-HDR-SW
               END-IF
               GO TO 4100-EXIT.
           IF WS00-BST-IN-ROW
               IF WS00-BST-LINE-CNT < 24
                   ADD 1 TO WS00-BST-LINE-CNT
                   MOVE WS00-BST-LINE
                       TO WS00-BST-ROW-LINE(WS00-BST-LINE-CNT)
               END-IF
               IF WS00-BST-LINE(1:9) = '   </Row>'
                   MOVE 'N' TO WS00-BST-IN-ROW-SW
                   PERFORM 4200-END-XML-ROW THRU 4200-EXIT
               END-IF
               GO TO 4100-EXIT.
           EVALUATE TRUE
               WHEN WS00-BST-LINE(1:30)
                       = ' <Worksheet ss:Name="Summary">'
                   MOVE 'Y' TO WS00-BST-SUMMARY-SW
                   MOVE ZERO TO WS00-BST-SUM-ROW
               WHEN WS00-BST-LINE(1:21) = ' <Worksheet ss:Name="'
                   ADD 1 TO WS00-BST-SHEET-CNT
                   MOVE ZERO TO WS00-BST-SHEET-DATA
                   MOVE ZERO TO WS00-BST-SHEET-KEPT
                   INITIALIZE WS00-BST-SHEET-TOTALS
               WHEN WS00-BST-LINE(1:10) = '  </Table>'
                   AND NOT WS00-BST-IN-SUMMARY
                   PERFORM 4150-SAVE-SHEET-TOTALS THRU 4150-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 4710-WRITE-LINE THRU 4710-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4150-SAVE-SHEET-TOTALS -- BANK THE CLOSED TAB'S SUBSET TOTALS
      *                           FOR ITS SUMMARY LINE AND THE GRAND
      *                           TOTAL.  PAST 200 TABS THE CONVERSION
      *                           LEFT THE TAB OFF THE SUMMARY, SO IT
      *                           IS LEFT OFF HERE TOO.
      ******************************************************************
       4150-SAVE-SHEET-TOTALS.
           IF WS00-BST-SHEET-CNT = 0 OR WS00-BST-SHEET-CNT > 200
               GO TO 4150-EXIT.
           PERFORM 4151-SAVE-ONE-SHEET-TOTAL THRU 4151-EXIT
               VARYING WS00-BST-TOT-SUB FROM 1 BY 1
               UNTIL WS00-BST-TOT-SUB > 20.
       4150-EXIT.
           EXIT.

      ******************************************************************
      * 4151-SAVE-ONE-SHEET-TOTAL -- ONE COLUMN OF THE BANKING
      ******************************************************************
       4151-SAVE-ONE-SHEET-TOTAL.
           MOVE WS00-BST-SHT-AMT(WS00-BST-TOT-SUB)
               TO WS00-BST-SUM-AMT(WS00-BST-SHEET-CNT,
                                   WS00-BST-TOT-SUB).
           ADD WS00-BST-SHT-AMT(WS00-BST-TOT-SUB)
               TO WS00-BST-GRD-AMT(WS00-BST-TOT-SUB).
       4151-EXIT.
           EXIT.

      ******************************************************************
      * 4200-END-XML-ROW -- ONE COMPLETE ROW IN THE BUFFER.  ON A DATA
      *                     TAB AN sHeader ROW BEFORE ANY DATA ROW IS
      *                     A TITLE OR HEADING ROW AND IS KEPT; ONE
      *                     AFTER THE DATA ROWS IS THE TOTALS ROW.  A
      *                     DATA ROW IS KEPT WHEN ITS BURST COLUMN
      *                     (CELL LINE N + 1 OF THE BUFFER) MATCHES.
      ******************************************************************
       4200-END-XML-ROW.
           IF WS00-BST-IN-SUMMARY
               PERFORM 4240-SUMMARY-ROW THRU 4240-EXIT
               GO TO 4200-EXIT.
           IF WS00-BST-ROW-IS-HEADER
               IF WS00-BST-SHEET-DATA > 0
                   PERFORM 4230-TOTALS-ROW THRU 4230-EXIT
               ELSE
                   PERFORM 4700-WRITE-ROW-BUFFER THRU 4700-EXIT
               END-IF
               GO TO 4200-EXIT.
           ADD 1 TO WS00-BST-SHEET-DATA.
           COMPUTE WS00-BST-LINE-SUB = WS00-BST-COL + 1.
           PERFORM 4300-GET-XML-CELL THRU 4300-EXIT.
           PERFORM 4400-TEST-ROW-VALUE THRU 4400-EXIT.
           IF WS00-BST-MATCHED AND WS00-BST-CUT-PASS
               ADD 1 TO WS00-BST-ROWS
               ADD 1 TO WS00-BST-SHEET-KEPT
               PERFORM 4250-ADD-ROW-AMOUNTS THRU 4250-EXIT
                   VARYING WS00-BST-LINE-SUB FROM 2 BY 1
                   UNTIL WS00-BST-LINE-SUB >= WS00-BST-LINE-CNT
               PERFORM 4700-WRITE-ROW-BUFFER THRU 4700-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4230-TOTALS-ROW -- THE TAB'S TOTALS ROW.  THE FIRST ONE SEEN
      *                    TELLS WHICH CELL POSITIONS ARE TOTALED (ITS
      *                    NUMBER CELLS), FOR THE SUMMARY SHEET.  THE
      *                    ROW IS REWRITTEN WITH THE SUBSET TOTALS, OR
      *                    LEFT OUT WHEN NO ROW OF THE TAB WAS KEPT --
      *                    THE CONVERSION WRITES NO TOTALS ROW UNDER
      *                    AN EMPTY TAB EITHER.
      ******************************************************************
       4230-TOTALS-ROW.
           IF NOT WS00-BST-TOT-LEARNED
               PERFORM 4235-LEARN-TOTAL-POS THRU 4235-EXIT
                   VARYING WS00-BST-LINE-SUB FROM 2 BY 1
                   UNTIL WS00-BST-LINE-SUB >= WS00-BST-LINE-CNT
               MOVE 'Y' TO WS00-BST-TOT-LEARNED-SW
           END-IF.
           IF NOT WS00-BST-CUT-PASS OR WS00-BST-SHEET-KEPT = 0
               GO TO 4230-EXIT.
           PERFORM 4231-TOTALS-ONE-LINE THRU 4231-EXIT
               VARYING WS00-BST-LINE-SUB FROM 1 BY 1
               UNTIL WS00-BST-LINE-SUB > WS00-BST-LINE-CNT.
       4230-EXIT.
           EXIT.

      ******************************************************************
      * 4231-TOTALS-ONE-LINE -- ONE LINE OF THE TOTALS ROW:  A NUMBER
      *                         CELL TAKES THE SUBSET TOTAL OF ITS
      *                         POSITION, THE REST ARE COPIED
      ******************************************************************
       4231-TOTALS-ONE-LINE.
           IF WS00-BST-LINE-SUB = 1
               OR WS00-BST-LINE-SUB = WS00-BST-LINE-CNT
               WRITE FD-BURST-REC
                   FROM WS00-BST-ROW-LINE(WS00-BST-LINE-SUB)
               GO TO 4231-EXIT.
           PERFORM 4300-GET-XML-CELL THRU 4300-EXIT.
           COMPUTE WS00-BST-CELL-NBR = WS00-BST-LINE-SUB - 1.
           IF WS00-BST-CELL-TYPE = 'Number'
               AND WS00-BST-CELL-NBR <= 20
               MOVE WS00-BST-SHT-AMT(WS00-BST-CELL-NBR)
                   TO WS00-BST-AMT
               PERFORM 4260-WRITE-AMOUNT-CELL THRU 4260-EXIT
           ELSE
               WRITE FD-BURST-REC
                   FROM WS00-BST-ROW-LINE(WS00-BST-LINE-SUB)
           END-IF.
       4231-EXIT.
           EXIT.

      ******************************************************************
      * 4235-LEARN-TOTAL-POS -- ONE CELL OF THE FIRST TOTALS ROW:  A
      *                         NUMBER CELL MARKS A TOTALED POSITION
      ******************************************************************
       4235-LEARN-TOTAL-POS.
           PERFORM 4300-GET-XML-CELL THRU 4300-EXIT.
           COMPUTE WS00-BST-CELL-NBR = WS00-BST-LINE-SUB - 1.
           IF WS00-BST-CELL-TYPE = 'Number'
               AND WS00-BST-CELL-NBR <= 20
               AND WS00-BST-TOT-POS-CNT < 20
               ADD 1 TO WS00-BST-TOT-POS-CNT
               MOVE WS00-BST-CELL-NBR
                   TO WS00-BST-TOT-POS(WS00-BST-TOT-POS-CNT)
           END-IF.
       4235-EXIT.
           EXIT.

      ******************************************************************
      * 4240-SUMMARY-ROW -- ONE ROW OF THE CONVERSION'S SUMMARY SHEET.
      *                     ITS NUMBER CELLS FOLLOW THE TOTALED
      *                     POSITIONS IN ORDER:  A PLAIN ROW IS THE
      *                     NEXT DATA TAB'S SUBSET TOTALS, THE CLOSING
      *                     sHeader ROW THE SUBSET GRAND TOTAL.  THE
      *                     HEADING ROW HAS NO NUMBER CELLS.
      ******************************************************************
       4240-SUMMARY-ROW.
           IF NOT WS00-BST-CUT-PASS
               GO TO 4240-EXIT.
           IF NOT WS00-BST-ROW-IS-HEADER
               ADD 1 TO WS00-BST-SUM-ROW
           END-IF.
           IF NOT WS00-BST-TOT-LEARNED
               PERFORM 4700-WRITE-ROW-BUFFER THRU 4700-EXIT
               GO TO 4240-EXIT.
           MOVE ZERO TO WS00-BST-NUM-NBR.
           PERFORM 4241-SUMMARY-ONE-LINE THRU 4241-EXIT
               VARYING WS00-BST-LINE-SUB FROM 1 BY 1
               UNTIL WS00-BST-LINE-SUB > WS00-BST-LINE-CNT.
       4240-EXIT.
           EXIT.

      ******************************************************************
      * 4241-SUMMARY-ONE-LINE -- ONE LINE OF A SUMMARY ROW
      ******************************************************************
       4241-SUMMARY-ONE-LINE.
           IF WS00-BST-LINE-SUB = 1
               OR WS00-BST-LINE-SUB = WS00-BST-LINE-CNT
               WRITE FD-BURST-REC
                   FROM WS00-BST-ROW-LINE(WS00-BST-LINE-SUB)
               GO TO 4241-EXIT.
           PERFORM 4300-GET-XML-CELL THRU 4300-EXIT.
           IF WS00-BST-CELL-TYPE NOT = 'Number'
               OR WS00-BST-NUM-NBR >= WS00-BST-TOT-POS-CNT
               WRITE FD-BURST-REC
                   FROM WS00-BST-ROW-LINE(WS00-BST-LINE-SUB)
               GO TO 4241-EXIT.
           ADD 1 TO WS00-BST-NUM-NBR.
           MOVE WS00-BST-TOT-POS(WS00-BST-NUM-NBR) TO WS00-BST-TOT-SUB.
           MOVE ZERO TO WS00-BST-AMT.
           IF WS00-BST-ROW-IS-HEADER
               MOVE WS00-BST-GRD-AMT(WS00-BST-TOT-SUB) TO WS00-BST-AMT
           ELSE
               IF WS00-BST-SUM-ROW <= 200
                   MOVE WS00-BST-SUM-AMT(WS00-BST-SUM-ROW,
                                         WS00-BST-TOT-SUB)
                       TO WS00-BST-AMT
               END-IF
           END-IF.
           PERFORM 4260-WRITE-AMOUNT-CELL THRU 4260-EXIT.
       4241-EXIT.
           EXIT.

      ******************************************************************
      * 4250-ADD-ROW-AMOUNTS -- ONE CELL OF A KEPT DATA ROW:  A NUMBER
      *                         CELL ADDS INTO ITS POSITION'S SUBSET
      *                         TOTAL (ONLY TOTALED POSITIONS ARE EVER
      *                         WRITTEN BACK)
      ******************************************************************
       4250-ADD-ROW-AMOUNTS.
           PERFORM 4300-GET-XML-CELL THRU 4300-EXIT.
           COMPUTE WS00-BST-CELL-NBR = WS00-BST-LINE-SUB - 1.
           IF WS00-BST-CELL-TYPE = 'Number'
               AND WS00-BST-CELL-NBR <= 20
               AND WS00-BST-CELL-VAL NOT = SPACES
               COMPUTE WS00-BST-AMT =
                   FUNCTION NUMVAL(WS00-BST-CELL-VAL)
               ADD WS00-BST-AMT TO WS00-BST-SHT-AMT(WS00-BST-CELL-NBR)
           END-IF.
       4250-EXIT.
           EXIT.

      ******************************************************************
      * 4260-WRITE-AMOUNT-CELL -- ONE RECOMPUTED NUMBER CELL, EDITED
      *                           THE WAY THE CONVERSION EDITS ITS
      *                           TOTALS
      ******************************************************************
       4260-WRITE-AMOUNT-CELL.
           MOVE WS00-BST-AMT TO WS00-BST-TOT-EDIT.
           MOVE SPACES TO WS00-BST-LINE.
           STRING '    <Cell><Data ss:Type="Number">'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-BST-TOT-EDIT)
                      DELIMITED BY SIZE
                  '</Data></Cell>'
                      DELIMITED BY SIZE
                  INTO WS00-BST-LINE.
           WRITE FD-BURST-REC FROM WS00-BST-LINE.
       4260-EXIT.
           EXIT.

      ******************************************************************
      * 4300-GET-XML-CELL -- TYPE AND TEXT OF THE CELL ON ROW-BUFFER
      *                      LINE WS00-BST-LINE-SUB.  THE TEXT IS
      *                      UN-ESCAPED (&AMP; &LT; &GT; &QUOT;) AND
      *                      LEFT-JUSTIFIED, SO IT COMPARES WITH A
      *                      BURST VALUE AS PRINTED.  A POSITION PAST
      *                      THE ROW'S LAST CELL READS AS BLANK.
      ******************************************************************
       4300-GET-XML-CELL.
           MOVE SPACES TO WS00-BST-CELL-TYPE.
           MOVE SPACES TO WS00-BST-CELL-VAL.
           IF WS00-BST-LINE-SUB < 2
               OR WS00-BST-LINE-SUB >= WS00-BST-LINE-CNT
               GO TO 4300-EXIT.
           MOVE SPACES TO WS00-BST-CELL-REST.
           MOVE SPACES TO WS00-BST-CELL-RAW.
           UNSTRING WS00-BST-ROW-LINE(WS00-BST-LINE-SUB)
               DELIMITED BY '<Data ss:Type="'
               INTO WS00-BST-JUNK WS00-BST-CELL-REST.
           UNSTRING WS00-BST-CELL-REST
               DELIMITED BY '">' OR '</Data>'
               INTO WS00-BST-CELL-TYPE WS00-BST-CELL-RAW.
           MOVE ZERO TO WS00-BST-AMP-CNT.
           INSPECT WS00-BST-CELL-RAW
               TALLYING WS00-BST-AMP-CNT FOR ALL '&'.
           IF WS00-BST-AMP-CNT = 0
               MOVE FUNCTION TRIM(WS00-BST-CELL-RAW)
                   TO WS00-BST-CELL-VAL
               GO TO 4300-EXIT.
           MOVE 1 TO WS00-BST-OUT-PTR.
           MOVE ZERO TO WS00-BST-SKIP.
           PERFORM 4310-UNESCAPE-ONE-CHAR THRU 4310-EXIT
               VARYING WS00-BST-CHR-IDX FROM 1 BY 1
               UNTIL WS00-BST-CHR-IDX > 1000
                  OR WS00-BST-OUT-PTR > 133.
           MOVE FUNCTION TRIM(WS00-BST-CELL-VAL) TO WS00-BST-CELL-VAL.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4310-UNESCAPE-ONE-CHAR -- ONE CHARACTER OR ENTITY OF THE RAW
      *                           CELL TEXT
      ******************************************************************
       4310-UNESCAPE-ONE-CHAR.
           IF WS00-BST-SKIP > 0
               SUBTRACT 1 FROM WS00-BST-SKIP
               GO TO 4310-EXIT.
           EVALUATE TRUE
               WHEN WS00-BST-CELL-RAW(WS00-BST-CHR-IDX:5) = '&amp;'
                   MOVE '&' TO WS00-BST-CHR
                   MOVE 4 TO WS00-BST-SKIP
               WHEN WS00-BST-CELL-RAW(WS00-BST-CHR-IDX:4) = '&lt;'
                   MOVE '<' TO WS00-BST-CHR
                   MOVE 3 TO WS00-BST-SKIP
               WHEN WS00-BST-CELL-RAW(WS00-BST-CHR-IDX:4) = '&gt;'
                   MOVE '>' TO WS00-BST-CHR
                   MOVE 3 TO WS00-BST-SKIP
               WHEN WS00-BST-CELL-RAW(WS00-BST-CHR-IDX:6) = '&quot;'
                   MOVE '"' TO WS00-BST-CHR
                   MOVE 5 TO WS00-BST-SKIP
               WHEN OTHER
                   MOVE WS00-BST-CELL-RAW(WS00-BST-CHR-IDX:1)
                       TO WS00-BST-CHR
           END-EVALUATE.
           MOVE WS00-BST-CHR TO WS00-BST-CELL-VAL(WS00-BST-OUT-PTR:1).
           ADD 1 TO WS00-BST-OUT-PTR.
       4310-EXIT.
           EXIT.

      ******************************************************************
      * 4400-TEST-ROW-VALUE -- DOES THE ROW'S BURST VALUE ROUTE?  ON
      *                        THE CUT PASS:  IS IT ONE OF THIS
      *                        RECIPIENT'S VALUES.  ON THE UNROUTED
      *                        PASS:  IS IT ONE OF ANY VALID BURST
      *                        RECIPIENT'S VALUES FOR THIS REPORT-ID
      *                        AND COLUMN -- IF NOT, IT IS NOTED.  A
      *                        BLANK VALUE NEVER ROUTES AND IS NEVER
      *                        NOTED.
      ******************************************************************
       4400-TEST-ROW-VALUE.
           MOVE 'N' TO WS00-BST-MATCH-SW.
           IF WS00-BST-CELL-VAL = SPACES
               GO TO 4400-EXIT.
           IF WS00-BST-CUT-PASS
               PERFORM 4410-MATCH-ENTRY-VALUES THRU 4410-EXIT
               GO TO 4400-EXIT.
           PERFORM 4420-MATCH-ANY-ROUTE THRU 4420-EXIT
               VARYING WS00-BST-DST-SUB FROM 1 BY 1
               UNTIL WS00-BST-DST-SUB > WS00-DST-COUNT
                  OR WS00-BST-MATCHED.
           IF NOT WS00-BST-MATCHED
               PERFORM 4450-NOTE-UNROUTED-VALUE THRU 4450-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4410-MATCH-ENTRY-VALUES -- THE BURST VALUES OF RECIPIENT ENTRY
      *                            WS00-BST-DST-SUB
      ******************************************************************
       4410-MATCH-ENTRY-VALUES.
           PERFORM 4411-MATCH-ONE-VALUE THRU 4411-EXIT
               VARYING WS00-BST-VAL-SUB FROM 1 BY 1
               UNTIL WS00-BST-VAL-SUB > 10
                  OR WS00-BST-MATCHED.
       4410-EXIT.
           EXIT.

      ******************************************************************
      * 4411-MATCH-ONE-VALUE -- ONE VALUE SLOT
      ******************************************************************
       4411-MATCH-ONE-VALUE.
           IF WS00-DST-BURST-VALUE(WS00-BST-DST-SUB, WS00-BST-VAL-SUB)
                   NOT = SPACES
               AND WS00-DST-BURST-VALUE(WS00-BST-DST-SUB,
                                        WS00-BST-VAL-SUB)
                   = WS00-BST-CELL-VAL
               MOVE 'Y' TO WS00-BST-MATCH-SW
           END-IF.
       4411-EXIT.
           EXIT.

      ******************************************************************
      * 4420-MATCH-ANY-ROUTE -- ONE RECIPIENT ENTRY OF THE UNROUTED
      *                         CHECK
      ******************************************************************
       4420-MATCH-ANY-ROUTE.
           IF WS00-DST-REPORT-ID(WS00-BST-DST-SUB) = WS00-AUD-REPORT-ID
               AND WS00-DST-BURSTS(WS00-BST-DST-SUB)
               AND WS00-DST-BURST-COL(WS00-BST-DST-SUB) = WS00-BST-COL
               PERFORM 4410-MATCH-ENTRY-VALUES THRU 4410-EXIT
           END-IF.
       4420-EXIT.
           EXIT.

      ******************************************************************
      * 4450-NOTE-UNROUTED-VALUE -- COUNT ONE ROW AGAINST ITS VALUE IN
      *                             THE UNROUTED TABLE
      ******************************************************************
       4450-NOTE-UNROUTED-VALUE.
           MOVE ZERO TO WS00-UNR-HIT.
           PERFORM 4451-FIND-UNROUTED-VALUE THRU 4451-EXIT
               VARYING WS00-UNR-SUB FROM 1 BY 1
               UNTIL WS00-UNR-SUB > WS00-UNR-CNT
                  OR WS00-UNR-HIT > 0.
           IF WS00-UNR-HIT > 0
               ADD 1 TO WS00-UNR-ROWS(WS00-UNR-HIT)
               GO TO 4450-EXIT.
           IF WS00-UNR-CNT = 100
               ADD 1 TO WS00-UNR-MORE-ROWS
               GO TO 4450-EXIT.
           ADD 1 TO WS00-UNR-CNT.
           MOVE WS00-BST-CELL-VAL TO WS00-UNR-VALUE(WS00-UNR-CNT).
           MOVE 1 TO WS00-UNR-ROWS(WS00-UNR-CNT).
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4451-FIND-UNROUTED-VALUE -- ONE SLOT OF THE LOOKUP
      ******************************************************************
       4451-FIND-UNROUTED-VALUE.
           IF WS00-UNR-VALUE(WS00-UNR-SUB) = WS00-BST-CELL-VAL(1:40)
               MOVE WS00-UNR-SUB TO WS00-UNR-HIT
           END-IF.
       4451-EXIT.
           EXIT.

      ******************************************************************
      * 4500-SCAN-CSV-LINE -- ONE CSV RECORD.  THE FIRST IS THE
      *                       RPTLAYTB TITLE RECORD AND IS KEPT.  THE
      *                       NEXT TWO ARE THE FIRST PAGE'S PRINT
      *                       HEADING LINES; A LATER RECORD WITH THE
      *                       SAME (NON-BLANK) BURST-COLUMN TEXT IS A
      *                       LATER PAGE'S HEADING.  PRINT HEADINGS
      *                       ARE NOT CARRIED INTO A CSV EXTRACT AND
      *                       ARE NEVER UNROUTED -- THE TITLE RECORD
      *                       NAMES THE COLUMNS.
      ******************************************************************
       4500-SCAN-CSV-LINE.
           ADD 1 TO WS00-BST-CSV-LINE-NBR.
           IF WS00-BST-CSV-LINE-NBR = 1
               PERFORM 4710-WRITE-LINE THRU 4710-EXIT
               GO TO 4500-EXIT.
           PERFORM 4600-GET-CSV-FIELD THRU 4600-EXIT.
           IF WS00-BST-CSV-LINE-NBR = 2
               MOVE WS00-BST-CELL-VAL TO WS00-BST-HDG-VAL-1
               GO TO 4500-EXIT.
           IF WS00-BST-CSV-LINE-NBR = 3
               MOVE WS00-BST-CELL-VAL TO WS00-BST-HDG-VAL-2
               GO TO 4500-EXIT.
           IF WS00-BST-CELL-VAL NOT = SPACES
               AND (WS00-BST-CELL-VAL = WS00-BST-HDG-VAL-1
                    OR WS00-BST-CELL-VAL = WS00-BST-HDG-VAL-2)
               GO TO 4500-EXIT.
           PERFORM 4400-TEST-ROW-VALUE THRU 4400-EXIT.
           IF WS00-BST-MATCHED AND WS00-BST-CUT-PASS
               ADD 1 TO WS00-BST-ROWS
               PERFORM 4710-WRITE-LINE THRU 4710-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-GET-CSV-FIELD -- FIELD WS00-BST-COL OF THE CSV RECORD,
      *                       UNQUOTED (A QUOTED FIELD MAY HOLD COMMAS;
      *                       A DOUBLED QUOTE IS ONE QUOTE) AND
      *                       LEFT-JUSTIFIED
      ******************************************************************
       4600-GET-CSV-FIELD.
           MOVE SPACES TO WS00-BST-CELL-VAL.
           MOVE 1 TO WS00-BST-FIELD-NBR.
           MOVE 1 TO WS00-BST-OUT-PTR.
           MOVE 'N' TO WS00-BST-QUOTE-SW.
           MOVE 'N' TO WS00-BST-SKIP-SW.
           PERFORM 4610-CSV-ONE-CHAR THRU 4610-EXIT
               VARYING WS00-BST-CHR-IDX FROM 1 BY 1
               UNTIL WS00-BST-CHR-IDX > 2048
                  OR WS00-BST-FIELD-NBR > WS00-BST-COL
                  OR WS00-BST-OUT-PTR > 133.
           MOVE FUNCTION TRIM(WS00-BST-CELL-VAL) TO WS00-BST-CELL-VAL.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 4610-CSV-ONE-CHAR -- ONE CHARACTER OF THE CSV RECORD
      ******************************************************************
       4610-CSV-ONE-CHAR.
           IF WS00-BST-SKIP-NEXT
               MOVE 'N' TO WS00-BST-SKIP-SW
               GO TO 4610-EXIT.
           MOVE WS00-BST-LINE(WS00-BST-CHR-IDX:1) TO WS00-BST-CHR.
           EVALUATE TRUE
               WHEN WS00-BST-CHR = '"' AND WS00-BST-IN-QUOTE
                   IF WS00-BST-CHR-IDX < 2048
                       AND WS00-BST-LINE(WS00-BST-CHR-IDX + 1:1) = '"'
                       PERFORM 4620-KEEP-CSV-CHAR THRU 4620-EXIT
                       MOVE 'Y' TO WS00-BST-SKIP-SW
                   ELSE
                       MOVE 'N' TO WS00-BST-QUOTE-SW
                   END-IF
               WHEN WS00-BST-CHR = '"'
                   MOVE 'Y' TO WS00-BST-QUOTE-SW
               WHEN WS00-BST-CHR = ',' AND NOT WS00-BST-IN-QUOTE
                   ADD 1 TO WS00-BST-FIELD-NBR
               WHEN OTHER
                   PERFORM 4620-KEEP-CSV-CHAR THRU 4620-EXIT
           END-EVALUATE.
       4610-EXIT.
           EXIT.

      ******************************************************************
      * 4620-KEEP-CSV-CHAR -- A CHARACTER OF THE WANTED FIELD
      ******************************************************************
       4620-KEEP-CSV-CHAR.
           IF WS00-BST-FIELD-NBR = WS00-BST-COL
               AND WS00-BST-OUT-PTR <= 133
               MOVE WS00-BST-CHR
                   TO WS00-BST-CELL-VAL(WS00-BST-OUT-PTR:1)
               ADD 1 TO WS00-BST-OUT-PTR
           END-IF.
       4620-EXIT.
           EXIT.

      ******************************************************************
      * 4700-WRITE-ROW-BUFFER -- COPY THE BUFFERED ROW TO THE EXTRACT
      *                          (CUT PASS ONLY)
      ******************************************************************
       4700-WRITE-ROW-BUFFER.
           IF NOT WS00-BST-CUT-PASS
               GO TO 4700-EXIT.
           PERFORM 4701-WRITE-ONE-ROW-LINE THRU 4701-EXIT
               VARYING WS00-BST-LINE-SUB FROM 1 BY 1
               UNTIL WS00-BST-LINE-SUB > WS00-BST-LINE-CNT.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 4701-WRITE-ONE-ROW-LINE -- ONE LINE OF THE BUFFERED ROW
      ******************************************************************
       4701-WRITE-ONE-ROW-LINE.
           WRITE FD-BURST-REC FROM WS00-BST-ROW-LINE(WS00-BST-LINE-SUB).
       4701-EXIT.
           EXIT.

      ******************************************************************
      * 4710-WRITE-LINE -- COPY THE CURRENT LINE TO THE EXTRACT (CUT
      *                    PASS ONLY)
      ******************************************************************
       4710-WRITE-LINE.
           IF WS00-BST-CUT-PASS
               WRITE FD-BURST-REC FROM WS00-BST-LINE
           END-IF.
       4710-EXIT.
           EXIT.

      ******************************************************************
      * 7000-LOG-SENT -- ONE SENT LINE ON THE DELIVERY LOG
      ******************************************************************
       7150-EXIT.
           EXIT.

      ******************************************************************
      * 7200-LOG-BURST -- ONE BURST LINE ON THE DELIVERY LOG:  THE
      *                   EXTRACT DSN CUT FOR A RECIPIENT IN THE
      *                   RECIPIENT COLUMNS, THEN ITS ROW COUNT.  THE
      *                   RECIPIENT'S SENT LINE FOLLOWS IT DIRECTLY,
      *                   WHICH IS HOW RPTDLVCK PAIRS THEM FOR A RETRY.
      ******************************************************************
       7200-LOG-BURST.
           MOVE SPACES TO WS00-DISTLOG-LINE.
           STRING WS00-DIST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-RUN-TIME DELIMITED BY SIZE
                  ' BURST  ' DELIMITED BY SIZE
                  WS00-AUD-REPORT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-DST-METHOD(WS00-DST-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-BURST-DSN DELIMITED BY SIZE
                  ' ROWS=' DELIMITED BY SIZE
                  WS00-BST-ROWS DELIMITED BY SIZE
                  INTO WS00-DISTLOG-LINE.
           WRITE FD-DISTLOG-REC FROM WS00-DISTLOG-LINE.
       7200-EXIT.
           EXIT.

      ******************************************************************
      * 7250-LOG-UNROUTED -- ONE UNROUTD LINE ON THE DELIVERY LOG:  A
      *                      BURST-COLUMN VALUE NO RECIPIENT TAKES,
      *                      WITH ITS ROW COUNT; THE METHOD COLUMN IS
      *                      BLANK
      ******************************************************************
       7250-LOG-UNROUTED.
           MOVE SPACES TO WS00-DISTLOG-LINE.
           STRING WS00-DIST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-RUN-TIME DELIMITED BY SIZE
                  ' UNROUTD' DELIMITED BY SIZE
                  WS00-AUD-REPORT-ID DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  'ROWS=' DELIMITED BY SIZE
                  WS00-UNR-ROWS-DISP DELIMITED BY SIZE
                  ' COL=' DELIMITED BY SIZE
                  WS00-BST-COL DELIMITED BY SIZE
                  ' VALUE=' DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-UNR-VALUE-DISP) DELIMITED BY SIZE
                  INTO WS00-DISTLOG-LINE.
           WRITE FD-DISTLOG-REC FROM WS00-DISTLOG-LINE.
       7250-EXIT.
           EXIT.

      ******************************************************************
      * 7300-LOG-STALE -- ONE STALE LINE ON THE DELIVERY LOG:  A
      *                   CONVERSION WITHHELD AS STALE INPUT, WITH THE
      *                   REASON ('D' SAME SPOOL AS AN EARLIER NIGHT,
      *                   'R' WRONG PRINTED RUN DATE); THE METHOD AND
      *                   RECIPIENT COLUMNS ARE BLANK
      ******************************************************************
       7300-LOG-STALE.
           IF WS00-AUD-STALE-DUP
               MOVE 'SAME INPUT AS BEFORE' TO WS00-FAIL-REASON
           ELSE
               MOVE 'WRONG RUN DATE'       TO WS00-FAIL-REASON
           END-IF.
           MOVE SPACES TO WS00-DISTLOG-LINE.
           STRING WS00-DIST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-RUN-TIME DELIMITED BY SIZE
                  ' STALE  ' DELIMITED BY SIZE
                  WS00-AUD-REPORT-ID DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  'STALE INPUT WITHHELD - ' DELIMITED BY SIZE
                  WS00-FAIL-REASON DELIMITED BY SIZE
                  INTO WS00-DISTLOG-LINE.
           WRITE FD-DISTLOG-REC FROM WS00-DISTLOG-LINE.
           MOVE SPACES TO WS00-FAIL-REASON.
       7300-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- CLOSE THE SMTP DECK, LOG THE RUN TOTALS,
      *                    CLOSE EVERYTHING
           MOVE WS00-AUDIT-SELECTED TO WS00-NBR-DISP.
           MOVE WS00-SENT-CNT       TO WS00-NBR-DISP2.
           MOVE WS00-FAILED-CNT     TO WS00-NBR-DISP3.
           MOVE WS00-BURST-CNT      TO WS00-NBR-DISP4.
           MOVE WS00-UNROUTED-CNT   TO WS00-NBR-DISP5.
           MOVE SPACES TO WS00-DISTLOG-LINE.
           STRING WS00-DIST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-NBR-DISP2 DELIMITED BY SIZE
                  ' FAILED=' DELIMITED BY SIZE
                  WS00-NBR-DISP3 DELIMITED BY SIZE
                  ' BURSTS=' DELIMITED BY SIZE
                  WS00-NBR-DISP4 DELIMITED BY SIZE
                  ' UNROUTED=' DELIMITED BY SIZE
                  WS00-NBR-DISP5 DELIMITED BY SIZE
                  INTO WS00-DISTLOG-LINE.
           WRITE FD-DISTLOG-REC FROM WS00-DISTLOG-LINE.
           IF WS00-STALE-CNT > 0
               MOVE WS00-STALE-CNT TO WS00-NBR-DISP6
               DISPLAY 'RPTDISTR - ' WS00-NBR-DISP6
                   ' CONVERSION(S) WITHHELD AS STALE INPUT, NOT SENT'
           END-IF.
           CLOSE FILE-AUDIT.
           CLOSE FILE-SMTP.
           CLOSE FILE-FTP.
