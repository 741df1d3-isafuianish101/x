      ******************************************************************
       ID DIVISION.
      ******************************************************************
       PROGRAM-ID.   RPTGATCK.
       AUTHOR.       ANISH SAFUI @ IBM.

      ******************************************************************
      * COMPLETION GATE AFTER THE NIGHT'S PARALLEL CONVERSION STREAMS *
      ******************************************************************
      *
      * THE NIGHT'S RPTLIST IS SPLIT ACROSS SEVERAL RPT2EXCEL JOB
      * STREAMS (RPTLIST COLS 143-144, BLANK = 01), EACH CONVERTING
      * ONLY ITS OWN ENTRIES.  NO SINGLE STREAM CAN SAY WHETHER THE
      * WHOLE LIST WAS CONVERTED, SO THIS GATE RUNS ONCE AFTER ALL OF
      * THEM AND ANSWERS IT:  EVERY ENTRY ON THE WHOLE LIST THAT THE
      * RPTCALND PROCESSING CALENDAR SAYS IS DUE ON THE RUN DATE MUST
      * HAVE AN RPTAUDIT CONVERSION RECORD (NOT A MODE S SECURED
      * COPY) FOR THAT DATE, WRITTEN BY WHICHEVER STREAM RAN IT.
      * EVERY ENTRY IS LISTED ON GATERPT AS
      *   NOT DUE         THE CALENDAR SKIPS IT TONIGHT
      *   CONVERTED       AUDIT RECORD FOUND (LATEST RUN TIME, DSN)
      *   FAILED          THE STREAM'S LATEST ATTEMPT FAILED -- AN
      *                   ENTRY-STATUS F RPTCTLT RECORD LATER THAN
      *                   ANY AUDIT RECORD, WITH THE FAILING FILE,
      *                   STATUS AND STREAM
      *   STALE INPUT     THE LATEST AUDIT RECORD IS ONE RPT2EXCEL
      *                   WITHHELD AS STALE INPUT (SAME SPOOL AS AN
      *                   EARLIER NIGHT, OR THE WRONG PRINTED RUN
      *                   DATE) -- RERUN IT, OR FORCE IT THROUGH WITH
      *                   AN RPTFORCE CARD
      *   MISSING         NO AUDIT RECORD AND NO FAILURE -- THE
      *                   ENTRY'S STREAM NEVER RAN OR NEVER REACHED IT
      *   STREAM INVALID  NO AUDIT RECORD AND THE ENTRY'S STREAM IS
      *                   NOT 01-99, SO NO STREAM WILL EVER TAKE IT
      * A REPORT-ID LISTED TWICE IS CHECKED TWICE.  THE STREAMS'
      * RPTCTLT FILES ARE MERGED INTO THE SHARED DATASET BEFORE THIS
      * STEP; WITHOUT RPTCTLT A FAILED ENTRY SIMPLY SHOWS AS MISSING.
      *
      * GATEPARM CARD LAYOUT (ONE RECORD, OPTIONAL):
      *   COL  1- 8  RUN DATE, YYYYMMDD (BLANK = TODAY).  SET IT WHEN
      *              THE GATE RUNS PAST MIDNIGHT OR IS RERUN LATER.
      *
      * ENDS WITH CONDITION CODE
      *   0  EVERY DUE ENTRY CONVERTED -- RELEASE RPTDISTR
      *   8  AN ENTRY FAILED, WAS STALE, IS MISSING OR HAS AN INVALID
      *      STREAM, OR
      *      RPTLIST / RPTAUDIT CANNOT BE OPENED -- HOLD RPTDISTR
      *
      * MODIFICATION HISTORY
      *  2026-10-15  AS  INITIAL VERSION.
      *  2026-10-15  AS  RPTAUDIT RECORD LENGTH 180 (CONVERSION START
      *                  TIME AND ELAPSED SECONDS).
      *  2026-10-15  AS  STALE INPUT RESULT:  A LATEST CONVERSION
      *                  WITHHELD BY RPT2EXCEL'S STALE-INPUT CHECK
      *                  HOLDS RPTDISTR LIKE A FAILURE.
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-370.
         OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT FILE-AUDIT ASSIGN TO RPTAUDIT
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS FD-AUDIT-KEY
                              FILE STATUS WS00-AUDIT-STATUS.

           SELECT FILE-BATLST ASSIGN TO RPTLIST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-BATLST-STATUS.

           SELECT OPTIONAL FILE-CTLT ASSIGN TO RPTCTLT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-CTLT-STATUS.

           SELECT OPTIONAL FILE-PARM ASSIGN TO GATEPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-PARM-STATUS.

           SELECT FILE-GATRPT ASSIGN TO GATERPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-GATRPT-STATUS.

           SELECT OPTIONAL FILE-CALND ASSIGN TO RPTCALND
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-CALND-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  FILE-AUDIT.
       01  FD-AUDIT-REC.
           05  FD-AUDIT-KEY.
               10  FD-AUDIT-KEY-ID       PIC X(08).
               10  FD-AUDIT-KEY-DATE     PIC X(08).
               10  FD-AUDIT-KEY-TIME     PIC X(08).
           05  FILLER                    PIC X(156).

       FD  FILE-BATLST
           RECORDING MODE IS F.
       01  FD-BATLST-REC                 PIC X(150).

       FD  FILE-CTLT
           RECORDING MODE IS F.
       01  FD-CTLT-REC                   PIC X(100).

       FD  FILE-PARM
           RECORDING MODE IS F.
       01  FD-PARM-REC                   PIC X(80).

       FD  FILE-GATRPT
           RECORDING MODE IS F.
       01  FD-GATRPT-REC                 PIC X(132).

       FD  FILE-CALND
           RECORDING MODE IS F.
       01  FD-CALND-REC                  PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *    FILE STATUS FIELDS
      ******************************************************************
       77  WS00-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-BATLST-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-CTLT-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-PARM-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-GATRPT-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-CALND-STATUS             PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SWITCHES
      ******************************************************************
       77  WS00-AUDIT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-AUDIT-EOF-YES                     VALUE 'Y'.
       77  WS00-BATLST-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS00-BATLST-EOF-YES                    VALUE 'Y'.
       77  WS00-CTLT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS00-CTLT-EOF-YES                      VALUE 'Y'.
       77  WS00-CALND-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-CALND-EOF-YES                     VALUE 'Y'.
       77  WS00-GATE-RC                  PIC 9(02)   VALUE ZERO.

      ******************************************************************
      *    RUN DATE (GATEPARM CARD)
      ******************************************************************
       01  WS00-PARM-REC.
           05  WS00-PARM-RUN-DATE        PIC X(08)   VALUE SPACES.
           05  FILLER                    PIC X(72)   VALUE SPACES.
       77  WS00-RUN-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS00-RUN-DATE-X               PIC X(08)   VALUE SPACES.

      ******************************************************************
      *    COUNTERS
      ******************************************************************
       77  WS00-ENTRIES-READ             PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NOT-DUE-CNT              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-CONVERTED-CNT            PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-FAILED-CNT               PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-MISSING-CNT              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-INVALID-CNT              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-STALE-CNT                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-FAIL-DROPPED             PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP                 PIC ZZZZZZZZ9.

      ******************************************************************
      *    CURRENT ENTRY -- ITS STREAM (BLANK = 01) AND THE LATEST
      *    CONVERSION FOUND ON RPTAUDIT FOR THE RUN DATE
      ******************************************************************
       77  WS00-ENTRY-STREAM             PIC X(02)   VALUE SPACES.
       77  WS00-ENTRY-STREAM-SW          PIC X(01)   VALUE 'Y'.
           88  WS00-ENTRY-STREAM-VALID                VALUE 'Y'.
       77  WS00-LAST-AUD-TIME            PIC X(08)   VALUE SPACES.
       77  WS00-LAST-AUD-DSN             PIC X(44)   VALUE SPACES.
       77  WS00-LAST-AUD-STALE           PIC X(01)   VALUE SPACE.
           88  WS00-LAST-AUD-WITHHELD                 VALUES 'D' 'R'.
           88  WS00-LAST-AUD-STALE-DUP                VALUE 'D'.
       77  WS00-RESULT-TXT               PIC X(14)   VALUE SPACES.
       77  WS00-TIME-TXT                 PIC X(08)   VALUE SPACES.
       77  WS00-DETAIL-TXT               PIC X(90)   VALUE SPACES.

      ******************************************************************
      *    FAILED ENTRIES -- THE LATEST ENTRY-STATUS F RPTCTLT RECORD
      *    OF THE RUN DATE PER REPORT-ID
      ******************************************************************
       77  WS00-FAIL-SUB                 PIC 9(03)  COMP   VALUE 1.
       77  WS00-FAIL-HIT                 PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-FIND-ID                  PIC X(08)   VALUE SPACES.
       01  WS00-FAIL-TABLE.
           05  WS00-FAIL-CNT             PIC 9(03)  COMP   VALUE ZERO.
           05  WS00-FAIL-ENTRY OCCURS 100 TIMES.
               10  WS00-FAIL-REPORT-ID   PIC X(08).
               10  WS00-FAIL-TIME        PIC X(08).
               10  WS00-FAIL-STREAM      PIC X(02).
               10  WS00-FAIL-FILE        PIC X(08).
               10  WS00-FAIL-STAT        PIC X(02).

      ******************************************************************
      *    REPORT LINE WORK AREAS
      ******************************************************************
       01  WS00-GATRPT-LINE              PIC X(132).

      ******************************************************************
      *    AUDIT TRAIL RECORD (SEE COPYLIB/RPTAUD.CPY)
      ******************************************************************
           COPY RPTAUD.

      ******************************************************************
      *    BATCH DRIVING LIST RECORD (SEE COPYLIB/RPTLIST.CPY)
      ******************************************************************
           COPY RPTLIST.

      ******************************************************************
      *    CONVERSION CONTROL-TOTAL RECORD (SEE COPYLIB/RPTCTLT.CPY)
      ******************************************************************
           COPY RPTCTLT.

      ******************************************************************
      *    PROCESSING CALENDAR (SEE COPYLIB/RPTCAL.CPY)
      ******************************************************************
           COPY RPTCAL.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
           PERFORM 2000-CHECK-ENTRY      THRU 2000-EXIT
               UNTIL WS00-BATLST-EOF-YES.
           PERFORM 8000-TERMINATE        THRU 8000-EXIT.
           MOVE WS00-GATE-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- READ THE PARM CARD, LOAD THE CALENDAR AND
      *                    THE NIGHT'S FAILED ENTRIES, OPEN THE AUDIT
      *                    TRAIL AND THE LIST, WRITE THE HEADINGS
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FILE-GATRPT.
           PERFORM 1100-READ-PARM-CARD   THRU 1100-EXIT.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'RPTGATCK - CONVERSION COMPLETION GATE FOR RUN DATE '
                      DELIMITED BY SIZE
                  WS00-RUN-DATE-X
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE SPACES TO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           PERFORM 1440-LOAD-CALENDAR    THRU 1440-EXIT.
           PERFORM 1200-LOAD-FAILURES    THRU 1200-EXIT.
           OPEN INPUT FILE-AUDIT.
           IF WS00-AUDIT-STATUS NOT = '00'
               GO TO 9100-AUDIT-ERROR.
           OPEN INPUT FILE-BATLST.
           IF WS00-BATLST-STATUS NOT = '00'
               GO TO 9200-BATLST-ERROR.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'REPORT   STREAM RESULT         RUN TIME DETAIL'
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE SPACES TO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           PERFORM 2010-READ-BATLST-RECORD THRU 2010-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-PARM-CARD -- OPTIONAL ONE-RECORD RUN-DATE CARD
      ******************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT FILE-PARM.
           IF WS00-PARM-STATUS = '00'
               READ FILE-PARM INTO WS00-PARM-REC
                   AT END
                       CONTINUE
               END-READ
               CLOSE FILE-PARM
           END-IF.
           IF WS00-PARM-RUN-DATE IS NUMERIC
               MOVE WS00-PARM-RUN-DATE TO WS00-RUN-DATE
           ELSE
               ACCEPT WS00-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS00-RUN-DATE TO WS00-RUN-DATE-X.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-FAILURES -- THE RUN DATE'S FAILED-ENTRY RECORDS FROM
      *                        THE MERGED RPTCTLT.  NO DD, NO FAILURE
      *                        DETAIL -- THE ENTRIES STILL SHOW AS
      *                        MISSING AND STILL HOLD.
      ******************************************************************
       1200-LOAD-FAILURES.
           MOVE ZERO TO WS00-FAIL-CNT.
           OPEN INPUT FILE-CTLT.
           IF WS00-CTLT-STATUS NOT = '00'
               GO TO 1200-EXIT.
           PERFORM 1210-READ-CTLT THRU 1210-EXIT.
           PERFORM 1220-APPLY-ONE-CTLT THRU 1220-EXIT
               UNTIL WS00-CTLT-EOF-YES.
           CLOSE FILE-CTLT.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-READ-CTLT -- NEXT CONTROL-TOTAL RECORD
      ******************************************************************
       1210-READ-CTLT.
           READ FILE-CTLT INTO WS00-CTT-REC
               AT END
                   SET WS00-CTLT-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1220-APPLY-ONE-CTLT -- KEEP THE LATEST FAILURE PER REPORT-ID.
      *                         THE MERGED FILE HOLDS THE STREAMS ONE
      *                         AFTER ANOTHER, NOT IN TIME ORDER, SO
      *                         THE RUN TIMES ARE COMPARED.
      ******************************************************************
       1220-APPLY-ONE-CTLT.
           IF WS00-CTT-RUN-DATE NOT = WS00-RUN-DATE-X
               OR NOT WS00-CTT-ENTRY-FAILED
               GO TO 1220-NEXT.
           MOVE ZERO TO WS00-FAIL-HIT.
           MOVE WS00-CTT-REPORT-ID TO WS00-FIND-ID.
           PERFORM 1230-FIND-FAIL-ENTRY THRU 1230-EXIT
               VARYING WS00-FAIL-SUB FROM 1 BY 1
               UNTIL WS00-FAIL-SUB > WS00-FAIL-CNT
                  OR WS00-FAIL-HIT > 0.
           IF WS00-FAIL-HIT = 0
               IF WS00-FAIL-CNT = 100
                   ADD 1 TO WS00-FAIL-DROPPED
                   DISPLAY 'RPTGATCK - FAILED-ENTRY TABLE LIMIT '
                       'EXCEEDED (MAX 100), ' WS00-CTT-REPORT-ID
                       ' DROPPED'
                   GO TO 1220-NEXT
               END-IF
               ADD 1 TO WS00-FAIL-CNT
               MOVE WS00-FAIL-CNT TO WS00-FAIL-HIT
               MOVE WS00-CTT-REPORT-ID
                   TO WS00-FAIL-REPORT-ID(WS00-FAIL-HIT)
               MOVE LOW-VALUES TO WS00-FAIL-TIME(WS00-FAIL-HIT)
           END-IF.
           IF WS00-CTT-RUN-TIME > WS00-FAIL-TIME(WS00-FAIL-HIT)
               MOVE WS00-CTT-RUN-TIME
                   TO WS00-FAIL-TIME(WS00-FAIL-HIT)
               MOVE WS00-CTT-STREAM
                   TO WS00-FAIL-STREAM(WS00-FAIL-HIT)
               MOVE WS00-CTT-FAIL-FILE
                   TO WS00-FAIL-FILE(WS00-FAIL-HIT)
               MOVE WS00-CTT-FAIL-STAT
                   TO WS00-FAIL-STAT(WS00-FAIL-HIT)
           END-IF.
       1220-NEXT.
           PERFORM 1210-READ-CTLT THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1230-FIND-FAIL-ENTRY -- ONE SLOT OF THE FAILED-ENTRY LOOKUP
      ******************************************************************
       1230-FIND-FAIL-ENTRY.
           IF WS00-FAIL-REPORT-ID(WS00-FAIL-SUB) = WS00-FIND-ID
               MOVE WS00-FAIL-SUB TO WS00-FAIL-HIT
           END-IF.
       1230-EXIT.
           EXIT.

      ******************************************************************
      * 1440-LOAD-CALENDAR -- READ THE OPTIONAL RPTCALND PROCESSING
      *                        CALENDAR ONCE AT STARTUP, SAME FOLD AS
      *                        RPT2EXCEL.  WHEN THE DD IS ABSENT BOTH
      *                        TABLES STAY EMPTY AND EVERY EXPECTED
      *                        REPORT IS TREATED AS DUE.
      ******************************************************************
       1440-LOAD-CALENDAR.
           MOVE ZERO TO WS00-CAL-CNT.
           MOVE ZERO TO WS00-HOL-CNT.
           OPEN INPUT FILE-CALND.
           IF WS00-CALND-STATUS = '00'
               PERFORM 1410-READ-CALND-RECORD THRU 1410-EXIT
               PERFORM 1420-BUILD-CAL-ENTRY THRU 1420-EXIT
                   UNTIL WS00-CALND-EOF-YES
               CLOSE FILE-CALND
           END-IF.
           MOVE 'N' TO WS00-CALND-EOF-SWITCH.
       1440-EXIT.
           EXIT.

      ******************************************************************
      * 1410-READ-CALND-RECORD -- ONE CALENDAR RECORD
      ******************************************************************
       1410-READ-CALND-RECORD.
           READ FILE-CALND INTO WS00-CAL-IN-REC
               AT END
                   SET WS00-CALND-EOF-YES TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1420-BUILD-CAL-ENTRY -- FOLD ONE CALENDAR RECORD INTO THE
      *                          REPORT-FREQUENCY OR HOLIDAY TABLE
      ******************************************************************
       1420-BUILD-CAL-ENTRY.
           EVALUATE TRUE
               WHEN WS00-CAL-IN-REPORT
                   IF WS00-CAL-CNT = 100
                       DISPLAY 'RPTGATCK - RPTCALND REPORT TABLE '
                           'LIMIT EXCEEDED (MAX 100), ENTRY FOR '
                           WS00-CAL-IN-REPORT-ID ' DROPPED'
                   ELSE
                       ADD 1 TO WS00-CAL-CNT
                       MOVE WS00-CAL-IN-REPORT-ID
                           TO WS00-CAL-REPORT-ID(WS00-CAL-CNT)
                       MOVE WS00-CAL-IN-FREQ
                           TO WS00-CAL-FREQ(WS00-CAL-CNT)
                       MOVE WS00-CAL-IN-DOW
                           TO WS00-CAL-DOW(WS00-CAL-CNT)
                   END-IF
               WHEN WS00-CAL-IN-HOLIDAY
                   IF WS00-HOL-CNT = 100
                       DISPLAY 'RPTGATCK - RPTCALND HOLIDAY TABLE '
                           'LIMIT EXCEEDED (MAX 100), '
                           WS00-CAL-IN-HOL-DATE ' DROPPED'
                   ELSE
                       ADD 1 TO WS00-HOL-CNT
                       MOVE WS00-CAL-IN-HOL-DATE
                           TO WS00-HOL-DATE(WS00-HOL-CNT)
                   END-IF
               WHEN OTHER
                   DISPLAY 'RPTGATCK - RPTCALND RECORD TYPE '
                       WS00-CAL-IN-TYPE ' UNKNOWN, DROPPED'
           END-EVALUATE.
           PERFORM 1410-READ-CALND-RECORD THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      ******************************************************************
      * 1450-CHECK-REPORT-DUE -- IS WS00-CAL-CHK-REPORT-ID DUE ON
      *                           WS00-CAL-CHK-DATE?  SAME RULES AS
      *                           RPT2EXCEL'S BATCH-LIST CHECK.
      ******************************************************************
       1450-CHECK-REPORT-DUE.
           MOVE 'Y'  TO WS00-CAL-DUE-SW.
           MOVE ZERO TO WS00-CAL-HIT.
           PERFORM 1460-FIND-CAL-ENTRY THRU 1460-EXIT
               VARYING WS00-CAL-SUB FROM 1 BY 1
               UNTIL WS00-CAL-SUB > WS00-CAL-CNT
                  OR WS00-CAL-HIT > 0.
           IF WS00-CAL-HIT = 0
               GO TO 1450-EXIT.
           MOVE WS00-CAL-HIT TO WS00-CAL-SUB.
           EVALUATE TRUE
               WHEN WS00-CAL-FREQ-DAILY(WS00-CAL-SUB)
                   CONTINUE
               WHEN WS00-CAL-FREQ-WEEKLY(WS00-CAL-SUB)
                   MOVE WS00-CAL-CHK-DATE TO WS00-CAL-DOW-DATE
                   PERFORM 1470-COMPUTE-DOW THRU 1470-EXIT
                   IF WS00-CAL-DOW(WS00-CAL-SUB)
                       NOT = WS00-CAL-DOW-NBR
                       MOVE 'N' TO WS00-CAL-DUE-SW
                   END-IF
               WHEN WS00-CAL-FREQ-MONTHEND(WS00-CAL-SUB)
                   PERFORM 1480-FIND-LAST-BUS-DAY THRU 1480-EXIT
                   IF WS00-CAL-CHK-DATE NOT = WS00-CAL-LBD-DATE
                       MOVE 'N' TO WS00-CAL-DUE-SW
                   END-IF
               WHEN WS00-CAL-FREQ-QTREND(WS00-CAL-SUB)
                   IF WS00-CAL-CHK-MM = 03 OR 06 OR 09 OR 12
                       PERFORM 1480-FIND-LAST-BUS-DAY THRU 1480-EXIT
                       IF WS00-CAL-CHK-DATE NOT = WS00-CAL-LBD-DATE
                           MOVE 'N' TO WS00-CAL-DUE-SW
                       END-IF
                   ELSE
                       MOVE 'N' TO WS00-CAL-DUE-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1450-EXIT.
           EXIT.

      ******************************************************************
      * 1460-FIND-CAL-ENTRY -- ONE FREQUENCY SLOT OF THE LOOKUP
      ******************************************************************
       1460-FIND-CAL-ENTRY.
           IF WS00-CAL-REPORT-ID(WS00-CAL-SUB)
               = WS00-CAL-CHK-REPORT-ID
               MOVE WS00-CAL-SUB TO WS00-CAL-HIT
           END-IF.
       1460-EXIT.
           EXIT.

      ******************************************************************
      * 1470-COMPUTE-DOW -- DAY OF WEEK OF WS00-CAL-DOW-DATE (1 =
      *                      MONDAY .. 7 = SUNDAY)
      ******************************************************************
       1470-COMPUTE-DOW.
           COMPUTE WS00-CAL-INT-WORK =
               FUNCTION INTEGER-OF-DATE(WS00-CAL-DOW-DATE) - 1.
           DIVIDE WS00-CAL-INT-WORK BY 7
               GIVING WS00-CAL-INT-QUOT
               REMAINDER WS00-CAL-INT-REM.
           COMPUTE WS00-CAL-DOW-NBR = WS00-CAL-INT-REM + 1.
       1470-EXIT.
           EXIT.

      ******************************************************************
      * 1480-FIND-LAST-BUS-DAY -- LAST BUSINESS DAY OF THE CHECK
      *                            DATE'S MONTH, STEPPED BACK OVER
      *                            WEEKENDS AND RPTCALND HOLIDAYS
      ******************************************************************
       1480-FIND-LAST-BUS-DAY.
           IF WS00-CAL-CHK-MM = 12
               COMPUTE WS00-CAL-NEXT-FIRST =
                   (WS00-CAL-CHK-YYYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS00-CAL-NEXT-FIRST =
                   WS00-CAL-CHK-YYYY * 10000
                   + (WS00-CAL-CHK-MM + 1) * 100 + 1
           END-IF.
           COMPUTE WS00-CAL-LBD-INT =
               FUNCTION INTEGER-OF-DATE(WS00-CAL-NEXT-FIRST) - 1.
           MOVE 'N' TO WS00-CAL-LBD-DONE-SW.
           PERFORM 1485-STEP-BACK-ONE-DAY THRU 1485-EXIT
               UNTIL WS00-CAL-LBD-DONE.
       1480-EXIT.
           EXIT.

      ******************************************************************
      * 1485-STEP-BACK-ONE-DAY -- ONE CANDIDATE DAY OF THE SCAN
      ******************************************************************
       1485-STEP-BACK-ONE-DAY.
           COMPUTE WS00-CAL-LBD-DATE =
               FUNCTION DATE-OF-INTEGER(WS00-CAL-LBD-INT).
           MOVE WS00-CAL-LBD-DATE TO WS00-CAL-DOW-DATE.
           PERFORM 1470-COMPUTE-DOW THRU 1470-EXIT.
           PERFORM 1490-CHECK-HOLIDAY THRU 1490-EXIT.
           IF WS00-CAL-DOW-NBR > 5 OR WS00-CAL-IS-HOLIDAY
               SUBTRACT 1 FROM WS00-CAL-LBD-INT
           ELSE
               SET WS00-CAL-LBD-DONE TO TRUE
           END-IF.
       1485-EXIT.
           EXIT.

      ******************************************************************
      * 1490-CHECK-HOLIDAY -- IS WS00-CAL-LBD-DATE ON THE HOLIDAY
      *                        TABLE?
      ******************************************************************
       1490-CHECK-HOLIDAY.
           MOVE 'N' TO WS00-CAL-HOL-SW.
           PERFORM 1495-CHECK-ONE-HOLIDAY THRU 1495-EXIT
               VARYING WS00-HOL-SUB FROM 1 BY 1
               UNTIL WS00-HOL-SUB > WS00-HOL-CNT
                  OR WS00-CAL-IS-HOLIDAY.
       1490-EXIT.
           EXIT.

      ******************************************************************
      * 1495-CHECK-ONE-HOLIDAY -- ONE HOLIDAY SLOT OF THE SCAN
      ******************************************************************
       1495-CHECK-ONE-HOLIDAY.
           IF WS00-HOL-DATE(WS00-HOL-SUB) = WS00-CAL-LBD-DATE
               SET WS00-CAL-IS-HOLIDAY TO TRUE
           END-IF.
       1495-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CHECK-ENTRY -- ONE RPTLIST ENTRY:  DUE?  CONVERTED BY
      *                      SOME STREAM?  IF NOT, WHY NOT?
      ******************************************************************
       2000-CHECK-ENTRY.
           IF WS00-BATCH-REPORT-ID = SPACES
               GO TO 2000-NEXT.
           ADD 1 TO WS00-ENTRIES-READ.
           MOVE WS00-BATCH-STREAM TO WS00-ENTRY-STREAM.
           IF WS00-ENTRY-STREAM = SPACES
               MOVE '01' TO WS00-ENTRY-STREAM
           END-IF.
           MOVE 'Y' TO WS00-ENTRY-STREAM-SW.
           IF WS00-ENTRY-STREAM IS NOT NUMERIC
               OR WS00-ENTRY-STREAM = '00'
               MOVE 'N' TO WS00-ENTRY-STREAM-SW
           END-IF.
           MOVE SPACES TO WS00-TIME-TXT.
           MOVE SPACES TO WS00-DETAIL-TXT.
           MOVE WS00-BATCH-REPORT-ID TO WS00-CAL-CHK-REPORT-ID.
           MOVE WS00-RUN-DATE        TO WS00-CAL-CHK-DATE.
           PERFORM 1450-CHECK-REPORT-DUE THRU 1450-EXIT.
           IF NOT WS00-CAL-IS-DUE
               ADD 1 TO WS00-NOT-DUE-CNT
               MOVE 'NOT DUE'         TO WS00-RESULT-TXT
               MOVE 'NOT DUE PER RPTCALND' TO WS00-DETAIL-TXT
               PERFORM 2200-WRITE-ENTRY-LINE THRU 2200-EXIT
               GO TO 2000-NEXT.
           PERFORM 2100-FIND-AUDIT THRU 2100-EXIT.
           MOVE ZERO TO WS00-FAIL-HIT.
           MOVE WS00-BATCH-REPORT-ID TO WS00-FIND-ID.
           PERFORM 1230-FIND-FAIL-ENTRY THRU 1230-EXIT
               VARYING WS00-FAIL-SUB FROM 1 BY 1
               UNTIL WS00-FAIL-SUB > WS00-FAIL-CNT
                  OR WS00-FAIL-HIT > 0.
           IF WS00-FAIL-HIT > 0
               IF WS00-LAST-AUD-TIME NOT = SPACES
                   AND WS00-LAST-AUD-TIME
                       > WS00-FAIL-TIME(WS00-FAIL-HIT)
                   MOVE ZERO TO WS00-FAIL-HIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS00-FAIL-HIT > 0
                   ADD 1 TO WS00-FAILED-CNT
                   MOVE 'FAILED'       TO WS00-RESULT-TXT
                   MOVE WS00-FAIL-TIME(WS00-FAIL-HIT) TO WS00-TIME-TXT
                   STRING 'FILE '
                              DELIMITED BY SIZE
                          WS00-FAIL-FILE(WS00-FAIL-HIT)
                              DELIMITED BY SIZE
                          ' STATUS '
                              DELIMITED BY SIZE
                          WS00-FAIL-STAT(WS00-FAIL-HIT)
                              DELIMITED BY SIZE
                          ' IN STREAM '
                              DELIMITED BY SIZE
                          WS00-FAIL-STREAM(WS00-FAIL-HIT)
                              DELIMITED BY SIZE
                          INTO WS00-DETAIL-TXT
               WHEN WS00-LAST-AUD-WITHHELD
                   ADD 1 TO WS00-STALE-CNT
                   MOVE 'STALE INPUT'  TO WS00-RESULT-TXT
                   MOVE WS00-LAST-AUD-TIME TO WS00-TIME-TXT
                   IF WS00-LAST-AUD-STALE-DUP
                       MOVE 'SAME SPOOL AS AN EARLIER NIGHT'
                           TO WS00-DETAIL-TXT
                   ELSE
                       MOVE 'PRINTED RUN DATE NOT THE BUSINESS DATE'
                           TO WS00-DETAIL-TXT
                   END-IF
               WHEN WS00-LAST-AUD-TIME NOT = SPACES
                   ADD 1 TO WS00-CONVERTED-CNT
                   MOVE 'CONVERTED'    TO WS00-RESULT-TXT
                   MOVE WS00-LAST-AUD-TIME TO WS00-TIME-TXT
                   MOVE WS00-LAST-AUD-DSN  TO WS00-DETAIL-TXT
               WHEN NOT WS00-ENTRY-STREAM-VALID
                   ADD 1 TO WS00-INVALID-CNT
                   MOVE 'STREAM INVALID' TO WS00-RESULT-TXT
                   MOVE 'RPTLIST STREAM NOT 01-99 - NO STREAM TAKES IT'
                       TO WS00-DETAIL-TXT
               WHEN OTHER
                   ADD 1 TO WS00-MISSING-CNT
                   MOVE 'MISSING'      TO WS00-RESULT-TXT
                   STRING 'NO RPTAUDIT RECORD FOR '
                              DELIMITED BY SIZE
                          WS00-RUN-DATE-X
                              DELIMITED BY SIZE
                          ' - STREAM NOT RUN OR NOT FINISHED'
                              DELIMITED BY SIZE
                          INTO WS00-DETAIL-TXT
           END-EVALUATE.
           IF WS00-RESULT-TXT NOT = 'CONVERTED'
               MOVE 8 TO WS00-GATE-RC
           END-IF.
           PERFORM 2200-WRITE-ENTRY-LINE THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2010-READ-BATLST-RECORD THRU 2010-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-READ-BATLST-RECORD -- NEXT RPTLIST ENTRY
      ******************************************************************
       2010-READ-BATLST-RECORD.
           READ FILE-BATLST INTO WS00-BATCH-REC
               AT END
                   SET WS00-BATLST-EOF-YES TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-AUDIT -- START THE KSDS AT REPORT-ID + RUN DATE AND
      *                     READ FORWARD WHILE BOTH STILL MATCH.  THE
      *                     KEY ENDS WITH RUN-TIME, SO THE LAST
      *                     CONVERSION RECORD READ IS THE LATEST.
      *                     SECURED-COPY (MODE S) ENTRIES DO NOT COUNT.
      *                     THE LATEST RECORD'S STALE-FLAG SAYS
      *                     WHETHER IT WAS WITHHELD AS STALE INPUT.
      ******************************************************************
       2100-FIND-AUDIT.
           MOVE SPACES TO WS00-LAST-AUD-TIME.
           MOVE SPACES TO WS00-LAST-AUD-DSN.
           MOVE SPACE  TO WS00-LAST-AUD-STALE.
           MOVE 'N' TO WS00-AUDIT-EOF-SWITCH.
           MOVE WS00-BATCH-REPORT-ID TO FD-AUDIT-KEY-ID.
           MOVE WS00-RUN-DATE-X      TO FD-AUDIT-KEY-DATE.
           MOVE LOW-VALUES           TO FD-AUDIT-KEY-TIME.
           START FILE-AUDIT KEY >= FD-AUDIT-KEY
               INVALID KEY
                   SET WS00-AUDIT-EOF-YES TO TRUE
           END-START.
           PERFORM 2110-READ-AUDIT-NEXT THRU 2110-EXIT
               UNTIL WS00-AUDIT-EOF-YES.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-READ-AUDIT-NEXT -- ONE AUDIT RECORD OF THE ENTRY'S RANGE
      ******************************************************************
       2110-READ-AUDIT-NEXT.
           READ FILE-AUDIT NEXT RECORD INTO WS00-AUD-REC
               AT END
                   SET WS00-AUDIT-EOF-YES TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           IF WS00-AUD-REPORT-ID NOT = WS00-BATCH-REPORT-ID
               OR WS00-AUD-RUN-DATE NOT = WS00-RUN-DATE-X
               SET WS00-AUDIT-EOF-YES TO TRUE
               GO TO 2110-EXIT.
           IF WS00-AUD-MODE-SECURED
               GO TO 2110-EXIT.
           MOVE WS00-AUD-RUN-TIME   TO WS00-LAST-AUD-TIME.
           MOVE WS00-AUD-OUTPUT-DSN TO WS00-LAST-AUD-DSN.
           MOVE WS00-AUD-STALE-FLAG TO WS00-LAST-AUD-STALE.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-ENTRY-LINE -- ONE ENTRY'S RESULT ON GATERPT
      ******************************************************************
       2200-WRITE-ENTRY-LINE.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING WS00-BATCH-REPORT-ID
                      DELIMITED BY SIZE
                  ' '
                      DELIMITED BY SIZE
                  WS00-BATCH-STREAM
                      DELIMITED BY SIZE
                  '     '
                      DELIMITED BY SIZE
                  WS00-RESULT-TXT
                      DELIMITED BY SIZE
                  ' '
                      DELIMITED BY SIZE
                  WS00-TIME-TXT
                      DELIMITED BY SIZE
                  ' '
                      DELIMITED BY SIZE
                  WS00-DETAIL-TXT
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- TOTALS, THE GATE DECISION, CLOSE
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE WS00-ENTRIES-READ TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'RPTLIST ENTRIES . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE WS00-NOT-DUE-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'NOT DUE . . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE WS00-CONVERTED-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'CONVERTED . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE WS00-FAILED-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'FAILED. . . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE WS00-STALE-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'STALE INPUT . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE WS00-MISSING-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'MISSING . . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE WS00-INVALID-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'STREAM INVALID. . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           IF WS00-FAIL-DROPPED > 0
               MOVE WS00-FAIL-DROPPED TO WS00-NBR-DISP
               MOVE SPACES TO WS00-GATRPT-LINE
               STRING 'FAILURES DROPPED - TABLE FULL . '
                          DELIMITED BY SIZE
                      WS00-NBR-DISP
                          DELIMITED BY SIZE
                      INTO WS00-GATRPT-LINE
               WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE
           END-IF.
           MOVE SPACES TO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           MOVE SPACES TO WS00-GATRPT-LINE.
           IF WS00-GATE-RC = 0
               STRING 'GATE RESULT . . . . . . . . . . RELEASE - '
                          DELIMITED BY SIZE
                      'EVERY DUE ENTRY CONVERTED'
                          DELIMITED BY SIZE
                      INTO WS00-GATRPT-LINE
           ELSE
               STRING 'GATE RESULT . . . . . . . . . . HOLD - '
                          DELIMITED BY SIZE
                      'DISTRIBUTION HELD'
                          DELIMITED BY SIZE
                      INTO WS00-GATRPT-LINE
               DISPLAY 'RPTGATCK - NOT EVERY DUE ENTRY CONVERTED FOR '
                   WS00-RUN-DATE-X ', SEE GATERPT'
           END-IF.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           CLOSE FILE-BATLST.
           CLOSE FILE-AUDIT.
           CLOSE FILE-GATRPT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-AUDIT-ERROR -- NO AUDIT TRAIL, NOTHING CAN BE PROVED
      *                     CONVERTED
      ******************************************************************
       9100-AUDIT-ERROR.
           DISPLAY 'RPTGATCK - FILE-AUDIT ERROR, STATUS = '
               WS00-AUDIT-STATUS.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'UNABLE TO OPEN RPTAUDIT, STATUS ' DELIMITED BY SIZE
                  WS00-AUDIT-STATUS DELIMITED BY SIZE
                  ' - DISTRIBUTION HELD' DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           CLOSE FILE-GATRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 9200-BATLST-ERROR -- NO LIST, NOTHING TO CHECK AGAINST
      ******************************************************************
       9200-BATLST-ERROR.
           DISPLAY 'RPTGATCK - FILE-BATLST ERROR, STATUS = '
               WS00-BATLST-STATUS.
           MOVE SPACES TO WS00-GATRPT-LINE.
           STRING 'UNABLE TO OPEN RPTLIST, STATUS ' DELIMITED BY SIZE
                  WS00-BATLST-STATUS DELIMITED BY SIZE
                  ' - DISTRIBUTION HELD' DELIMITED BY SIZE
                  INTO WS00-GATRPT-LINE.
           WRITE FD-GATRPT-REC FROM WS00-GATRPT-LINE.
           CLOSE FILE-AUDIT.
           CLOSE FILE-GATRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
