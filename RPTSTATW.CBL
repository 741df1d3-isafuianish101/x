      ******************************************************************
       ID DIVISION.
      ******************************************************************
       PROGRAM-ID.   RPTSTATW.
       AUTHOR.       ANISH SAFUI @ IBM.

      ******************************************************************
      * CONSOLIDATED MORNING OPERATIONS STATUS WORKBOOK              *
      ******************************************************************
      *
      * ONE PLACE TO SAY WHETHER THE NIGHT IS CLEAN.  READS THE
      * RPTAUDIT KSDS FOR THE RUN DATE AND JOINS IT WITH EVERYTHING
      * ELSE THE SUITE LEAVES BEHIND:
      *   RPTLIST   THE REPORTS A NIGHT IS EXPECTED TO CONVERT
      *   RPTCALND  WHICH OF THEM WERE DUE ON THE RUN DATE (SAME
      *             DUE CHECK AS RPT2EXCEL AND RPTAUDRP)
      *   RPTCTLT   THE CONVERSION CONTROL TOTALS RPT2EXCEL ALSO
      *             PRINTS ON RPTRECON -- ROWS, REJECTS, EXCEPTIONS
      *             FLAGGED, TRAILER BALANCE RESULT
      *   RPTREJCT  SUSPENSE RECORDS STILL OPEN (NOT RESOLVED BY
      *             RPTREJFX)
      *   RPTTOTH   COLUMN GRAND TOTALS, TRENDED AGAINST THE PRIOR
      *             RUN AND THE SAME PERIOD LAST MONTH EXACTLY AS
      *             RPTTOTRP DOES
      *   DISTLOG   SENT / FAILED LINES FROM RPTDISTR AND CONFIRM /
      *             DLVFAIL / NORSLT LINES FROM RPTDLVCK
      * AND WRITES ONE SPREADSHEETML STATUS WORKBOOK (STSWKBK):  A
      * Status WORKSHEET WITH ONE ROW PER EXPECTED REPORT (PLUS ANY
      * REPORT CONVERTED TONIGHT THAT IS NOT ON RPTLIST), RATED
      * GREEN / AMBER / RED, AND THE DETAIL WORKSHEETS BEHIND IT --
      * Conversions, Rejects, Variance AND Delivery.  THE SAME
      * STATUS LINES PRINT ON STSRPT.
      *
      * RATING:
      *   RED    DUE BUT NOT CONVERTED, WITHHELD AS STALE INPUT,
      *          TRAILER OUT OF BALANCE OR NOT FOUND, OR A DELIVERY
      *          FAILED
      *   AMBER  OPEN REJECTS, EXCEPTIONS FLAGGED, A TOTAL VARIANCE
      *          BEYOND THE THRESHOLD, NO CONTROL TOTALS, STALE INPUT
      *          FORCED THROUGH BY RPTFORCE, BURST ROWS NOT ROUTED,
      *          OR CONVERTED BUT NOT SENT / NOT YET CONFIRMED
      *   GREEN  ANYTHING ELSE, INCLUDING A REPORT NOT DUE TONIGHT
      *
      * THE WORKBOOK IS REGISTERED ON RPTAUDIT UNDER ITS OWN
      * REPORT-ID (DEFAULT OPSSTAT) WITH THE STSPARM WORKBOOK DSN, SO
      * A FOLLOWING RPTDISTR STEP SELECTING THAT REPORT-ID SENDS IT
      * TO THE OPERATIONS AND BUSINESS-OWNER RECIPIENTS ON RPTDISTB.
      * EXEC PARM='&SYSUID.,jobname' SUPPLIES THE AUDIT USERID AND
      * JOBNAME, AS FOR RPT2EXCEL.
      *
      * STSPARM CARD LAYOUT (ONE RECORD, ALL FIELDS OPTIONAL):
      *   COL  1- 8  RUN DATE, YYYYMMDD (BLANK = TODAY)
      *   COL  9-16  WORKBOOK REPORT-ID ON RPTAUDIT (BLANK = OPSSTAT)
      *   COL 17-19  VARIANCE THRESHOLD PCT (BLANK = 020)
      *   COL 20-63  WORKBOOK DSN RECORDED ON RPTAUDIT (BLANK = THE
      *              WORKBOOK IS NOT REGISTERED FOR DISTRIBUTION)
      *
      * ENDS WITH CONDITION CODE 0 WHEN EVERY ROW IS GREEN, 4 WHEN
      * ANY ROW IS AMBER, 8 WHEN ANY ROW IS RED OR THE AUDIT TRAIL
      * OR THE WORKBOOK CANNOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15  AS  INITIAL VERSION.
      *  2026-10-15  AS  SECURED-COPY (MODE S) AUDIT ENTRIES ARE NOT
      *                  CONVERSIONS AND ARE NOT COUNTED.
      *  2026-10-15  AS  RPTLIST RECORD LENGTH 150 (STREAM NUMBER).
      *                  FAILED-ENTRY RPTCTLT RECORDS (ENTRY-STATUS F)
      *                  ARE NOT CONVERSIONS AND ARE PASSED BY.
      *  2026-10-15  AS  RPTAUDIT RECORD LENGTH 180 (CONVERSION START
      *                  TIME AND ELAPSED SECONDS).  THE WORKBOOK'S OWN
      *                  ENTRY IS NOT A CONVERSION AND IS NOT TIMED.
      *  2026-10-15  AS  STALE INPUT:  A LATEST CONVERSION WITHHELD BY
      *                  RPT2EXCEL'S STALE-INPUT CHECK RATES RED, ONE
      *                  FORCED THROUGH BY RPTFORCE RATES AMBER.  THE
      *                  WITHHELD ENTRY'S RPTCTLT RECORD (ENTRY-STATUS
      *                  S) IS NOT A CONVERSION AND IS PASSED BY.
      *  2026-10-15  AS  UNROUTD DISTLOG LINES (BURST ROWS WITH NO
      *                  RECIPIENT) RATE AMBER AND SHOW ON THE
      *                  Delivery WORKSHEET.
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

           SELECT OPTIONAL FILE-PARM ASSIGN TO STSPARM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-PARM-STATUS.

           SELECT OPTIONAL FILE-BATLST ASSIGN TO RPTLIST
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-BATLST-STATUS.

           SELECT OPTIONAL FILE-CALND ASSIGN TO RPTCALND
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-CALND-STATUS.

           SELECT OPTIONAL FILE-CTLT ASSIGN TO RPTCTLT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-CTLT-STATUS.

           SELECT OPTIONAL FILE-REJECT ASSIGN TO RPTREJCT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-REJECT-STATUS.

           SELECT OPTIONAL FILE-TOTH ASSIGN TO RPTTOTH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-TOTH-STATUS.

           SELECT OPTIONAL FILE-DISTLOG ASSIGN TO DISTLOG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-DISTLOG-STATUS.

           SELECT FILE-STSWB ASSIGN TO STSWKBK
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-STSWB-STATUS.

           SELECT FILE-STSRPT ASSIGN TO STSRPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-STSRPT-STATUS.

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

       FD  FILE-PARM
           RECORDING MODE IS F.
       01  FD-PARM-REC                   PIC X(80).

       FD  FILE-BATLST
           RECORDING MODE IS F.
       01  FD-BATLST-REC                 PIC X(150).

       FD  FILE-CALND
           RECORDING MODE IS F.
       01  FD-CALND-REC                  PIC X(80).

       FD  FILE-CTLT
           RECORDING MODE IS F.
       01  FD-CTLT-REC                   PIC X(100).

       FD  FILE-REJECT
           RECORDING MODE IS F.
       01  FD-REJECT-REC                 PIC X(160).

       FD  FILE-TOTH
           RECORDING MODE IS F.
       01  FD-TOTH-REC                   PIC X(70).

       FD  FILE-DISTLOG
           RECORDING MODE IS F.
       01  FD-DISTLOG-REC                PIC X(132).

       FD  FILE-STSWB
           RECORDING MODE IS F.
       01  FD-STSWB-REC                  PIC X(2048).

       FD  FILE-STSRPT
           RECORDING MODE IS F.
       01  FD-STSRPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *    FILE STATUS FIELDS
      ******************************************************************
       77  WS00-AUDIT-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-PARM-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-BATLST-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-CALND-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-CTLT-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-REJECT-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-TOTH-STATUS              PIC X(02)   VALUE SPACES.
       77  WS00-DISTLOG-STATUS           PIC X(02)   VALUE SPACES.
       77  WS00-STSWB-STATUS             PIC X(02)   VALUE SPACES.
       77  WS00-STSRPT-STATUS            PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SWITCHES
      ******************************************************************
       77  WS00-AUDIT-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-AUDIT-EOF-YES                     VALUE 'Y'.
       77  WS00-BATLST-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS00-BATLST-EOF-YES                    VALUE 'Y'.
       77  WS00-CALND-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-CALND-EOF-YES                     VALUE 'Y'.
       77  WS00-CTLT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS00-CTLT-EOF-YES                      VALUE 'Y'.
       77  WS00-REJECT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS00-REJECT-EOF-YES                    VALUE 'Y'.
       77  WS00-TOTH-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS00-TOTH-EOF-YES                      VALUE 'Y'.
       77  WS00-DISTLOG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS00-DISTLOG-EOF-YES                   VALUE 'Y'.

      ******************************************************************
      *    RUN CONTROL (STSPARM CARD)
      ******************************************************************
       01  WS00-PARM-REC.
           05  WS00-PARM-RUN-DATE        PIC X(08)   VALUE SPACES.
           05  WS00-PARM-WB-REPORT-ID    PIC X(08)   VALUE SPACES.
           05  WS00-PARM-PCT             PIC X(03)   VALUE SPACES.
           05  WS00-PARM-WB-DSN          PIC X(44)   VALUE SPACES.
           05  FILLER                    PIC X(17)   VALUE SPACES.
       77  WS00-PCT-LIMIT                PIC 9(03)  COMP   VALUE 20.
       77  WS00-WB-REPORT-ID             PIC X(08)   VALUE 'OPSSTAT'.
       77  WS00-RUN-USERID               PIC X(08)   VALUE SPACES.
       77  WS00-RUN-JOBNAME              PIC X(08)   VALUE SPACES.

      ******************************************************************
      *    RUN DATE AND LAST-MONTH TARGET DATE (SAME ANCHOR AS
      *    RPTTOTRP)
      ******************************************************************
       01  WS00-ASOF-AREA.
           05  WS00-ASOF-DATE            PIC 9(08)   VALUE ZERO.
           05  FILLER REDEFINES WS00-ASOF-DATE.
               10  WS00-ASOF-YYYY        PIC 9(04).
               10  WS00-ASOF-MM          PIC 9(02).
               10  WS00-ASOF-DD          PIC 9(02).
       01  WS00-LASTM-AREA.
           05  WS00-LASTM-DATE           PIC 9(08)   VALUE ZERO.
           05  FILLER REDEFINES WS00-LASTM-DATE.
               10  WS00-LASTM-YYYY       PIC 9(04).
               10  WS00-LASTM-MM         PIC 9(02).
               10  WS00-LASTM-DD         PIC 9(02).
       77  WS00-ASOF-X                   PIC X(08)   VALUE SPACES.
       77  WS00-LASTM-X                  PIC X(08)   VALUE SPACES.

      ******************************************************************
      *    STATUS TABLE -- ONE ROW PER EXPECTED REPORT (RPTLIST) OR
      *    REPORT CONVERTED ON THE RUN DATE, COLLECTING WHAT EACH
      *    SOURCE FILE SAYS ABOUT IT
      ******************************************************************
       77  WS00-STS-SUB                  PIC 9(03)  COMP   VALUE 1.
       77  WS00-STS-SCAN                 PIC 9(03)  COMP   VALUE 1.
       77  WS00-STS-HIT                  PIC 9(03)  COMP   VALUE ZERO.
       77  WS00-FIND-ID                  PIC X(08)   VALUE SPACES.
       01  WS00-STS-TABLE.
           05  WS00-STS-CNT              PIC 9(03)  COMP   VALUE ZERO.
           05  WS00-STS-ENTRY OCCURS 200 TIMES.
               10  WS00-STS-REPORT-ID    PIC X(08).
               10  WS00-STS-ON-LIST-SW   PIC X(01).
                   88  WS00-STS-ON-LIST             VALUE 'Y'.
               10  WS00-STS-DUE-SW       PIC X(01).
                   88  WS00-STS-DUE                 VALUE 'Y'.
               10  WS00-STS-CONV-CNT     PIC 9(03)  COMP.
               10  WS00-STS-CONV-TIME    PIC X(08).
               10  WS00-STS-RECS-READ    PIC 9(09)  COMP.
               10  WS00-STS-CTT-SW       PIC X(01).
                   88  WS00-STS-HAS-CTT             VALUE 'Y'.
               10  WS00-STS-ROWS         PIC 9(09)  COMP.
               10  WS00-STS-EXCEPTIONS   PIC 9(09)  COMP.
               10  WS00-STS-TRL-RESULT   PIC X(01).
               10  WS00-STS-OPEN-REJ     PIC 9(09)  COMP.
               10  WS00-STS-VAR-CNT      PIC 9(03)  COMP.
               10  WS00-STS-SENT-CNT     PIC 9(05)  COMP.
               10  WS00-STS-CONFIRM-CNT  PIC 9(05)  COMP.
               10  WS00-STS-FAIL-CNT     PIC 9(05)  COMP.
               10  WS00-STS-UNROUTED-CNT PIC 9(05)  COMP.
               10  WS00-STS-DLV-TXT      PIC X(09).
               10  WS00-STS-RAG          PIC X(01).
                   88  WS00-STS-GREEN               VALUE 'G'.
                   88  WS00-STS-AMBER               VALUE 'A'.
                   88  WS00-STS-RED                 VALUE 'R'.
               10  WS00-STS-REASON       PIC X(32).
               10  WS00-STS-STALE-FLAG   PIC X(01).
                   88  WS00-STS-STALE-WITHHELD      VALUES 'D' 'R'.
                   88  WS00-STS-STALE-FORCED        VALUE 'O'.
       77  WS00-RAISE-TEXT               PIC X(32)   VALUE SPACES.

      ******************************************************************
      *    TREND TABLE -- ONE SLOT PER REPORT-ID/COLUMN SEEN ON
      *    RPTTOTH, SAME WINDOWS AS RPTTOTRP:  TONIGHT (RUN-DATE =
      *    RUN DATE), PRIOR (LATEST BEFORE) AND LAST MONTH (LATEST
      *    ON/BEFORE RUN DATE MINUS ONE MONTH)
      ******************************************************************
       77  WS00-TRD-SUB                  PIC 9(03)  COMP   VALUE 1.
       77  WS00-TRD-HIT                  PIC 9(03)  COMP   VALUE ZERO.
       01  WS00-TRD-TABLE.
           05  WS00-TRD-CNT              PIC 9(03)  COMP   VALUE ZERO.
           05  WS00-TRD-ENTRY OCCURS 200 TIMES.
               10  WS00-TRD-REPORT-ID    PIC X(08).
               10  WS00-TRD-COL-SEQ      PIC 9(02)  COMP.
               10  WS00-TRD-COL-TITLE    PIC X(20).
               10  WS00-TRD-TONIGHT-AMT  PIC S9(13)V99 COMP-3.
               10  WS00-TRD-TONIGHT-SW   PIC X(01).
                   88  WS00-TRD-HAS-TONIGHT         VALUE 'Y'.
               10  WS00-TRD-PRIOR-AMT    PIC S9(13)V99 COMP-3.
               10  WS00-TRD-PRIOR-SW     PIC X(01).
                   88  WS00-TRD-HAS-PRIOR           VALUE 'Y'.
               10  WS00-TRD-LASTM-AMT    PIC S9(13)V99 COMP-3.
               10  WS00-TRD-LASTM-SW     PIC X(01).
                   88  WS00-TRD-HAS-LASTM           VALUE 'Y'.
               10  WS00-TRD-PRIOR-PCT    PIC 9(03)  COMP.
               10  WS00-TRD-LASTM-PCT    PIC 9(03)  COMP.
               10  WS00-TRD-FLAG-SW      PIC X(01).
                   88  WS00-TRD-FLAGGED             VALUE 'Y'.

      ******************************************************************
      *    VARIANCE WORK AREAS
      ******************************************************************
       77  WS00-AMT-WORK                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS00-VAR-DIFF                 PIC S9(14)V99 COMP-3 VALUE 0.
       77  WS00-VAR-BASE                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS00-VAR-PCT                  PIC 9(09)  COMP   VALUE ZERO.

      ******************************************************************
      *    DISTLOG LINE VIEW -- THE COLUMNS RPTDISTR AND RPTDLVCK
      *    WRITE; DETAIL IS THE RECIPIENT AND ANY REASON TEXT
      ******************************************************************
       01  WS00-LOG-REC.
           05  WS00-LOG-DATE             PIC X(08).
           05  FILLER                    PIC X(01).
           05  WS00-LOG-TIME             PIC X(08).
           05  WS00-LOG-ACTION           PIC X(08).
               88  WS00-LOG-IS-SENT                 VALUE ' SENT   '.
               88  WS00-LOG-IS-FAILED               VALUE ' FAILED ',
                                                          ' DLVFAIL'.
               88  WS00-LOG-IS-CONFIRM              VALUE ' CONFIRM'.
               88  WS00-LOG-IS-NORSLT               VALUE ' NORSLT '.
               88  WS00-LOG-IS-UNROUTED             VALUE ' UNROUTD'.
           05  WS00-LOG-REPORT-ID        PIC X(08).
           05  FILLER                    PIC X(01).
           05  WS00-LOG-METHOD           PIC X(01).
           05  FILLER                    PIC X(01).
           05  WS00-LOG-DETAIL           PIC X(96).

      ******************************************************************
      *    COUNTERS
      ******************************************************************
       77  WS00-AUDIT-READ               PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-DUE-CNT                  PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-CONVERTED-CNT            PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-GREEN-CNT                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-AMBER-CNT                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RED-CNT                  PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-OPEN-REJ-TOTAL           PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP                 PIC ZZZZZZZZ9.
       77  WS00-NBR-DISP2                PIC ZZZZZZZZ9.
       77  WS00-NBR-DISP3                PIC ZZZZZZZZ9.
       77  WS00-NBR-DISP4                PIC ZZZZZZZZ9.
       77  WS00-CNV-DISP                 PIC ZZ9.
       77  WS00-VAR-DISP                 PIC ZZ9.
       77  WS00-PCT-DISP                 PIC ZZ9.
       77  WS00-COL-DISP                 PIC 9(02)         VALUE ZERO.

      ******************************************************************
      *    LISTING AND RATING TEXT
      ******************************************************************
       01  WS00-STSRPT-LINE              PIC X(132).
       77  WS00-TRL-TXT                  PIC X(14)   VALUE SPACES.
       77  WS00-RAG-TXT                  PIC X(05)   VALUE SPACES.
       77  WS00-RAG-STYLE                PIC X(08)   VALUE SPACES.
       77  WS00-YN-TXT                   PIC X(01)   VALUE SPACE.

      ******************************************************************
      *    WORKBOOK WRITER WORK AREAS (SPREADSHEETML, THE CONVERSION'S
      *    sHeader STYLE PLUS A FILL STYLE PER RATING)
      ******************************************************************
       01  WS00-XML-LINE                 PIC X(2048).
       77  WS00-CELL-TEXT                PIC X(133)  VALUE SPACES.
       77  WS00-CELL-STYLE               PIC X(08)   VALUE SPACES.
       77  WS00-CELL-NBR                 PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-CELL-ESC-TEXT            PIC X(800)  VALUE SPACES.
       77  WS00-ESC-PTR                  PIC 9(04) COMP   VALUE 1.
       77  WS00-ESC-IDX                  PIC 9(03) COMP   VALUE 1.
       77  WS00-ESC-LEN                  PIC 9(03) COMP   VALUE ZERO.
       77  WS00-ESC-TRAIL                PIC 9(03) COMP   VALUE ZERO.
       77  WS00-ESC-CHAR                 PIC X(01)   VALUE SPACE.
       77  WS00-SHEET-NAME               PIC X(12)   VALUE SPACES.
       77  WS00-AMT-EDIT                 PIC -(13)9.99     VALUE ZERO.
       77  WS00-HDR-SUB                  PIC 9(02)  COMP   VALUE 1.
       77  WS00-HDR-CNT                  PIC 9(02)  COMP   VALUE ZERO.
       01  WS00-HDR-WORK.
           05  WS00-HDR-TEXT OCCURS 14 TIMES
                                         PIC X(16).

      ******************************************************************
      *    WORKSHEET COLUMN HEADINGS, MOVED INTO WS00-HDR-WORK ONE
      *    WORKSHEET AT A TIME
      ******************************************************************
       01  WS00-STATUS-HDRS.
           05  FILLER  PIC X(16)  VALUE 'REPORT'.
           05  FILLER  PIC X(16)  VALUE 'ON RPTLIST'.
           05  FILLER  PIC X(16)  VALUE 'DUE'.
           05  FILLER  PIC X(16)  VALUE 'CONVERSIONS'.
           05  FILLER  PIC X(16)  VALUE 'LAST RUN TIME'.
           05  FILLER  PIC X(16)  VALUE 'RECORDS READ'.
           05  FILLER  PIC X(16)  VALUE 'ROWS WRITTEN'.
           05  FILLER  PIC X(16)  VALUE 'OPEN REJECTS'.
           05  FILLER  PIC X(16)  VALUE 'EXCEPTIONS'.
           05  FILLER  PIC X(16)  VALUE 'TRAILER'.
           05  FILLER  PIC X(16)  VALUE 'TOTAL VARIANCES'.
           05  FILLER  PIC X(16)  VALUE 'DELIVERY'.
           05  FILLER  PIC X(16)  VALUE 'STATUS'.
           05  FILLER  PIC X(16)  VALUE 'REASON'.
       01  WS00-CONV-HDRS.
           05  FILLER  PIC X(16)  VALUE 'REPORT'.
           05  FILLER  PIC X(16)  VALUE 'RUN TIME'.
           05  FILLER  PIC X(16)  VALUE 'RECORDS READ'.
           05  FILLER  PIC X(16)  VALUE 'ROWS WRITTEN'.
           05  FILLER  PIC X(16)  VALUE 'WORKSHEETS'.
           05  FILLER  PIC X(16)  VALUE 'SKIPPED LINES'.
           05  FILLER  PIC X(16)  VALUE 'REJECTED'.
           05  FILLER  PIC X(16)  VALUE 'EXCEPTIONS'.
           05  FILLER  PIC X(16)  VALUE 'TRAILER'.
           05  FILLER  PIC X(16)  VALUE 'OUTPUT MODE'.
       01  WS00-REJ-HDRS.
           05  FILLER  PIC X(16)  VALUE 'REPORT'.
           05  FILLER  PIC X(16)  VALUE 'RECORD NUMBER'.
           05  FILLER  PIC X(16)  VALUE 'COLUMN'.
           05  FILLER  PIC X(16)  VALUE 'REASON'.
           05  FILLER  PIC X(16)  VALUE 'PASSES OPEN'.
           05  FILLER  PIC X(16)  VALUE 'RECORD IMAGE'.
       01  WS00-VAR-HDRS.
           05  FILLER  PIC X(16)  VALUE 'REPORT'.
           05  FILLER  PIC X(16)  VALUE 'COLUMN'.
           05  FILLER  PIC X(16)  VALUE 'TITLE'.
           05  FILLER  PIC X(16)  VALUE 'TONIGHT'.
           05  FILLER  PIC X(16)  VALUE 'PRIOR RUN'.
           05  FILLER  PIC X(16)  VALUE 'PRIOR PCT'.
           05  FILLER  PIC X(16)  VALUE 'LAST MONTH'.
           05  FILLER  PIC X(16)  VALUE 'LAST MONTH PCT'.
           05  FILLER  PIC X(16)  VALUE 'FLAG'.
       01  WS00-DLV-HDRS.
           05  FILLER  PIC X(16)  VALUE 'REPORT'.
           05  FILLER  PIC X(16)  VALUE 'LOG TIME'.
           05  FILLER  PIC X(16)  VALUE 'ACTION'.
           05  FILLER  PIC X(16)  VALUE 'METHOD'.
           05  FILLER  PIC X(16)  VALUE 'RECIPIENT/DETAIL'.

      ******************************************************************
      *    AUDIT TRAIL RECORD (SEE COPYLIB/RPTAUD.CPY)
      ******************************************************************
           COPY RPTAUD.

      ******************************************************************
      *    BATCH DRIVING LIST RECORD (SEE COPYLIB/RPTLIST.CPY)
      ******************************************************************
           COPY RPTLIST.

      ******************************************************************
      *    PROCESSING CALENDAR (SEE COPYLIB/RPTCAL.CPY)
      ******************************************************************
           COPY RPTCAL.

      ******************************************************************
      *    CONVERSION CONTROL-TOTAL RECORD (SEE COPYLIB/RPTCTLT.CPY)
      ******************************************************************
           COPY RPTCTLT.

      ******************************************************************
      *    REJECT/SUSPENSE RECORD (SEE COPYLIB/RPTREJ.CPY)
      ******************************************************************
           COPY RPTREJ.

      ******************************************************************
      *    COLUMN-TOTAL HISTORY RECORD (SEE COPYLIB/RPTTOTH.CPY)
      ******************************************************************
           COPY RPTTOTH.

      ******************************************************************
      *    SUBMITTER PARM -- EXEC PGM=RPTSTATW,PARM='&SYSUID.,jobname'
      *    SUPPLIES THE USERID/JOBNAME FOR THE WORKBOOK'S RPTAUDIT
      *    ENTRY, AS FOR RPT2EXCEL
      ******************************************************************
       LINKAGE SECTION.
       01  WS00-PARM-AREA.
           05  WS00-PARM-LEN                 PIC S9(4) COMP.
           05  WS00-PARM-TEXT                PIC X(80).

      ******************************************************************
       PROCEDURE DIVISION USING WS00-PARM-AREA.
      ******************************************************************

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-SWEEP-AUDIT-REC   THRU 2000-EXIT
               UNTIL WS00-AUDIT-EOF-YES.
           CLOSE FILE-AUDIT.
           PERFORM 3000-LOAD-CONTROL-TOTALS THRU 3000-EXIT.
           PERFORM 3100-COUNT-OPEN-REJECTS  THRU 3100-EXIT.
           PERFORM 3200-LOAD-TOTAL-HISTORY  THRU 3200-EXIT.
           PERFORM 3300-LOAD-DELIVERY-LOG   THRU 3300-EXIT.
           PERFORM 4000-RATE-ONE-REPORT   THRU 4000-EXIT
               VARYING WS00-STS-SUB FROM 1 BY 1
               UNTIL WS00-STS-SUB > WS00-STS-CNT.
           PERFORM 5000-WRITE-STATUS-WORKBOOK THRU 5000-EXIT.
           PERFORM 8000-TERMINATE         THRU 8000-EXIT.
           EVALUATE TRUE
               WHEN WS00-RED-CNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS00-AMBER-CNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- READ THE PARM CARD, RESOLVE THE RUN DATE,
      *                    LOAD THE CALENDAR AND THE EXPECTED REPORTS,
      *                    OPEN THE AUDIT TRAIL AND POSITION THE SWEEP
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FILE-STSRPT.
           PERFORM 1050-PARSE-SUBMITTER-PARM THRU 1050-EXIT.
           PERFORM 1100-READ-PARM-CARD   THRU 1100-EXIT.
           IF WS00-PARM-PCT IS NUMERIC
               MOVE WS00-PARM-PCT TO WS00-PCT-LIMIT
           END-IF.
           IF WS00-PARM-WB-REPORT-ID NOT = SPACES
               MOVE WS00-PARM-WB-REPORT-ID TO WS00-WB-REPORT-ID
           END-IF.
           IF WS00-PARM-RUN-DATE IS NUMERIC
               MOVE WS00-PARM-RUN-DATE TO WS00-ASOF-DATE
           ELSE
               ACCEPT WS00-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS00-ASOF-DATE TO WS00-ASOF-X.
           MOVE WS00-ASOF-DATE TO WS00-LASTM-DATE.
           IF WS00-ASOF-MM = 01
               COMPUTE WS00-LASTM-YYYY = WS00-ASOF-YYYY - 1
               MOVE 12 TO WS00-LASTM-MM
           ELSE
               COMPUTE WS00-LASTM-MM = WS00-ASOF-MM - 1
           END-IF.
           IF WS00-LASTM-DD > 28
               MOVE 28 TO WS00-LASTM-DD
           END-IF.
           MOVE WS00-LASTM-DATE TO WS00-LASTM-X.
           PERFORM 1440-LOAD-CALENDAR    THRU 1440-EXIT.
           PERFORM 1200-LOAD-EXPECTED-IDS THRU 1200-EXIT.
           OPEN INPUT FILE-AUDIT.
           IF WS00-AUDIT-STATUS NOT = '00'
               GO TO 9100-AUDIT-ERROR.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'RPTSTATW - MORNING OPERATIONS STATUS FOR RUN DATE '
                      DELIMITED BY SIZE
                  WS00-ASOF-X
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE WS00-PCT-LIMIT TO WS00-PCT-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'WORKBOOK REPORT-ID=' DELIMITED BY SIZE
                  WS00-WB-REPORT-ID DELIMITED BY SIZE
                  ' VARIANCE THRESHOLD=' DELIMITED BY SIZE
                  WS00-PCT-DISP DELIMITED BY SIZE
                  '% LAST-MONTH ANCHOR=' DELIMITED BY SIZE
                  WS00-LASTM-X DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE SPACES TO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'REPORT   D CNV RUN TIME   RECORDS      ROWS'
                      DELIMITED BY SIZE
                  '  OPEN REJ EXCEPTNS TRAILER        VAR'
                      DELIMITED BY SIZE
                  ' DELIVERY  STATUS REASON'
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE SPACES TO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE LOW-VALUES TO FD-AUDIT-KEY.
           START FILE-AUDIT KEY >= FD-AUDIT-KEY
               INVALID KEY
                   SET WS00-AUDIT-EOF-YES TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-PARSE-SUBMITTER-PARM -- SPLIT THE OPTIONAL EXEC PARM
      *                                ('&SYSUID.,jobname') INTO
      *                                WS00-RUN-USERID/WS00-RUN-JOBNAME
      *                                FOR 8100-REGISTER-WORKBOOK.  NO
      *                                PARM MEANS BOTH STAY BLANK.
      ******************************************************************
       1050-PARSE-SUBMITTER-PARM.
           MOVE SPACES TO WS00-RUN-USERID.
           MOVE SPACES TO WS00-RUN-JOBNAME.
           IF WS00-PARM-LEN > 0
               UNSTRING WS00-PARM-TEXT(1:WS00-PARM-LEN) DELIMITED BY ','
                   INTO WS00-RUN-USERID WS00-RUN-JOBNAME
               END-UNSTRING
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-PARM-CARD -- OPTIONAL ONE-RECORD RUN CONTROL CARD
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
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-EXPECTED-IDS -- EVERY REPORT-ID NAMED ON RPTLIST
      *                            GETS A STATUS ROW, CONVERTED OR NOT
      ******************************************************************
       1200-LOAD-EXPECTED-IDS.
           MOVE ZERO TO WS00-STS-CNT.
           OPEN INPUT FILE-BATLST.
           IF WS00-BATLST-STATUS NOT = '00'
               GO TO 1200-EXIT.
           PERFORM 1210-READ-BATLST-RECORD THRU 1210-EXIT.
           PERFORM 1220-BUILD-EXP-ENTRY THRU 1220-EXIT
               UNTIL WS00-BATLST-EOF-YES.
           CLOSE FILE-BATLST.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-READ-BATLST-RECORD -- NEXT RPTLIST ENTRY
      ******************************************************************
       1210-READ-BATLST-RECORD.
           READ FILE-BATLST INTO WS00-BATCH-REC
               AT END
                   SET WS00-BATLST-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1220-BUILD-EXP-ENTRY -- ONE RPTLIST ENTRY INTO THE STATUS
      *                          TABLE (A REPORT-ID LISTED TWICE KEEPS
      *                          ONE ROW)
      ******************************************************************
       1220-BUILD-EXP-ENTRY.
           IF WS00-BATCH-REPORT-ID NOT = SPACES
               MOVE WS00-BATCH-REPORT-ID TO WS00-FIND-ID
               PERFORM 1250-FIND-STS-ROW THRU 1250-EXIT
               IF WS00-STS-HIT = 0
                   PERFORM 1260-ADD-STS-ROW THRU 1260-EXIT
               END-IF
               IF WS00-STS-HIT > 0
                   MOVE 'Y' TO WS00-STS-ON-LIST-SW(WS00-STS-HIT)
               END-IF
           END-IF.
           PERFORM 1210-READ-BATLST-RECORD THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1250-FIND-STS-ROW -- LOOK UP WS00-FIND-ID IN THE STATUS TABLE;
      *                       WS00-STS-HIT = 0 WHEN IT IS NOT THERE
      ******************************************************************
       1250-FIND-STS-ROW.
           MOVE ZERO TO WS00-STS-HIT.
           PERFORM 1255-MATCH-ONE-ROW THRU 1255-EXIT
               VARYING WS00-STS-SCAN FROM 1 BY 1
               UNTIL WS00-STS-SCAN > WS00-STS-CNT
                  OR WS00-STS-HIT > 0.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1255-MATCH-ONE-ROW -- ONE STATUS ROW OF THE LOOKUP
      ******************************************************************
       1255-MATCH-ONE-ROW.
           IF WS00-STS-REPORT-ID(WS00-STS-SCAN) = WS00-FIND-ID
               MOVE WS00-STS-SCAN TO WS00-STS-HIT
           END-IF.
       1255-EXIT.
           EXIT.

      ******************************************************************
      * 1260-ADD-STS-ROW -- OPEN A NEW, EMPTY STATUS ROW FOR
      *                      WS00-FIND-ID; A FULL TABLE DROPS THE
      *                      REPORT WITH A MESSAGE (WS00-STS-HIT
      *                      STAYS 0)
      ******************************************************************
       1260-ADD-STS-ROW.
           IF WS00-STS-CNT = 200
               DISPLAY 'RPTSTATW - STATUS TABLE LIMIT EXCEEDED '
                   '(MAX 200 REPORTS), ' WS00-FIND-ID ' DROPPED'
               GO TO 1260-EXIT.
           ADD 1 TO WS00-STS-CNT.
           MOVE WS00-STS-CNT TO WS00-STS-HIT.
           MOVE WS00-FIND-ID TO WS00-STS-REPORT-ID(WS00-STS-HIT).
           MOVE 'N'    TO WS00-STS-ON-LIST-SW(WS00-STS-HIT).
           MOVE 'Y'    TO WS00-STS-DUE-SW(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-CONV-CNT(WS00-STS-HIT).
           MOVE SPACES TO WS00-STS-CONV-TIME(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-RECS-READ(WS00-STS-HIT).
           MOVE 'N'    TO WS00-STS-CTT-SW(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-ROWS(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-EXCEPTIONS(WS00-STS-HIT).
           MOVE SPACE  TO WS00-STS-TRL-RESULT(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-OPEN-REJ(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-VAR-CNT(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-SENT-CNT(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-CONFIRM-CNT(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-FAIL-CNT(WS00-STS-HIT).
           MOVE ZERO   TO WS00-STS-UNROUTED-CNT(WS00-STS-HIT).
           MOVE SPACES TO WS00-STS-DLV-TXT(WS00-STS-HIT).
           MOVE 'G'    TO WS00-STS-RAG(WS00-STS-HIT).
           MOVE SPACES TO WS00-STS-REASON(WS00-STS-HIT).
           MOVE SPACE  TO WS00-STS-STALE-FLAG(WS00-STS-HIT).
       1260-EXIT.
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
                       DISPLAY 'RPTSTATW - RPTCALND REPORT TABLE '
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
                       DISPLAY 'RPTSTATW - RPTCALND HOLIDAY TABLE '
                           'LIMIT EXCEEDED (MAX 100), '
                           WS00-CAL-IN-HOL-DATE ' DROPPED'
                   ELSE
                       ADD 1 TO WS00-HOL-CNT
                       MOVE WS00-CAL-IN-HOL-DATE
                           TO WS00-HOL-DATE(WS00-HOL-CNT)
                   END-IF
               WHEN OTHER
                   DISPLAY 'RPTSTATW - RPTCALND RECORD TYPE '
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
      * 2000-SWEEP-AUDIT-REC -- ONE RECORD OF A SINGLE SEQUENTIAL PASS
      *                          OVER THE AUDIT TRAIL.  THE KEY LEADS
      *                          WITH REPORT-ID, SO THE RUN DATE ALONE
      *                          CANNOT BE POSITIONED; ONE PASS PICKS
      *                          UP EVERY CONVERSION OF THE RUN DATE,
      *                          EXPECTED OR NOT.  THE WORKBOOK'S OWN
      *                          ENTRIES AND SECURED-COPY (MODE S)
      *                          ENTRIES ARE PASSED BY.  RECORDS
      *                          ARRIVE IN KEY ORDER, SO THE LAST ONE
      *                          SEEN PER REPORT IS THE LATEST RUN,
      *                          AND ITS STALE-FLAG IS THE ONE THAT
      *                          COUNTS.
      ******************************************************************
       2000-SWEEP-AUDIT-REC.
           READ FILE-AUDIT NEXT RECORD INTO WS00-AUD-REC
               AT END
                   SET WS00-AUDIT-EOF-YES TO TRUE
           END-READ.
           IF WS00-AUDIT-EOF-YES
               GO TO 2000-EXIT.
           ADD 1 TO WS00-AUDIT-READ.
           IF WS00-AUD-RUN-DATE NOT = WS00-ASOF-X
               OR WS00-AUD-REPORT-ID = WS00-WB-REPORT-ID
               OR WS00-AUD-MODE-SECURED
               GO TO 2000-EXIT.
           MOVE WS00-AUD-REPORT-ID TO WS00-FIND-ID.
           PERFORM 1250-FIND-STS-ROW THRU 1250-EXIT.
           IF WS00-STS-HIT = 0
               PERFORM 1260-ADD-STS-ROW THRU 1260-EXIT
           END-IF.
           IF WS00-STS-HIT = 0
               GO TO 2000-EXIT.
           ADD 1 TO WS00-STS-CONV-CNT(WS00-STS-HIT).
           MOVE WS00-AUD-RUN-TIME
               TO WS00-STS-CONV-TIME(WS00-STS-HIT).
           MOVE WS00-AUD-RECS-READ
               TO WS00-STS-RECS-READ(WS00-STS-HIT).
           MOVE WS00-AUD-STALE-FLAG
               TO WS00-STS-STALE-FLAG(WS00-STS-HIT).
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LOAD-CONTROL-TOTALS -- THE RUN DATE'S RPTCTLT RECORDS
      *                              ONTO THEIR STATUS ROWS.  THE FILE
      *                              IS IN RUN ORDER, SO A RERUN'S
      *                              LATER RECORD REPLACES THE FIRST.
      ******************************************************************
       3000-LOAD-CONTROL-TOTALS.
           OPEN INPUT FILE-CTLT.
           IF WS00-CTLT-STATUS NOT = '00'
               GO TO 3000-EXIT.
           PERFORM 3010-READ-CTLT THRU 3010-EXIT.
           PERFORM 3020-APPLY-ONE-CTLT THRU 3020-EXIT
               UNTIL WS00-CTLT-EOF-YES.
           CLOSE FILE-CTLT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3010-READ-CTLT -- NEXT CONTROL-TOTAL RECORD
      ******************************************************************
       3010-READ-CTLT.
           READ FILE-CTLT INTO WS00-CTT-REC
               AT END
                   SET WS00-CTLT-EOF-YES TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

      ******************************************************************
      * 3020-APPLY-ONE-CTLT -- ONE CONTROL-TOTAL RECORD.  FAILED AND
      *                         STALE-WITHHELD ENTRIES ARE PASSED BY.
      ******************************************************************
       3020-APPLY-ONE-CTLT.
           IF WS00-CTT-RUN-DATE NOT = WS00-ASOF-X
               OR WS00-CTT-ENTRY-FAILED
               OR WS00-CTT-ENTRY-STALE
               GO TO 3020-NEXT.
           MOVE WS00-CTT-REPORT-ID TO WS00-FIND-ID.
           PERFORM 1250-FIND-STS-ROW THRU 1250-EXIT.
           IF WS00-STS-HIT = 0
               GO TO 3020-NEXT.
           MOVE 'Y' TO WS00-STS-CTT-SW(WS00-STS-HIT).
           IF WS00-CTT-OUTPUT-ROWS IS NUMERIC
               MOVE WS00-CTT-OUTPUT-ROWS
                   TO WS00-STS-ROWS(WS00-STS-HIT)
           END-IF.
           IF WS00-CTT-EXCEPTIONS IS NUMERIC
               MOVE WS00-CTT-EXCEPTIONS
                   TO WS00-STS-EXCEPTIONS(WS00-STS-HIT)
           END-IF.
           MOVE WS00-CTT-TRL-RESULT
               TO WS00-STS-TRL-RESULT(WS00-STS-HIT).
       3020-NEXT.
           PERFORM 3010-READ-CTLT THRU 3010-EXIT.
       3020-EXIT.
           EXIT.

      ******************************************************************
      * 3100-COUNT-OPEN-REJECTS -- EVERY SUSPENSE RECORD NOT YET
      *                             RESOLVED BY RPTREJFX COUNTS
      *                             AGAINST ITS REPORT, WHATEVER NIGHT
      *                             IT WAS DIVERTED
      ******************************************************************
       3100-COUNT-OPEN-REJECTS.
           OPEN INPUT FILE-REJECT.
           IF WS00-REJECT-STATUS NOT = '00'
               GO TO 3100-EXIT.
           PERFORM 3110-READ-REJECT THRU 3110-EXIT.
           PERFORM 3120-COUNT-ONE-REJECT THRU 3120-EXIT
               UNTIL WS00-REJECT-EOF-YES.
           CLOSE FILE-REJECT.
           MOVE 'N' TO WS00-REJECT-EOF-SWITCH.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3110-READ-REJECT -- NEXT SUSPENSE RECORD
      ******************************************************************
       3110-READ-REJECT.
           READ FILE-REJECT INTO WS00-REJ-REC
               AT END
                   SET WS00-REJECT-EOF-YES TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3120-COUNT-ONE-REJECT -- ONE SUSPENSE RECORD
      ******************************************************************
       3120-COUNT-ONE-REJECT.
           IF NOT WS00-REJ-RESOLVED
               ADD 1 TO WS00-OPEN-REJ-TOTAL
               MOVE WS00-REJ-REPORT-ID TO WS00-FIND-ID
               PERFORM 1250-FIND-STS-ROW THRU 1250-EXIT
               IF WS00-STS-HIT > 0
                   ADD 1 TO WS00-STS-OPEN-REJ(WS00-STS-HIT)
               END-IF
           END-IF.
           PERFORM 3110-READ-REJECT THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3200-LOAD-TOTAL-HISTORY -- FOLD RPTTOTH INTO THE TREND TABLE
      *                             AS RPTTOTRP DOES, THEN RATE EVERY
      *                             SLOT THAT RAN ON THE RUN DATE
      ******************************************************************
       3200-LOAD-TOTAL-HISTORY.
           OPEN INPUT FILE-TOTH.
           IF WS00-TOTH-STATUS NOT = '00'
               GO TO 3200-EXIT.
           PERFORM 3210-READ-TOTH THRU 3210-EXIT.
           PERFORM 3220-APPLY-ONE-TOTH THRU 3220-EXIT
               UNTIL WS00-TOTH-EOF-YES.
           CLOSE FILE-TOTH.
           PERFORM 3250-FLAG-ONE-SLOT THRU 3250-EXIT
               VARYING WS00-TRD-SUB FROM 1 BY 1
               UNTIL WS00-TRD-SUB > WS00-TRD-CNT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-READ-TOTH -- NEXT HISTORY RECORD
      ******************************************************************
       3210-READ-TOTH.
           READ FILE-TOTH INTO WS00-TOTH-REC
               AT END
                   SET WS00-TOTH-EOF-YES TO TRUE
           END-READ.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3220-APPLY-ONE-TOTH -- ONE HISTORY RECORD INTO ITS TREND
      *                         WINDOW.  THE HISTORY ARRIVES IN RUN
      *                         ORDER, SO THE LAST RECORD SEEN IN EACH
      *                         WINDOW IS THE LATEST RUN OF IT.
      ******************************************************************
       3220-APPLY-ONE-TOTH.
           IF WS00-TOTH-AMOUNT IS NOT NUMERIC
               OR WS00-TOTH-COL-SEQ IS NOT NUMERIC
               OR WS00-TOTH-RUN-DATE > WS00-ASOF-X
               GO TO 3220-NEXT.
           PERFORM 3230-FIND-TREND-SLOT THRU 3230-EXIT.
           IF WS00-TRD-HIT = 0
               GO TO 3220-NEXT.
           MOVE WS00-TOTH-AMOUNT TO WS00-AMT-WORK.
           EVALUATE TRUE
               WHEN WS00-TOTH-RUN-DATE = WS00-ASOF-X
                   MOVE WS00-AMT-WORK
                       TO WS00-TRD-TONIGHT-AMT(WS00-TRD-HIT)
                   MOVE 'Y' TO WS00-TRD-TONIGHT-SW(WS00-TRD-HIT)
               WHEN OTHER
                   MOVE WS00-AMT-WORK
                       TO WS00-TRD-PRIOR-AMT(WS00-TRD-HIT)
                   MOVE 'Y' TO WS00-TRD-PRIOR-SW(WS00-TRD-HIT)
                   IF WS00-TOTH-RUN-DATE <= WS00-LASTM-X
                       MOVE WS00-AMT-WORK
                           TO WS00-TRD-LASTM-AMT(WS00-TRD-HIT)
                       MOVE 'Y' TO WS00-TRD-LASTM-SW(WS00-TRD-HIT)
                   END-IF
           END-EVALUATE.
       3220-NEXT.
           PERFORM 3210-READ-TOTH THRU 3210-EXIT.
       3220-EXIT.
           EXIT.

      ******************************************************************
      * 3230-FIND-TREND-SLOT -- LOOK UP (OR ADD) THE REPORT/COLUMN
      *                          SLOT FOR THE CURRENT HISTORY RECORD
      ******************************************************************
       3230-FIND-TREND-SLOT.
           MOVE ZERO TO WS00-TRD-HIT.
           PERFORM 3235-MATCH-ONE-SLOT THRU 3235-EXIT
               VARYING WS00-TRD-SUB FROM 1 BY 1
               UNTIL WS00-TRD-SUB > WS00-TRD-CNT
                  OR WS00-TRD-HIT > 0.
           IF WS00-TRD-HIT > 0
               GO TO 3230-EXIT.
           IF WS00-TRD-CNT = 200
               DISPLAY 'RPTSTATW - TREND TABLE LIMIT EXCEEDED '
                   '(MAX 200 REPORT/COLUMN SLOTS), '
                   WS00-TOTH-REPORT-ID ' COL ' WS00-TOTH-COL-SEQ
                   ' DROPPED'
               GO TO 3230-EXIT.
           ADD 1 TO WS00-TRD-CNT.
           MOVE WS00-TRD-CNT TO WS00-TRD-HIT.
           MOVE WS00-TOTH-REPORT-ID
               TO WS00-TRD-REPORT-ID(WS00-TRD-HIT).
           MOVE WS00-TOTH-COL-SEQ
               TO WS00-TRD-COL-SEQ(WS00-TRD-HIT).
           MOVE WS00-TOTH-COL-TITLE
               TO WS00-TRD-COL-TITLE(WS00-TRD-HIT).
           MOVE ZERO TO WS00-TRD-TONIGHT-AMT(WS00-TRD-HIT).
           MOVE ZERO TO WS00-TRD-PRIOR-AMT(WS00-TRD-HIT).
           MOVE ZERO TO WS00-TRD-LASTM-AMT(WS00-TRD-HIT).
           MOVE 'N'  TO WS00-TRD-TONIGHT-SW(WS00-TRD-HIT).
           MOVE 'N'  TO WS00-TRD-PRIOR-SW(WS00-TRD-HIT).
           MOVE 'N'  TO WS00-TRD-LASTM-SW(WS00-TRD-HIT).
           MOVE ZERO TO WS00-TRD-PRIOR-PCT(WS00-TRD-HIT).
           MOVE ZERO TO WS00-TRD-LASTM-PCT(WS00-TRD-HIT).
           MOVE 'N'  TO WS00-TRD-FLAG-SW(WS00-TRD-HIT).
       3230-EXIT.
           EXIT.

      ******************************************************************
      * 3235-MATCH-ONE-SLOT -- ONE TREND SLOT OF THE LOOKUP
      ******************************************************************
       3235-MATCH-ONE-SLOT.
           IF WS00-TRD-REPORT-ID(WS00-TRD-SUB) = WS00-TOTH-REPORT-ID
               AND WS00-TRD-COL-SEQ(WS00-TRD-SUB)
                   = WS00-TOTH-COL-SEQ
               MOVE WS00-TRD-SUB TO WS00-TRD-HIT
           END-IF.
       3235-EXIT.
           EXIT.

      ******************************************************************
      * 3250-FLAG-ONE-SLOT -- TONIGHT'S AMOUNT AGAINST THE PRIOR RUN
      *                        AND LAST MONTH; A MOVE BEYOND THE
      *                        THRESHOLD AGAINST EITHER FLAGS THE SLOT
      *                        AND COUNTS AGAINST ITS REPORT'S ROW
      ******************************************************************
       3250-FLAG-ONE-SLOT.
           IF NOT WS00-TRD-HAS-TONIGHT(WS00-TRD-SUB)
               GO TO 3250-EXIT.
           IF WS00-TRD-HAS-PRIOR(WS00-TRD-SUB)
               MOVE WS00-TRD-TONIGHT-AMT(WS00-TRD-SUB)
                   TO WS00-AMT-WORK
               MOVE WS00-TRD-PRIOR-AMT(WS00-TRD-SUB)
                   TO WS00-VAR-BASE
               PERFORM 3260-COMPUTE-VARIANCE THRU 3260-EXIT
               MOVE WS00-VAR-PCT TO WS00-TRD-PRIOR-PCT(WS00-TRD-SUB)
               IF WS00-VAR-PCT > WS00-PCT-LIMIT
                   MOVE 'Y' TO WS00-TRD-FLAG-SW(WS00-TRD-SUB)
               END-IF
           END-IF.
           IF WS00-TRD-HAS-LASTM(WS00-TRD-SUB)
               MOVE WS00-TRD-TONIGHT-AMT(WS00-TRD-SUB)
                   TO WS00-AMT-WORK
               MOVE WS00-TRD-LASTM-AMT(WS00-TRD-SUB)
                   TO WS00-VAR-BASE
               PERFORM 3260-COMPUTE-VARIANCE THRU 3260-EXIT
               MOVE WS00-VAR-PCT TO WS00-TRD-LASTM-PCT(WS00-TRD-SUB)
               IF WS00-VAR-PCT > WS00-PCT-LIMIT
                   MOVE 'Y' TO WS00-TRD-FLAG-SW(WS00-TRD-SUB)
               END-IF
           END-IF.
           IF NOT WS00-TRD-FLAGGED(WS00-TRD-SUB)
               GO TO 3250-EXIT.
           MOVE WS00-TRD-REPORT-ID(WS00-TRD-SUB) TO WS00-FIND-ID.
           PERFORM 1250-FIND-STS-ROW THRU 1250-EXIT.
           IF WS00-STS-HIT > 0
               ADD 1 TO WS00-STS-VAR-CNT(WS00-STS-HIT)
           END-IF.
       3250-EXIT.
           EXIT.

      ******************************************************************
      * 3260-COMPUTE-VARIANCE -- ABSOLUTE PERCENTAGE MOVE OF
      *                           WS00-AMT-WORK AGAINST WS00-VAR-BASE,
      *                           CAPPED AT 999 (SAME ARITHMETIC AS
      *                           RPTTOTRP)
      ******************************************************************
       3260-COMPUTE-VARIANCE.
           MOVE ZERO TO WS00-VAR-PCT.
           IF WS00-VAR-BASE = ZERO
               IF WS00-AMT-WORK NOT = ZERO
                   MOVE 999 TO WS00-VAR-PCT
               END-IF
               GO TO 3260-EXIT.
           COMPUTE WS00-VAR-DIFF = WS00-AMT-WORK - WS00-VAR-BASE.
           IF WS00-VAR-DIFF < ZERO
               COMPUTE WS00-VAR-DIFF = ZERO - WS00-VAR-DIFF
           END-IF.
           IF WS00-VAR-BASE < ZERO
               COMPUTE WS00-VAR-BASE = ZERO - WS00-VAR-BASE
           END-IF.
           COMPUTE WS00-VAR-PCT =
               (WS00-VAR-DIFF * 100) / WS00-VAR-BASE.
           IF WS00-VAR-PCT > 999
               MOVE 999 TO WS00-VAR-PCT
           END-IF.
       3260-EXIT.
           EXIT.

      ******************************************************************
      * 3300-LOAD-DELIVERY-LOG -- COUNT THE RUN DATE'S DISTLOG LINES
      *                            PER REPORT:  SENT, FAILED (RPTDISTR
      *                            FAILED AND RPTDLVCK DLVFAIL) AND
      *                            CONFIRMED, AND UNROUTD (BURST ROWS
      *                            WITH NO RECIPIENT).  NORSLT LINES
      *                            ARE SENDS STILL WAITING ON A RESULT
      *                            AND ONLY SHOW ON THE Delivery
      *                            WORKSHEET.
      ******************************************************************
       3300-LOAD-DELIVERY-LOG.
           OPEN INPUT FILE-DISTLOG.
           IF WS00-DISTLOG-STATUS NOT = '00'
               GO TO 3300-EXIT.
           PERFORM 3310-READ-DISTLOG THRU 3310-EXIT.
           PERFORM 3320-COUNT-ONE-LOG-LINE THRU 3320-EXIT
               UNTIL WS00-DISTLOG-EOF-YES.
           CLOSE FILE-DISTLOG.
           MOVE 'N' TO WS00-DISTLOG-EOF-SWITCH.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3310-READ-DISTLOG -- NEXT DELIVERY LOG LINE
      ******************************************************************
       3310-READ-DISTLOG.
           READ FILE-DISTLOG INTO WS00-LOG-REC
               AT END
                   SET WS00-DISTLOG-EOF-YES TO TRUE
           END-READ.
       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3320-COUNT-ONE-LOG-LINE -- ONE DELIVERY LOG LINE
      ******************************************************************
       3320-COUNT-ONE-LOG-LINE.
           IF WS00-LOG-DATE NOT = WS00-ASOF-X
               GO TO 3320-NEXT.
           MOVE WS00-LOG-REPORT-ID TO WS00-FIND-ID.
           PERFORM 1250-FIND-STS-ROW THRU 1250-EXIT.
           IF WS00-STS-HIT = 0
               GO TO 3320-NEXT.
           EVALUATE TRUE
               WHEN WS00-LOG-IS-SENT
                   ADD 1 TO WS00-STS-SENT-CNT(WS00-STS-HIT)
               WHEN WS00-LOG-IS-FAILED
                   ADD 1 TO WS00-STS-FAIL-CNT(WS00-STS-HIT)
               WHEN WS00-LOG-IS-CONFIRM
                   ADD 1 TO WS00-STS-CONFIRM-CNT(WS00-STS-HIT)
               WHEN WS00-LOG-IS-UNROUTED
                   ADD 1 TO WS00-STS-UNROUTED-CNT(WS00-STS-HIT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3320-NEXT.
           PERFORM 3310-READ-DISTLOG THRU 3310-EXIT.
       3320-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RATE-ONE-REPORT -- DUE CHECK, DELIVERY STATE AND THE
      *                          GREEN/AMBER/RED RATING OF ONE STATUS
      *                          ROW, THEN ITS LINE ON STSRPT.  THE
      *                          FIRST RED REASON FOUND WINS, ELSE THE
      *                          FIRST AMBER ONE.
      ******************************************************************
       4000-RATE-ONE-REPORT.
           MOVE WS00-STS-REPORT-ID(WS00-STS-SUB)
               TO WS00-CAL-CHK-REPORT-ID.
           MOVE WS00-ASOF-DATE TO WS00-CAL-CHK-DATE.
           PERFORM 1450-CHECK-REPORT-DUE THRU 1450-EXIT.
           MOVE WS00-CAL-DUE-SW TO WS00-STS-DUE-SW(WS00-STS-SUB).
           IF WS00-STS-DUE(WS00-STS-SUB)
               ADD 1 TO WS00-DUE-CNT
           END-IF.
           EVALUATE TRUE
               WHEN WS00-STS-FAIL-CNT(WS00-STS-SUB) > 0
                   MOVE 'FAILED'    TO WS00-STS-DLV-TXT(WS00-STS-SUB)
               WHEN WS00-STS-SENT-CNT(WS00-STS-SUB) = 0
                   MOVE 'NOT SENT'  TO WS00-STS-DLV-TXT(WS00-STS-SUB)
               WHEN WS00-STS-CONFIRM-CNT(WS00-STS-SUB)
                   >= WS00-STS-SENT-CNT(WS00-STS-SUB)
                   MOVE 'CONFIRMED' TO WS00-STS-DLV-TXT(WS00-STS-SUB)
               WHEN OTHER
                   MOVE 'SENT'      TO WS00-STS-DLV-TXT(WS00-STS-SUB)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS00-STS-STALE-WITHHELD(WS00-STS-SUB)
                   MOVE 'STALE INPUT WITHHELD' TO WS00-RAISE-TEXT
                   PERFORM 4110-RAISE-RED THRU 4110-EXIT
               WHEN WS00-STS-CONV-CNT(WS00-STS-SUB) = 0
                   IF WS00-STS-DUE(WS00-STS-SUB)
                       MOVE 'DUE BUT NOT CONVERTED' TO WS00-RAISE-TEXT
                       PERFORM 4110-RAISE-RED THRU 4110-EXIT
                   ELSE
                       MOVE 'NOT DUE TONIGHT'
                           TO WS00-STS-REASON(WS00-STS-SUB)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS00-CONVERTED-CNT
                   PERFORM 4050-RATE-CONVERSION THRU 4050-EXIT
           END-EVALUATE.
           IF WS00-STS-OPEN-REJ(WS00-STS-SUB) > 0
               MOVE 'OPEN REJECTS IN SUSPENSE' TO WS00-RAISE-TEXT
               PERFORM 4100-RAISE-AMBER THRU 4100-EXIT
           END-IF.
           IF WS00-STS-VAR-CNT(WS00-STS-SUB) > 0
               MOVE 'TOTAL VARIANCE BEYOND THRESHOLD'
                   TO WS00-RAISE-TEXT
               PERFORM 4100-RAISE-AMBER THRU 4100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS00-STS-RED(WS00-STS-SUB)
                   ADD 1 TO WS00-RED-CNT
               WHEN WS00-STS-AMBER(WS00-STS-SUB)
                   ADD 1 TO WS00-AMBER-CNT
               WHEN OTHER
                   ADD 1 TO WS00-GREEN-CNT
           END-EVALUATE.
           PERFORM 4200-SET-ROW-TEXT THRU 4200-EXIT.
           PERFORM 4300-WRITE-STATUS-LINE THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4050-RATE-CONVERSION -- THE CHECKS THAT ONLY MEAN SOMETHING
      *                          ONCE THE REPORT HAS CONVERTED
      ******************************************************************
       4050-RATE-CONVERSION.
           IF WS00-STS-TRL-RESULT(WS00-STS-SUB) = 'O'
               MOVE 'TRAILER OUT OF BALANCE' TO WS00-RAISE-TEXT
               PERFORM 4110-RAISE-RED THRU 4110-EXIT
           END-IF.
           IF WS00-STS-TRL-RESULT(WS00-STS-SUB) = 'M'
               MOVE 'TRAILER LINE NOT FOUND' TO WS00-RAISE-TEXT
               PERFORM 4110-RAISE-RED THRU 4110-EXIT
           END-IF.
           IF WS00-STS-FAIL-CNT(WS00-STS-SUB) > 0
               MOVE 'DELIVERY FAILED' TO WS00-RAISE-TEXT
               PERFORM 4110-RAISE-RED THRU 4110-EXIT
           END-IF.
           IF WS00-STS-STALE-FORCED(WS00-STS-SUB)
               MOVE 'STALE INPUT FORCED THROUGH' TO WS00-RAISE-TEXT
               PERFORM 4100-RAISE-AMBER THRU 4100-EXIT
           END-IF.
           IF NOT WS00-STS-HAS-CTT(WS00-STS-SUB)
               MOVE 'NO CONTROL TOTALS ON RPTCTLT' TO WS00-RAISE-TEXT
               PERFORM 4100-RAISE-AMBER THRU 4100-EXIT
           END-IF.
           IF WS00-STS-EXCEPTIONS(WS00-STS-SUB) > 0
               MOVE 'EXCEPTIONS FLAGGED' TO WS00-RAISE-TEXT
               PERFORM 4100-RAISE-AMBER THRU 4100-EXIT
           END-IF.
           IF WS00-STS-UNROUTED-CNT(WS00-STS-SUB) > 0
               MOVE 'BURST ROWS NOT ROUTED' TO WS00-RAISE-TEXT
               PERFORM 4100-RAISE-AMBER THRU 4100-EXIT
           END-IF.
           IF WS00-STS-FAIL-CNT(WS00-STS-SUB) = 0
               IF WS00-STS-SENT-CNT(WS00-STS-SUB) = 0
                   MOVE 'CONVERTED BUT NOT DISTRIBUTED'
                       TO WS00-RAISE-TEXT
                   PERFORM 4100-RAISE-AMBER THRU 4100-EXIT
               ELSE
                   IF WS00-STS-CONFIRM-CNT(WS00-STS-SUB)
                       < WS00-STS-SENT-CNT(WS00-STS-SUB)
                       MOVE 'DELIVERY NOT YET CONFIRMED'
                           TO WS00-RAISE-TEXT
                       PERFORM 4100-RAISE-AMBER THRU 4100-EXIT
                   END-IF
               END-IF
           END-IF.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RAISE-AMBER -- RATE THE ROW AMBER UNLESS IT IS ALREADY
      *                      AMBER OR RED; WS00-RAISE-TEXT IS THE
      *                      REASON
      ******************************************************************
       4100-RAISE-AMBER.
           IF WS00-STS-GREEN(WS00-STS-SUB)
               MOVE 'A' TO WS00-STS-RAG(WS00-STS-SUB)
               MOVE WS00-RAISE-TEXT TO WS00-STS-REASON(WS00-STS-SUB)
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4110-RAISE-RED -- RATE THE ROW RED UNLESS IT ALREADY IS;
      *                    WS00-RAISE-TEXT IS THE REASON
      ******************************************************************
       4110-RAISE-RED.
           IF NOT WS00-STS-RED(WS00-STS-SUB)
               MOVE 'R' TO WS00-STS-RAG(WS00-STS-SUB)
               MOVE WS00-RAISE-TEXT TO WS00-STS-REASON(WS00-STS-SUB)
           END-IF.
       4110-EXIT.
           EXIT.

      ******************************************************************
      * 4200-SET-ROW-TEXT -- TRAILER AND RATING TEXT FOR THE CURRENT
      *                       STATUS ROW, SHARED BY STSRPT AND THE
      *                       WORKBOOK
      ******************************************************************
       4200-SET-ROW-TEXT.
           MOVE WS00-STS-TRL-RESULT(WS00-STS-SUB)
               TO WS00-CTT-TRL-RESULT.
           PERFORM 4210-SET-TRAILER-TEXT THRU 4210-EXIT.
           IF NOT WS00-STS-HAS-CTT(WS00-STS-SUB)
               MOVE SPACES TO WS00-TRL-TXT
           END-IF.
           EVALUATE TRUE
               WHEN WS00-STS-RED(WS00-STS-SUB)
                   MOVE 'RED'    TO WS00-RAG-TXT
                   MOVE 'sRed'   TO WS00-RAG-STYLE
               WHEN WS00-STS-AMBER(WS00-STS-SUB)
                   MOVE 'AMBER'  TO WS00-RAG-TXT
                   MOVE 'sAmber' TO WS00-RAG-STYLE
               WHEN OTHER
                   MOVE 'GREEN'  TO WS00-RAG-TXT
                   MOVE 'sGreen' TO WS00-RAG-STYLE
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4210-SET-TRAILER-TEXT -- WORDING OF THE TRAILER BALANCE RESULT
      *                           IN WS00-CTT-TRL-RESULT
      ******************************************************************
       4210-SET-TRAILER-TEXT.
           EVALUATE WS00-CTT-TRL-RESULT
               WHEN 'B'
                   MOVE 'IN BALANCE'     TO WS00-TRL-TXT
               WHEN 'O'
                   MOVE 'OUT OF BALANCE' TO WS00-TRL-TXT
               WHEN 'M'
                   MOVE 'NOT FOUND'      TO WS00-TRL-TXT
               WHEN 'C'
               WHEN 'R'
                   MOVE 'NOT CHECKED'    TO WS00-TRL-TXT
               WHEN OTHER
                   MOVE 'NONE DEFINED'   TO WS00-TRL-TXT
           END-EVALUATE.
       4210-EXIT.
           EXIT.

      ******************************************************************
      * 4300-WRITE-STATUS-LINE -- ONE STATUS ROW ON STSRPT
      ******************************************************************
       4300-WRITE-STATUS-LINE.
           MOVE WS00-STS-CONV-CNT(WS00-STS-SUB)   TO WS00-CNV-DISP.
           MOVE WS00-STS-RECS-READ(WS00-STS-SUB)  TO WS00-NBR-DISP.
           MOVE WS00-STS-ROWS(WS00-STS-SUB)       TO WS00-NBR-DISP2.
           MOVE WS00-STS-OPEN-REJ(WS00-STS-SUB)   TO WS00-NBR-DISP3.
           MOVE WS00-STS-EXCEPTIONS(WS00-STS-SUB) TO WS00-NBR-DISP4.
           MOVE WS00-STS-VAR-CNT(WS00-STS-SUB)    TO WS00-VAR-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING WS00-STS-REPORT-ID(WS00-STS-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-STS-DUE-SW(WS00-STS-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-CNV-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-STS-CONV-TIME(WS00-STS-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-NBR-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-NBR-DISP2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-NBR-DISP3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-NBR-DISP4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-TRL-TXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-VAR-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-STS-DLV-TXT(WS00-STS-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-RAG-TXT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS00-STS-REASON(WS00-STS-SUB) DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-STATUS-WORKBOOK -- THE Status WORKSHEET FROM THE
      *                                TABLE, THEN THE DETAIL
      *                                WORKSHEETS BEHIND IT
      ******************************************************************
       5000-WRITE-STATUS-WORKBOOK.
           OPEN OUTPUT FILE-STSWB.
           IF WS00-STSWB-STATUS NOT = '00'
               GO TO 9200-STSWB-ERROR.
           PERFORM 5500-WRITE-XML-PROLOG THRU 5500-EXIT.
           MOVE 'Status' TO WS00-SHEET-NAME.
           PERFORM 5510-START-SHEET THRU 5510-EXIT.
           MOVE '   <Row ss:StyleID="sHeader">' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-CELL-TEXT.
           STRING 'OPERATIONS STATUS FOR RUN DATE ' DELIMITED BY SIZE
                  WS00-ASOF-X DELIMITED BY SIZE
                  INTO WS00-CELL-TEXT.
           MOVE SPACES TO WS00-CELL-STYLE.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE WS00-STATUS-HDRS TO WS00-HDR-WORK.
           MOVE 14 TO WS00-HDR-CNT.
           PERFORM 5530-WRITE-HEADER-ROW THRU 5530-EXIT.
           PERFORM 5100-WRITE-STATUS-ROW THRU 5100-EXIT
               VARYING WS00-STS-SUB FROM 1 BY 1
               UNTIL WS00-STS-SUB > WS00-STS-CNT.
           PERFORM 5520-END-SHEET THRU 5520-EXIT.
           MOVE 'Conversions' TO WS00-SHEET-NAME.
           PERFORM 5510-START-SHEET THRU 5510-EXIT.
           MOVE WS00-CONV-HDRS TO WS00-HDR-WORK.
           MOVE 10 TO WS00-HDR-CNT.
           PERFORM 5530-WRITE-HEADER-ROW THRU 5530-EXIT.
           PERFORM 5200-WRITE-CONVERSION-ROWS THRU 5200-EXIT.
           PERFORM 5520-END-SHEET THRU 5520-EXIT.
           MOVE 'Rejects' TO WS00-SHEET-NAME.
           PERFORM 5510-START-SHEET THRU 5510-EXIT.
           MOVE WS00-REJ-HDRS TO WS00-HDR-WORK.
           MOVE 6 TO WS00-HDR-CNT.
           PERFORM 5530-WRITE-HEADER-ROW THRU 5530-EXIT.
           PERFORM 5300-WRITE-REJECT-ROWS THRU 5300-EXIT.
           PERFORM 5520-END-SHEET THRU 5520-EXIT.
           MOVE 'Variance' TO WS00-SHEET-NAME.
           PERFORM 5510-START-SHEET THRU 5510-EXIT.
           MOVE WS00-VAR-HDRS TO WS00-HDR-WORK.
           MOVE 9 TO WS00-HDR-CNT.
           PERFORM 5530-WRITE-HEADER-ROW THRU 5530-EXIT.
           PERFORM 5400-WRITE-VARIANCE-ROW THRU 5400-EXIT
               VARYING WS00-TRD-SUB FROM 1 BY 1
               UNTIL WS00-TRD-SUB > WS00-TRD-CNT.
           PERFORM 5520-END-SHEET THRU 5520-EXIT.
           MOVE 'Delivery' TO WS00-SHEET-NAME.
           PERFORM 5510-START-SHEET THRU 5510-EXIT.
           MOVE WS00-DLV-HDRS TO WS00-HDR-WORK.
           MOVE 5 TO WS00-HDR-CNT.
           PERFORM 5530-WRITE-HEADER-ROW THRU 5530-EXIT.
           PERFORM 5450-WRITE-DELIVERY-ROWS THRU 5450-EXIT.
           PERFORM 5520-END-SHEET THRU 5520-EXIT.
           MOVE '</Workbook>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           CLOSE FILE-STSWB.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-WRITE-STATUS-ROW -- ONE REPORT ON THE Status WORKSHEET,
      *                           THE RATING CELL FILLED IN ITS COLOUR.
      *                           A REPORT THAT DID NOT CONVERT LEAVES
      *                           THE CONVERSION FIGURES EMPTY.
      ******************************************************************
       5100-WRITE-STATUS-ROW.
           PERFORM 4200-SET-ROW-TEXT THRU 4200-EXIT.
           MOVE '   <Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-CELL-STYLE.
           MOVE WS00-STS-REPORT-ID(WS00-STS-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-STS-ON-LIST-SW(WS00-STS-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-STS-DUE-SW(WS00-STS-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-STS-CONV-CNT(WS00-STS-SUB) TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-STS-CONV-TIME(WS00-STS-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           IF WS00-STS-CONV-CNT(WS00-STS-SUB) > 0
               MOVE WS00-STS-RECS-READ(WS00-STS-SUB) TO WS00-CELL-NBR
               PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT
           ELSE
               MOVE SPACES TO WS00-CELL-TEXT
               PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT
           END-IF.
           IF WS00-STS-HAS-CTT(WS00-STS-SUB)
               MOVE WS00-STS-ROWS(WS00-STS-SUB) TO WS00-CELL-NBR
               PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT
           ELSE
               MOVE SPACES TO WS00-CELL-TEXT
               PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT
           END-IF.
           MOVE WS00-STS-OPEN-REJ(WS00-STS-SUB) TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           IF WS00-STS-HAS-CTT(WS00-STS-SUB)
               MOVE WS00-STS-EXCEPTIONS(WS00-STS-SUB) TO WS00-CELL-NBR
               PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT
           ELSE
               MOVE SPACES TO WS00-CELL-TEXT
               PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT
           END-IF.
           MOVE WS00-TRL-TXT TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-STS-VAR-CNT(WS00-STS-SUB) TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-STS-DLV-TXT(WS00-STS-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-RAG-TXT TO WS00-CELL-TEXT.
           MOVE WS00-RAG-STYLE TO WS00-CELL-STYLE.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE SPACES TO WS00-CELL-STYLE.
           MOVE WS00-STS-REASON(WS00-STS-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-WRITE-CONVERSION-ROWS -- SECOND PASS OVER RPTCTLT:  EVERY
      *                                CONVERSION OF THE RUN DATE,
      *                                RERUNS INCLUDED, WITH ITS
      *                                CONTROL TOTALS
      ******************************************************************
       5200-WRITE-CONVERSION-ROWS.
           MOVE 'N' TO WS00-CTLT-EOF-SWITCH.
           OPEN INPUT FILE-CTLT.
           IF WS00-CTLT-STATUS NOT = '00'
               GO TO 5200-EXIT.
           PERFORM 3010-READ-CTLT THRU 3010-EXIT.
           PERFORM 5210-WRITE-ONE-CONVERSION THRU 5210-EXIT
               UNTIL WS00-CTLT-EOF-YES.
           CLOSE FILE-CTLT.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5210-WRITE-ONE-CONVERSION -- ONE RPTCTLT RECORD AS A ROW
      ******************************************************************
       5210-WRITE-ONE-CONVERSION.
           IF WS00-CTT-RUN-DATE NOT = WS00-ASOF-X
               OR WS00-CTT-REPORT-ID = WS00-WB-REPORT-ID
               OR WS00-CTT-ENTRY-FAILED
               OR WS00-CTT-ENTRY-STALE
               GO TO 5210-NEXT.
           IF WS00-CTT-RECS-READ IS NOT NUMERIC
               OR WS00-CTT-OUTPUT-ROWS IS NOT NUMERIC
               OR WS00-CTT-SHEET-CNT IS NOT NUMERIC
               OR WS00-CTT-SKIPPED IS NOT NUMERIC
               OR WS00-CTT-REJECTED IS NOT NUMERIC
               OR WS00-CTT-EXCEPTIONS IS NOT NUMERIC
               GO TO 5210-NEXT.
           MOVE '   <Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-CELL-STYLE.
           MOVE WS00-CTT-REPORT-ID TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-CTT-RUN-TIME TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-CTT-RECS-READ TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-CTT-OUTPUT-ROWS TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-CTT-SHEET-CNT TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-CTT-SKIPPED TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-CTT-REJECTED TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-CTT-EXCEPTIONS TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           PERFORM 4210-SET-TRAILER-TEXT THRU 4210-EXIT.
           MOVE WS00-TRL-TXT TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-CTT-OUTPUT-MODE TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5210-NEXT.
           PERFORM 3010-READ-CTLT THRU 3010-EXIT.
       5210-EXIT.
           EXIT.

      ******************************************************************
      * 5300-WRITE-REJECT-ROWS -- SECOND PASS OVER RPTREJCT:  EVERY
      *                            OPEN SUSPENSE RECORD WITH ITS IMAGE
      ******************************************************************
       5300-WRITE-REJECT-ROWS.
           OPEN INPUT FILE-REJECT.
           IF WS00-REJECT-STATUS NOT = '00'
               GO TO 5300-EXIT.
           PERFORM 3110-READ-REJECT THRU 3110-EXIT.
           PERFORM 5310-WRITE-ONE-REJECT THRU 5310-EXIT
               UNTIL WS00-REJECT-EOF-YES.
           CLOSE FILE-REJECT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5310-WRITE-ONE-REJECT -- ONE OPEN SUSPENSE RECORD AS A ROW
      ******************************************************************
       5310-WRITE-ONE-REJECT.
           IF WS00-REJ-RESOLVED
               GO TO 5310-NEXT.
           MOVE '   <Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-CELL-STYLE.
           MOVE WS00-REJ-REPORT-ID TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           IF WS00-REJ-REC-NBR IS NUMERIC
               MOVE WS00-REJ-REC-NBR TO WS00-CELL-NBR
           ELSE
               MOVE ZERO TO WS00-CELL-NBR
           END-IF.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           IF WS00-REJ-COL-SEQ IS NUMERIC
               MOVE WS00-REJ-COL-SEQ TO WS00-CELL-NBR
           ELSE
               MOVE ZERO TO WS00-CELL-NBR
           END-IF.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-REJ-REASON TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           IF WS00-REJ-AGE-CNT IS NUMERIC
               MOVE WS00-REJ-AGE-CNT TO WS00-CELL-NBR
           ELSE
               MOVE ZERO TO WS00-CELL-NBR
           END-IF.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-REJ-REC-IMAGE TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5310-NEXT.
           PERFORM 3110-READ-REJECT THRU 3110-EXIT.
       5310-EXIT.
           EXIT.

      ******************************************************************
      * 5400-WRITE-VARIANCE-ROW -- ONE TREND SLOT THAT RAN ON THE RUN
      *                             DATE, FLAGGED SLOTS IN THE AMBER
      *                             FILL
      ******************************************************************
       5400-WRITE-VARIANCE-ROW.
           IF NOT WS00-TRD-HAS-TONIGHT(WS00-TRD-SUB)
               GO TO 5400-EXIT.
           MOVE '   <Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-CELL-STYLE.
           MOVE WS00-TRD-REPORT-ID(WS00-TRD-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-TRD-COL-SEQ(WS00-TRD-SUB) TO WS00-CELL-NBR.
           PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT.
           MOVE WS00-TRD-COL-TITLE(WS00-TRD-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-TRD-TONIGHT-AMT(WS00-TRD-SUB) TO WS00-AMT-WORK.
           PERFORM 5560-WRITE-AMOUNT-CELL THRU 5560-EXIT.
           IF WS00-TRD-HAS-PRIOR(WS00-TRD-SUB)
               MOVE WS00-TRD-PRIOR-AMT(WS00-TRD-SUB) TO WS00-AMT-WORK
               PERFORM 5560-WRITE-AMOUNT-CELL THRU 5560-EXIT
               MOVE WS00-TRD-PRIOR-PCT(WS00-TRD-SUB) TO WS00-CELL-NBR
               PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT
           ELSE
               MOVE SPACES TO WS00-CELL-TEXT
               PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT
               PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT
           END-IF.
           IF WS00-TRD-HAS-LASTM(WS00-TRD-SUB)
               MOVE WS00-TRD-LASTM-AMT(WS00-TRD-SUB) TO WS00-AMT-WORK
               PERFORM 5560-WRITE-AMOUNT-CELL THRU 5560-EXIT
               MOVE WS00-TRD-LASTM-PCT(WS00-TRD-SUB) TO WS00-CELL-NBR
               PERFORM 5550-WRITE-NUMBER-CELL THRU 5550-EXIT
           ELSE
               MOVE SPACES TO WS00-CELL-TEXT
               PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT
               PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT
           END-IF.
           IF WS00-TRD-FLAGGED(WS00-TRD-SUB)
               MOVE '*VAR*'  TO WS00-CELL-TEXT
               MOVE 'sAmber' TO WS00-CELL-STYLE
           ELSE
               MOVE SPACES   TO WS00-CELL-TEXT
           END-IF.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE SPACES TO WS00-CELL-STYLE.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5450-WRITE-DELIVERY-ROWS -- SECOND PASS OVER DISTLOG:  EVERY
      *                              SEND, FAILURE AND RESULT LINE OF
      *                              THE RUN DATE FOR THE REPORTS ON
      *                              THE Status WORKSHEET
      ******************************************************************
       5450-WRITE-DELIVERY-ROWS.
           OPEN INPUT FILE-DISTLOG.
           IF WS00-DISTLOG-STATUS NOT = '00'
               GO TO 5450-EXIT.
           PERFORM 3310-READ-DISTLOG THRU 3310-EXIT.
           PERFORM 5460-WRITE-ONE-LOG-LINE THRU 5460-EXIT
               UNTIL WS00-DISTLOG-EOF-YES.
           CLOSE FILE-DISTLOG.
       5450-EXIT.
           EXIT.

      ******************************************************************
      * 5460-WRITE-ONE-LOG-LINE -- ONE DELIVERY LOG LINE AS A ROW;
      *                            FAILURES IN THE RED FILL
      ******************************************************************
       5460-WRITE-ONE-LOG-LINE.
           IF WS00-LOG-DATE NOT = WS00-ASOF-X
               GO TO 5460-NEXT.
           IF NOT WS00-LOG-IS-SENT
               AND NOT WS00-LOG-IS-FAILED
               AND NOT WS00-LOG-IS-CONFIRM
               AND NOT WS00-LOG-IS-NORSLT
               AND NOT WS00-LOG-IS-UNROUTED
               GO TO 5460-NEXT.
           MOVE WS00-LOG-REPORT-ID TO WS00-FIND-ID.
           PERFORM 1250-FIND-STS-ROW THRU 1250-EXIT.
           IF WS00-STS-HIT = 0
               GO TO 5460-NEXT.
           MOVE '   <Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-CELL-STYLE.
           MOVE WS00-LOG-REPORT-ID TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-LOG-TIME TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-LOG-ACTION(2:7) TO WS00-CELL-TEXT.
           IF WS00-LOG-IS-FAILED
               MOVE 'sRed' TO WS00-CELL-STYLE
           END-IF.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE SPACES TO WS00-CELL-STYLE.
           MOVE WS00-LOG-METHOD TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE WS00-LOG-DETAIL TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5460-NEXT.
           PERFORM 3310-READ-DISTLOG THRU 3310-EXIT.
       5460-EXIT.
           EXIT.

      ******************************************************************
      * 5500-WRITE-XML-PROLOG -- WORKBOOK OPEN TAG, THE CONVERSION'S
      *                           sHeader STYLE AND ONE FILL STYLE PER
      *                           RATING
      ******************************************************************
       5500-WRITE-XML-PROLOG.
           MOVE '<?xml version="1.0"?>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE '<?mso-application progid="Excel.Sheet"?>'
               TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '<Workbook xmlns="urn:schemas-microsoft'
                      DELIMITED BY SIZE
                  '-com:office:spreadsheet">'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE ' <Styles>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '  <Style ss:ID="sHeader">'
                      DELIMITED BY SIZE
                  '<Font ss:Bold="1"/></Style>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '  <Style ss:ID="sGreen">'
                      DELIMITED BY SIZE
                  '<Font ss:Bold="1"/>'
                      DELIMITED BY SIZE
                  '<Interior ss:Color="#C6EFCE"'
                      DELIMITED BY SIZE
                  ' ss:Pattern="Solid"/></Style>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '  <Style ss:ID="sAmber">'
                      DELIMITED BY SIZE
                  '<Font ss:Bold="1"/>'
                      DELIMITED BY SIZE
                  '<Interior ss:Color="#FFC000"'
                      DELIMITED BY SIZE
                  ' ss:Pattern="Solid"/></Style>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '  <Style ss:ID="sRed">'
                      DELIMITED BY SIZE
                  '<Font ss:Color="#FFFFFF" ss:Bold="1"/>'
                      DELIMITED BY SIZE
                  '<Interior ss:Color="#FF0000"'
                      DELIMITED BY SIZE
                  ' ss:Pattern="Solid"/></Style>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE ' </Styles>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 5510-START-SHEET -- OPEN ONE NAMED WORKSHEET AND ITS TABLE
      ******************************************************************
       5510-START-SHEET.
           MOVE SPACES TO WS00-XML-LINE.
           STRING ' <Worksheet ss:Name="' DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-SHEET-NAME)
                      DELIMITED BY SIZE
                  '">' DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE '  <Table>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5510-EXIT.
           EXIT.

      ******************************************************************
      * 5520-END-SHEET -- CLOSE THE OPEN TABLE AND WORKSHEET
      ******************************************************************
       5520-END-SHEET.
           MOVE '  </Table>'    TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE ' </Worksheet>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5520-EXIT.
           EXIT.

      ******************************************************************
      * 5530-WRITE-HEADER-ROW -- ONE BOLD ROW OF THE WS00-HDR-CNT
      *                           HEADINGS IN WS00-HDR-WORK
      ******************************************************************
       5530-WRITE-HEADER-ROW.
           MOVE '   <Row ss:StyleID="sHeader">' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
           MOVE SPACES TO WS00-CELL-STYLE.
           PERFORM 5535-WRITE-HEADER-CELL THRU 5535-EXIT
               VARYING WS00-HDR-SUB FROM 1 BY 1
               UNTIL WS00-HDR-SUB > WS00-HDR-CNT.
           MOVE '   </Row>' TO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5530-EXIT.
           EXIT.

      ******************************************************************
      * 5535-WRITE-HEADER-CELL -- ONE COLUMN HEADING
      ******************************************************************
       5535-WRITE-HEADER-CELL.
           MOVE WS00-HDR-TEXT(WS00-HDR-SUB) TO WS00-CELL-TEXT.
           PERFORM 5540-WRITE-STRING-CELL THRU 5540-EXIT.
       5535-EXIT.
           EXIT.

      ******************************************************************
      * 5540-WRITE-STRING-CELL -- ONE STRING CELL FROM WS00-CELL-TEXT,
      *                            XML-ESCAPED AND TRAILING BLANKS
      *                            DROPPED, IN WS00-CELL-STYLE WHEN ONE
      *                            IS SET
      ******************************************************************
       5540-WRITE-STRING-CELL.
           PERFORM 5570-ESCAPE-CELL-TEXT THRU 5570-EXIT.
           MOVE SPACES TO WS00-XML-LINE.
           IF WS00-ESC-PTR = 1
               IF WS00-CELL-STYLE NOT = SPACES
                   STRING '    <Cell ss:StyleID="'
                              DELIMITED BY SIZE
                          WS00-CELL-STYLE DELIMITED BY SPACE
                          '"/>' DELIMITED BY SIZE
                          INTO WS00-XML-LINE
               ELSE
                   MOVE '    <Cell/>' TO WS00-XML-LINE
               END-IF
               WRITE FD-STSWB-REC FROM WS00-XML-LINE
               GO TO 5540-EXIT.
           IF WS00-CELL-STYLE NOT = SPACES
               STRING '    <Cell ss:StyleID="'
                          DELIMITED BY SIZE
                      WS00-CELL-STYLE DELIMITED BY SPACE
                      '"><Data ss:Type="String">'
                          DELIMITED BY SIZE
                      WS00-CELL-ESC-TEXT(1:WS00-ESC-PTR - 1)
                          DELIMITED BY SIZE
                      '</Data></Cell>'
                          DELIMITED BY SIZE
                      INTO WS00-XML-LINE
           ELSE
               STRING '    <Cell><Data ss:Type="String">'
                          DELIMITED BY SIZE
                      WS00-CELL-ESC-TEXT(1:WS00-ESC-PTR - 1)
                          DELIMITED BY SIZE
                      '</Data></Cell>'
                          DELIMITED BY SIZE
                      INTO WS00-XML-LINE
           END-IF.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5540-EXIT.
           EXIT.

      ******************************************************************
      * 5550-WRITE-NUMBER-CELL -- ONE NUMBER CELL FROM WS00-CELL-NBR
      ******************************************************************
       5550-WRITE-NUMBER-CELL.
           MOVE WS00-CELL-NBR TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '    <Cell><Data ss:Type="Number">'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-NBR-DISP)
                      DELIMITED BY SIZE
                  '</Data></Cell>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5550-EXIT.
           EXIT.

      ******************************************************************
      * 5560-WRITE-AMOUNT-CELL -- ONE NUMBER CELL FROM WS00-AMT-WORK
      ******************************************************************
       5560-WRITE-AMOUNT-CELL.
           MOVE WS00-AMT-WORK TO WS00-AMT-EDIT.
           MOVE SPACES TO WS00-XML-LINE.
           STRING '    <Cell><Data ss:Type="Number">'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS00-AMT-EDIT)
                      DELIMITED BY SIZE
                  '</Data></Cell>'
                      DELIMITED BY SIZE
                  INTO WS00-XML-LINE.
           WRITE FD-STSWB-REC FROM WS00-XML-LINE.
       5560-EXIT.
           EXIT.

      ******************************************************************
      * 5570-ESCAPE-CELL-TEXT -- XML-ESCAPE WS00-CELL-TEXT UP TO ITS
      *                           LAST NON-BLANK, SAME ESCAPES AS THE
      *                           CONVERSION; WS00-ESC-PTR ENDS ONE
      *                           PAST THE ESCAPED TEXT (1 = EMPTY)
      ******************************************************************
       5570-ESCAPE-CELL-TEXT.
           MOVE SPACES TO WS00-CELL-ESC-TEXT.
           MOVE 1 TO WS00-ESC-PTR.
           MOVE ZERO TO WS00-ESC-TRAIL.
           INSPECT FUNCTION REVERSE(WS00-CELL-TEXT)
               TALLYING WS00-ESC-TRAIL FOR LEADING SPACES.
           COMPUTE WS00-ESC-LEN = 133 - WS00-ESC-TRAIL.
           PERFORM 5575-ESCAPE-ONE-CHAR THRU 5575-EXIT
               VARYING WS00-ESC-IDX FROM 1 BY 1
               UNTIL WS00-ESC-IDX > WS00-ESC-LEN.
       5570-EXIT.
           EXIT.

      ******************************************************************
      * 5575-ESCAPE-ONE-CHAR -- ONE CHARACTER OF WS00-CELL-TEXT
      ******************************************************************
       5575-ESCAPE-ONE-CHAR.
           MOVE WS00-CELL-TEXT(WS00-ESC-IDX:1) TO WS00-ESC-CHAR.
           EVALUATE WS00-ESC-CHAR
               WHEN '&'
                   STRING '&amp;' DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
               WHEN '<'
                   STRING '&lt;' DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
               WHEN '>'
                   STRING '&gt;' DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
               WHEN '"'
                   STRING '&quot;' DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
               WHEN OTHER
                   STRING WS00-ESC-CHAR DELIMITED BY SIZE
                       INTO WS00-CELL-ESC-TEXT
                       WITH POINTER WS00-ESC-PTR
           END-EVALUATE.
       5575-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- REGISTER THE WORKBOOK ON RPTAUDIT, WRITE THE
      *                    TOTALS, CLOSE THE LISTING
      ******************************************************************
       8000-TERMINATE.
           PERFORM 8100-REGISTER-WORKBOOK THRU 8100-EXIT.
           MOVE SPACES TO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE WS00-STS-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'REPORTS ON THE STATUS SHEET . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE WS00-DUE-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'DUE ON THE RUN DATE . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE WS00-CONVERTED-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'CONVERTED . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE WS00-OPEN-REJ-TOTAL TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'OPEN REJECTS (ALL REPORTS). . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE WS00-GREEN-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'GREEN . . . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE WS00-AMBER-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'AMBER . . . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           MOVE WS00-RED-CNT TO WS00-NBR-DISP.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'RED . . . . . . . . . . . . . . '
                      DELIMITED BY SIZE
                  WS00-NBR-DISP
                      DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           CLOSE FILE-STSRPT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-REGISTER-WORKBOOK -- ONE RPTAUDIT ENTRY FOR THE WORKBOOK
      *                            UNDER ITS OWN REPORT-ID, SO RPTDISTR
      *                            SENDS IT LIKE ANY CONVERTED REPORT.
      *                            RECORDS-READ CARRIES THE NUMBER OF
      *                            STATUS ROWS.  WITHOUT A WORKBOOK DSN
      *                            ON STSPARM THERE IS NOTHING TO SEND
      *                            AND NO ENTRY IS WRITTEN.
      ******************************************************************
       8100-REGISTER-WORKBOOK.
           MOVE SPACES TO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           IF WS00-PARM-WB-DSN = SPACES
               MOVE SPACES TO WS00-STSRPT-LINE
               STRING 'NO WORKBOOK DSN ON STSPARM - WORKBOOK NOT '
                          DELIMITED BY SIZE
                      'REGISTERED FOR DISTRIBUTION'
                          DELIMITED BY SIZE
                      INTO WS00-STSRPT-LINE
               WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE
               GO TO 8100-EXIT.
           OPEN I-O FILE-AUDIT.
           IF WS00-AUDIT-STATUS = '35'
               OPEN OUTPUT FILE-AUDIT
           END-IF.
           IF WS00-AUDIT-STATUS NOT = '00'
               DISPLAY 'RPTSTATW - FILE-AUDIT ERROR, STATUS = '
                   WS00-AUDIT-STATUS ', WORKBOOK NOT REGISTERED'
               GO TO 8100-EXIT.
           MOVE WS00-WB-REPORT-ID TO WS00-AUD-REPORT-ID.
           ACCEPT WS00-AUD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS00-AUD-RUN-TIME FROM TIME.
           MOVE WS00-RUN-USERID  TO WS00-AUD-USERID.
           MOVE WS00-RUN-JOBNAME TO WS00-AUD-JOBNAME.
           MOVE 'RPTAUDIT'       TO WS00-AUD-INPUT-DSN.
           MOVE WS00-PARM-WB-DSN TO WS00-AUD-OUTPUT-DSN.
           MOVE WS00-STS-CNT     TO WS00-AUD-RECS-READ.
           MOVE 'E'              TO WS00-AUD-OUTPUT-MODE.
           MOVE SPACES           TO WS00-AUD-START-DATE.
           MOVE SPACES           TO WS00-AUD-START-TIME.
           MOVE SPACES           TO WS00-AUD-ELAPSED-X.
           MOVE SPACES           TO WS00-AUD-INPUT-CRC.
           MOVE SPACES           TO WS00-AUD-STALE-FLAG.
           MOVE SPACES           TO WS00-AUD-BUS-DATE.
           WRITE FD-AUDIT-REC FROM WS00-AUD-REC
               INVALID KEY
                   DISPLAY 'RPTSTATW - DUPLICATE RPTAUDIT KEY FOR '
                       WS00-AUD-REPORT-ID ' ' WS00-AUD-RUN-DATE ' '
                       WS00-AUD-RUN-TIME ', ENTRY NOT WRITTEN'
           END-WRITE.
           CLOSE FILE-AUDIT.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'WORKBOOK REGISTERED ON RPTAUDIT AS '
                      DELIMITED BY SIZE
                  WS00-AUD-REPORT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-AUD-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS00-AUD-RUN-TIME DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9100-AUDIT-ERROR -- NO AUDIT TRAIL, NO STATUS
      ******************************************************************
       9100-AUDIT-ERROR.
           DISPLAY 'RPTSTATW - FILE-AUDIT ERROR, STATUS = '
               WS00-AUDIT-STATUS.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'UNABLE TO OPEN RPTAUDIT, STATUS ' DELIMITED BY SIZE
                  WS00-AUDIT-STATUS DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           CLOSE FILE-STSRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 9200-STSWB-ERROR -- THE WORKBOOK CANNOT BE WRITTEN
      ******************************************************************
       9200-STSWB-ERROR.
           DISPLAY 'RPTSTATW - FILE-STSWB ERROR, STATUS = '
               WS00-STSWB-STATUS.
           MOVE SPACES TO WS00-STSRPT-LINE.
           STRING 'UNABLE TO OPEN STSWKBK, STATUS ' DELIMITED BY SIZE
                  WS00-STSWB-STATUS DELIMITED BY SIZE
                  INTO WS00-STSRPT-LINE.
           WRITE FD-STSRPT-REC FROM WS00-STSRPT-LINE.
           CLOSE FILE-STSRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
