      ******************************************************************
       ID DIVISION.
      ******************************************************************
       PROGRAM-ID.   RPTRWHLD.
       AUTHOR.       ANISH SAFUI @ IBM.

      ******************************************************************
      * FILE THE STAGED ROW HISTORY OF THE PARALLEL STREAMS            *
      ******************************************************************
      *
      * IN A PARALLEL STREAM RUN EACH RPT2EXCEL STREAM WRITES ITS ROW
      * HISTORY RECORDS (SEE RPTRWH.CPY) TO ITS OWN SEQUENTIAL RPTROWS
      * STAGING FILE RATHER THAN QUEUE ON THE SHARED KSDS FOR EVERY
      * ROW.  ONCE RPTGATCK HAS RELEASED THE NIGHT, THIS PROGRAM READS
      * THE STAGING FILES (CONCATENATED ON ROWSTAGE) AND FILES THEIR
      * RECORDS ON THE RPTROWH KSDS.
      * THE ROWS OF ONE CONVERSION ARE STAGED TOGETHER.  WHEN A
      * CONVERSION'S ROWS START (A REPORT AND BUSINESS DATE NOT SEEN
      * YET, OR SEEN WITH ANOTHER CONVERSION START STAMP) THE ROWS
      * ALREADY ON THE KSDS FOR THAT REPORT AND DATE ARE DELETED
      * THROUGH THE NIGHT-KEY PATH (DD RPTROWH1), SO A RERUN OF THE
      * NIGHT -- OR OF THIS STEP -- REPLACES THE NIGHT'S ROWS RATHER
      * THAN ADDING TO THEM.  THE ROWS OF A RESTARTED CONVERSION
      * (RESTART-FLAG 'R') FOLLOW THE FIRST ATTEMPT'S ROWS IN THE SAME
      * STAGING FILE UNDER A NEW STAMP:  THAT STAMP IS TAKEN OVER FOR
      * THE NIGHT WITHOUT DELETING ANYTHING, SO THE ROWS FILED BEFORE
      * THE CHECKPOINT STAY, EVEN WHEN AN EARLIER RUN OF THIS STEP
      * FILED THEM.  A ROW WHOSE KEY IS ON FILE ALL THE SAME
      * IS REPLACED.
      * ENDS WITH CONDITION CODE 4 WHEN ANY RECORD COULD NOT BE FILED,
      * 8 WHEN A FILE CANNOT BE OPENED OR THE RUN STAGED MORE REPORT
      * NIGHTS THAN THE TABLE HOLDS.  THE STAGING FILES ARE DELETED
      * BY THE NEXT STEP ONLY ON CONDITION CODE 0.
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
           SELECT FILE-ROWSTG ASSIGN TO ROWSTAGE
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-ROWSTG-STATUS.

           SELECT FILE-ROWH ASSIGN TO RPTROWH
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS FD-ROWH-KEY
                              ALTERNATE RECORD KEY IS FD-ROWH-NIGHT-KEY
                                  WITH DUPLICATES
                              FILE STATUS WS00-ROWH-STATUS.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

       FILE SECTION.

       FD  FILE-ROWSTG
           RECORDING MODE IS F.
       01  FD-ROWSTG-REC                 PIC X(850).

       FD  FILE-ROWH.
       01  FD-ROWH-REC.
           05  FD-ROWH-KEY               PIC X(65).
           05  FD-ROWH-NIGHT-KEY.
               10  FD-ROWH-NGT-REPORT-ID PIC X(08).
               10  FD-ROWH-NGT-RUN-DATE  PIC X(08).
           05  FILLER                    PIC X(769).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *    FILE STATUS FIELDS
      ******************************************************************
       77  WS00-ROWSTG-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-ROWH-STATUS              PIC X(02)   VALUE SPACES.

      ******************************************************************
      *    SWITCHES
      ******************************************************************
       77  WS00-ROWSTG-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS00-ROWSTG-EOF-YES                    VALUE 'Y'.
       77  WS00-PURGE-EOF-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS00-PURGE-EOF-YES                     VALUE 'Y'.
       77  WS00-NGT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS00-NGT-FOUND                         VALUE 'Y'.
       77  WS00-ROWH-OPEN-MODE           PIC X(01)   VALUE 'I'.
           88  WS00-ROWH-OPENED-IO                    VALUE 'I'.

      ******************************************************************
      *    COUNTERS
      ******************************************************************
       77  WS00-RECS-READ                PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RECS-LOADED              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RECS-REPLACED            PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RECS-SKIPPED             PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-RECS-PURGED              PIC 9(09)  COMP   VALUE ZERO.
       77  WS00-NBR-DISP                 PIC ZZZZZZZZ9.
       77  WS00-NBR-DISP2                PIC ZZZZZZZZ9.

      ******************************************************************
      *    REPORT NIGHTS MET SO FAR, WITH THE CONVERSION START STAMP OF
      *    THE ROWS LAST FILED FOR EACH
      ******************************************************************
       01  WS00-NGT-TABLE.
           05  WS00-NGT-COUNT            PIC 9(03) COMP VALUE 0.
           05  WS00-NGT-MAX              PIC 9(03) COMP VALUE 500.
           05  WS00-NGT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS00-NGT-IDX.
               10  WS00-NGT-KEY          PIC X(16).
               10  WS00-NGT-STAMP        PIC X(16).
       77  WS00-CUR-STAMP                PIC X(16)   VALUE SPACES.

      ******************************************************************
      *    ROW HISTORY RECORD (SEE COPYLIB/RPTRWH.CPY)
      ******************************************************************
           COPY RPTRWH.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
               UNTIL WS00-ROWSTG-EOF-YES.
           PERFORM 8000-TERMINATE       THRU 8000-EXIT.
           IF WS00-RECS-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE -- OPEN BOTH FILES, READ THE FIRST STAGED
      *                    RECORD.  STATUS 35 ON THE CLUSTER MEANS AN
      *                    EMPTY CLUSTER AND FALLS BACK TO A LOAD-MODE
      *                    OPEN (NOTHING TO REPLACE).
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT FILE-ROWSTG.
           IF WS00-ROWSTG-STATUS NOT = '00'
               GO TO 9100-ROWSTG-ERROR.
           OPEN I-O FILE-ROWH.
           IF WS00-ROWH-STATUS = '35'
               MOVE 'O' TO WS00-ROWH-OPEN-MODE
               OPEN OUTPUT FILE-ROWH
           END-IF.
           IF WS00-ROWH-STATUS NOT = '00'
               GO TO 9200-ROWH-ERROR.
           PERFORM 3000-READ-ROWSTG THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LOAD-ONE-RECORD -- FILE ONE STAGED ROW BY KEY, CLEARING
      *                          ITS REPORT NIGHT FIRST WHEN THE ROWS
      *                          OF A NEW CONVERSION START HERE.  A
      *                          RESTARTED CONVERSION'S NEW STAMP IS
      *                          ONLY NOTED FOR ITS NIGHT.
      ******************************************************************
       2000-LOAD-ONE-RECORD.
           MOVE WS00-RWH-CONV-DATE TO WS00-CUR-STAMP(1:8).
           MOVE WS00-RWH-CONV-TIME TO WS00-CUR-STAMP(9:8).
           MOVE 'N' TO WS00-NGT-FOUND-SW.
           IF WS00-NGT-COUNT > 0
               PERFORM 2010-FIND-NIGHT THRU 2010-EXIT
                   VARYING WS00-NGT-IDX FROM 1 BY 1
                   UNTIL WS00-NGT-IDX > WS00-NGT-COUNT
                      OR WS00-NGT-FOUND
           END-IF.
           IF WS00-NGT-FOUND
               SET WS00-NGT-IDX DOWN BY 1
               IF WS00-NGT-STAMP(WS00-NGT-IDX) NOT = WS00-CUR-STAMP
                   MOVE WS00-CUR-STAMP TO WS00-NGT-STAMP(WS00-NGT-IDX)
                   IF NOT WS00-RWH-RESTARTED
                       PERFORM 2100-PURGE-NIGHT THRU 2100-EXIT
                   END-IF
               END-IF
           ELSE
               IF WS00-NGT-COUNT NOT < WS00-NGT-MAX
                   GO TO 9300-NGT-TABLE-FULL
               END-IF
               ADD 1 TO WS00-NGT-COUNT
               SET WS00-NGT-IDX TO WS00-NGT-COUNT
               MOVE WS00-RWH-NIGHT-KEY TO WS00-NGT-KEY(WS00-NGT-IDX)
               MOVE WS00-CUR-STAMP     TO WS00-NGT-STAMP(WS00-NGT-IDX)
               IF NOT WS00-RWH-RESTARTED
                   PERFORM 2100-PURGE-NIGHT THRU 2100-EXIT
               END-IF
           END-IF.
           WRITE FD-ROWH-REC FROM WS00-RWH-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS00-RECS-LOADED
           END-WRITE.
           IF WS00-ROWH-STATUS = '22'
               PERFORM 2200-REPLACE-ROW THRU 2200-EXIT
           ELSE
               IF WS00-ROWH-STATUS NOT = '00'
                   AND WS00-ROWH-STATUS NOT = '02'
                   ADD 1 TO WS00-RECS-SKIPPED
                   DISPLAY 'RPTRWHLD - WRITE ERROR, STATUS = '
                       WS00-ROWH-STATUS ', ROW NOT FILED: '
                       WS00-RWH-REPORT-ID ' ' WS00-RWH-RUN-DATE ' '
                       WS00-RWH-ROW-KEY
               END-IF
           END-IF.
           PERFORM 3000-READ-ROWSTG THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-FIND-NIGHT -- ONE ENTRY OF THE REPORT-NIGHT LOOKUP
      ******************************************************************
       2010-FIND-NIGHT.
           IF WS00-NGT-KEY(WS00-NGT-IDX) = WS00-RWH-NIGHT-KEY
               SET WS00-NGT-FOUND TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PURGE-NIGHT -- DELETE THE ROWS ON FILE FOR THE STAGED
      *                     ROW'S REPORT AND BUSINESS DATE
      ******************************************************************
       2100-PURGE-NIGHT.
           IF NOT WS00-ROWH-OPENED-IO
               GO TO 2100-EXIT.
           MOVE 'N' TO WS00-PURGE-EOF-SWITCH.
           MOVE WS00-RWH-NIGHT-KEY TO FD-ROWH-NIGHT-KEY.
           START FILE-ROWH KEY IS = FD-ROWH-NIGHT-KEY
               INVALID KEY
                   SET WS00-PURGE-EOF-YES TO TRUE
           END-START.
           PERFORM 2110-PURGE-ONE-ROW THRU 2110-EXIT
               UNTIL WS00-PURGE-EOF-YES.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-PURGE-ONE-ROW -- READ THE NEXT ROW OF THE NIGHT AND DELETE
      *                       IT; EOF PAST THE NIGHT'S LAST ROW
      ******************************************************************
       2110-PURGE-ONE-ROW.
           READ FILE-ROWH NEXT RECORD
               AT END
                   SET WS00-PURGE-EOF-YES TO TRUE
           END-READ.
           IF WS00-PURGE-EOF-YES
               GO TO 2110-EXIT.
           IF WS00-ROWH-STATUS NOT = '00'
               AND WS00-ROWH-STATUS NOT = '02'
               DISPLAY 'RPTRWHLD - READ ERROR, STATUS = '
                   WS00-ROWH-STATUS ', OLD ROWS OF '
                   WS00-RWH-NGT-REPORT-ID ' ' WS00-RWH-NGT-RUN-DATE
                   ' NOT ALL REMOVED'
               ADD 1 TO WS00-RECS-SKIPPED
               SET WS00-PURGE-EOF-YES TO TRUE
               GO TO 2110-EXIT.
           IF FD-ROWH-NIGHT-KEY NOT = WS00-RWH-NIGHT-KEY
               SET WS00-PURGE-EOF-YES TO TRUE
               GO TO 2110-EXIT.
           DELETE FILE-ROWH RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS00-RECS-PURGED
           END-DELETE.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REPLACE-ROW -- THE KEY IS ON FILE ALREADY:  REPLACE THE
      *                     ROW.  AN EMPTY CLUSTER OPENED IN LOAD MODE
      *                     CANNOT REWRITE, SO THERE THE FIRST COPY
      *                     STAYS AND THE ROW COUNTS AS NOT FILED.
      ******************************************************************
       2200-REPLACE-ROW.
           IF WS00-ROWH-OPENED-IO
               REWRITE FD-ROWH-REC FROM WS00-RWH-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS00-ROWH-OPENED-IO
               AND WS00-ROWH-STATUS = '00'
               ADD 1 TO WS00-RECS-REPLACED
           ELSE
               ADD 1 TO WS00-RECS-SKIPPED
               DISPLAY 'RPTRWHLD - DUPLICATE KEY, ROW NOT FILED: '
                   WS00-RWH-REPORT-ID ' ' WS00-RWH-RUN-DATE ' '
                   WS00-RWH-ROW-KEY
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-READ-ROWSTG -- NEXT STAGED RECORD, SET EOF AT END
      ******************************************************************
       3000-READ-ROWSTG.
           READ FILE-ROWSTG INTO WS00-RWH-REC
               AT END
                   SET WS00-ROWSTG-EOF-YES TO TRUE
           END-READ.
           IF NOT WS00-ROWSTG-EOF-YES
               ADD 1 TO WS00-RECS-READ
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE -- RUN TOTALS AND CLOSE
      ******************************************************************
       8000-TERMINATE.
           MOVE WS00-RECS-READ   TO WS00-NBR-DISP.
           MOVE WS00-RECS-LOADED TO WS00-NBR-DISP2.
           DISPLAY 'RPTRWHLD - RECORDS READ ' WS00-NBR-DISP
               ' ADDED ' WS00-NBR-DISP2.
           MOVE WS00-RECS-REPLACED TO WS00-NBR-DISP.
           MOVE WS00-RECS-PURGED   TO WS00-NBR-DISP2.
           DISPLAY 'RPTRWHLD - RECORDS REPLACED ' WS00-NBR-DISP
               ' EARLIER ROWS REMOVED ' WS00-NBR-DISP2.
           IF WS00-RECS-SKIPPED > 0
               MOVE WS00-RECS-SKIPPED TO WS00-NBR-DISP
               DISPLAY 'RPTRWHLD - RECORDS NOT FILED '
                   WS00-NBR-DISP
           END-IF.
           CLOSE FILE-ROWSTG.
           CLOSE FILE-ROWH.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-ROWSTG-ERROR / 9200-ROWH-ERROR -- NOTHING TO FILE WITHOUT
      * BOTH FILES -- END WITH CONDITION CODE 8
      ******************************************************************
       9100-ROWSTG-ERROR.
           DISPLAY 'RPTRWHLD - FILE-ROWSTG ERROR, STATUS = '
               WS00-ROWSTG-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       9200-ROWH-ERROR.
           DISPLAY 'RPTRWHLD - FILE-ROWH ERROR, STATUS = '
               WS00-ROWH-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * 9300-NGT-TABLE-FULL -- MORE REPORT NIGHTS THAN THE TABLE HOLDS.
      * THE ROWS FILED SO FAR STAY; RERUN THE STEP WITH A LARGER
      * TABLE -- EACH NIGHT IS CLEARED AGAIN BEFORE IT IS RELOADED.
      ******************************************************************
       9300-NGT-TABLE-FULL.
           MOVE WS00-RECS-READ TO WS00-NBR-DISP.
           DISPLAY 'RPTRWHLD - MORE THAN 500 REPORT NIGHTS STAGED, '
               'STOPPED AT RECORD ' WS00-NBR-DISP.
           CLOSE FILE-ROWSTG.
           CLOSE FILE-ROWH.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
