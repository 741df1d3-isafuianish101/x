      *   DISTLOG  A LOG LINE EXPIRES WHEN THE YYYYMMDD DATE IN ITS
      *            FIRST EIGHT COLUMNS IS OLDER THAN THE KEEP-DAYS
      *            WINDOW; LINES WITHOUT A PARSEABLE DATE ARE KEPT.
      *   ROWHIST  THE ROW HISTORY IS THE RPTROWH VSAM KSDS (SEE
      *            RPTRWH.CPY).  A ROW EXPIRES WHEN THE NIGHT IT WAS
      *            FILED FOR (ITS RUN-DATE) IS OLDER THAN THE
      *            KEEP-DAYS WINDOW; EXPIRED ROWS COPY TO THE ARCHIVE
      *            AND DELETE IN PLACE AS FOR AUDIT.  THE NIGHT-KEY
      *            ALTERNATE INDEX IS IN THE CLUSTER'S UPGRADE SET AND
      *            FOLLOWS THE DELETES.
      *
      * HSKPARM CARD LAYOUT (ONE CARD PER FILE TO HOUSEKEEP):
      *   COL  1- 8  FILE-ID: AUDIT, CKPT, REJECTS, DISTLOG OR
      *              ROWHIST
      *   COL  9-12  KEEP-DAYS, 4 DIGITS (FOR REJECTS: REPAIR PASSES)
      *
      * THE REWRITTEN FILES GO TO THE ...OUT DDS; THE JOB'S TRAILING
      *                  DDS AT END OF RUN SO THE SWAP STEPS NEVER
      *                  COPY A NEVER-WRITTEN DATASET OVER A LIVE
      *                  ONE.
      *  2026-10-15  AS  RPTAUDIT RECORD LENGTH 180 (CONVERSION START
      *                  TIME AND ELAPSED SECONDS); AUDARCH LRECL 180.
      *  2026-10-15  AS  ROWHIST CARD:  RETENTION OF THE RPTROWH ROW
      *                  HISTORY KSDS, EXPIRED ROWS TO ROWHARCH AND
      *                  DELETED IN PLACE.
      ******************************************************************

      ******************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-DISTARCH-STATUS.

           SELECT OPTIONAL FILE-ROWHIN ASSIGN TO ROWHIN
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS DYNAMIC
                              RECORD KEY IS FD-ROWHIN-KEY
                              FILE STATUS WS00-ROWHIN-STATUS.

           SELECT OPTIONAL FILE-ROWHARCH ASSIGN TO ROWHARCH
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-ROWHARCH-STATUS.

           SELECT FILE-HSKRPT ASSIGN TO HSKRPT
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS WS00-HSKRPT-STATUS.
       FD  FILE-AUDIN.
       01  FD-AUDIN-REC.
           05  FD-AUDIN-KEY              PIC X(24).
           05  FILLER                    PIC X(156).

       FD  FILE-AUDARCH
           RECORDING MODE IS F.
       01  FD-AUDARCH-REC                PIC X(180).

       FD  FILE-CKPTIN
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  FD-DISTARCH-REC               PIC X(132).

       FD  FILE-ROWHIN.
       01  FD-ROWHIN-REC.
           05  FD-ROWHIN-KEY             PIC X(65).
           05  FILLER                    PIC X(785).

       FD  FILE-ROWHARCH
           RECORDING MODE IS F.
       01  FD-ROWHARCH-REC               PIC X(850).

       FD  FILE-HSKRPT
           RECORDING MODE IS F.
       01  FD-HSKRPT-REC                 PIC X(132).
       77  WS00-DISTIN-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-DISTOUT-STATUS           PIC X(02)   VALUE SPACES.
       77  WS00-DISTARCH-STATUS          PIC X(02)   VALUE SPACES.
       77  WS00-ROWHIN-STATUS            PIC X(02)   VALUE SPACES.
       77  WS00-ROWHARCH-STATUS          PIC X(02)   VALUE SPACES.
       77  WS00-HSKRPT-STATUS            PIC X(02)   VALUE SPACES.

      ******************************************************************
      ******************************************************************
           COPY RPTREJ.

      ******************************************************************
      *    ROW HISTORY RECORD (SEE COPYLIB/RPTRWH.CPY)
      ******************************************************************
           COPY RPTRWH.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                   PERFORM 4000-HOUSEKEEP-REJECTS THRU 4000-EXIT
               WHEN 'DISTLOG '
                   PERFORM 5000-HOUSEKEEP-DISTLOG THRU 5000-EXIT
               WHEN 'ROWHIST '
                   PERFORM 6000-HOUSEKEEP-ROWHIST THRU 6000-EXIT
               WHEN OTHER
                   PERFORM 7200-REPORT-BAD-CARD THRU 7200-EXIT
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-HOUSEKEEP-ROWHIST -- ONE KEYED PASS OVER THE ROW HISTORY
      *                            KSDS, AS FOR THE AUDIT TRAIL:
      *                            EXPIRED ROWS COPY TO THE ARCHIVE
      *                            AND DELETE IN PLACE
      ******************************************************************
       6000-HOUSEKEEP-ROWHIST.
           OPEN I-O FILE-ROWHIN.
           IF WS00-ROWHIN-STATUS NOT = '00'
               MOVE 'ROWHIN'   TO WS00-HSKRPT-LINE
               PERFORM 7300-REPORT-OPEN-FAIL THRU 7300-EXIT
               GO TO 6000-EXIT.
           OPEN EXTEND FILE-ROWHARCH.
           IF WS00-ROWHARCH-STATUS = '35'
               OPEN OUTPUT FILE-ROWHARCH
           END-IF.
           IF WS00-ROWHARCH-STATUS NOT = '00'
               MOVE 'ROWHARCH' TO WS00-HSKRPT-LINE
               PERFORM 7300-REPORT-OPEN-FAIL THRU 7300-EXIT
               CLOSE FILE-ROWHIN
               GO TO 6000-EXIT.
           MOVE LOW-VALUES TO FD-ROWHIN-KEY.
           START FILE-ROWHIN KEY >= FD-ROWHIN-KEY
               INVALID KEY
                   SET WS00-FILE-EOF-YES TO TRUE
           END-START.
           IF NOT WS00-FILE-EOF-YES
               PERFORM 6100-READ-ROWHIST-RECORD THRU 6100-EXIT
               PERFORM 6200-SIFT-ROWHIST-RECORD THRU 6200-EXIT
                   UNTIL WS00-FILE-EOF-YES
           END-IF.
           CLOSE FILE-ROWHIN.
           CLOSE FILE-ROWHARCH.
           MOVE 'ROWHIST ' TO WS00-HSKRPT-LINE.
           PERFORM 7000-REPORT-FILE-TOTALS THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-READ-ROWHIST-RECORD -- NEXT KEYED HISTORY ROW, EOF AT END
      ******************************************************************
       6100-READ-ROWHIST-RECORD.
           READ FILE-ROWHIN NEXT RECORD INTO WS00-RWH-REC
               AT END
                   SET WS00-FILE-EOF-YES TO TRUE
           END-READ.
           IF NOT WS00-FILE-EOF-YES
               ADD 1 TO WS00-READ-CNT
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-SIFT-ROWHIST-RECORD -- AN EXPIRED ROW COPIES TO THE
      *                              ARCHIVE AND DELETES FROM THE
      *                              CLUSTER ONLY AFTER THE ARCHIVE
      *                              WRITE COMES BACK CLEAN.  A ROW
      *                              WITHOUT A PARSEABLE RUN-DATE STAYS.
      ******************************************************************
       6200-SIFT-ROWHIST-RECORD.
           IF WS00-RWH-RUN-DATE IS NUMERIC
               AND WS00-RWH-RUN-DATE < WS00-CUTOFF-X
               WRITE FD-ROWHARCH-REC FROM WS00-RWH-REC
               IF WS00-ROWHARCH-STATUS NOT = '00'
                   MOVE 'ROWHARCH' TO WS00-HSKRPT-LINE
                   PERFORM 7350-REPORT-WRITE-FAIL THRU 7350-EXIT
                   GO TO 6200-EXIT
               END-IF
               ADD 1 TO WS00-ARCH-CNT
               DELETE FILE-ROWHIN RECORD
           ELSE
               ADD 1 TO WS00-KEPT-CNT
           END-IF.
           PERFORM 6100-READ-ROWHIST-RECORD THRU 6100-EXIT.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-REPORT-FILE-TOTALS -- ONE TOTALS LINE PER FILE PROCESSED.
      *                             THE FILE-ID ARRIVES IN THE FIRST
