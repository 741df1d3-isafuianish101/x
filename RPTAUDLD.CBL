      * KEYED FILE DIRECTLY.  DUPLICATE KEYS (TWO CONVERSIONS OF THE
      * SAME REPORT IN THE SAME HUNDREDTH OF A SECOND -- SEEN ONLY ON
      * HAND-EDITED HISTORY) ARE COUNTED, DISPLAYED AND SKIPPED.
      * AUDSEQIN IS ALWAYS THE 139-BYTE LAYOUT FROM BEFORE THE TIMING
      * FIELDS (THE OLD FLAT FILE, OR THE UNLOAD JCL/RPTAUDRS TAKES
      * BEFORE IT REDEFINES THE CLUSTER AT 180 BYTES); THE TIMING
      * FIELDS LOAD BLANK, READ AS NOT TIMED.
      * ENDS WITH CONDITION CODE 4 WHEN ANY RECORD WAS SKIPPED,
      * 8 WHEN A FILE CANNOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *  2026-09-03  AS  INITIAL VERSION.
      *  2026-10-15  AS  LOAD THE 139-BYTE HISTORY INTO THE 180-BYTE
      *                  RECORD (CONVERSION START TIME AND ELAPSED
      *                  SECONDS, BLANK FOR THE OLD RECORDS) -- ALSO
      *                  THE RELOAD STEP OF JCL/RPTAUDRS.
      ******************************************************************

      ******************************************************************
       FD  FILE-AUDIT.
       01  FD-AUDIT-REC.
           05  FD-AUDIT-KEY              PIC X(24).
           05  FILLER                    PIC X(156).

       WORKING-STORAGE SECTION.

