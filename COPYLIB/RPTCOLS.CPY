      *    RECORD THE COLUMN IS CUT FROM (1 WHEN THE REPORT PRINTS
      *    ONE LINE PER ITEM); GRP-LINES IS THE LINES-PER-LOGICAL-
      *    RECORD COUNT OF THE ACTIVE LAYOUT (1-3).
      ******************************************************************
      *    TRL-START/TRL-LEN/TRL-LIT LOCATE THE ACTIVE LAYOUT'S
      *    TRAILER (GRAND-TOTAL) LINE -- TRL-START ZERO MEANS THE
      *    REPORT HAS NONE DEFINED.  COL-TRL = 'Y' MARKS A TOTALABLE
      *    COLUMN WHOSE PRINTED TOTAL THE TRAILER LINE CARRIES.
      ******************************************************************
      *    COL-MASK NAMES HOW A SENSITIVE COLUMN IS MASKED IN THE
      *    OUTPUTS:  'F' FULL, 'L' LAST 4 SHOWN, 'T' KEYED TOKEN, 'N'
      *    OR BLANK IN CLEAR (SEE RPTLAYT.CPY AND RPTMSK.CPY).
      ******************************************************************
      *    RDT-START/RDT-LEN/RDT-DFMT/RDT-LINE LOCATE THE RUN DATE THE
      *    ACTIVE REPORT PRINTS ON ITS BANNER/HEADING (THE RDT-LINE'TH
      *    NON-BLANK SPOOL LINE) -- RDT-START ZERO MEANS THE REPORT
      *    HAS NONE DEFINED AND ITS PRINTED DATE IS NOT CHECKED.
      ******************************************************************
       01  WS00-COL-TABLE.
           05  WS00-COL-COUNT            PIC 9(02) COMP VALUE 1.
           05  WS00-COL-GRP-LINES        PIC 9(01) COMP VALUE 1.
           05  WS00-COL-TRL-START        PIC 9(03) COMP VALUE 0.
           05  WS00-COL-TRL-LEN          PIC 9(02) COMP VALUE 0.
           05  WS00-COL-TRL-LIT          PIC X(20)      VALUE SPACES.
           05  WS00-COL-RDT-START        PIC 9(03) COMP VALUE 0.
           05  WS00-COL-RDT-LEN          PIC 9(02) COMP VALUE 0.
           05  WS00-COL-RDT-DFMT         PIC X(01)      VALUE '1'.
           05  WS00-COL-RDT-LINE         PIC 9(01) COMP VALUE 1.
           05  WS00-COL-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS00-COL-IDX.
               10  WS00-COL-START        PIC 9(03) COMP VALUE 1.
               10  WS00-COL-LINE         PIC 9(01) COMP VALUE 1.
               10  WS00-COL-KEY          PIC X(01)      VALUE 'N'.
                   88  WS00-COL-IS-KEY                VALUE 'Y'.
               10  WS00-COL-TRL          PIC X(01)      VALUE 'N'.
                   88  WS00-COL-ON-TRAILER            VALUE 'Y'.
               10  WS00-COL-MASK         PIC X(01)      VALUE 'N'.
                   88  WS00-COL-IS-MASKED             VALUES 'F' 'L'
                                                             'T'.
               10  WS00-COL-TITLE        PIC X(20)      VALUE 'DATA'.
