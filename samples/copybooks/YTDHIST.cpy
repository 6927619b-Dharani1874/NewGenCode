      * current YT-YTD-RECORD length so the archive does
      * not need a new layout every time the YTD master
      * grows a bucket.
      *
      * Change Log
      * 2026-10-15  Widened the image to 800 bytes: the YTD
      *             master's taxable-wage totals took the
      *             record past the old 600-byte headroom.
      *--------------------------------------------------
       01  YH-HISTORY-RECORD.
           05  YH-HISTORY-KEY.
               10  YH-CLOSE-YEAR       PIC 9(4).
               10  YH-EMPLOYEE-ID      PIC X(6).
           05  YH-YTD-IMAGE            PIC X(800).
