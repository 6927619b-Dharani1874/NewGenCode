      *--------------------------------------------------
      * DDNOTICE.CPY
      * Record layout for the due-diligence notice listing
      * print file (NOTICE-LISTING-FILE). A single 132-byte
      * print line; one detail line per stale check moved
      * to due diligence, giving the mailing run the payee,
      * the check, and the date the check will be turned
      * over to the state if it is not claimed.
      *--------------------------------------------------
       01  DN-PRINT-LINE               PIC X(132).
