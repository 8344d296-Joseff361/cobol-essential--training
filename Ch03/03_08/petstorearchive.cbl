            02 HST-DESCRIPTION        PIC X(20).
            02 HST-PRICE              PIC S999999V99.
            02 HST-QUANTITY           PIC S99999.
            02 HST-COGS               PIC S9(7)V99.

       FD ARCHIVEFILE.
       01 ARCHIVE-RECORD.
           05 ARC-DESCRIPTION        PIC X(20).
           05 ARC-PRICE              PIC S999999V99.
           05 ARC-QUANTITY           PIC S99999.
           05 ARC-COGS               PIC S9(7)V99.

       FD KEEPFILE.
       01 KEEP-RECORD.
            88 ENDOFKEEPFILE VALUE HIGH-VALUES.
            02 KEEP-DETAIL            PIC X(57).

       FD SUMMARYFILE.
       01 SUMMARY-RECORD.
           MOVE HST-DESCRIPTION TO ARC-DESCRIPTION.
           MOVE HST-PRICE TO ARC-PRICE.
           MOVE HST-QUANTITY TO ARC-QUANTITY.
           IF HST-COGS NUMERIC
               MOVE HST-COGS TO ARC-COGS
           ELSE
               MOVE ZERO TO ARC-COGS
           END-IF.
           WRITE ARCHIVE-RECORD.

           MOVE HST-STORE-NUMBER TO SRT-STORE-NUMBER.
