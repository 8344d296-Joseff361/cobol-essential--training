            02 HST-DESCRIPTION        PIC X(20).
            02 HST-PRICE              PIC S999999V99.
            02 HST-QUANTITY           PIC S99999.
            02 HST-COGS               PIC S9(7)V99.

       FD SUMMARYFILE.
       01 SUMMARY-RECORD.
