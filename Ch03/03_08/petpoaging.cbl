               88 POM-OPEN                     VALUE 'O'.
               88 POM-PARTIAL                  VALUE 'P'.
               88 POM-CLOSED                   VALUE 'C'.
           05 POM-UNIT-COST          PIC 9(6)V99.
           05 POM-QTY-INVOICED       PIC 9(7).

       SD SORTFILE.
       01 SORT-RECORD.
