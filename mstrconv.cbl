                   05 NEW-MASTER-VAC-HOURS     PIC 9(4)V99.
                   05 NEW-MASTER-SICK-HOURS    PIC 9(4)V99.
                   05 NEW-MASTER-LAST-RATE     PIC 9(3)V99.
                   05 NEW-MASTER-YTD-FUTA-WAGES PIC 9(7)V99.
                   05 NEW-MASTER-YTD-SUTA-WAGES PIC 9(7)V99.
                   05 NEW-MASTER-QTR-FUTA-WAGES
                           PIC 9(6)V99 OCCURS 4 TIMES.
                   05 NEW-MASTER-QTR-SUTA-WAGES
                           PIC 9(6)V99 OCCURS 4 TIMES.
                   05 NEW-MASTER-PAY-CLASS     PIC X(1).
                   05 NEW-MASTER-PAY-RATE      PIC 9(3)V99.
                   05 NEW-MASTER-SALARY        PIC 9(5)V99.
                   05 NEW-MASTER-HOME-DEPT     PIC X(4).
                   05 NEW-MASTER-WC-CLASS      PIC X(4).

           WORKING-STORAGE SECTION.
               01 WS-OLD-STATUS            PIC X(2) VALUE SPACES.
               MOVE ZEROS TO NEW-MASTER-VAC-HOURS.
               MOVE ZEROS TO NEW-MASTER-SICK-HOURS.
               MOVE ZEROS TO NEW-MASTER-LAST-RATE.
      *        Unemployment taxable-wage buckets start empty; the pay
      *        run measures the wage bases against YTD gross, so a
      *        mid-year conversion still stops at the right point.
               MOVE ZEROS TO NEW-MASTER-YTD-FUTA-WAGES.
               MOVE ZEROS TO NEW-MASTER-YTD-SUTA-WAGES.
               MOVE ZEROS TO NEW-MASTER-QTR-FUTA-WAGES(1)
                             NEW-MASTER-QTR-FUTA-WAGES(2)
                             NEW-MASTER-QTR-FUTA-WAGES(3)
                             NEW-MASTER-QTR-FUTA-WAGES(4).
               MOVE ZEROS TO NEW-MASTER-QTR-SUTA-WAGES(1)
                             NEW-MASTER-QTR-SUTA-WAGES(2)
                             NEW-MASTER-QTR-SUTA-WAGES(3)
                             NEW-MASTER-QTR-SUTA-WAGES(4).
      *        Everyone converts as hourly with no rate of record -
      *        timecard rates are not checked until EMPMAINT 'R' sets
      *        one, and no one is paid salary until it is keyed.
               MOVE 'H' TO NEW-MASTER-PAY-CLASS.
               MOVE ZEROS TO NEW-MASTER-PAY-RATE.
               MOVE ZEROS TO NEW-MASTER-SALARY.
               MOVE SPACES TO NEW-MASTER-HOME-DEPT.
               MOVE SPACES TO NEW-MASTER-WC-CLASS.
       END PROGRAM MSTRCONV.
