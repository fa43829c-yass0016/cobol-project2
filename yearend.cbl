                   SELECT CONTROL-REPORT-FILE
                       ASSIGN TO "YRENDRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *            The annual federal unemployment (940) figures for
      *            the closing year, taken off the master before the
      *            buckets are reset.
                   SELECT FUTA-940-FILE ASSIGN TO "ANNUAL940.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
                   05 EMP-MASTER-VAC-HOURS     PIC 9(4)V99.
                   05 EMP-MASTER-SICK-HOURS    PIC 9(4)V99.
                   05 EMP-MASTER-LAST-RATE     PIC 9(3)V99.
      *            Unemployment insurance taxable wages: gross up to
      *            the federal (FUTA) and work-state (SUTA) annual
      *            wage bases. The employer taxes are rate times these
      *            buckets, figured where they are reported.
                   05 EMP-MASTER-YTD-FUTA-WAGES PIC 9(7)V99.
                   05 EMP-MASTER-YTD-SUTA-WAGES PIC 9(7)V99.
                   05 EMP-MASTER-QTR-FUTA-WAGES
                           PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-QTR-SUTA-WAGES
                           PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-PAY-CLASS     PIC X(1).
                   05 EMP-MASTER-PAY-RATE      PIC 9(3)V99.
                   05 EMP-MASTER-SALARY        PIC 9(5)V99.
                   05 EMP-MASTER-HOME-DEPT     PIC X(4).
                   05 EMP-MASTER-WC-CLASS      PIC X(4).

               FD ARCHIVE-FILE.
               01 ARCHIVE-RECORD.
                   05 ARC-CLOSE-YEAR       PIC 9(4).
                   05 ARC-MASTER-IMAGE     PIC X(600).

               FD YEAREND-HISTORY-FILE.
               01 YEAREND-HISTORY-RECORD.
               FD CONTROL-REPORT-FILE.
               01 CONTROL-REPORT-LINE   PIC X(120).

               FD FUTA-940-FILE.
               01 FUTA-940-LINE         PIC X(120).

           WORKING-STORAGE SECTION.
               01 CONTROL-OUT.
                   05 YER-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 YER-STATUS-TEXT      PIC X(50).

      *        940-style summary: total payments, the part over the
      *        federal wage base, taxable FUTA wages and the tax, then
      *        the liability by quarter the deposit schedule follows.
               01 FUTA-940-OUT.
                   05 F94-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'ANNUAL FUTA 94'.
                       10 FILLER       PIC X(15)
                               VALUE '0 SUMMARY      '.

                   05 F94-YEAR-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(9) VALUE 'TAX YEAR '.
                       10 F94-YEAR             PIC 9(4).
                       10 FILLER       PIC X(12)
                               VALUE '  EMPLOYEES '.
                       10 F94-EMP-COUNT        PIC Z(5)9.

                   05 F94-AMOUNT-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 F94-AMT-LABEL        PIC X(40).
                       10 F94-AMT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.

      *        Keep in step with FUTA-RATE in PROJECT2.
               01 FUTA-RATE                PIC V9999 VALUE .0060.
               01 TOTAL-FUTA-EMPLOYEES     PIC 9(6) VALUE ZEROS.
               01 TOTAL-FUTA-PAYMENTS      PIC 9(9)V99 VALUE ZEROS.
               01 TOTAL-FUTA-WAGES         PIC 9(9)V99 VALUE ZEROS.
               01 TOTAL-FUTA-EXCESS        PIC 9(9)V99 VALUE ZEROS.
               01 TOTAL-FUTA-TAX           PIC 9(9)V99 VALUE ZEROS.
               01 TOTAL-FUTA-LIABILITY     PIC 9(9)V99 VALUE ZEROS.
               01 FUTA-QTR-TABLE.
                   05 FUTA-QTR-WAGES       PIC 9(9)V99 OCCURS 4 TIMES.
               01 FUTA-QTR-LIABILITY       PIC 9(9)V99 VALUE ZEROS.
               01 WS-QTR-SUB               PIC 9(1) VALUE ZEROS.

               01 WS-YECTL-STATUS          PIC X(2) VALUE SPACES.
               01 WS-MASTER-STATUS         PIC X(2) VALUE SPACES.
               01 WS-ARCHIVE-STATUS        PIC X(2) VALUE SPACES.
               PERFORM 0200-OPEN-FILES.
               PERFORM 0300-CLOSE-THE-YEAR.
               PERFORM 0600-WRITE-CONTROL-REPORT.
               PERFORM 0650-WRITE-940-SUMMARY.
               PERFORM 0700-APPEND-CLOSE-HISTORY.
               PERFORM 0800-CLOSE-FILES.
               STOP RUN.
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF.
               OPEN OUTPUT CONTROL-REPORT-FILE.
               OPEN OUTPUT FUTA-940-FILE.
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                   MOVE ZEROS TO FUTA-QTR-WAGES(WS-QTR-SUB)
               END-PERFORM.

      *        One pass over the master: archive everything as it
      *        stood, purge terminated employees whose last activity
                   ADD EMP-MASTER-YTD-GROSS TO TOTAL-CLOSED-GROSS
                   ADD EMP-MASTER-YTD-TAX TO TOTAL-CLOSED-TAX
                   ADD EMP-MASTER-YTD-NET TO TOTAL-CLOSED-NET
                   PERFORM 0360-ACCUM-FUTA
               END-IF.
               PERFORM 0400-ARCHIVE-RECORD.
      *        A record already rolled past the closing year - the
                   END-IF
               END-IF.

      *        Everyone paid in the closing year counts toward the
      *        940, terminated employees included.
           0360-ACCUM-FUTA.
               IF EMP-MASTER-YTD-GROSS > ZEROS
                   ADD 1 TO TOTAL-FUTA-EMPLOYEES
               END-IF.
               ADD EMP-MASTER-YTD-GROSS TO TOTAL-FUTA-PAYMENTS.
               ADD EMP-MASTER-YTD-FUTA-WAGES TO TOTAL-FUTA-WAGES.
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                   ADD EMP-MASTER-QTR-FUTA-WAGES(WS-QTR-SUB)
                       TO FUTA-QTR-WAGES(WS-QTR-SUB)
               END-PERFORM.

      *        A terminated employee's buckets are final and their
      *        EMP-MASTER-YEAR is the last year they were paid - the
      *        age clock. Past retention they purge (the archive copy
                             EMP-MASTER-YTD-UNION
                             EMP-MASTER-YTD-NET
                             EMP-MASTER-YTD-STATE
                             EMP-MASTER-YTD-LOCAL
                             EMP-MASTER-YTD-FUTA-WAGES
                             EMP-MASTER-YTD-SUTA-WAGES.
               PERFORM 0550-ZERO-QUARTER-BUCKETS.
               REWRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                             EMP-MASTER-QTR-LOCAL(2)
                             EMP-MASTER-QTR-LOCAL(3)
                             EMP-MASTER-QTR-LOCAL(4).
               MOVE ZEROS TO EMP-MASTER-QTR-FUTA-WAGES(1)
                             EMP-MASTER-QTR-FUTA-WAGES(2)
                             EMP-MASTER-QTR-FUTA-WAGES(3)
                             EMP-MASTER-QTR-FUTA-WAGES(4).
               MOVE ZEROS TO EMP-MASTER-QTR-SUTA-WAGES(1)
                             EMP-MASTER-QTR-SUTA-WAGES(2)
                             EMP-MASTER-QTR-SUTA-WAGES(3)
                             EMP-MASTER-QTR-SUTA-WAGES(4).

           0600-WRITE-CONTROL-REPORT.
               WRITE CONTROL-REPORT-LINE FROM YER-HEADING-TITLE.
               END-IF.
               WRITE CONTROL-REPORT-LINE FROM YER-STATUS-LINE.

      *        Payments over the wage base are what the buckets did
      *        not take; the tax is figured once on the annual total,
      *        and the quarterly liabilities are each rounded on their
      *        own, so the two can differ by pennies exactly as they
      *        do on the printed form.
           0650-WRITE-940-SUMMARY.
               COMPUTE TOTAL-FUTA-EXCESS =
                   TOTAL-FUTA-PAYMENTS - TOTAL-FUTA-WAGES.
               COMPUTE TOTAL-FUTA-TAX ROUNDED =
                   TOTAL-FUTA-WAGES * FUTA-RATE.
               WRITE FUTA-940-LINE FROM F94-HEADING-TITLE.
               MOVE YE-CLOSE-YEAR TO F94-YEAR.
               MOVE TOTAL-FUTA-EMPLOYEES TO F94-EMP-COUNT.
               WRITE FUTA-940-LINE FROM F94-YEAR-LINE.

               MOVE 'TOTAL PAYMENTS TO ALL EMPLOYEES: '
                   TO F94-AMT-LABEL.
               MOVE TOTAL-FUTA-PAYMENTS TO F94-AMT-VALUE.
               WRITE FUTA-940-LINE FROM F94-AMOUNT-LINE.
               MOVE 'PAYMENTS OVER THE FUTA WAGE BASE: '
                   TO F94-AMT-LABEL.
               MOVE TOTAL-FUTA-EXCESS TO F94-AMT-VALUE.
               WRITE FUTA-940-LINE FROM F94-AMOUNT-LINE.
               MOVE 'TOTAL TAXABLE FUTA WAGES: ' TO F94-AMT-LABEL.
               MOVE TOTAL-FUTA-WAGES TO F94-AMT-VALUE.
               WRITE FUTA-940-LINE FROM F94-AMOUNT-LINE.
               MOVE 'FUTA TAX BEFORE ADJUSTMENTS: ' TO F94-AMT-LABEL.
               MOVE TOTAL-FUTA-TAX TO F94-AMT-VALUE.
               WRITE FUTA-940-LINE FROM F94-AMOUNT-LINE.

               MOVE ZEROS TO TOTAL-FUTA-LIABILITY.
               PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                   COMPUTE FUTA-QTR-LIABILITY ROUNDED =
                       FUTA-QTR-WAGES(WS-QTR-SUB) * FUTA-RATE
                   ADD FUTA-QTR-LIABILITY TO TOTAL-FUTA-LIABILITY
                   MOVE SPACES TO F94-AMT-LABEL
                   STRING 'FUTA LIABILITY QUARTER ' DELIMITED BY SIZE
                           WS-QTR-SUB DELIMITED BY SIZE
                           ': ' DELIMITED BY SIZE
                       INTO F94-AMT-LABEL
                   END-STRING
                   MOVE FUTA-QTR-LIABILITY TO F94-AMT-VALUE
                   WRITE FUTA-940-LINE FROM F94-AMOUNT-LINE
               END-PERFORM.
               MOVE 'TOTAL LIABILITY FOR THE YEAR: ' TO F94-AMT-LABEL.
               MOVE TOTAL-FUTA-LIABILITY TO F94-AMT-VALUE.
               WRITE FUTA-940-LINE FROM F94-AMOUNT-LINE.

      *        Appended only after the close finished - a crashed
      *        close leaves no history record, so its rerun passes
      *        the duplicate check (archiving a record twice is
               CLOSE EMPLOYEE-MASTER.
               CLOSE ARCHIVE-FILE.
               CLOSE CONTROL-REPORT-FILE.
               CLOSE FUTA-940-FILE.

       END PROGRAM YEAREND.
