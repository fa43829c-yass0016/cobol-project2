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

               FD AUDIT-FILE.
               01 AUDIT-LINE            PIC X(100).
                       10 AUD-OLD-VALUE        PIC X(17).
                       10 FILLER       PIC X(6) VALUE ' NEW: '.
                       10 AUD-NEW-VALUE        PIC X(17).
      *                The day the change was posted, so the trail can
      *                be lined up against pay history.
                       10 FILLER       PIC X(7) VALUE ' DATE: '.
                       10 AUD-DATE             PIC 9(8).

               01 REISSUE-OUT.
                   05 REISSUE-HEADING-TITLE.
               IF WS-AUDIT-STATUS NOT = '00'
                   OPEN OUTPUT AUDIT-FILE
               END-IF.
               ACCEPT AUD-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT REISSUE-FILE.
               OPEN OUTPUT CONTROL-REPORT-FILE.
               WRITE REISSUE-LINE FROM REISSUE-HEADING-TITLE.
