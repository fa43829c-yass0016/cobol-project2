      * Date: Aug 23 2026
      * Purpose: Employee master maintenance. Apply a keyed transaction
      * file (new hire, termination, name change, bank add/change/
      * delete, union local change, filing-status/W-4 change, pay
      * class and rate of record, workers' comp class override)
      * against EMPMASTER.DAT. Every transaction is validated;
      * rejects go to an exception listing and every field changed is
      * written to a before/after audit trail. The pay run takes bank
      * and status data from the master, so this job is the only
      * place that data changes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *            S: work/resident state and locality change
      *            E: benefit plan enrollment change
      *            H: hire date set/correction
      *            R: pay class, rate of record, salary and home
      *               department
      *            C: workers' comp class override
                   05 TR-ACTION            PIC X(1).
                   05 TR-EMPLOYEE-NUMBER   PIC 9(9).
                   05 TR-LASTNAME          PIC X(13).
      *            settable later with 'H' for records that predate
      *            the field.
                   05 TR-HIRE-DATE         PIC 9(8).
      *            Pay class 'H' hourly or 'S' salaried, the rate of
      *            record timecards are checked against, and for a
      *            salaried employee the per-period salary and the
      *            department it is charged to. Optional on a new
      *            hire (blank class = hourly, no rate of record yet);
      *            changed later with 'R'.
                   05 TR-PAY-CLASS         PIC X(1).
                   05 TR-PAY-RATE          PIC 9(3)V99.
                   05 TR-SALARY            PIC 9(5)V99.
                   05 TR-HOME-DEPT         PIC X(4).
      *            Workers' comp class the employee is rated under
      *            wherever the hours are charged. Optional on a new
      *            hire; set or cleared later with 'C' - blank means
      *            each cost center's own class applies.
                   05 TR-WC-CLASS          PIC X(4).

               FD EMPLOYEE-MASTER.
               01 EMPLOYEE-MASTER-RECORD.
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
      *            Pay class and rate of record, owned by the master
      *            (EMPMAINT 'R' transaction). 'S' salaried employees
      *            are paid SALARY each period with no timecard,
      *            charged to HOME-DEPT; 'H' - or blank, on records
      *            that predate the field - are paid from timecards.
      *            A nonzero PAY-RATE is the only rate a timecard may
      *            carry without an approved override code.
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

               01 MAINT-EXC-OUT.
                   05 MAINT-EXC-HEADING-TITLE.

               01 WS-AUDIT-OLD             PIC X(17) VALUE SPACES.
               01 WS-AUDIT-HOURS           PIC ZZZ9.99.
               01 WS-AUDIT-RATE            PIC ZZ9.99.
               01 WS-AUDIT-SALARY          PIC ZZZZ9.99.
               01 WS-BEN-SUB               PIC 9(1) VALUE ZEROS.
               01 WS-BEN-BAD-PLAN          PIC X(1) VALUE 'N'.

               IF WS-AUDIT-STATUS NOT = '00'
                   OPEN OUTPUT AUDIT-FILE
               END-IF.
               ACCEPT AUD-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT MAINT-EXCEPTION-FILE.
               WRITE AUDIT-LINE FROM AUDIT-HEADING-TITLE.
               WRITE MAINT-EXCEPTION-LINE FROM MAINT-EXC-HEADING-TITLE.
                   WHEN 'H'
                       PERFORM 0352-REQUIRE-ON-MASTER
                       PERFORM 0363-VALIDATE-HIRE-DATE
                   WHEN 'R'
                       PERFORM 0352-REQUIRE-ON-MASTER
                       PERFORM 0365-VALIDATE-PAY-DATA
                   WHEN 'C'
                       PERFORM 0352-REQUIRE-ON-MASTER
                       PERFORM 0367-VALIDATE-WC-CLASS
                   WHEN OTHER
                       STRING 'INVALID ACTION CODE; ' DELIMITED BY SIZE
                           INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
               END-IF.
               PERFORM 0361-VALIDATE-BENEFIT-PLANS.
               PERFORM 0363-VALIDATE-HIRE-DATE.
               IF TR-PAY-CLASS NOT = SPACE
                   PERFORM 0365-VALIDATE-PAY-DATA
               END-IF.
               PERFORM 0367-VALIDATE-WC-CLASS.

           0352-REQUIRE-ON-MASTER.
               IF WS-MT-FOUND = 'N'
                   MOVE 'N' TO WS-TRANS-VALID
               END-IF.

      *        Every employee with a class gets a rate of record -
      *        for salaried staff it is the hourly equivalent their
      *        leave and any keyed hours are paid at. A salaried
      *        employee also needs the period salary and the
      *        department the pay run charges it to, since no
      *        timecard will carry one.
           0365-VALIDATE-PAY-DATA.
               IF TR-PAY-CLASS NOT = 'H' AND TR-PAY-CLASS NOT = 'S'
                   STRING 'INVALID PAY CLASS; ' DELIMITED BY SIZE
                       INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                   MOVE 'N' TO WS-TRANS-VALID
               END-IF.
               IF TR-PAY-RATE NOT NUMERIC OR TR-PAY-RATE = ZEROS
                   STRING 'INVALID RATE OF RECORD; ' DELIMITED BY SIZE
                       INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                   MOVE 'N' TO WS-TRANS-VALID
               END-IF.
               IF TR-PAY-CLASS = 'S'
                   IF TR-SALARY NOT NUMERIC OR TR-SALARY = ZEROS
                       STRING 'INVALID SALARY; ' DELIMITED BY SIZE
                           INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                       MOVE 'N' TO WS-TRANS-VALID
                   END-IF
                   IF TR-HOME-DEPT = SPACES
                       STRING 'BLANK HOME DEPARTMENT; '
                               DELIMITED BY SIZE
                           INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                       MOVE 'N' TO WS-TRANS-VALID
                   END-IF
               END-IF.

      *        An override must be a class the pay run carries
      *        rates for (keep this list in step with PROJECT2's
      *        workers' comp rate table) - an unknown class would
      *        accrue no premium. Blank removes the override.
           0367-VALIDATE-WC-CLASS.
               IF TR-WC-CLASS NOT = SPACES
                       AND TR-WC-CLASS NOT = '8810'
                       AND TR-WC-CLASS NOT = '8742'
                       AND TR-WC-CLASS NOT = '3632'
                       AND TR-WC-CLASS NOT = '8292'
                       AND TR-WC-CLASS NOT = '7228'
                       AND TR-WC-CLASS NOT = '9015'
                   STRING 'INVALID WC CLASS; ' DELIMITED BY SIZE
                       INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                   MOVE 'N' TO WS-TRANS-VALID
               END-IF.

           0358-CHECK-ROUTING-DIGIT.
               COMPUTE WS-ROUTING-SUM =
                   3 * (TR-ROUTING-D(1) + TR-ROUTING-D(4)
                       PERFORM 0485-APPLY-BENEFIT-CHANGE
                   WHEN 'H'
                       PERFORM 0487-APPLY-HIRE-DATE
                   WHEN 'R'
                       PERFORM 0488-APPLY-PAY-CHANGE
                   WHEN 'C'
                       PERFORM 0486-APPLY-WC-CLASS
               END-EVALUATE.
               IF TR-ACTION = 'A'
                   WRITE EMPLOYEE-MASTER-RECORD
               MOVE ZEROS TO EMP-MASTER-YTD-STATE.
               MOVE ZEROS TO EMP-MASTER-YTD-LOCAL.
               PERFORM 0416-ZERO-STATE-QTR-BUCKETS.
               MOVE ZEROS TO EMP-MASTER-YTD-FUTA-WAGES.
               MOVE ZEROS TO EMP-MASTER-YTD-SUTA-WAGES.
               IF TR-PAY-CLASS = SPACE
                   MOVE 'H' TO EMP-MASTER-PAY-CLASS
                   MOVE ZEROS TO EMP-MASTER-PAY-RATE
                   MOVE ZEROS TO EMP-MASTER-SALARY
                   MOVE SPACES TO EMP-MASTER-HOME-DEPT
               ELSE
                   PERFORM 0489-SET-PAY-DATA
               END-IF.
               MOVE TR-WC-CLASS TO EMP-MASTER-WC-CLASS.
               MOVE SPACES TO EMP-MASTER-LAST-RUN.
      *        New or changed bank data always owes the bank a
      *        zero-dollar prenote before live deposits start.
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

           0420-APPLY-TERMINATION.
               MOVE EMP-MASTER-STATUS TO WS-AUDIT-OLD.
               MOVE TR-BEN-PLAN(3) TO AUD-NEW-VALUE.
               PERFORM 0490-WRITE-AUDIT.

           0486-APPLY-WC-CLASS.
               MOVE EMP-MASTER-WC-CLASS TO WS-AUDIT-OLD.
               MOVE TR-WC-CLASS TO EMP-MASTER-WC-CLASS.
               MOVE 'WC CLASS' TO AUD-FIELD.
               MOVE TR-WC-CLASS TO AUD-NEW-VALUE.
               PERFORM 0490-WRITE-AUDIT.

           0487-APPLY-HIRE-DATE.
               MOVE EMP-MASTER-HIRE-DATE TO WS-AUDIT-OLD.
               MOVE TR-HIRE-DATE TO EMP-MASTER-HIRE-DATE.
               MOVE TR-HIRE-DATE TO AUD-NEW-VALUE.
               PERFORM 0490-WRITE-AUDIT.

      *        A rate change is exactly what the audit trail is for:
      *        the old and new rate of record, class and salary each
      *        get a before/after line.
           0488-APPLY-PAY-CHANGE.
               MOVE EMP-MASTER-PAY-CLASS TO WS-AUDIT-OLD.
               MOVE 'PAY CLASS' TO AUD-FIELD.
               MOVE TR-PAY-CLASS TO AUD-NEW-VALUE.
               PERFORM 0490-WRITE-AUDIT.
               IF EMP-MASTER-PAY-RATE NUMERIC
                   MOVE EMP-MASTER-PAY-RATE TO WS-AUDIT-RATE
               ELSE
                   MOVE ZEROS TO WS-AUDIT-RATE
               END-IF.
               MOVE WS-AUDIT-RATE TO WS-AUDIT-OLD.
               MOVE TR-PAY-RATE TO WS-AUDIT-RATE.
               MOVE 'PAY RATE' TO AUD-FIELD.
               MOVE WS-AUDIT-RATE TO AUD-NEW-VALUE.
               PERFORM 0490-WRITE-AUDIT.
               IF EMP-MASTER-SALARY NUMERIC
                   MOVE EMP-MASTER-SALARY TO WS-AUDIT-SALARY
               ELSE
                   MOVE ZEROS TO WS-AUDIT-SALARY
               END-IF.
               MOVE WS-AUDIT-SALARY TO WS-AUDIT-OLD.
               IF TR-PAY-CLASS = 'S'
                   MOVE TR-SALARY TO WS-AUDIT-SALARY
               ELSE
                   MOVE ZEROS TO WS-AUDIT-SALARY
               END-IF.
               MOVE 'SALARY' TO AUD-FIELD.
               MOVE WS-AUDIT-SALARY TO AUD-NEW-VALUE.
               PERFORM 0490-WRITE-AUDIT.
               MOVE EMP-MASTER-HOME-DEPT TO WS-AUDIT-OLD.
               MOVE 'HOME DEPT' TO AUD-FIELD.
               MOVE TR-HOME-DEPT TO AUD-NEW-VALUE.
               PERFORM 0490-WRITE-AUDIT.
               PERFORM 0489-SET-PAY-DATA.

      *        An hourly employee carries no salary - the pay run
      *        would otherwise price a keyed 'SAL' entry off it.
           0489-SET-PAY-DATA.
               MOVE TR-PAY-CLASS TO EMP-MASTER-PAY-CLASS.
               MOVE TR-PAY-RATE TO EMP-MASTER-PAY-RATE.
               IF TR-PAY-CLASS = 'S'
                   MOVE TR-SALARY TO EMP-MASTER-SALARY
               ELSE
                   MOVE ZEROS TO EMP-MASTER-SALARY
               END-IF.
               MOVE TR-HOME-DEPT TO EMP-MASTER-HOME-DEPT.

           0490-WRITE-AUDIT.
               MOVE TR-EMPLOYEE-NUMBER TO AUD-EMP-NUM.
               MOVE TR-ACTION TO AUD-ACTION.
