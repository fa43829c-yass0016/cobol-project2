                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT DUPLICATE-FILE ASSIGN TO "PAYROLLDUP.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *            Standard-pay records built off the master for
      *            salaried employees timekeeping sent nothing for;
      *            sorted in beside the keyed records.
                   SELECT STANDARD-PAY-FILE ASSIGN TO "PAYROLLSTD.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT GL-WORK-FILE ASSIGN TO "GLWORK.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT REGISTER-FILE ASSIGN TO "PAYROLLREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT STATE-QTR-FILE ASSIGN TO "STATEQTR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT STATE-UI-FILE ASSIGN TO "STATEUI.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT LABOR-DIST-FILE ASSIGN TO "LABORDIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT ACH-FILE ASSIGN TO "ACHFILE.TXT"
                   SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAXLIAB-STATUS.
      *            Workers' comp payroll ledger: one record per class
      *            and work state appended per completed run, read
      *            back for the quarter and year-to-date premium
      *            audit report (WCAUDIT.TXT, rewritten every run).
                   SELECT WC-HISTORY-FILE ASSIGN TO "WCHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WCHIST-STATUS.
                   SELECT WC-AUDIT-FILE ASSIGN TO "WCAUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *            Permanent check-by-check history, one record per
      *            employee per run, appended as the register detail
      *            is written and never truncated - PAYINQ answers
                   SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYHIST-STATUS.
      *            The master postings that never reach PAYHIST -
      *            adjustment reversals and replacements, posted into
      *            their original period, and termination payouts -
      *            one record each, appended and never truncated.
      *            QTRRECON needs them to tie the master's quarter
      *            buckets back to history and to the liability ledger.
                   SELECT ADJ-HISTORY-FILE ASSIGN TO "ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJHIST-STATUS.
      *            Every deduction withheld this run, employee by
      *            employee, with the GL's totals as control records
      *            at the end - REMIT builds the payee remittances
      *            from it. Rebuilt whole every run, like the GL.
                   SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *            Trial run only: each employee's gross, deductions
      *            and net this run, matched against the last check on
      *            PAYHIST.DAT for the variance report payroll signs
      *            off before the live run.
                   SELECT VARIANCE-WORK-FILE ASSIGN TO "PAYVARW.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT VARIANCE-CURRENT-FILE ASSIGN TO "PAYVARC.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT VARIANCE-SORT-WORK ASSIGN TO "PAYVARS.TMP".
                   SELECT PRIOR-CHECK-FILE ASSIGN TO "PAYVARH.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT PRIOR-CHECK-SORT-WORK ASSIGN TO "PAYVARP.TMP".
                   SELECT VARIANCE-FILE ASSIGN TO "PAYVAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT CHECKPOINT-FILE ASSIGN TO "PAYROLLCKPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-STATUS.
                       10 VD-TYPE          PIC X(1).
                       10 VD-FLAT-AMOUNT   PIC 9(3)V99.
                       10 VD-PERCENT       PIC V999.
      *            A timecard may pay other than the employee's rate
      *            of record only under one of the approved override
      *            codes in RATE-OVERRIDE-TABLE.
                   05 RATE-OVERRIDE-CODE   PIC X(2).

               FD BATCH-DETAIL-FILE.
               01 BATCH-DETAIL-RECORD    PIC X(285).

               FD SORTED-PAYROLL-FILE.
               01 SORTED-PAYROLL-RECORD  PIC X(285).

               FD EMP-SORTED-FILE.
               01 EMP-SORTED-RECORD      PIC X(285).

               FD CLEAN-PAYROLL-FILE.
               01 CLEAN-PAYROLL-RECORD   PIC X(285).

      *        Second and later occurrences of an employee number,
      *        pulled out by 0204-SPLIT-DUPLICATES before the main
      *        pass ever sees them. Unbounded - no table to overflow.
               FD DUPLICATE-FILE.
               01 DUPLICATE-RECORD       PIC X(285).

               FD STANDARD-PAY-FILE.
               01 STANDARD-PAY-RECORD    PIC X(285).

      *        One row per department, written at each department
      *        break and copied into PAYROLLGL.TXT by the GL extract -
                   05 FILLER                PIC X(17).
                   05 FILLER                PIC X(1).
                   05 SRT-DEPT-CODE         PIC X(4).
                   05 FILLER                PIC X(132).

               FD REGISTER-FILE.
               01 PAYROLL-REGISTER     PIC X(512).
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
      *            Workers' comp class override (EMPMAINT 'C'). Blank
      *            - the usual case - rates each hour by the class of
      *            the cost center it is charged to.
                   05 EMP-MASTER-WC-CLASS      PIC X(4).

               FD QUARTERLY-FILE.
               01 QUARTERLY-941-LINE    PIC X(132).
               FD STATE-QTR-FILE.
               01 STATE-QTR-LINE        PIC X(132).

               FD STATE-UI-FILE.
               01 STATE-UI-LINE         PIC X(132).

               FD LABOR-DIST-FILE.
               01 LABOR-DIST-LINE       PIC X(132).

      *        reversing everything a second time - the same
      *        double-submission class the run-history guard closes
      *        for the main input.
      *        A reversal names the printed check it takes back in
      *        ADJ-CHECK-NO (zeros when the original went by deposit),
      *        so the check reconciliation can drop it from the
      *        outstanding list. A replacement leaves it zero.
               FD ADJUSTMENT-FILE.
               01 ADJUSTMENT-RECORD.
                   05 ADJ-TYPE             PIC X(1).
                       10 ADJ-PAY-TYPE     PIC X(3).
                       10 ADJ-PAY-HOURS    PIC 9(3)V99.
                       10 ADJ-PAY-RATE     PIC 9(3)V99.
                   05 ADJ-CHECK-NO         PIC 9(8).

               FD TERM-PAYOUT-FILE.
               01 TERM-PAYOUT-RECORD.
      *            register's last line tells the operator what to
      *            put on the next run's card.
                   05 RC-NEXT-CHECK-NO     PIC 9(8).
      *            'T' runs the whole validation and calculation chain
      *            as a trial: register, exceptions and summary are
      *            printed stamped TRIAL, and the variance report is
      *            written, but nothing is posted - no master, arrears,
      *            history, liability, bank, check or GL output. Blank
      *            or 'L' is the live run.
                   05 RC-RUN-MODE          PIC X(1).
      *            Trial variance threshold, whole percent; blank or
      *            zero takes the standard 10.
                   05 RC-VARIANCE-PCT      PIC 9(3).
      *            Not used here - PAYAUDIT's bank-change window, in
      *            days, rides on the same card.
                   05 RC-BANK-WINDOW       PIC 9(3).

      *        One record per completed run, appended after the
      *        checkpoint clears. A control card naming a run ID or
                   05 TL-TOTAL             PIC S9(8)V99
                           SIGN IS LEADING SEPARATE.

      *        Rate is the manual rate the run accrued at; hours and
      *        wages are straight time, with the excluded overtime
      *        premium beside them.
               FD WC-HISTORY-FILE.
               01 WC-HISTORY-RECORD.
                   05 WH-RUN-ID            PIC X(8).
                   05 WH-CHECK-DATE        PIC 9(8).
                   05 WH-YEAR              PIC 9(4).
                   05 WH-QUARTER           PIC 9(1).
                   05 WH-CLASS             PIC X(4).
                   05 WH-STATE             PIC X(2).
                   05 WH-RATE              PIC 9(3)V99.
                   05 WH-HOURS             PIC 9(6)V99.
                   05 WH-WAGES             PIC 9(7)V99.
                   05 WH-OT-PREMIUM        PIC 9(7)V99.
                   05 WH-PREMIUM           PIC 9(7)V99.

               FD WC-AUDIT-FILE.
               01 WC-AUDIT-LINE         PIC X(132).

               FD PAY-HISTORY-FILE.
               01 PAY-HISTORY-RECORD.
                   05 PH-RUN-ID            PIC X(8).
                       10 PH-VD-CODE       PIC X(4).
                       10 PH-VD-AMOUNT     PIC 9(5)V99.

      *        AH-TYPE 'R' reversal, 'P' replacement, 'V' termination
      *        payout. AH-YEAR/AH-QUARTER is the period the amounts
      *        were posted into on the master - for an adjustment the
      *        original period, not this run's. A reversal's amounts
      *        are negative, and AH-CHECK-NO is the printed check it
      *        took back (zeros for a deposit, and on 'P' and 'V').
               FD ADJ-HISTORY-FILE.
               01 ADJ-HISTORY-RECORD.
                   05 AH-RUN-ID            PIC X(8).
                   05 AH-CHECK-DATE        PIC 9(8).
                   05 AH-TYPE              PIC X(1).
                   05 AH-EMPLOYEE-NUMBER   PIC 9(9).
                   05 AH-EMPLOYEE-NAME     PIC X(13).
                   05 AH-YEAR              PIC 9(4).
                   05 AH-QUARTER           PIC 9(1).
                   05 AH-GROSS             PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 AH-FED-TAX           PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 AH-STATE-TAX         PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 AH-LOCAL-TAX         PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 AH-OASDI             PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 AH-MEDICARE          PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 AH-HEALTH            PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 AH-NET               PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 AH-CHECK-NO          PIC 9(8).

      *        RD-REC-TYPE 'D' is one deduction off one check; 'C'
      *        is the GL total the details must foot to. RD-DED-KIND
      *        'U' union dues by local, 'B' employee benefit premium
      *        and 'E' the employer's share by plan, 'V' a voluntary
      *        deduction by VD-CODE. RD-SOURCE 'P' pay run, 'A' a
      *        replacement adjustment, 'R' a reversal (amount
      *        negative - the payee is owed that much less).
               FD REMIT-DETAIL-FILE.
               01 REMIT-DETAIL-RECORD.
                   05 RD-REC-TYPE          PIC X(1).
                   05 RD-RUN-ID            PIC X(8).
                   05 RD-DED-KIND          PIC X(1).
                   05 RD-DED-CODE          PIC X(4).
                   05 RD-SOURCE            PIC X(1).
                   05 RD-EMPLOYEE-NUMBER   PIC 9(9).
                   05 RD-EMPLOYEE-NAME     PIC X(13).
                   05 RD-AMOUNT            PIC S9(7)V99
                           SIGN IS LEADING SEPARATE.
                   05 RD-ARREARS-COLL      PIC 9(6)V99.
                   05 RD-GROSS             PIC 9(5)V99.
                   05 RD-CHECK-DATE        PIC 9(8).

      *        Deductions are everything between gross and net -
      *        taxes, benefits, dues and voluntary deductions alike.
               FD VARIANCE-WORK-FILE.
               01 VARIANCE-WORK-RECORD.
                   05 VW-EMPLOYEE-NUMBER   PIC 9(9).
                   05 VW-EMPLOYEE-NAME     PIC X(13).
                   05 VW-GROSS             PIC 9(5)V99.
                   05 VW-DEDUCTIONS        PIC 9(5)V99.
                   05 VW-NET               PIC 9(5)V99.

               SD VARIANCE-SORT-WORK.
               01 VARIANCE-SORT-RECORD.
                   05 VSW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 FILLER               PIC X(34).

               FD VARIANCE-CURRENT-FILE.
               01 VARIANCE-CURRENT-RECORD  PIC X(43).

      *        PAYHIST.DAT in employee and check-date order, so the
      *        last record of each employee's group is the last check.
      *        Same layout as PAY-HISTORY-RECORD.
               SD PRIOR-CHECK-SORT-WORK.
               01 PRIOR-CHECK-SORT-RECORD.
                   05 FILLER               PIC X(16).
                   05 PCS-CHECK-DATE       PIC 9(8).
                   05 PCS-EMPLOYEE-NUMBER  PIC 9(9).
                   05 FILLER               PIC X(248).

               FD PRIOR-CHECK-FILE.
               01 PRIOR-CHECK-RECORD.
                   05 PC-RUN-ID            PIC X(8).
                   05 FILLER               PIC X(8).
                   05 PC-CHECK-DATE        PIC 9(8).
                   05 PC-EMPLOYEE-NUMBER   PIC 9(9).
                   05 PC-EMPLOYEE-NAME     PIC X(13).
                   05 FILLER               PIC X(46).
                   05 PC-GROSS             PIC 9(5)V99.
                   05 FILLER               PIC X(56).
                   05 PC-NET               PIC 9(5)V99.
                   05 FILLER               PIC X(119).

               FD VARIANCE-FILE.
               01 VARIANCE-LINE            PIC X(132).

               FD CHECKPOINT-FILE.
               01 CHECKPOINT-RECORD.
      *            Keyed off DEPT-CODE + EMPLOYEE-NUMBER (the last
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 TRREC-OUT    PIC Z(3)9.

                   05 SUMMARY-TOTAL-STD-RECORDS.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'SALARY STANDAR'.
                       10 FILLER       PIC X(10) VALUE 'D RECORDS '.
                       10 TSREC-OUT    PIC Z(3)9.

               01 QUARTERLY-OUT.
                   05 QTR-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 SQT-TAX          PIC 9(7)V99.
                       10 SQT-LOCAL        PIC 9(7)V99.

      *        State unemployment (SUTA) quarterly wage report: each
      *        employee paid this quarter under a work state, with the
      *        quarter's gross split into the part over the state's
      *        annual wage base (excess) and the part under it
      *        (taxable). Per-state totals carry the employer rate and
      *        the contribution due, which is what the state's wage
      *        and contribution return is typed from.
               01 STATE-UI-OUT.
                   05 SUI-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'STATE UNEMPLOY'.
                       10 FILLER       PIC X(14) VALUE 'MENT WAGE REPO'.
                       10 FILLER       PIC X(2) VALUE 'RT'.

                   05 SUI-HEADING-LINE.
                       10 FILLER       PIC X(5) VALUE 'STATE'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(11) VALUE 'GROSS WAGES'.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 FILLER       PIC X(12) VALUE 'EXCESS WAGES'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'TAXABLE WAGES'.

                   05 SUI-DET-LINE.
                       10 SUI-DET-STATE        PIC X(2).
                       10 FILLER               PIC X(5) VALUE SPACES.
                       10 SUI-DET-EMPNUM       PIC 9(9).
                       10 FILLER               PIC X(2) VALUE SPACES.
                       10 SUI-DET-NAME         PIC X(13).
                       10 FILLER               PIC X(5) VALUE SPACES.
                       10 SUI-DET-GROSS        PIC Z(6)9.99.
                       10 FILLER               PIC X(4) VALUE SPACES.
                       10 SUI-DET-EXCESS       PIC Z(6)9.99.
                       10 FILLER               PIC X(5) VALUE SPACES.
                       10 SUI-DET-TAXABLE      PIC Z(6)9.99.

                   05 SUI-TOTAL-LINE.
                       10 FILLER               PIC X(4) VALUE SPACES.
                       10 FILLER               PIC X(6)
                               VALUE 'STATE '.
                       10 SUI-TOT-STATE        PIC X(2).
                       10 FILLER               PIC X(9)
                               VALUE ' TOTALS: '.
                       10 SUI-TOT-COUNT        PIC ZZZ9.
                       10 FILLER               PIC X(4) VALUE ' EMP'.
                       10 FILLER               PIC X(2) VALUE SPACES.
                       10 SUI-TOT-GROSS        PIC Z(6)9.99.
                       10 FILLER               PIC X(4) VALUE SPACES.
                       10 SUI-TOT-EXCESS       PIC Z(6)9.99.
                       10 FILLER               PIC X(5) VALUE SPACES.
                       10 SUI-TOT-TAXABLE      PIC Z(6)9.99.
                       10 FILLER               PIC X(7)
                               VALUE '  RATE '.
                       10 SUI-TOT-RATE         PIC .9999.
                       10 FILLER               PIC X(15)
                               VALUE '  CONTRIBUTION '.
                       10 SUI-TOT-CONTRIB      PIC Z(6)9.99.

               01 WS-SUI-COUNT             PIC 9(2) VALUE ZEROS.
               01 WS-SUI-SUB               PIC 9(2) VALUE ZEROS.
               01 WS-SUI-EXCESS            PIC 9(6)V99 VALUE ZEROS.
               01 WS-SUI-CONTRIB           PIC 9(7)V99 VALUE ZEROS.
               01 STATE-UI-TOTAL-TABLE.
                   05 SUI-ENTRY OCCURS 10 TIMES
                           INDEXED BY SUI-IDX.
                       10 SUI-STATE        PIC X(2).
                       10 SUI-EMP-COUNT    PIC 9(4).
                       10 SUI-GROSS        PIC 9(7)V99.
                       10 SUI-EXCESS       PIC 9(7)V99.
                       10 SUI-TAXABLE      PIC 9(7)V99.

      *        The bank takes standard NACHA 94-byte records: file
      *        header, one PPD batch, entry details, batch and file
      *        controls, and 9-filled block padding to a multiple of
      *        (this period included) - the stub quotes YTD only then.
               01 WS-MT-FOUND                 PIC X(1) VALUE 'N'.
               01 WS-MT-UPDATED               PIC X(1) VALUE 'N'.
      *        The employee's pay class, rate of record and period
      *        salary, picked off the master by 0240 for validation
      *        and for pricing 'SAL' entries. Zero rate means none on
      *        file - the timecard rate is not checked.
               01 WS-MT-PAY-CLASS             PIC X(1) VALUE SPACE.
               01 WS-MT-PAY-RATE              PIC 9(3)V99 VALUE ZEROS.
               01 WS-MT-SALARY                PIC 9(5)V99 VALUE ZEROS.
               01 WS-MASTER-SCAN-EOF          PIC X(1) VALUE 'N'.

      *        Run identity: the control card's run ID, or carried
               01 WS-RUNCTL-STATUS         PIC X(2) VALUE SPACES.
               01 WS-RUNHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-TAXLIAB-STATUS        PIC X(2) VALUE SPACES.
               01 WS-WCHIST-STATUS         PIC X(2) VALUE SPACES.
               01 WS-PAYHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-ADJHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-RUNHIST-EOF           PIC X(1) VALUE 'N'.
               01 WS-RUN-ID                PIC X(8) VALUE SPACES.
               01 WS-PERIOD-END            PIC 9(8) VALUE ZEROS.
               01 WS-CHECK-DATE            PIC 9(8) VALUE ZEROS.
      *        'Y' when the control card asks for a trial run - every
      *        posting step and every bank, check and GL output is
      *        skipped (see RC-RUN-MODE).
               01 WS-TRIAL-RUN             PIC X(1) VALUE 'N'.

      *        Stamped under the title of every output so there is
      *        never a question which physical file came out of which
                   05 FILLER               PIC X(13)
                           VALUE '  CHECK DATE '.
                   05 RSL-CHECK-DATE       PIC 9(8).
                   05 RSL-TRIAL            PIC X(26) VALUE SPACES.
      *        'Y' from restart detection until the first fresh valid
      *        record has been handled - only in that window can a
      *        master record legitimately already carry this run's
               01 TOTAL-ADJ-HEALTH         PIC S9(7)V99 VALUE ZEROS.
               01 TOTAL-ADJ-UNION          PIC S9(7)V99 VALUE ZEROS.
               01 TOTAL-ADJ-NET            PIC S9(7)V99 VALUE ZEROS.
               01 TOTAL-ADJ-FUTA           PIC S9(7)V99 VALUE ZEROS.
               01 TOTAL-ADJ-SUTA           PIC S9(7)V99 VALUE ZEROS.

               01 EXCEPTION-OUT.
                   05 EXCEPTION-HEADING-TITLE.
               01 MAX-REASONABLE-HOURS     PIC 9(2)V99 VALUE 80.00.
               01 WS-PE-BAD-RATE           PIC X(1) VALUE 'N'.
               01 WS-PE-BAD-HOURS          PIC X(1) VALUE 'N'.
               01 WS-PE-OFF-RATE           PIC X(1) VALUE 'N'.
               01 WS-PE-BAD-SALARY         PIC X(1) VALUE 'N'.

      *        Approved reasons a timecard may pay other than the
      *        rate of record: temporary assignment to a higher-rated
      *        job, acting/lead pay, a training rate, and a rate
      *        change approved but not yet keyed through EMPMAINT.
      *        Any other code is rejected like no code at all.
               01 RATE-OVERRIDE-TABLE.
                   05 ROT-CODE PIC X(2) OCCURS 4 TIMES
                           INDEXED BY ROT-IDX.
               01 WS-ROT-FOUND             PIC X(1) VALUE 'N'.

      *        Salaried pay: the master's period salary buys this many
      *        hours. A 'SAL' entry for fewer hours pays that share of
      *        the salary; the standard-pay record generated for a
      *        salaried employee with no timecard carries the full
      *        period.
               01 SALARY-PERIOD-HOURS      PIC 9(3)V99 VALUE 80.00.
               01 WS-STD-INPUT-EMPNUM      PIC 9(9) VALUE ZEROS.
               01 TOTAL-STD-PAY-RECORDS    PIC 9(5) VALUE ZEROS.

               01 WS-RECORD-VALID          PIC X(1) VALUE 'Y'.
               01 WS-EXC-REASON            PIC X(150) VALUE SPACES.
               01 WS-PRIOR-YTD-GROSS       PIC 9(7)V99 VALUE ZEROS.
               01 WS-OASDI-TAXABLE         PIC 9(7)V99 VALUE ZEROS.

      *        Employer unemployment taxes, never withheld. FUTA stops
      *        at the federal annual wage base; SUTA at the work
      *        state's own base and rate (carried on the state table).
      *        Both are measured against the same prior-YTD gross the
      *        OASDI cap uses, and book to the GL as employer expense.
               01 FUTA-RATE                PIC V9999 VALUE .0060.
               01 FUTA-WAGE-BASE           PIC 9(7)V99 VALUE 7000.00.
               01 WS-UI-TAXABLE            PIC 9(7)V99 VALUE ZEROS.
               01 WS-SUTA-SUB              PIC 9(2) VALUE ZEROS.

               01 FED-TAX-TABLE.
                   05 FED-TAX-BRACKET OCCURS 8 TIMES
                           INDEXED BY FTB-IDX.
                           INDEXED BY STT-IDX.
                       10 STT-STATE-CODE       PIC X(2).
                       10 STT-RATE             PIC V9999.
                       10 STT-SUTA-WAGE-BASE   PIC 9(7)V99.
                       10 STT-SUTA-RATE        PIC V9999.
                       10 STT-SUTA-ACCUM       PIC 9(7)V99.
               01 WS-STT-SUB                PIC 9(2) VALUE ZEROS.
               01 WS-STT-FOUND              PIC X(1) VALUE 'N'.

               01 WS-BEN-PLANS.
                   05 WS-BEN-PLAN           PIC X(4) OCCURS 3 TIMES.
               01 EMP-BEN-ER                PIC 9(5)V99 VALUE ZEROS.

      *        Remittance detail for the record in hand: where it came
      *        from, and what is left of the benefit premium withheld
      *        as it is spread over the employee's plans.
               01 WS-REMIT-SOURCE           PIC X(1) VALUE 'P'.
               01 WS-REMIT-HEALTH-LEFT      PIC 9(5)V99 VALUE ZEROS.
               01 WS-REMIT-PORTION          PIC 9(5)V99 VALUE ZEROS.
               01 TOTAL-BEN-ER              PIC 9(7)V99 VALUE ZEROS.

      *        Leave accrual per posted pay period, by completed years
               01 WS-TERM-PAYOUT           PIC X(1) VALUE 'N'.
               01 WS-PAYOUT-HOURS          PIC 9(4)V99 VALUE ZEROS.
               01 WS-PAYOUT-SLICE          PIC 9(3)V99 VALUE ZEROS.
      *        'Y' while a replacement made up only of retro entries
      *        (RRG/ROT/RVC/RSK) is posting. The periods it makes up
      *        already paid the flat premiums and dues, so it takes
      *        neither again.
               01 WS-RETRO-ONLY            PIC X(1) VALUE 'N'.

               01 EMP-GROSS                PIC 9(5)V99 VALUE ZEROS.
               01 EMP-TAX                  PIC 9(5)V99 VALUE ZEROS.
               01 EMP-OASDI                PIC 9(5)V99 VALUE ZEROS.
               01 EMP-MEDICARE             PIC 9(5)V99 VALUE ZEROS.
               01 EMP-SS-WAGES             PIC 9(5)V99 VALUE ZEROS.
               01 EMP-FUTA-WAGES           PIC 9(5)V99 VALUE ZEROS.
               01 EMP-FUTA                 PIC 9(5)V99 VALUE ZEROS.
               01 EMP-SUTA-WAGES           PIC 9(5)V99 VALUE ZEROS.
               01 EMP-SUTA                 PIC 9(5)V99 VALUE ZEROS.
               01 EMP-HEALTH               PIC 9(5)V99 VALUE ZEROS.
               01 EMP-UNION                PIC 9(5)V99 VALUE ZEROS.
               01 EMP-NET                  PIC 9(5)V99 VALUE ZEROS.
               01 TOTAL-HEALTH             PIC 9(7)V99 VALUE ZEROS.
               01 TOTAL-UNION              PIC 9(7)V99 VALUE ZEROS.
               01 TOTAL-VOLDED             PIC 9(7)V99 VALUE ZEROS.
               01 TOTAL-FUTA               PIC 9(7)V99 VALUE ZEROS.
               01 TOTAL-SUTA               PIC 9(7)V99 VALUE ZEROS.
               01 TOTAL-PAY-RECORDS        PIC 9(5) VALUE ZERO.
               01 TOTAL-REGISTER-RECORDS   PIC 9(5) VALUE ZERO.

               01 WS-LDT-SUB               PIC 9(3) VALUE ZEROS.
               01 WS-LDT-LOST              PIC 9(4) VALUE ZEROS.
               01 WS-LDT-LOST-AMT          PIC 9(7)V99 VALUE ZEROS.
               01 WS-LDT-LOST-WC           PIC 9(7)V99 VALUE ZEROS.
               01 WS-LD-CC-CODE            PIC X(4) VALUE SPACES.
               01 LABOR-DIST-TABLE.
                   05 LDT-ENTRY OCCURS 200 TIMES
                       10 LDT-CC-CODE      PIC X(4).
                       10 LDT-HOURS        PIC 9(6)V99.
                       10 LDT-DOLLARS      PIC 9(7)V99.
      *                Workers' comp premium accrued on this code's
      *                straight-time wages, booked by the GL extract.
                       10 LDT-WC-PREMIUM   PIC 9(7)V99.

               01 LABOR-DIST-OUT.
                   05 LD-HEADING-TITLE.
               01 TOTAL-LABOR-HOURS        PIC 9(7)V99 VALUE ZEROS.
               01 TOTAL-LABOR-DOLLARS      PIC 9(8)V99 VALUE ZEROS.

      *        Workers' comp class of each cost center, and the
      *        insurer's manual rate per $100 of payroll by class and
      *        work state, loaded the same way the tax tables are. An
      *        employee's class override on the master (EMPMAINT 'C')
      *        beats the cost center's class. Keep the class list in
      *        step with the copy in EMPMAINT. Unused slots stay
      *        spaces and never match.
               01 WC-DEPT-TABLE.
                   05 WDT-ENTRY OCCURS 20 TIMES
                           INDEXED BY WDT-IDX.
                       10 WDT-CC-CODE          PIC X(4).
                       10 WDT-CLASS            PIC X(4).
               01 WC-RATE-TABLE.
                   05 WRT-ENTRY OCCURS 20 TIMES
                           INDEXED BY WRT-IDX.
                       10 WRT-CLASS            PIC X(4).
                       10 WRT-STATE            PIC X(2).
                       10 WRT-RATE             PIC 9(3)V99.

      *        The period's workers' comp payroll by class and work
      *        state, accumulated per pay entry beside the labor
      *        distribution (replay included - rebuilt whole every
      *        run). The premium base is straight-time wages: the
      *        overtime premium half is carried apart because the
      *        insurer excludes it. A charge code with no class, or a
      *        class with no rate for the state, accrues nothing and
      *        is counted in WS-WC-UNRATED for the audit report.
               01 WS-WCT-COUNT             PIC 9(3) VALUE ZEROS.
               01 WS-WCT-SUB               PIC 9(3) VALUE ZEROS.
               01 WS-WCT-LOST              PIC 9(4) VALUE ZEROS.
               01 WS-WC-UNRATED            PIC 9(4) VALUE ZEROS.
               01 WS-WC-RATED              PIC X(1) VALUE 'N'.
               01 WS-MT-WC-CLASS           PIC X(4) VALUE SPACES.
               01 WS-WC-CLASS              PIC X(4) VALUE SPACES.
               01 WS-WC-RATE               PIC 9(3)V99 VALUE ZEROS.
               01 WS-WC-WAGES              PIC 9(5)V99 VALUE ZEROS.
               01 WS-WC-OT-PREMIUM         PIC 9(5)V99 VALUE ZEROS.
               01 WS-WC-PREMIUM            PIC 9(5)V99 VALUE ZEROS.
               01 TOTAL-WC-PREMIUM         PIC 9(7)V99 VALUE ZEROS.
               01 WC-ACCUM-TABLE.
                   05 WCT-ENTRY OCCURS 50 TIMES
                           INDEXED BY WCT-IDX.
                       10 WCT-CLASS            PIC X(4).
                       10 WCT-STATE            PIC X(2).
                       10 WCT-RATE             PIC 9(3)V99.
                       10 WCT-HOURS            PIC 9(6)V99.
                       10 WCT-WAGES            PIC 9(7)V99.
                       10 WCT-OT-PREMIUM       PIC 9(7)V99.
                       10 WCT-PREMIUM          PIC 9(7)V99.

      *        Premium audit report: WCHIST.DAT read back for the
      *        run's year, each class/state carrying its quarter and
      *        year-to-date figures. Estimated premium is the current
      *        manual rate on the period's straight-time wages;
      *        accrued is what the pay runs actually booked.
               01 WS-WCHIST-EOF            PIC X(1) VALUE 'N'.
               01 WS-WCA-COUNT             PIC 9(3) VALUE ZEROS.
               01 WS-WCA-SUB               PIC 9(3) VALUE ZEROS.
               01 WS-WCA-LOST              PIC 9(4) VALUE ZEROS.
               01 WS-WCA-SWAPPED           PIC X(1) VALUE 'N'.
               01 WS-WCA-SECTION           PIC X(1) VALUE SPACE.
               01 WS-WCA-LINES             PIC 9(3) VALUE ZEROS.
               01 WS-WCA-EST               PIC 9(7)V99 VALUE ZEROS.
               01 WC-AUDIT-TABLE.
                   05 WCA-ENTRY OCCURS 100 TIMES
                           INDEXED BY WCA-IDX.
                       10 WCA-KEY.
                           15 WCA-CLASS        PIC X(4).
                           15 WCA-STATE        PIC X(2).
                       10 WCA-RATE             PIC 9(3)V99.
                       10 WCA-RATED            PIC X(1).
                       10 WCA-QTR-HOURS        PIC 9(6)V99.
                       10 WCA-QTR-WAGES        PIC 9(7)V99.
                       10 WCA-QTR-OT-PREMIUM   PIC 9(7)V99.
                       10 WCA-QTR-ACCRUED      PIC 9(7)V99.
                       10 WCA-YTD-HOURS        PIC 9(6)V99.
                       10 WCA-YTD-WAGES        PIC 9(7)V99.
                       10 WCA-YTD-OT-PREMIUM   PIC 9(7)V99.
                       10 WCA-YTD-ACCRUED      PIC 9(7)V99.
               01 WCA-HOLD-ENTRY           PIC X(82).
               01 WCA-TOTALS.
                   05 WCA-TOT-HOURS        PIC 9(7)V99.
                   05 WCA-TOT-WAGES        PIC 9(8)V99.
                   05 WCA-TOT-OT-PREMIUM   PIC 9(8)V99.
                   05 WCA-TOT-EST          PIC 9(8)V99.
                   05 WCA-TOT-ACCRUED      PIC 9(8)V99.

               01 WC-AUDIT-OUT.
                   05 WCR-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'WORKERS COMP P'.
                       10 FILLER       PIC X(14) VALUE 'REMIUM AUDIT R'.
                       10 FILLER       PIC X(5) VALUE 'EPORT'.

                   05 WCR-SECTION-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 WCR-SECTION-NAME     PIC X(40).

                   05 WCR-HEADING-LINE.
                       10 FILLER       PIC X(5) VALUE 'CLASS'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(5) VALUE 'STATE'.
                       10 FILLER       PIC X(7) VALUE SPACES.
                       10 FILLER       PIC X(5) VALUE 'HOURS'.
                       10 FILLER       PIC X(1) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'STRAIGHT TIME'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'OT PREM EXCL.'.
                       10 FILLER       PIC X(1) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'RATE/100'.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 FILLER       PIC X(12) VALUE 'EST. PREMIUM'.
                       10 FILLER       PIC X(8) VALUE SPACES.
                       10 FILLER       PIC X(7) VALUE 'ACCRUED'.

                   05 WCR-DET-LINE.
                       10 WCR-DET-CLASS        PIC X(4).
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 WCR-DET-STATE        PIC X(2).
                       10 FILLER       PIC X(5) VALUE SPACES.
                       10 WCR-DET-HOURS        PIC ZZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WCR-DET-WAGES        PIC Z,ZZZ,ZZ9.99.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 WCR-DET-OT-PREMIUM   PIC Z,ZZZ,ZZ9.99.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 WCR-DET-RATE         PIC ZZ9.99.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 WCR-DET-EST          PIC Z,ZZZ,ZZ9.99.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 WCR-DET-ACCRUED      PIC Z,ZZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WCR-DET-NOTE         PIC X(7).

                   05 WCR-TOTAL-LINE.
                       10 FILLER       PIC X(10) VALUE 'TOTAL     '.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WCR-TOT-HOURS        PIC Z,ZZZ,ZZ9.99.
                       10 FILLER       PIC X(1) VALUE SPACES.
                       10 WCR-TOT-WAGES        PIC ZZ,ZZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WCR-TOT-OT-PREMIUM   PIC ZZ,ZZZ,ZZ9.99.
                       10 FILLER       PIC X(11) VALUE SPACES.
                       10 WCR-TOT-EST          PIC ZZ,ZZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WCR-TOT-ACCRUED      PIC ZZ,ZZZ,ZZ9.99.

                   05 WCR-NONE-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(10) VALUE 'NONE FOUND'.

                   05 WCR-UNRATED-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'THIS RUN: PAY '.
                       10 FILLER       PIC X(14) VALUE 'LINES WITH NO '.
                       10 FILLER       PIC X(14) VALUE 'CLASS RATE -  '.
                       10 WCR-UNRATED-COUNT    PIC ZZZ9.

               01 VARIANCE-OUT.
                   05 VAR-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'PAYROLL VARIAN'.
                       10 FILLER       PIC X(14) VALUE 'CE REPORT - TR'.
                       10 FILLER       PIC X(6) VALUE 'IAL RU'.
                       10 FILLER       PIC X(1) VALUE 'N'.

                   05 VAR-HEADING-BASIS.
                       10 FILLER       PIC X(14) VALUE 'AGAINST LAST C'.
                       10 FILLER       PIC X(14) VALUE 'HECK ON PAYHIS'.
                       10 FILLER       PIC X(14) VALUE 'T - LATEST PRI'.
                       10 FILLER       PIC X(14) VALUE 'OR CHECK DATE '.
                       10 VAR-HDR-LAST-DATE    PIC 9(8).
                       10 FILLER       PIC X(13) VALUE '  THRESHOLD  '.
                       10 VAR-HDR-PCT          PIC ZZ9.
                       10 FILLER       PIC X(1) VALUE '%'.

                   05 VAR-HEADING-LINE.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(10) VALUE 'ITEM'.
                       10 FILLER       PIC X(1) VALUE SPACES.
                       10 FILLER       PIC X(10) VALUE 'LAST CHECK'.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'THIS RUN'.
                       10 FILLER       PIC X(6) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'CHANGE'.
                       10 FILLER       PIC X(6) VALUE SPACES.
                       10 FILLER       PIC X(3) VALUE 'PCT'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE 'NOTE'.

                   05 VAR-DET-LINE.
                       10 VAR-DET-EMP-NUM      PIC 9(9).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 VAR-DET-EMP-NAME     PIC X(13).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 VAR-DET-ITEM         PIC X(10).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 VAR-DET-LAST         PIC ZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 VAR-DET-THIS         PIC ZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 VAR-DET-CHANGE       PIC ZZ,ZZ9.99-.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 VAR-DET-PCT          PIC ZZZZ9.9.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 VAR-DET-NOTE         PIC X(24).

                   05 VAR-COUNT-LINE.
                       10 VAR-CNT-LABEL        PIC X(32).
                       10 VAR-CNT-VALUE        PIC ZZ,ZZ9.

      *        The trial's employee, and the last check on file for the
      *        employee at the head of the prior-check group. Missing
      *        employees are only those whose last check was the most
      *        recent one on file - long-gone employees are not listed.
               01 WS-VAR-PCT-LIMIT         PIC 9(3) VALUE 10.
               01 WS-VAR-LAST-CHECK-DATE   PIC 9(8) VALUE ZEROS.
               01 WS-VAR-CUR-EOF           PIC X(1) VALUE 'N'.
               01 WS-VAR-PRIOR-EOF         PIC X(1) VALUE 'N'.
               01 WS-VAR-PRIOR-DONE        PIC X(1) VALUE 'N'.
               01 WS-VAR-CURRENT.
                   05 VC-EMPLOYEE-NUMBER   PIC 9(9).
                   05 VC-EMPLOYEE-NAME     PIC X(13).
                   05 VC-GROSS             PIC 9(5)V99.
                   05 VC-DEDUCTIONS        PIC 9(5)V99.
                   05 VC-NET               PIC 9(5)V99.
               01 VP-EMPLOYEE-NUMBER       PIC 9(9) VALUE ZEROS.
               01 VP-EMPLOYEE-NAME         PIC X(13) VALUE SPACES.
               01 VP-CHECK-DATE            PIC 9(8) VALUE ZEROS.
               01 VP-GROSS                 PIC 9(5)V99 VALUE ZEROS.
               01 VP-DEDUCTIONS            PIC 9(5)V99 VALUE ZEROS.
               01 VP-NET                   PIC 9(5)V99 VALUE ZEROS.
               01 WS-VAR-LAST-AMT          PIC 9(5)V99 VALUE ZEROS.
               01 WS-VAR-THIS-AMT          PIC 9(5)V99 VALUE ZEROS.
               01 WS-VAR-CHANGE            PIC S9(5)V99 VALUE ZEROS.
               01 WS-VAR-PCT               PIC 9(5)V9 VALUE ZEROS.
               01 WS-VAR-ABS-CHANGE        PIC 9(5)V99 VALUE ZEROS.
               01 WS-VAR-FLAGGED           PIC X(1) VALUE 'N'.
               01 TOTAL-VAR-COMPARED       PIC 9(5) VALUE ZEROS.
               01 TOTAL-VAR-FLAGGED        PIC 9(5) VALUE ZEROS.
               01 TOTAL-VAR-FIRST          PIC 9(5) VALUE ZEROS.
               01 TOTAL-VAR-MISSING        PIC 9(5) VALUE ZEROS.

      *        Pro-rata burden for the cost-center GL rows: employer
      *        FICA match plus employer benefit shares, spread over
      *        the charge codes by their share of gross. The last row
       PROCEDURE DIVISION.
           0000-START.
               PERFORM 0100-INITIALIZE.
               IF WS-TRIAL-RUN = 'Y'
                   PERFORM 0100-PROCESS-TRIAL
                   PERFORM 0100-CLOSE-TRIAL
               ELSE
                   PERFORM 0100-PROCESS
                   PERFORM 0100-CLOSE
                   PERFORM 0800-WRITE-BALANCE-REPORT
               END-IF.
               STOP RUN.

           0100-INITIALIZE.
               PERFORM 0150-LOAD-STATE-TAX-TABLE.
               PERFORM 0150-LOAD-LOCAL-TAX-TABLE.
               PERFORM 0150-LOAD-BENEFIT-PLAN-TABLE.
               PERFORM 0150-LOAD-RATE-OVERRIDE-TABLE.
               PERFORM 0150-LOAD-WC-TABLES.
               PERFORM 0200-OPEN-FILES.
               PERFORM 0200-READ-RECORD.

                       OR RC-CHECK-DATE NOT NUMERIC
                       OR RC-NEXT-CHECK-NO NOT NUMERIC
                       OR RC-NEXT-CHECK-NO = ZEROS
                       OR (RC-RUN-MODE NOT = SPACE
                           AND RC-RUN-MODE NOT = 'L'
                           AND RC-RUN-MODE NOT = 'T')
                   DISPLAY 'INVALID RUN CONTROL CARD: ' RC-RUN-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RC-RUN-MODE = 'T'
                   MOVE 'Y' TO WS-TRIAL-RUN
                   MOVE '  TRIAL RUN - NOT POSTED' TO RSL-TRIAL
                   IF RC-VARIANCE-PCT NUMERIC
                           AND RC-VARIANCE-PCT > ZEROS
                       MOVE RC-VARIANCE-PCT TO WS-VAR-PCT-LIMIT
                   END-IF
                   DISPLAY 'TRIAL RUN ' RC-RUN-ID
                       ' - NOTHING WILL BE POSTED OR PAID'
               END-IF.
               MOVE RC-RUN-ID TO WS-RUN-ID.
               MOVE RC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO.
               MOVE RC-PERIOD-END TO WS-PERIOD-END.
               WRITE TAX-LIABILITY-RECORD.
               CLOSE TAX-LIABILITY-FILE.

      *        Appended at completion beside the liability record, for
      *        the same reason: a crashed run posts nothing, and its
      *        restart rebuilds the whole table by replay.
           0750-APPEND-WC-HISTORY.
               OPEN EXTEND WC-HISTORY-FILE.
               IF WS-WCHIST-STATUS NOT = '00'
                   OPEN OUTPUT WC-HISTORY-FILE
               END-IF.
               PERFORM VARYING WCT-IDX FROM 1 BY 1
                       UNTIL WCT-IDX > WS-WCT-COUNT
                   MOVE WS-RUN-ID TO WH-RUN-ID
                   MOVE WS-CHECK-DATE TO WH-CHECK-DATE
                   MOVE WS-RUN-YEAR TO WH-YEAR
                   MOVE WS-RUN-QUARTER TO WH-QUARTER
                   MOVE WCT-CLASS(WCT-IDX) TO WH-CLASS
                   MOVE WCT-STATE(WCT-IDX) TO WH-STATE
                   MOVE WCT-RATE(WCT-IDX) TO WH-RATE
                   MOVE WCT-HOURS(WCT-IDX) TO WH-HOURS
                   MOVE WCT-WAGES(WCT-IDX) TO WH-WAGES
                   MOVE WCT-OT-PREMIUM(WCT-IDX) TO WH-OT-PREMIUM
                   MOVE WCT-PREMIUM(WCT-IDX) TO WH-PREMIUM
                   WRITE WC-HISTORY-RECORD
               END-PERFORM.
               CLOSE WC-HISTORY-FILE.
               IF WS-WCT-LOST > ZEROS
                   DISPLAY 'WORKERS COMP CLASS TABLE FULL - '
                       WS-WCT-LOST ' PAY LINE(S) NOT ON WCHIST.DAT'
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *        Quarter and year-to-date workers' comp payroll by class
      *        and state, read back from the ledger this run has just
      *        appended to. At quarter end it is the insurer's
      *        quarterly audit; the fourth quarter's year-to-date
      *        section is the annual one. Rewritten whole every run.
           0760-WRITE-WC-AUDIT-REPORT.
               MOVE ZEROS TO WS-WCA-COUNT.
               MOVE ZEROS TO WS-WCA-LOST.
               OPEN INPUT WC-HISTORY-FILE.
               IF WS-WCHIST-STATUS = '00'
                   MOVE 'N' TO WS-WCHIST-EOF
                   PERFORM UNTIL WS-WCHIST-EOF = 'Y'
                       READ WC-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO WS-WCHIST-EOF
                           NOT AT END
                               IF WH-YEAR = WS-RUN-YEAR
                                   AND WH-QUARTER NOT > WS-RUN-QUARTER
                                   PERFORM 0765-ADD-TO-WC-AUDIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WC-HISTORY-FILE
               END-IF.
               PERFORM 0766-SORT-WC-AUDIT.

               OPEN OUTPUT WC-AUDIT-FILE.
               WRITE WC-AUDIT-LINE FROM WCR-HEADING-TITLE.
               WRITE WC-AUDIT-LINE FROM RUN-STAMP-LINE.
               MOVE WS-RUN-QUARTER TO QTR-PERIOD-QUARTER.
               MOVE WS-RUN-YEAR TO QTR-PERIOD-YEAR.
               WRITE WC-AUDIT-LINE FROM QTR-HEADING-PERIOD.
               MOVE 'QUARTER TO DATE' TO WCR-SECTION-NAME.
               WRITE WC-AUDIT-LINE FROM WCR-SECTION-LINE.
               WRITE WC-AUDIT-LINE FROM WCR-HEADING-LINE.
               MOVE 'Q' TO WS-WCA-SECTION.
               PERFORM 0767-WRITE-WC-AUDIT-SECTION.
               MOVE 'YEAR TO DATE' TO WCR-SECTION-NAME.
               WRITE WC-AUDIT-LINE FROM WCR-SECTION-LINE.
               WRITE WC-AUDIT-LINE FROM WCR-HEADING-LINE.
               MOVE 'Y' TO WS-WCA-SECTION.
               PERFORM 0767-WRITE-WC-AUDIT-SECTION.
               IF WS-WC-UNRATED > ZEROS
                   MOVE WS-WC-UNRATED TO WCR-UNRATED-COUNT
                   WRITE WC-AUDIT-LINE FROM WCR-UNRATED-LINE
               END-IF.
               CLOSE WC-AUDIT-FILE.

      *        Hours with no class rate accrued nothing - the cost
      *        center table or the employee's override needs fixing.
               IF WS-WC-UNRATED > ZEROS
                   DISPLAY 'WORKERS COMP: ' WS-WC-UNRATED
                       ' PAY LINE(S) WITH NO CLASS RATE - SEE '
                       'WCAUDIT.TXT'
                   IF RETURN-CODE = ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               IF WS-WCA-LOST > ZEROS
                   DISPLAY 'WORKERS COMP AUDIT TABLE FULL - '
                       WS-WCA-LOST ' WCHIST.DAT RECORD(S) NOT REPORTED'
                   IF RETURN-CODE = ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

      *        The report quotes the current manual rate, so a rate
      *        change mid-year shows up as estimated against accrued.
           0765-ADD-TO-WC-AUDIT.
               MOVE ZEROS TO WS-WCA-SUB.
               PERFORM VARYING WCA-IDX FROM 1 BY 1
                       UNTIL WCA-IDX > WS-WCA-COUNT
                   IF WCA-CLASS(WCA-IDX) = WH-CLASS
                           AND WCA-STATE(WCA-IDX) = WH-STATE
                       SET WS-WCA-SUB TO WCA-IDX
                   END-IF
               END-PERFORM.
               IF WS-WCA-SUB = ZEROS
                   IF WS-WCA-COUNT < 100
                       ADD 1 TO WS-WCA-COUNT
                       SET WCA-IDX TO WS-WCA-COUNT
                       MOVE WH-CLASS TO WCA-CLASS(WCA-IDX)
                       MOVE WH-STATE TO WCA-STATE(WCA-IDX)
                       MOVE ZEROS TO WCA-RATE(WCA-IDX)
                       MOVE 'N' TO WCA-RATED(WCA-IDX)
                       PERFORM VARYING WRT-IDX FROM 1 BY 1
                               UNTIL WRT-IDX > 20
                           IF WRT-CLASS(WRT-IDX) NOT = SPACES
                                   AND WRT-CLASS(WRT-IDX) = WH-CLASS
                                   AND WRT-STATE(WRT-IDX) = WH-STATE
                               MOVE WRT-RATE(WRT-IDX)
                                   TO WCA-RATE(WCA-IDX)
                               MOVE 'Y' TO WCA-RATED(WCA-IDX)
                           END-IF
                       END-PERFORM
                       MOVE ZEROS TO WCA-QTR-HOURS(WCA-IDX)
                       MOVE ZEROS TO WCA-QTR-WAGES(WCA-IDX)
                       MOVE ZEROS TO WCA-QTR-OT-PREMIUM(WCA-IDX)
                       MOVE ZEROS TO WCA-QTR-ACCRUED(WCA-IDX)
                       MOVE ZEROS TO WCA-YTD-HOURS(WCA-IDX)
                       MOVE ZEROS TO WCA-YTD-WAGES(WCA-IDX)
                       MOVE ZEROS TO WCA-YTD-OT-PREMIUM(WCA-IDX)
                       MOVE ZEROS TO WCA-YTD-ACCRUED(WCA-IDX)
                       MOVE WS-WCA-COUNT TO WS-WCA-SUB
                   ELSE
                       ADD 1 TO WS-WCA-LOST
                   END-IF
               END-IF.
               IF WS-WCA-SUB NOT = ZEROS
                   SET WCA-IDX TO WS-WCA-SUB
                   ADD WH-HOURS TO WCA-YTD-HOURS(WCA-IDX)
                   ADD WH-WAGES TO WCA-YTD-WAGES(WCA-IDX)
                   ADD WH-OT-PREMIUM TO WCA-YTD-OT-PREMIUM(WCA-IDX)
                   ADD WH-PREMIUM TO WCA-YTD-ACCRUED(WCA-IDX)
                   IF WH-QUARTER = WS-RUN-QUARTER
                       ADD WH-HOURS TO WCA-QTR-HOURS(WCA-IDX)
                       ADD WH-WAGES TO WCA-QTR-WAGES(WCA-IDX)
                       ADD WH-OT-PREMIUM TO WCA-QTR-OT-PREMIUM(WCA-IDX)
                       ADD WH-PREMIUM TO WCA-QTR-ACCRUED(WCA-IDX)
                   END-IF
               END-IF.

      *        Class then state order, the way the insurer's audit
      *        worksheet lists them.
           0766-SORT-WC-AUDIT.
               MOVE 'Y' TO WS-WCA-SWAPPED.
               PERFORM UNTIL WS-WCA-SWAPPED = 'N'
                   MOVE 'N' TO WS-WCA-SWAPPED
                   PERFORM VARYING WS-WCA-SUB FROM 1 BY 1
                           UNTIL WS-WCA-SUB >= WS-WCA-COUNT
                       IF WCA-KEY(WS-WCA-SUB) >
                               WCA-KEY(WS-WCA-SUB + 1)
                           MOVE WCA-ENTRY(WS-WCA-SUB) TO WCA-HOLD-ENTRY
                           MOVE WCA-ENTRY(WS-WCA-SUB + 1)
                               TO WCA-ENTRY(WS-WCA-SUB)
                           MOVE WCA-HOLD-ENTRY
                               TO WCA-ENTRY(WS-WCA-SUB + 1)
                           MOVE 'Y' TO WS-WCA-SWAPPED
                       END-IF
                   END-PERFORM
               END-PERFORM.

      *        One line per class/state with payroll in the section
      *        (WS-WCA-SECTION 'Q' quarter, 'Y' year to date), then
      *        the section total.
           0767-WRITE-WC-AUDIT-SECTION.
               MOVE ZEROS TO WCA-TOTALS.
               MOVE ZEROS TO WS-WCA-LINES.
               PERFORM VARYING WCA-IDX FROM 1 BY 1
                       UNTIL WCA-IDX > WS-WCA-COUNT
                   IF WS-WCA-SECTION = 'Q'
                       MOVE WCA-QTR-HOURS(WCA-IDX) TO WCR-DET-HOURS
                       MOVE WCA-QTR-WAGES(WCA-IDX) TO WCR-DET-WAGES
                       MOVE WCA-QTR-OT-PREMIUM(WCA-IDX)
                           TO WCR-DET-OT-PREMIUM
                       MOVE WCA-QTR-ACCRUED(WCA-IDX) TO WCR-DET-ACCRUED
                       COMPUTE WS-WCA-EST ROUNDED =
                           WCA-QTR-WAGES(WCA-IDX) * WCA-RATE(WCA-IDX)
                           / 100
                       ADD WCA-QTR-HOURS(WCA-IDX) TO WCA-TOT-HOURS
                       ADD WCA-QTR-WAGES(WCA-IDX) TO WCA-TOT-WAGES
                       ADD WCA-QTR-OT-PREMIUM(WCA-IDX)
                           TO WCA-TOT-OT-PREMIUM
                       ADD WCA-QTR-ACCRUED(WCA-IDX) TO WCA-TOT-ACCRUED
                   ELSE
                       MOVE WCA-YTD-HOURS(WCA-IDX) TO WCR-DET-HOURS
                       MOVE WCA-YTD-WAGES(WCA-IDX) TO WCR-DET-WAGES
                       MOVE WCA-YTD-OT-PREMIUM(WCA-IDX)
                           TO WCR-DET-OT-PREMIUM
                       MOVE WCA-YTD-ACCRUED(WCA-IDX) TO WCR-DET-ACCRUED
                       COMPUTE WS-WCA-EST ROUNDED =
                           WCA-YTD-WAGES(WCA-IDX) * WCA-RATE(WCA-IDX)
                           / 100
                       ADD WCA-YTD-HOURS(WCA-IDX) TO WCA-TOT-HOURS
                       ADD WCA-YTD-WAGES(WCA-IDX) TO WCA-TOT-WAGES
                       ADD WCA-YTD-OT-PREMIUM(WCA-IDX)
                           TO WCA-TOT-OT-PREMIUM
                       ADD WCA-YTD-ACCRUED(WCA-IDX) TO WCA-TOT-ACCRUED
                   END-IF
                   IF WS-WCA-SECTION = 'Y'
                           OR WCA-QTR-HOURS(WCA-IDX) > ZEROS
                           OR WCA-QTR-WAGES(WCA-IDX) > ZEROS
                           OR WCA-QTR-OT-PREMIUM(WCA-IDX) > ZEROS
                       ADD WS-WCA-EST TO WCA-TOT-EST
                       MOVE WCA-CLASS(WCA-IDX) TO WCR-DET-CLASS
                       MOVE WCA-STATE(WCA-IDX) TO WCR-DET-STATE
                       MOVE WCA-RATE(WCA-IDX) TO WCR-DET-RATE
                       MOVE WS-WCA-EST TO WCR-DET-EST
                       IF WCA-RATED(WCA-IDX) = 'Y'
                           MOVE SPACES TO WCR-DET-NOTE
                       ELSE
                           MOVE 'NO RATE' TO WCR-DET-NOTE
                       END-IF
                       WRITE WC-AUDIT-LINE FROM WCR-DET-LINE
                       ADD 1 TO WS-WCA-LINES
                   END-IF
               END-PERFORM.
               IF WS-WCA-LINES = ZEROS
                   WRITE WC-AUDIT-LINE FROM WCR-NONE-LINE
               END-IF.
               MOVE WCA-TOT-HOURS TO WCR-TOT-HOURS.
               MOVE WCA-TOT-WAGES TO WCR-TOT-WAGES.
               MOVE WCA-TOT-OT-PREMIUM TO WCR-TOT-OT-PREMIUM.
               MOVE WCA-TOT-EST TO WCR-TOT-EST.
               MOVE WCA-TOT-ACCRUED TO WCR-TOT-ACCRUED.
               WRITE WC-AUDIT-LINE FROM WCR-TOTAL-LINE.

           0150-LOAD-UNION-RATE-TABLE.
               MOVE 'L100' TO URT-LOCAL-CODE(1).
               MOVE 'F' TO URT-DUES-TYPE(1).
               MOVE 020.00 TO URT-FLAT-AMOUNT(5).
               MOVE .000 TO URT-PERCENT(5).

      *        Flat withholding rates for the states we operate in,
      *        with each state's unemployment wage base and this
      *        employer's assigned SUTA rate. Unused slots stay spaces
      *        and never match.
           0150-LOAD-STATE-TAX-TABLE.
               MOVE SPACES TO STATE-TAX-TABLE.
               PERFORM VARYING STT-IDX FROM 1 BY 1 UNTIL STT-IDX > 5
                   MOVE ZEROS TO STT-RATE(STT-IDX)
                   MOVE ZEROS TO STT-SUTA-WAGE-BASE(STT-IDX)
                   MOVE ZEROS TO STT-SUTA-RATE(STT-IDX)
                   MOVE ZEROS TO STT-SUTA-ACCUM(STT-IDX)
               END-PERFORM.
               MOVE 'OH' TO STT-STATE-CODE(1).
               MOVE .0300 TO STT-RATE(1).
               MOVE 0009000.00 TO STT-SUTA-WAGE-BASE(1).
               MOVE .0270 TO STT-SUTA-RATE(1).
               MOVE 'PA' TO STT-STATE-CODE(2).
               MOVE .0307 TO STT-RATE(2).
               MOVE 0010000.00 TO STT-SUTA-WAGE-BASE(2).
               MOVE .0367 TO STT-SUTA-RATE(2).

           0150-LOAD-LOCAL-TAX-TABLE.
               MOVE SPACES TO LOCAL-TAX-TABLE.
                   MOVE ZEROS TO BPT-ER-ACCUM(BPT-IDX)
               END-PERFORM.

           0150-LOAD-RATE-OVERRIDE-TABLE.
               MOVE 'TA' TO ROT-CODE(1).
               MOVE 'AC' TO ROT-CODE(2).
               MOVE 'TR' TO ROT-CODE(3).
               MOVE 'RC' TO ROT-CODE(4).

      *        Cost centers by workers' comp class - clerical
      *        offices, outside sales, the machine shop, warehouse,
      *        drivers and building maintenance - and the manual rate
      *        per $100 of straight-time payroll for each class in the
      *        states we operate in.
           0150-LOAD-WC-TABLES.
               MOVE SPACES TO WC-DEPT-TABLE.
               MOVE 'ADMN' TO WDT-CC-CODE(1).
               MOVE '8810' TO WDT-CLASS(1).
               MOVE 'ACCT' TO WDT-CC-CODE(2).
               MOVE '8810' TO WDT-CLASS(2).
               MOVE 'HR  ' TO WDT-CC-CODE(3).
               MOVE '8810' TO WDT-CLASS(3).
               MOVE 'SALE' TO WDT-CC-CODE(4).
               MOVE '8742' TO WDT-CLASS(4).
               MOVE 'SHOP' TO WDT-CC-CODE(5).
               MOVE '3632' TO WDT-CLASS(5).
               MOVE 'PROD' TO WDT-CC-CODE(6).
               MOVE '3632' TO WDT-CLASS(6).
               MOVE 'WHSE' TO WDT-CC-CODE(7).
               MOVE '8292' TO WDT-CLASS(7).
               MOVE 'SHIP' TO WDT-CC-CODE(8).
               MOVE '8292' TO WDT-CLASS(8).
               MOVE 'DRVR' TO WDT-CC-CODE(9).
               MOVE '7228' TO WDT-CLASS(9).
               MOVE 'MAIN' TO WDT-CC-CODE(10).
               MOVE '9015' TO WDT-CLASS(10).

               MOVE SPACES TO WC-RATE-TABLE.
               PERFORM VARYING WRT-IDX FROM 1 BY 1 UNTIL WRT-IDX > 20
                   MOVE ZEROS TO WRT-RATE(WRT-IDX)
               END-PERFORM.
               MOVE '8810' TO WRT-CLASS(1).
               MOVE 'OH' TO WRT-STATE(1).
               MOVE 000.21 TO WRT-RATE(1).
               MOVE '8810' TO WRT-CLASS(2).
               MOVE 'PA' TO WRT-STATE(2).
               MOVE 000.19 TO WRT-RATE(2).
               MOVE '8742' TO WRT-CLASS(3).
               MOVE 'OH' TO WRT-STATE(3).
               MOVE 000.44 TO WRT-RATE(3).
               MOVE '8742' TO WRT-CLASS(4).
               MOVE 'PA' TO WRT-STATE(4).
               MOVE 000.52 TO WRT-RATE(4).
               MOVE '3632' TO WRT-CLASS(5).
               MOVE 'OH' TO WRT-STATE(5).
               MOVE 003.18 TO WRT-RATE(5).
               MOVE '3632' TO WRT-CLASS(6).
               MOVE 'PA' TO WRT-STATE(6).
               MOVE 003.64 TO WRT-RATE(6).
               MOVE '8292' TO WRT-CLASS(7).
               MOVE 'OH' TO WRT-STATE(7).
               MOVE 004.07 TO WRT-RATE(7).
               MOVE '8292' TO WRT-CLASS(8).
               MOVE 'PA' TO WRT-STATE(8).
               MOVE 004.71 TO WRT-RATE(8).
               MOVE '7228' TO WRT-CLASS(9).
               MOVE 'OH' TO WRT-STATE(9).
               MOVE 006.85 TO WRT-RATE(9).
               MOVE '7228' TO WRT-CLASS(10).
               MOVE 'PA' TO WRT-STATE(10).
               MOVE 007.32 TO WRT-RATE(10).
               MOVE '9015' TO WRT-CLASS(11).
               MOVE 'OH' TO WRT-STATE(11).
               MOVE 004.96 TO WRT-RATE(11).
               MOVE '9015' TO WRT-CLASS(12).
               MOVE 'PA' TO WRT-STATE(12).
               MOVE 005.38 TO WRT-RATE(12).

           0150-LOAD-FED-TAX-TABLE.
               MOVE 'S' TO FTB-FILING-STATUS(1).
               MOVE 000.00 TO FTB-LOW-WAGE(1).
               PERFORM 0340-WRITE-CHECK-REG-SUMMARY.
               PERFORM 0600-WRITE-QUARTERLY-REPORT.
               PERFORM 0670-WRITE-STATE-QTR-REPORT.
               PERFORM 0690-WRITE-STATE-UI-REPORT.
               PERFORM 0700-WRITE-GL-EXTRACT.
               PERFORM 0730-WRITE-REMIT-CONTROLS.
               PERFORM 0720-WRITE-LABOR-DIST.
               PERFORM 0860-SUM-MASTER-YTD.
               PERFORM 0225-SAVE-ARREARS.
               PERFORM 0275-CLEAR-CHECKPOINT.
               PERFORM 0745-APPEND-TAX-LIABILITY.
               PERFORM 0750-APPEND-WC-HISTORY.
               PERFORM 0760-WRITE-WC-AUDIT-REPORT.
               PERFORM 0140-APPEND-RUN-HISTORY.

           0100-CLOSE.
               CLOSE EXCEPTION-FILE.
               CLOSE QUARTERLY-FILE.
               CLOSE STATE-QTR-FILE.
               CLOSE STATE-UI-FILE.
               CLOSE LABOR-DIST-FILE.
               CLOSE ACH-FILE.
               CLOSE CHECK-PRINT-FILE.
               CLOSE GL-FILE.
               CLOSE STUB-FILE.
               CLOSE PAY-HISTORY-FILE.
               CLOSE ADJ-HISTORY-FILE.
               CLOSE REMIT-DETAIL-FILE.

      *        The trial runs every record, adjustment and payout
      *        through the same validation and calculation chain as
      *        the live run, but only the register, exceptions and
      *        summary are printed. The master was opened for input,
      *        and the arrears, checkpoint, run history, liability,
      *        payout queue, bank/check files and the GL-side outputs
      *        are left exactly as they were.
           0100-PROCESS-TRIAL.
               PERFORM 0200-WRITE-EXC-HEADING.
               PERFORM 0200-WRITE-REG-HEADING.
               PERFORM 0208-REPORT-DUPLICATES.
               PERFORM 0200-WRITE-DETAIL-REGISTER UNTIL EOF = 'Y'.
               PERFORM 0297-WRITE-FINAL-DEPT-TOTAL.
               PERFORM 0900-PROCESS-ADJUSTMENTS.
               PERFORM 0940-PROCESS-TERM-PAYOUTS.
               PERFORM 0200-WRITE-EXC-SUMMARY.
               PERFORM 0200-WRITE-SUMMARY.
               CLOSE VARIANCE-WORK-FILE.
               PERFORM 0380-WRITE-VARIANCE-REPORT.

           0100-CLOSE-TRIAL.
               CLOSE SORTED-PAYROLL-FILE.
               CLOSE EMPLOYEE-MASTER.
               CLOSE REGISTER-FILE.
               CLOSE SUMMARY-FILE.
               CLOSE EXCEPTION-FILE.
               CLOSE GL-WORK-FILE.
               DISPLAY 'TRIAL RUN ' WS-RUN-ID ' COMPLETE - '
                   TOTAL-VAR-FLAGGED ' OVER THRESHOLD, '
                   TOTAL-VAR-FIRST ' FIRST-TIME, '
                   TOTAL-VAR-MISSING ' MISSING - SEE PAYVAR.TXT'.

           0200-OPEN-FILES.
               PERFORM 0201-SET-RUN-STAMP.
               PERFORM 0202-SORT-BY-EMPLOYEE.
               PERFORM 0204-SPLIT-DUPLICATES.
               PERFORM 0206-ADD-STANDARD-PAY.
               PERFORM 0205-SORT-PAYROLL-FILE.
      *        A trial never restarts a crashed live run, and never
      *        cuts or clears a checkpoint of its own.
               IF WS-TRIAL-RUN = 'N'
                   PERFORM 0230-LOAD-CHECKPOINT
               END-IF.
               OPEN INPUT SORTED-PAYROLL-FILE.
               PERFORM 0235-VERIFY-CHECKPOINT-KEY.
               IF WS-TRIAL-RUN = 'Y'
                   PERFORM 0203-OPEN-TRIAL-FILES
               ELSE
                   PERFORM 0203-OPEN-LIVE-FILES
               END-IF.

           0203-OPEN-TRIAL-FILES.
               OPEN OUTPUT REGISTER-FILE.
               OPEN OUTPUT EXCEPTION-FILE.
               OPEN OUTPUT SUMMARY-FILE.
               OPEN OUTPUT GL-WORK-FILE.
               OPEN OUTPUT VARIANCE-WORK-FILE.
               OPEN INPUT EMPLOYEE-MASTER.
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMPMASTER.DAT NOT AVAILABLE FOR TRIAL - '
                       'STATUS ' WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM 0212-LOAD-ARREARS.

           0203-OPEN-LIVE-FILES.
      *        A restart must not re-truncate the detail files the
      *        prior (crashed) run already wrote to - append instead.
      *        WS-IS-RESTART is only 'Y' once 0235 has confirmed the
               OPEN OUTPUT SUMMARY-FILE.
               OPEN OUTPUT QUARTERLY-FILE.
               OPEN OUTPUT STATE-QTR-FILE.
               OPEN OUTPUT STATE-UI-FILE.
               OPEN OUTPUT LABOR-DIST-FILE.
               OPEN OUTPUT GL-FILE.
               OPEN OUTPUT GL-WORK-FILE.
               OPEN OUTPUT REMIT-DETAIL-FILE.
      *        History is permanent: always appended, never opened
      *        OUTPUT - one truncation would erase every prior run.
               OPEN EXTEND PAY-HISTORY-FILE.
               IF WS-PAYHIST-STATUS NOT = '00'
                   OPEN OUTPUT PAY-HISTORY-FILE
               END-IF.
               OPEN EXTEND ADJ-HISTORY-FILE.
               IF WS-ADJHIST-STATUS NOT = '00'
                   OPEN OUTPUT ADJ-HISTORY-FILE
               END-IF.
               PERFORM 0210-OPEN-MASTER.
               PERFORM 0212-LOAD-ARREARS.

               CLOSE CLEAN-PAYROLL-FILE.
               CLOSE DUPLICATE-FILE.

      *        Salaried employees are paid without a timecard: the
      *        clean file (in employee order) is matched against the
      *        master, and every active salaried employee timekeeping
      *        sent nothing for gets a standard-pay record - the full
      *        period salary charged to the master's home department.
      *        A keyed record always wins. TIMEPREP sends one for
      *        every salaried employee with time rows (leave paid as
      *        leave, the salary cut by as many hours) or standing
      *        voluntary deductions (which ride only on keyed
      *        records), so the record built here carries neither.
      *        Built fresh every run, restart included, so the sorted
      *        file comes out the same.
           0206-ADD-STANDARD-PAY.
               OPEN INPUT CLEAN-PAYROLL-FILE.
               OPEN OUTPUT STANDARD-PAY-FILE.
               OPEN INPUT EMPLOYEE-MASTER.
               IF WS-MASTER-STATUS = '00'
                   MOVE ZEROS TO WS-STD-INPUT-EMPNUM
                   MOVE 'N' TO WS-EDIT-EOF
                   MOVE 'N' TO WS-MASTER-SCAN-EOF
                   PERFORM UNTIL WS-MASTER-SCAN-EOF = 'Y'
                       READ EMPLOYEE-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-MASTER-SCAN-EOF
                           NOT AT END
                               IF WS-MASTER-STATUS NOT = '00'
                                   MOVE 'Y' TO WS-MASTER-SCAN-EOF
                               ELSE
                                   PERFORM 0207-CHECK-STANDARD-PAY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-MASTER
               END-IF.
               CLOSE CLEAN-PAYROLL-FILE.
               CLOSE STANDARD-PAY-FILE.

           0207-CHECK-STANDARD-PAY.
               PERFORM UNTIL WS-EDIT-EOF = 'Y'
                       OR WS-STD-INPUT-EMPNUM NOT < EMP-MASTER-NUMBER
                   READ CLEAN-PAYROLL-FILE
                       AT END
                           MOVE 'Y' TO WS-EDIT-EOF
                           MOVE 999999999 TO WS-STD-INPUT-EMPNUM
                       NOT AT END
                           MOVE CLEAN-PAYROLL-RECORD(1:9)
                               TO WS-STD-INPUT-EMPNUM
                   END-READ
               END-PERFORM.
               IF EMP-MASTER-STATUS = 'A'
                       AND EMP-MASTER-PAY-CLASS = 'S'
                       AND EMP-MASTER-SALARY NUMERIC
                       AND EMP-MASTER-SALARY > ZEROS
                       AND EMP-MASTER-HIRE-DATE NOT > WS-PERIOD-END
                       AND WS-STD-INPUT-EMPNUM NOT = EMP-MASTER-NUMBER
                   PERFORM 0209-BUILD-STANDARD-PAY
               END-IF.

      *        Built in the record area (the priming read has not
      *        happened yet); 0240 still applies the master over it
      *        like any keyed record.
           0209-BUILD-STANDARD-PAY.
               MOVE SPACES TO PAYROLL-RECORD.
               MOVE EMP-MASTER-NUMBER TO EMPLOYEE-NUMBER.
               MOVE EMP-MASTER-NAME TO EMPLOYEE-LASTNAME.
               MOVE EMP-MASTER-INITIAL TO EMPLOYEE-INITIAL.
               PERFORM VARYING PE-IDX FROM 1 BY 1 UNTIL PE-IDX > 5
                   MOVE SPACES TO PAY-TYPE-CODE(PE-IDX)
                   MOVE ZEROS TO PAY-HOURS(PE-IDX)
                   MOVE ZEROS TO PAY-RATE(PE-IDX)
                   MOVE SPACES TO PAY-COST-CENTER(PE-IDX)
               END-PERFORM.
               MOVE 'SAL' TO PAY-TYPE-CODE(1).
               MOVE SALARY-PERIOD-HOURS TO PAY-HOURS(1).
               MOVE EMP-MASTER-PAY-RATE TO PAY-RATE(1).
               MOVE EMP-MASTER-UNION-MEMBER TO IS_UNIONMEMBER.
               MOVE EMP-MASTER-FILING-STAT TO FILING-STATUS.
               MOVE EMP-MASTER-W4-ALLOW TO W4-ALLOWANCES.
               MOVE EMP-MASTER-UNION-LOCAL TO UNION-LOCAL-CODE.
               MOVE WS-RUN-YEAR TO PP-YEAR.
               MOVE WS-RUN-QUARTER TO PP-QUARTER.
               MOVE EMP-MASTER-ROUTING TO BANK-ROUTING-NUMBER.
               MOVE EMP-MASTER-ACCOUNT TO BANK-ACCOUNT-NUMBER.
               MOVE EMP-MASTER-ACCT-TYPE TO BANK-ACCOUNT-TYPE.
               MOVE EMP-MASTER-HOME-DEPT TO DEPT-CODE.
               PERFORM VARYING VD-IDX FROM 1 BY 1 UNTIL VD-IDX > 10
                   MOVE SPACES TO VD-CODE(VD-IDX)
                   MOVE SPACES TO VD-TYPE(VD-IDX)
                   MOVE ZEROS TO VD-FLAT-AMOUNT(VD-IDX)
                   MOVE ZEROS TO VD-PERCENT(VD-IDX)
               END-PERFORM.
               MOVE SPACES TO RATE-OVERRIDE-CODE.
               WRITE STANDARD-PAY-RECORD FROM PAYROLL-RECORD.
               ADD 1 TO TOTAL-STD-PAY-RECORDS.

           0205-SORT-PAYROLL-FILE.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-DEPT-CODE
                   ON ASCENDING KEY SRT-EMPLOYEE-NUMBER
                   USING CLEAN-PAYROLL-FILE STANDARD-PAY-FILE
                   GIVING SORTED-PAYROLL-FILE.

      *        Duplicates found by the edit pass still count in the
               MOVE SPACES TO WS-RES-STATE.
               MOVE SPACES TO WS-LOCALITY.
               MOVE SPACES TO WS-BEN-PLANS.
               MOVE SPACE TO WS-MT-PAY-CLASS.
               MOVE ZEROS TO WS-MT-PAY-RATE.
               MOVE ZEROS TO WS-MT-SALARY.
               MOVE SPACES TO WS-MT-WC-CLASS.
               MOVE EMPLOYEE-NUMBER TO EMP-MASTER-NUMBER.
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE EMP-MASTER-BEN-PLAN(1) TO WS-BEN-PLAN(1)
                       MOVE EMP-MASTER-BEN-PLAN(2) TO WS-BEN-PLAN(2)
                       MOVE EMP-MASTER-BEN-PLAN(3) TO WS-BEN-PLAN(3)
                       MOVE EMP-MASTER-PAY-CLASS TO WS-MT-PAY-CLASS
                       IF EMP-MASTER-PAY-RATE NUMERIC
                           MOVE EMP-MASTER-PAY-RATE TO WS-MT-PAY-RATE
                       END-IF
                       IF EMP-MASTER-SALARY NUMERIC
                           MOVE EMP-MASTER-SALARY TO WS-MT-SALARY
                       END-IF
                       MOVE EMP-MASTER-WC-CLASS TO WS-MT-WC-CLASS
                   ELSE
                       PERFORM 0245-ADOPT-MASTER-DATA
                   END-IF
               MOVE ZEROS TO EMP-MASTER-YTD-STATE.
               MOVE ZEROS TO EMP-MASTER-YTD-LOCAL.
               PERFORM 0459-ZERO-STATE-QTR-BUCKETS.
               MOVE ZEROS TO EMP-MASTER-YTD-FUTA-WAGES.
               MOVE ZEROS TO EMP-MASTER-YTD-SUTA-WAGES.
               MOVE SPACES TO EMP-MASTER-BEN-PLAN(1).
               MOVE SPACES TO EMP-MASTER-BEN-PLAN(2).
               MOVE SPACES TO EMP-MASTER-BEN-PLAN(3).
               MOVE ZEROS TO EMP-MASTER-VAC-HOURS.
               MOVE ZEROS TO EMP-MASTER-SICK-HOURS.
               MOVE ZEROS TO EMP-MASTER-LAST-RATE.
      *        Hourly with no rate of record until EMPMAINT 'R'.
               MOVE 'H' TO EMP-MASTER-PAY-CLASS.
               MOVE ZEROS TO EMP-MASTER-PAY-RATE.
               MOVE ZEROS TO EMP-MASTER-SALARY.
               MOVE SPACES TO EMP-MASTER-HOME-DEPT.
               MOVE SPACES TO EMP-MASTER-WC-CLASS.

           0250-VALIDATE-RECORD.
               MOVE 'Y' TO WS-RECORD-VALID.
                   MOVE 'N' TO WS-RECORD-VALID
               END-IF.

      *        The rate ceiling catches a mistyped rate on an
      *        employee with no rate of record; a rate that matches
      *        the rate of record was approved through EMPMAINT and
      *        is not held to it. Hour-based pay (REG/OT/VAC/SIC and
      *        salary) must be at the rate of record unless the
      *        record carries an approved override code - bonus and
      *        other lump entries are not rates and are not checked.
      *        A bonus or overtime-premium ('OTP') lump is keyed as one
      *        unit at its dollar amount, so the ceiling does not
      *        apply to it either. Shift differential and holiday
      *        premium ('SHD'/'HOL') are paid on top of hours already
      *        in REG/OT - TIMEPREP sends all of a cost center's
      *        differential hours, regular and overtime, as one entry
      *        - so the hours ceiling does not apply to them.
               MOVE 'N' TO WS-PE-BAD-RATE.
               MOVE 'N' TO WS-PE-BAD-HOURS.
               MOVE 'N' TO WS-PE-OFF-RATE.
               MOVE 'N' TO WS-PE-BAD-SALARY.
               PERFORM VARYING PE-IDX FROM 1 BY 1 UNTIL PE-IDX > 5
                   IF PAY-TYPE-CODE(PE-IDX) NOT = SPACES
                       IF PAY-RATE(PE-IDX) = ZEROS
                               OR (PAY-RATE(PE-IDX) >
                                   MAX-REASONABLE-PAYRATE
                               AND PAY-RATE(PE-IDX) NOT =
                                   WS-MT-PAY-RATE
                               AND PAY-TYPE-CODE(PE-IDX) NOT = 'BON'
                               AND PAY-TYPE-CODE(PE-IDX) NOT = 'OTP')
                           MOVE 'Y' TO WS-PE-BAD-RATE
                       END-IF
                       IF PAY-HOURS(PE-IDX) > MAX-REASONABLE-HOURS
                               AND PAY-TYPE-CODE(PE-IDX) NOT = 'SHD'
                               AND PAY-TYPE-CODE(PE-IDX) NOT = 'HOL'
                           MOVE 'Y' TO WS-PE-BAD-HOURS
                       END-IF
                       IF WS-MT-PAY-RATE > ZEROS
                               AND PAY-RATE(PE-IDX) NOT =
                                   WS-MT-PAY-RATE
                           IF PAY-TYPE-CODE(PE-IDX) = 'REG'
                                   OR PAY-TYPE-CODE(PE-IDX) = 'OT'
                                   OR PAY-TYPE-CODE(PE-IDX) = 'VAC'
                                   OR PAY-TYPE-CODE(PE-IDX) = 'SIC'
                                   OR PAY-TYPE-CODE(PE-IDX) = 'SAL'
                               MOVE 'Y' TO WS-PE-OFF-RATE
                           END-IF
                       END-IF
                       IF PAY-TYPE-CODE(PE-IDX) = 'SAL'
                               AND WS-MT-PAY-CLASS NOT = 'S'
                           MOVE 'Y' TO WS-PE-BAD-SALARY
                       END-IF
                   END-IF
               END-PERFORM.

                   MOVE 'N' TO WS-RECORD-VALID
               END-IF.

               IF WS-PE-OFF-RATE = 'Y'
                   MOVE 'N' TO WS-ROT-FOUND
                   IF RATE-OVERRIDE-CODE NOT = SPACES
                       PERFORM VARYING ROT-IDX FROM 1 BY 1
                               UNTIL ROT-IDX > 4
                           IF ROT-CODE(ROT-IDX) = RATE-OVERRIDE-CODE
                               MOVE 'Y' TO WS-ROT-FOUND
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-ROT-FOUND = 'N'
                       STRING 'RATE NOT RATE OF RECORD; '
                               DELIMITED BY SIZE
                           INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                       MOVE 'N' TO WS-RECORD-VALID
                   END-IF
               END-IF.

      *        A 'SAL' entry is priced off the master salary, so only
      *        an employee the master carries as salaried may have one.
               IF WS-PE-BAD-SALARY = 'Y'
                   STRING 'SALARY PAY FOR NON-SALARIED; '
                           DELIMITED BY SIZE
                       INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                   MOVE 'N' TO WS-RECORD-VALID
               END-IF.

               IF IS_UNIONMEMBER NOT = 'U' AND IS_UNIONMEMBER NOT = 'N'
                   STRING 'INVALID UNION MEMBER CODE; '
                           DELIMITED BY SIZE
                   PERFORM 0300-PROCESS-CALC
                   IF WS-REPLAY-RECORD = 'N'
                       PERFORM 0300-WRITE-RECORD
                       IF WS-TRIAL-RUN = 'Y'
                           PERFORM 0385-WRITE-VARIANCE-WORK
                       ELSE
                           PERFORM 0300-WRITE-ACH-RECORD
                           PERFORM 0300-WRITE-STUB
                           IF WS-ACH-MODE NOT = 'L'
                               PERFORM 0330-WRITE-CHECK
                           END-IF
                           PERFORM 0300-WRITE-HISTORY
                       END-IF
                   END-IF
               END-IF.
               IF WS-REPLAY-RECORD = 'N' AND WS-TRIAL-RUN = 'N'
                   PERFORM 0270-WRITE-CHECKPOINT
               END-IF.
               PERFORM 0200-READ-RECORD.
               WRITE PAYROLL-SUMMARY FROM SUMMARY-TOTAL-PAY-RECORDS.
               WRITE PAYROLL-SUMMARY FROM
                   SUMMARY-TOTAL-REGISTER-RECORDS.
               IF TOTAL-STD-PAY-RECORDS > ZEROS
                   MOVE TOTAL-STD-PAY-RECORDS TO TSREC-OUT
                   WRITE PAYROLL-SUMMARY FROM SUMMARY-TOTAL-STD-RECORDS
               END-IF.

      *        Runs for every valid record, replay or fresh, so the
      *        department/GL/ACH accumulators and YTD master are always
               ADD EMP-NET TO WS-DEPT-NET.

               PERFORM 0470-UPDATE-GL-TOTALS.
               IF WS-TRIAL-RUN = 'N'
                   MOVE 'P' TO WS-REMIT-SOURCE
                   PERFORM 0475-WRITE-REMIT-DETAIL
               END-IF.
               PERFORM 0480-ACCUM-ACH-TOTALS.
               PERFORM 0485-ACCUM-CHECK-TOTALS.
               PERFORM 0490-ACCUM-LABOR-DIST.
               ADD EMP-HEALTH TO TOTAL-HEALTH.
               ADD EMP-UNION TO TOTAL-UNION.
               ADD EMP-VOL-DED TO TOTAL-VOLDED.
               ADD EMP-FUTA TO TOTAL-FUTA.
               ADD EMP-SUTA TO TOTAL-SUTA.
               IF WS-SUTA-SUB NOT = ZEROS
                   SET STT-IDX TO WS-SUTA-SUB
                   ADD EMP-SUTA TO STT-SUTA-ACCUM(STT-IDX)
               END-IF.

      *        Employer benefit share, by plan, for the BENEFIT-ER GL
      *        rows - accumulated for replayed records too, the same
                   END-IF
               END-PERFORM.

      *        One remittance line per deduction actually withheld
      *        from this check. The premium withheld is spread over
      *        the employee's plans in plan order, each taking up to
      *        its own premium (a short check shorts the later
      *        plans). The employer's share is listed only for the
      *        pay run - it is what 0470 books to BENEFIT-ER.
           0475-WRITE-REMIT-DETAIL.
               MOVE 'D' TO RD-REC-TYPE.
               MOVE WS-RUN-ID TO RD-RUN-ID.
               MOVE WS-REMIT-SOURCE TO RD-SOURCE.
               MOVE EMPLOYEE-NUMBER TO RD-EMPLOYEE-NUMBER.
               MOVE EMPLOYEE-LASTNAME TO RD-EMPLOYEE-NAME.
               MOVE EMP-GROSS TO RD-GROSS.
               MOVE WS-CHECK-DATE TO RD-CHECK-DATE.
               MOVE ZEROS TO RD-ARREARS-COLL.
               IF EMP-UNION > ZEROS
                   MOVE 'U' TO RD-DED-KIND
                   MOVE UNION-LOCAL-CODE TO RD-DED-CODE
                   MOVE EMP-UNION TO RD-AMOUNT
                   WRITE REMIT-DETAIL-RECORD
               END-IF.
               MOVE EMP-HEALTH TO WS-REMIT-HEALTH-LEFT.
               PERFORM 0476-WRITE-REMIT-HEALTH.
               IF WS-REMIT-SOURCE = 'P'
                   PERFORM VARYING WS-BEN-SUB FROM 1 BY 1
                           UNTIL WS-BEN-SUB > 3
                       IF WS-BEN-PLAN(WS-BEN-SUB) NOT = SPACES
                           PERFORM VARYING BPT-IDX FROM 1 BY 1
                                   UNTIL BPT-IDX > 8
                               IF BPT-PLAN-CODE(BPT-IDX) NOT = SPACES
                                       AND BPT-PLAN-CODE(BPT-IDX) =
                                           WS-BEN-PLAN(WS-BEN-SUB)
                                       AND BPT-ER-SHARE(BPT-IDX) > ZEROS
                                   MOVE 'E' TO RD-DED-KIND
                                   MOVE BPT-PLAN-CODE(BPT-IDX)
                                       TO RD-DED-CODE
                                   MOVE BPT-ER-SHARE(BPT-IDX)
                                       TO RD-AMOUNT
                                   WRITE REMIT-DETAIL-RECORD
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF.
               PERFORM VARYING VD-IDX FROM 1 BY 1 UNTIL VD-IDX > 10
                   IF VD-CODE(VD-IDX) NOT = SPACES
                           AND EMP-VD-AMOUNT(VD-IDX) > ZEROS
                       MOVE 'V' TO RD-DED-KIND
                       MOVE VD-CODE(VD-IDX) TO RD-DED-CODE
                       MOVE EMP-VD-AMOUNT(VD-IDX) TO RD-AMOUNT
                       MOVE EMP-VD-ARR-COLL(VD-IDX) TO RD-ARREARS-COLL
                       WRITE REMIT-DETAIL-RECORD
                       MOVE ZEROS TO RD-ARREARS-COLL
                   END-IF
               END-PERFORM.

      *        Spreads WS-REMIT-HEALTH-LEFT over WS-BEN-PLANS as 'B'
      *        lines, negative for a reversal. Anything left once the
      *        plans are used up goes out with a blank plan code so
      *        REMIT lists it as unassigned rather than losing it.
           0476-WRITE-REMIT-HEALTH.
               MOVE 'B' TO RD-DED-KIND.
               PERFORM VARYING WS-BEN-SUB FROM 1 BY 1
                       UNTIL WS-BEN-SUB > 3
                   IF WS-BEN-PLAN(WS-BEN-SUB) NOT = SPACES
                       PERFORM VARYING BPT-IDX FROM 1 BY 1
                               UNTIL BPT-IDX > 8
                           IF BPT-PLAN-CODE(BPT-IDX) NOT = SPACES
                                   AND BPT-PLAN-CODE(BPT-IDX) =
                                       WS-BEN-PLAN(WS-BEN-SUB)
                                   AND WS-REMIT-HEALTH-LEFT > ZEROS
                               IF BPT-EE-PREMIUM(BPT-IDX) >
                                       WS-REMIT-HEALTH-LEFT
                                   MOVE WS-REMIT-HEALTH-LEFT
                                       TO WS-REMIT-PORTION
                               ELSE
                                   MOVE BPT-EE-PREMIUM(BPT-IDX)
                                       TO WS-REMIT-PORTION
                               END-IF
                               SUBTRACT WS-REMIT-PORTION
                                   FROM WS-REMIT-HEALTH-LEFT
                               MOVE BPT-PLAN-CODE(BPT-IDX)
                                   TO RD-DED-CODE
                               PERFORM 0477-WRITE-REMIT-PORTION
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.
               IF WS-REMIT-HEALTH-LEFT > ZEROS
                   MOVE SPACES TO RD-DED-CODE
                   MOVE WS-REMIT-HEALTH-LEFT TO WS-REMIT-PORTION
                   PERFORM 0477-WRITE-REMIT-PORTION
               END-IF.

           0477-WRITE-REMIT-PORTION.
               IF WS-REMIT-PORTION > ZEROS
                   IF RD-SOURCE = 'R'
                       COMPUTE RD-AMOUNT = ZERO - WS-REMIT-PORTION
                   ELSE
                       MOVE WS-REMIT-PORTION TO RD-AMOUNT
                   END-IF
                   WRITE REMIT-DETAIL-RECORD
               END-IF.

      *        A reversal takes back dues and premium already sent to
      *        the payees with the original check - both go out
      *        negative against the employee's current local and
      *        plans, so this run's remittance is short by that much.
           0478-WRITE-REMIT-REVERSAL.
               MOVE 'D' TO RD-REC-TYPE.
               MOVE WS-RUN-ID TO RD-RUN-ID.
               MOVE 'R' TO RD-SOURCE.
               MOVE ADJ-EMPLOYEE-NUMBER TO RD-EMPLOYEE-NUMBER.
               MOVE EMP-MASTER-NAME TO RD-EMPLOYEE-NAME.
               MOVE ZEROS TO RD-GROSS.
               MOVE WS-CHECK-DATE TO RD-CHECK-DATE.
               MOVE ZEROS TO RD-ARREARS-COLL.
               IF ADJ-UNION > ZEROS
                   MOVE 'U' TO RD-DED-KIND
                   MOVE EMP-MASTER-UNION-LOCAL TO RD-DED-CODE
                   COMPUTE RD-AMOUNT = ZERO - ADJ-UNION
                   WRITE REMIT-DETAIL-RECORD
               END-IF.
               PERFORM VARYING WS-BEN-SUB FROM 1 BY 1
                       UNTIL WS-BEN-SUB > 3
                   MOVE EMP-MASTER-BEN-PLAN(WS-BEN-SUB)
                       TO WS-BEN-PLAN(WS-BEN-SUB)
               END-PERFORM.
               MOVE ADJ-HEALTH TO WS-REMIT-HEALTH-LEFT.
               PERFORM 0476-WRITE-REMIT-HEALTH.

      *        One PPD entry per employee actually funding through the
      *        bank this run: transaction code 22/32 for a live
      *        checking/savings credit, 23/33 for a zero-dollar
      *        prenote. An employee on hold ('H') or without bank data
      *        ('X') writes nothing and is paid by check.
           0300-WRITE-ACH-RECORD.
               IF WS-ACH-MODE = 'L' OR WS-ACH-MODE = 'P'
                   IF BANK-ACCOUNT-TYPE = 'S'
                       IF WS-ACH-MODE = 'L'
                           MOVE 32 TO NED-TRAN-CODE
                       ELSE
                           MOVE 33 TO NED-TRAN-CODE
                       END-IF
                   ELSE
                       IF WS-ACH-MODE = 'L'
                           MOVE 22 TO NED-TRAN-CODE
                       ELSE
                           MOVE 23 TO NED-TRAN-CODE
                       END-IF
                   END-IF
                   MOVE BANK-ROUTING-NUMBER(1:8) TO NED-ROUTING-RT8
           0490-ACCUM-LABOR-DIST.
               PERFORM VARYING PE-IDX FROM 1 BY 1 UNTIL PE-IDX > 5
                   IF PAY-TYPE-CODE(PE-IDX) NOT = SPACES
                       PERFORM 0505-PRICE-PAY-ENTRY
                       IF PAY-COST-CENTER(PE-IDX) = SPACES
                           MOVE DEPT-CODE TO WS-LD-CC-CODE
                       ELSE
                           MOVE PAY-COST-CENTER(PE-IDX)
                               TO WS-LD-CC-CODE
                       END-IF
                       PERFORM 0497-ACCUM-WORKERS-COMP
                       PERFORM 0495-ADD-TO-LABOR-DIST
                   END-IF
               END-PERFORM.
                       MOVE WS-LD-CC-CODE TO LDT-CC-CODE(LDT-IDX)
                       MOVE ZEROS TO LDT-HOURS(LDT-IDX)
                       MOVE ZEROS TO LDT-DOLLARS(LDT-IDX)
                       MOVE ZEROS TO LDT-WC-PREMIUM(LDT-IDX)
                       MOVE WS-LDT-COUNT TO WS-LDT-SUB
                   ELSE
      *                Never dropped quietly: overflow keeps its own
      *                GL row and the run fails loudly.
                       ADD 1 TO WS-LDT-LOST
                       ADD WS-PE-AMOUNT TO WS-LDT-LOST-AMT
                       ADD WS-WC-PREMIUM TO WS-LDT-LOST-WC
                   END-IF
               END-IF.
               IF WS-LDT-SUB NOT = ZEROS
                   SET LDT-IDX TO WS-LDT-SUB
                   ADD PAY-HOURS(PE-IDX) TO LDT-HOURS(LDT-IDX)
                   ADD WS-PE-AMOUNT TO LDT-DOLLARS(LDT-IDX)
                   ADD WS-WC-PREMIUM TO LDT-WC-PREMIUM(LDT-IDX)
               END-IF.
               ADD PAY-HOURS(PE-IDX) TO TOTAL-LABOR-HOURS.
               ADD WS-PE-AMOUNT TO TOTAL-LABOR-DOLLARS.

      *        Workers' comp on pay entry PE-IDX, charged to
      *        WS-LD-CC-CODE: the class is the employee's override or
      *        else the cost center's, rated by the work state. OT and
      *        retro OT pay time and a half, so a third of the entry
      *        is the excluded premium; an 'OTP' lump is premium
      *        through and through. The rest is straight-time payroll
      *        and carries the premium, which 0495 then books to the
      *        same charge code.
           0497-ACCUM-WORKERS-COMP.
               IF WS-MT-WC-CLASS NOT = SPACES
                   MOVE WS-MT-WC-CLASS TO WS-WC-CLASS
               ELSE
                   MOVE 'NONE' TO WS-WC-CLASS
                   PERFORM VARYING WDT-IDX FROM 1 BY 1
                           UNTIL WDT-IDX > 20
                       IF WDT-CC-CODE(WDT-IDX) NOT = SPACES
                               AND WDT-CC-CODE(WDT-IDX) = WS-LD-CC-CODE
                           MOVE WDT-CLASS(WDT-IDX) TO WS-WC-CLASS
                       END-IF
                   END-PERFORM
               END-IF.
               MOVE 'N' TO WS-WC-RATED.
               MOVE ZEROS TO WS-WC-RATE.
               PERFORM VARYING WRT-IDX FROM 1 BY 1 UNTIL WRT-IDX > 20
                   IF WRT-CLASS(WRT-IDX) NOT = SPACES
                           AND WRT-CLASS(WRT-IDX) = WS-WC-CLASS
                           AND WRT-STATE(WRT-IDX) = WS-WORK-STATE
                       MOVE WRT-RATE(WRT-IDX) TO WS-WC-RATE
                       MOVE 'Y' TO WS-WC-RATED
                   END-IF
               END-PERFORM.
               EVALUATE PAY-TYPE-CODE(PE-IDX)
                   WHEN 'OT'
                   WHEN 'ROT'
                       COMPUTE WS-WC-OT-PREMIUM ROUNDED =
                           PAY-RATE(PE-IDX) * PAY-HOURS(PE-IDX) * .5
                       IF WS-WC-OT-PREMIUM > WS-PE-AMOUNT
                           MOVE WS-PE-AMOUNT TO WS-WC-OT-PREMIUM
                       END-IF
                   WHEN 'OTP'
                       MOVE WS-PE-AMOUNT TO WS-WC-OT-PREMIUM
                   WHEN OTHER
                       MOVE ZEROS TO WS-WC-OT-PREMIUM
               END-EVALUATE.
               COMPUTE WS-WC-WAGES = WS-PE-AMOUNT - WS-WC-OT-PREMIUM.
               COMPUTE WS-WC-PREMIUM ROUNDED =
                   WS-WC-WAGES * WS-WC-RATE / 100.
               IF WS-WC-RATED = 'N'
                   ADD 1 TO WS-WC-UNRATED
               END-IF.
               ADD WS-WC-PREMIUM TO TOTAL-WC-PREMIUM.

               MOVE ZEROS TO WS-WCT-SUB.
               PERFORM VARYING WCT-IDX FROM 1 BY 1
                       UNTIL WCT-IDX > WS-WCT-COUNT
                   IF WCT-CLASS(WCT-IDX) = WS-WC-CLASS
                           AND WCT-STATE(WCT-IDX) = WS-WORK-STATE
                       SET WS-WCT-SUB TO WCT-IDX
                   END-IF
               END-PERFORM.
               IF WS-WCT-SUB = ZEROS
                   IF WS-WCT-COUNT < 50
                       ADD 1 TO WS-WCT-COUNT
                       SET WCT-IDX TO WS-WCT-COUNT
                       MOVE WS-WC-CLASS TO WCT-CLASS(WCT-IDX)
                       MOVE WS-WORK-STATE TO WCT-STATE(WCT-IDX)
                       MOVE WS-WC-RATE TO WCT-RATE(WCT-IDX)
                       MOVE ZEROS TO WCT-HOURS(WCT-IDX)
                       MOVE ZEROS TO WCT-WAGES(WCT-IDX)
                       MOVE ZEROS TO WCT-OT-PREMIUM(WCT-IDX)
                       MOVE ZEROS TO WCT-PREMIUM(WCT-IDX)
                       MOVE WS-WCT-COUNT TO WS-WCT-SUB
                   ELSE
                       ADD 1 TO WS-WCT-LOST
                   END-IF
               END-IF.
               IF WS-WCT-SUB NOT = ZEROS
                   SET WCT-IDX TO WS-WCT-SUB
                   ADD PAY-HOURS(PE-IDX) TO WCT-HOURS(WCT-IDX)
                   ADD WS-WC-WAGES TO WCT-WAGES(WCT-IDX)
                   ADD WS-WC-OT-PREMIUM TO WCT-OT-PREMIUM(WCT-IDX)
                   ADD WS-WC-PREMIUM TO WCT-PREMIUM(WCT-IDX)
               END-IF.

           0720-WRITE-LABOR-DIST.
               WRITE LABOR-DIST-LINE FROM LD-HEADING-TITLE.
               WRITE LABOR-DIST-LINE FROM RUN-STAMP-LINE.
               END-PERFORM.
               WRITE PAY-HISTORY-RECORD.

      *        Trial run: this employee's figures for the variance
      *        report, in place of the history record a live run
      *        writes.
           0385-WRITE-VARIANCE-WORK.
               MOVE EMPLOYEE-NUMBER TO VW-EMPLOYEE-NUMBER.
               MOVE EMPLOYEE-LASTNAME TO VW-EMPLOYEE-NAME.
               MOVE EMP-GROSS TO VW-GROSS.
               COMPUTE VW-DEDUCTIONS = EMP-GROSS - EMP-NET.
               MOVE EMP-NET TO VW-NET.
               WRITE VARIANCE-WORK-RECORD.

      *        Both sides in employee order, then one match pass: an
      *        employee on both is compared against the last check on
      *        file, one only in this run is a first-time payee, and
      *        one only on the history whose last check was the most
      *        recent check date on file was paid last run but is not
      *        being paid now.
           0380-WRITE-VARIANCE-REPORT.
               PERFORM 0381-FIND-LAST-CHECK-DATE.
               SORT VARIANCE-SORT-WORK
                   ON ASCENDING KEY VSW-EMPLOYEE-NUMBER
                   USING VARIANCE-WORK-FILE
                   GIVING VARIANCE-CURRENT-FILE.
               IF WS-VAR-LAST-CHECK-DATE > ZEROS
                   SORT PRIOR-CHECK-SORT-WORK
                       ON ASCENDING KEY PCS-EMPLOYEE-NUMBER
                       ON ASCENDING KEY PCS-CHECK-DATE
                       USING PAY-HISTORY-FILE
                       GIVING PRIOR-CHECK-FILE
               ELSE
                   OPEN OUTPUT PRIOR-CHECK-FILE
                   CLOSE PRIOR-CHECK-FILE
               END-IF.

               OPEN OUTPUT VARIANCE-FILE.
               WRITE VARIANCE-LINE FROM VAR-HEADING-TITLE.
               WRITE VARIANCE-LINE FROM RUN-STAMP-LINE.
               MOVE WS-VAR-LAST-CHECK-DATE TO VAR-HDR-LAST-DATE.
               MOVE WS-VAR-PCT-LIMIT TO VAR-HDR-PCT.
               WRITE VARIANCE-LINE FROM VAR-HEADING-BASIS.
               WRITE VARIANCE-LINE FROM VAR-HEADING-LINE.

               OPEN INPUT VARIANCE-CURRENT-FILE.
               OPEN INPUT PRIOR-CHECK-FILE.
               MOVE 'N' TO WS-VAR-CUR-EOF.
               MOVE 'N' TO WS-VAR-PRIOR-EOF.
               MOVE 'N' TO WS-VAR-PRIOR-DONE.
               PERFORM 0383-READ-VARIANCE-CURRENT.
               PERFORM 0386-READ-PRIOR-CHECK.
               PERFORM 0384-LOAD-PRIOR-GROUP.
               PERFORM 0382-MATCH-VARIANCE
                   UNTIL WS-VAR-CUR-EOF = 'Y'
                       AND WS-VAR-PRIOR-DONE = 'Y'.
               CLOSE VARIANCE-CURRENT-FILE.
               CLOSE PRIOR-CHECK-FILE.

               MOVE SPACES TO VARIANCE-LINE.
               WRITE VARIANCE-LINE.
               MOVE 'EMPLOYEES COMPARED' TO VAR-CNT-LABEL.
               MOVE TOTAL-VAR-COMPARED TO VAR-CNT-VALUE.
               WRITE VARIANCE-LINE FROM VAR-COUNT-LINE.
               MOVE 'OVER THRESHOLD' TO VAR-CNT-LABEL.
               MOVE TOTAL-VAR-FLAGGED TO VAR-CNT-VALUE.
               WRITE VARIANCE-LINE FROM VAR-COUNT-LINE.
               MOVE 'FIRST-TIME PAYEES' TO VAR-CNT-LABEL.
               MOVE TOTAL-VAR-FIRST TO VAR-CNT-VALUE.
               WRITE VARIANCE-LINE FROM VAR-COUNT-LINE.
               MOVE 'PAID LAST RUN, NOT THIS RUN' TO VAR-CNT-LABEL.
               MOVE TOTAL-VAR-MISSING TO VAR-CNT-VALUE.
               WRITE VARIANCE-LINE FROM VAR-COUNT-LINE.
               CLOSE VARIANCE-FILE.

           0381-FIND-LAST-CHECK-DATE.
               MOVE ZEROS TO WS-VAR-LAST-CHECK-DATE.
               OPEN INPUT PAY-HISTORY-FILE.
               IF WS-PAYHIST-STATUS = '00'
                   MOVE 'N' TO WS-VAR-PRIOR-EOF
                   PERFORM UNTIL WS-VAR-PRIOR-EOF = 'Y'
                       READ PAY-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO WS-VAR-PRIOR-EOF
                           NOT AT END
                               IF PH-CHECK-DATE > WS-VAR-LAST-CHECK-DATE
                                   MOVE PH-CHECK-DATE
                                       TO WS-VAR-LAST-CHECK-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAY-HISTORY-FILE
               END-IF.

           0382-MATCH-VARIANCE.
               EVALUATE TRUE
                   WHEN WS-VAR-PRIOR-DONE = 'Y'
                       PERFORM 0387-WRITE-FIRST-TIME
                       PERFORM 0383-READ-VARIANCE-CURRENT
                   WHEN WS-VAR-CUR-EOF = 'Y'
                       PERFORM 0388-WRITE-MISSING
                       PERFORM 0384-LOAD-PRIOR-GROUP
                   WHEN VC-EMPLOYEE-NUMBER < VP-EMPLOYEE-NUMBER
                       PERFORM 0387-WRITE-FIRST-TIME
                       PERFORM 0383-READ-VARIANCE-CURRENT
                   WHEN VC-EMPLOYEE-NUMBER > VP-EMPLOYEE-NUMBER
                       PERFORM 0388-WRITE-MISSING
                       PERFORM 0384-LOAD-PRIOR-GROUP
                   WHEN OTHER
                       PERFORM 0389-COMPARE-EMPLOYEE
                       PERFORM 0383-READ-VARIANCE-CURRENT
                       PERFORM 0384-LOAD-PRIOR-GROUP
               END-EVALUATE.

           0383-READ-VARIANCE-CURRENT.
               READ VARIANCE-CURRENT-FILE INTO WS-VAR-CURRENT
                   AT END
                       MOVE 'Y' TO WS-VAR-CUR-EOF
               END-READ.

           0386-READ-PRIOR-CHECK.
               READ PRIOR-CHECK-FILE
                   AT END
                       MOVE 'Y' TO WS-VAR-PRIOR-EOF
               END-READ.

      *        Steps through one employee's checks; the last one read
      *        (the latest check date) is the one compared.
           0384-LOAD-PRIOR-GROUP.
               IF WS-VAR-PRIOR-EOF = 'Y'
                   MOVE 'Y' TO WS-VAR-PRIOR-DONE
               ELSE
                   MOVE PC-EMPLOYEE-NUMBER TO VP-EMPLOYEE-NUMBER
                   PERFORM UNTIL WS-VAR-PRIOR-EOF = 'Y' OR
                           PC-EMPLOYEE-NUMBER NOT = VP-EMPLOYEE-NUMBER
                       MOVE PC-EMPLOYEE-NAME TO VP-EMPLOYEE-NAME
                       MOVE PC-CHECK-DATE TO VP-CHECK-DATE
                       MOVE PC-GROSS TO VP-GROSS
                       MOVE PC-NET TO VP-NET
                       PERFORM 0386-READ-PRIOR-CHECK
                   END-PERFORM
                   COMPUTE VP-DEDUCTIONS = VP-GROSS - VP-NET
               END-IF.

           0387-WRITE-FIRST-TIME.
               ADD 1 TO TOTAL-VAR-FIRST.
               MOVE VC-EMPLOYEE-NUMBER TO VAR-DET-EMP-NUM.
               MOVE VC-EMPLOYEE-NAME TO VAR-DET-EMP-NAME.
               MOVE 'GROSS' TO VAR-DET-ITEM.
               MOVE ZEROS TO VAR-DET-LAST.
               MOVE VC-GROSS TO VAR-DET-THIS.
               MOVE VC-GROSS TO VAR-DET-CHANGE.
               MOVE ZEROS TO VAR-DET-PCT.
               MOVE 'FIRST-TIME PAYEE' TO VAR-DET-NOTE.
               WRITE VARIANCE-LINE FROM VAR-DET-LINE.

           0388-WRITE-MISSING.
               IF VP-CHECK-DATE = WS-VAR-LAST-CHECK-DATE
                   ADD 1 TO TOTAL-VAR-MISSING
                   MOVE VP-EMPLOYEE-NUMBER TO VAR-DET-EMP-NUM
                   MOVE VP-EMPLOYEE-NAME TO VAR-DET-EMP-NAME
                   MOVE 'GROSS' TO VAR-DET-ITEM
                   MOVE VP-GROSS TO VAR-DET-LAST
                   MOVE ZEROS TO VAR-DET-THIS
                   COMPUTE WS-VAR-CHANGE = ZERO - VP-GROSS
                   MOVE WS-VAR-CHANGE TO VAR-DET-CHANGE
                   MOVE 100 TO VAR-DET-PCT
                   MOVE 'NOT PAID THIS RUN' TO VAR-DET-NOTE
                   WRITE VARIANCE-LINE FROM VAR-DET-LINE
               END-IF.

           0389-COMPARE-EMPLOYEE.
               ADD 1 TO TOTAL-VAR-COMPARED.
               MOVE 'N' TO WS-VAR-FLAGGED.
               MOVE 'GROSS' TO VAR-DET-ITEM.
               MOVE VP-GROSS TO WS-VAR-LAST-AMT.
               MOVE VC-GROSS TO WS-VAR-THIS-AMT.
               PERFORM 0390-CHECK-ONE-VARIANCE.
               MOVE 'DEDUCTIONS' TO VAR-DET-ITEM.
               MOVE VP-DEDUCTIONS TO WS-VAR-LAST-AMT.
               MOVE VC-DEDUCTIONS TO WS-VAR-THIS-AMT.
               PERFORM 0390-CHECK-ONE-VARIANCE.
               MOVE 'NET' TO VAR-DET-ITEM.
               MOVE VP-NET TO WS-VAR-LAST-AMT.
               MOVE VC-NET TO WS-VAR-THIS-AMT.
               PERFORM 0390-CHECK-ONE-VARIANCE.
               IF WS-VAR-FLAGGED = 'Y'
                   ADD 1 TO TOTAL-VAR-FLAGGED
               END-IF.

      *        Change as a percent of the last check, either way. Any
      *        change from a zero last check is over any threshold.
           0390-CHECK-ONE-VARIANCE.
               COMPUTE WS-VAR-CHANGE =
                   WS-VAR-THIS-AMT - WS-VAR-LAST-AMT.
               IF WS-VAR-CHANGE < ZEROS
                   COMPUTE WS-VAR-ABS-CHANGE = ZERO - WS-VAR-CHANGE
               ELSE
                   MOVE WS-VAR-CHANGE TO WS-VAR-ABS-CHANGE
               END-IF.
               IF WS-VAR-LAST-AMT = ZEROS
                   IF WS-VAR-ABS-CHANGE > ZEROS
                       MOVE 99999.9 TO WS-VAR-PCT
                   ELSE
                       MOVE ZEROS TO WS-VAR-PCT
                   END-IF
               ELSE
                   COMPUTE WS-VAR-PCT ROUNDED =
                       WS-VAR-ABS-CHANGE * 100 / WS-VAR-LAST-AMT
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-VAR-PCT
                   END-COMPUTE
               END-IF.
               IF WS-VAR-PCT > WS-VAR-PCT-LIMIT
                   MOVE 'Y' TO WS-VAR-FLAGGED
                   MOVE VC-EMPLOYEE-NUMBER TO VAR-DET-EMP-NUM
                   MOVE VC-EMPLOYEE-NAME TO VAR-DET-EMP-NAME
                   MOVE WS-VAR-LAST-AMT TO VAR-DET-LAST
                   MOVE WS-VAR-THIS-AMT TO VAR-DET-THIS
                   MOVE WS-VAR-CHANGE TO VAR-DET-CHANGE
                   MOVE WS-VAR-PCT TO VAR-DET-PCT
                   MOVE SPACES TO VAR-DET-NOTE
                   STRING 'LAST CHECK ' VP-CHECK-DATE
                           DELIMITED BY SIZE
                       INTO VAR-DET-NOTE
                   WRITE VARIANCE-LINE FROM VAR-DET-LINE
               END-IF.

           0200-WRITE-CREG-HEADING.
               WRITE CHECK-REGISTER-LINE FROM CREG-HEADING-TITLE.
               WRITE CHECK-REGISTER-LINE FROM RUN-STAMP-LINE.
               PERFORM 0500-CALC-LOCAL-TAX.
               PERFORM 0500-CALC-OASDI.
               PERFORM 0500-CALC-MEDICARE.
               PERFORM 0500-CALC-FUTA.
               PERFORM 0500-CALC-SUTA.
               PERFORM 0500-CALC-BENEFITS.
               PERFORM 0500-CALC-UNION.
               PERFORM 0500-CALC-VOLDED.
               MOVE ZEROS TO EMP-MASTER-YTD-STATE.
               MOVE ZEROS TO EMP-MASTER-YTD-LOCAL.
               PERFORM 0459-ZERO-STATE-QTR-BUCKETS.
               MOVE ZEROS TO EMP-MASTER-YTD-FUTA-WAGES.
               MOVE ZEROS TO EMP-MASTER-YTD-SUTA-WAGES.
               MOVE SPACES TO EMP-MASTER-BEN-PLAN(1).
               MOVE SPACES TO EMP-MASTER-BEN-PLAN(2).
               MOVE SPACES TO EMP-MASTER-BEN-PLAN(3).
               MOVE ZEROS TO EMP-MASTER-VAC-HOURS.
               MOVE ZEROS TO EMP-MASTER-SICK-HOURS.
               MOVE ZEROS TO EMP-MASTER-LAST-RATE.
               MOVE 'H' TO EMP-MASTER-PAY-CLASS.
               MOVE ZEROS TO EMP-MASTER-PAY-RATE.
               MOVE ZEROS TO EMP-MASTER-SALARY.
               MOVE SPACES TO EMP-MASTER-HOME-DEPT.
               MOVE SPACES TO EMP-MASTER-WC-CLASS.
               MOVE EMPLOYEE-INITIAL TO EMP-MASTER-INITIAL.
               MOVE 'A' TO EMP-MASTER-STATUS.
               MOVE FILING-STATUS TO EMP-MASTER-FILING-STAT.
               PERFORM 0452-ADVANCE-PRENOTE-STATUS.
               PERFORM 0465-ACCUM-MASTER-AMOUNTS.
               MOVE WS-RUN-STAMP TO EMP-MASTER-LAST-RUN.
               IF WS-TRIAL-RUN = 'N'
                   WRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'MASTER WRITE FAILED FOR '
                               EMP-MASTER-NUMBER ' STATUS '
                               WS-MASTER-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-WRITE
               END-IF.
               MOVE 'Y' TO WS-MT-FOUND.

           0458-ZERO-QUARTER-BUCKETS.
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

           0460-ADD-TO-MASTER-RECORD.
               PERFORM 0465-ACCUM-MASTER-AMOUNTS.
               MOVE WS-RUN-STAMP TO EMP-MASTER-LAST-RUN.
               IF WS-TRIAL-RUN = 'N'
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'MASTER REWRITE FAILED FOR '
                               EMP-MASTER-NUMBER ' STATUS '
                               WS-MASTER-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
               END-IF.

      *        An existing master record carries over from whatever
      *        year it was last updated in - once the incoming record's
                                 EMP-MASTER-YTD-NET
                   MOVE ZEROS TO EMP-MASTER-YTD-STATE
                                 EMP-MASTER-YTD-LOCAL
                                 EMP-MASTER-YTD-FUTA-WAGES
                                 EMP-MASTER-YTD-SUTA-WAGES
                   PERFORM 0458-ZERO-QUARTER-BUCKETS
                   PERFORM 0459-ZERO-STATE-QTR-BUCKETS
               END-IF.
               ADD EMP-HEALTH TO EMP-MASTER-QTR-HEALTH(WS-QTR-SUB).
               ADD EMP-STATE-TAX TO EMP-MASTER-QTR-STATE(WS-QTR-SUB).
               ADD EMP-LOCAL-TAX TO EMP-MASTER-QTR-LOCAL(WS-QTR-SUB).
               ADD EMP-FUTA-WAGES TO EMP-MASTER-YTD-FUTA-WAGES.
               ADD EMP-SUTA-WAGES TO EMP-MASTER-YTD-SUTA-WAGES.
               ADD EMP-FUTA-WAGES
                   TO EMP-MASTER-QTR-FUTA-WAGES(WS-QTR-SUB).
               ADD EMP-SUTA-WAGES
                   TO EMP-MASTER-QTR-SUTA-WAGES(WS-QTR-SUB).
               ADD EMP-GROSS TO WS-BAL-POSTED-GROSS.
               ADD EMP-TAX TO WS-BAL-POSTED-TAX.
               ADD EMP-NET TO WS-BAL-POSTED-NET.
                   END-IF
               END-IF.
               PERFORM VARYING PE-IDX FROM 1 BY 1 UNTIL PE-IDX > 5
                   IF (PAY-TYPE-CODE(PE-IDX) = 'REG'
                           OR PAY-TYPE-CODE(PE-IDX) = 'SAL')
                           AND PAY-RATE(PE-IDX) > ZEROS
                       MOVE PAY-RATE(PE-IDX) TO EMP-MASTER-LAST-RATE
                   END-IF
               MOVE ZEROS TO EMP-PAY-OTH.
               PERFORM VARYING PE-IDX FROM 1 BY 1 UNTIL PE-IDX > 5
                   IF PAY-TYPE-CODE(PE-IDX) = 'OT'
                       PERFORM 0505-PRICE-PAY-ENTRY
                       ADD WS-PE-AMOUNT TO EMP-PAY-OT
                       ADD WS-PE-AMOUNT TO EMP-GROSS
                   ELSE
                       IF PAY-TYPE-CODE(PE-IDX) NOT = SPACES
                           PERFORM 0505-PRICE-PAY-ENTRY
                           ADD WS-PE-AMOUNT TO EMP-GROSS
                           EVALUATE PAY-TYPE-CODE(PE-IDX)
                               WHEN 'REG'
                               WHEN 'SAL'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-REG
                               WHEN 'VAC'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-VAC
                                       TO WS-SICK-HOURS-REQ
                               WHEN 'BON'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-BON
      *                        The overtime premium TIMEPREP figures on
      *                        the FLSA regular rate is overtime pay;
      *                        shift differential and holiday premium
      *                        are premium pay and show as other.
                               WHEN 'OTP'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-OT
                               WHEN 'SHD'
                               WHEN 'HOL'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-OTH
      *                        Retro pay from RETROPAY lands in the
      *                        bucket it makes up; it draws no leave
      *                        hours - those were drawn when first paid.
                               WHEN 'RRG'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-REG
                               WHEN 'ROT'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-OT
                               WHEN 'RVC'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-VAC
                               WHEN 'RSK'
                                   ADD WS-PE-AMOUNT TO EMP-PAY-SICK
                               WHEN OTHER
      *                            Unrecognized pay-type codes still
      *                            count toward gross (above) but must
                   END-IF
               END-PERFORM.

      *        Dollar value of pay entry PE-IDX, shared by the gross
      *        calculation and the labor distribution so the two
      *        always foot. Overtime and retro overtime ('ROT') pay
      *        time and a half; a 'SAL' entry pays the master's period
      *        salary, prorated when fewer than the standard period
      *        hours are keyed; everything else is hours times rate.
           0505-PRICE-PAY-ENTRY.
               EVALUATE PAY-TYPE-CODE(PE-IDX)
                   WHEN 'OT'
                   WHEN 'ROT'
                       COMPUTE WS-PE-AMOUNT =
                           PAY-RATE(PE-IDX) * PAY-HOURS(PE-IDX) * 1.5
                   WHEN 'SAL'
                       IF WS-MT-SALARY > ZEROS
                           COMPUTE WS-PE-AMOUNT ROUNDED =
                               WS-MT-SALARY * PAY-HOURS(PE-IDX)
                               / SALARY-PERIOD-HOURS
                       ELSE
                           COMPUTE WS-PE-AMOUNT =
                               PAY-RATE(PE-IDX) * PAY-HOURS(PE-IDX)
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-PE-AMOUNT =
                           PAY-RATE(PE-IDX) * PAY-HOURS(PE-IDX)
               END-EVALUATE.

           0500-CALC-TAX.
               COMPUTE TAXABLE-WAGES =
                   EMP-GROSS - (W4-ALLOWANCES * FED-WITHHOLDING-ALLOW)
               COMPUTE EMP-MEDICARE ROUNDED =
                   EMP-GROSS * MEDICARE-RATE.

      *        Employer unemployment taxes: nothing here touches net
      *        pay. Both run after 0500-CALC-OASDI and test their wage
      *        base against the prior-YTD gross it fetched (replay
      *        back-out included), so the taxable wages stop on
      *        exactly the check that crosses the base.
           0500-CALC-FUTA.
               MOVE ZEROS TO EMP-FUTA-WAGES.
               MOVE ZEROS TO EMP-FUTA.
               IF WS-PRIOR-YTD-GROSS < FUTA-WAGE-BASE
                   COMPUTE WS-UI-TAXABLE =
                       FUTA-WAGE-BASE - WS-PRIOR-YTD-GROSS
                   IF WS-UI-TAXABLE > EMP-GROSS
                       MOVE EMP-GROSS TO WS-UI-TAXABLE
                   END-IF
                   MOVE WS-UI-TAXABLE TO EMP-FUTA-WAGES
                   COMPUTE EMP-FUTA ROUNDED =
                       WS-UI-TAXABLE * FUTA-RATE
               END-IF.

      *        No work state on the master means no state to report
      *        the wages to, so no SUTA - the same rule the state
      *        withholding follows. WS-SUTA-SUB is left pointing at
      *        the state's table slot for 0470's per-state totals.
           0500-CALC-SUTA.
               MOVE ZEROS TO EMP-SUTA-WAGES.
               MOVE ZEROS TO EMP-SUTA.
               MOVE ZEROS TO WS-SUTA-SUB.
               IF WS-WORK-STATE NOT = SPACES
                   PERFORM VARYING STT-IDX FROM 1 BY 1
                           UNTIL STT-IDX > 5
                       IF STT-STATE-CODE(STT-IDX) = WS-WORK-STATE
                           SET WS-SUTA-SUB TO STT-IDX
                       END-IF
                   END-PERFORM
               END-IF.
               IF WS-SUTA-SUB NOT = ZEROS
                   SET STT-IDX TO WS-SUTA-SUB
                   IF WS-PRIOR-YTD-GROSS < STT-SUTA-WAGE-BASE(STT-IDX)
                       COMPUTE WS-UI-TAXABLE =
                           STT-SUTA-WAGE-BASE(STT-IDX)
                           - WS-PRIOR-YTD-GROSS
                       IF WS-UI-TAXABLE > EMP-GROSS
                           MOVE EMP-GROSS TO WS-UI-TAXABLE
                       END-IF
                       MOVE WS-UI-TAXABLE TO EMP-SUTA-WAGES
                       COMPUTE EMP-SUTA ROUNDED =
                           WS-UI-TAXABLE * STT-SUTA-RATE(STT-IDX)
                   END-IF
               END-IF.

      *        Flat percentage of gross for the employee's work state;
      *        no work state on the master means no state withholding
      *        (an unknown code was already kicked by validation).
                   END-PERFORM
                   IF WS-URT-FOUND = 'Y'
                       IF URT-DUES-TYPE(WS-URT-SUB) = 'F'
                           IF WS-RETRO-ONLY = 'N'
                               MOVE URT-FLAT-AMOUNT(WS-URT-SUB)
                                   TO EMP-UNION
                           END-IF
                       ELSE
                           COMPUTE EMP-UNION ROUNDED =
                               EMP-GROSS * URT-PERCENT(WS-URT-SUB)
                       TO SQT-LOCAL(SQT-IDX)
               END-IF.

      *        Same master scan again for the unemployment wage
      *        report: only employees paid this quarter of the run's
      *        year under a work state. Excess is whatever part of
      *        the quarter's gross the SUTA bucket did not take.
           0690-WRITE-STATE-UI-REPORT.
               IF WS-RUN-YEAR NOT = ZEROS
                   MOVE ZEROS TO WS-SUI-COUNT
                   MOVE WS-RUN-QUARTER TO QTR-PERIOD-QUARTER
                   MOVE WS-RUN-YEAR TO QTR-PERIOD-YEAR
                   WRITE STATE-UI-LINE FROM SUI-HEADING-TITLE
                   WRITE STATE-UI-LINE FROM RUN-STAMP-LINE
                   WRITE STATE-UI-LINE FROM QTR-HEADING-PERIOD
                   WRITE STATE-UI-LINE FROM SUI-HEADING-LINE

                   MOVE ZEROS TO EMP-MASTER-NUMBER
                   MOVE 'Y' TO WS-MASTER-SCAN-EOF
                   START EMPLOYEE-MASTER
                           KEY IS NOT LESS THAN EMP-MASTER-NUMBER
                       INVALID KEY
                           MOVE 'Y' TO WS-MASTER-SCAN-EOF
                       NOT INVALID KEY
                           MOVE 'N' TO WS-MASTER-SCAN-EOF
                   END-START
                   PERFORM UNTIL WS-MASTER-SCAN-EOF = 'Y'
                       READ EMPLOYEE-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-MASTER-SCAN-EOF
                           NOT AT END
                               IF WS-MASTER-STATUS NOT = '00'
                                   MOVE 'Y' TO WS-MASTER-SCAN-EOF
                               ELSE
                                   IF EMP-MASTER-WORK-STATE
                                           NOT = SPACES
                                       AND EMP-MASTER-YEAR =
                                           WS-RUN-YEAR
                                       PERFORM 0695-WRITE-UI-DETAIL
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM

                   PERFORM VARYING SUI-IDX FROM 1 BY 1
                           UNTIL SUI-IDX > WS-SUI-COUNT
                       MOVE ZEROS TO SUI-TOT-RATE
                       MOVE ZEROS TO WS-SUI-CONTRIB
                       PERFORM VARYING STT-IDX FROM 1 BY 1
                               UNTIL STT-IDX > 5
                           IF STT-STATE-CODE(STT-IDX) =
                                   SUI-STATE(SUI-IDX)
                               MOVE STT-SUTA-RATE(STT-IDX)
                                   TO SUI-TOT-RATE
                               COMPUTE WS-SUI-CONTRIB ROUNDED =
                                   SUI-TAXABLE(SUI-IDX)
                                   * STT-SUTA-RATE(STT-IDX)
                           END-IF
                       END-PERFORM
                       MOVE SUI-STATE(SUI-IDX) TO SUI-TOT-STATE
                       MOVE SUI-EMP-COUNT(SUI-IDX) TO SUI-TOT-COUNT
                       MOVE SUI-GROSS(SUI-IDX) TO SUI-TOT-GROSS
                       MOVE SUI-EXCESS(SUI-IDX) TO SUI-TOT-EXCESS
                       MOVE SUI-TAXABLE(SUI-IDX) TO SUI-TOT-TAXABLE
                       MOVE WS-SUI-CONTRIB TO SUI-TOT-CONTRIB
                       WRITE STATE-UI-LINE FROM SUI-TOTAL-LINE
                   END-PERFORM
               END-IF.

           0695-WRITE-UI-DETAIL.
               MOVE WS-RUN-QUARTER TO WS-QTR-SUB.
               IF EMP-MASTER-QTR-GROSS(WS-QTR-SUB) > ZEROS
                   IF EMP-MASTER-QTR-SUTA-WAGES(WS-QTR-SUB) >
                           EMP-MASTER-QTR-GROSS(WS-QTR-SUB)
                       MOVE ZEROS TO WS-SUI-EXCESS
                   ELSE
                       COMPUTE WS-SUI-EXCESS =
                           EMP-MASTER-QTR-GROSS(WS-QTR-SUB)
                           - EMP-MASTER-QTR-SUTA-WAGES(WS-QTR-SUB)
                   END-IF
                   MOVE EMP-MASTER-WORK-STATE TO SUI-DET-STATE
                   MOVE EMP-MASTER-NUMBER TO SUI-DET-EMPNUM
                   MOVE EMP-MASTER-NAME TO SUI-DET-NAME
                   MOVE EMP-MASTER-QTR-GROSS(WS-QTR-SUB)
                       TO SUI-DET-GROSS
                   MOVE WS-SUI-EXCESS TO SUI-DET-EXCESS
                   MOVE EMP-MASTER-QTR-SUTA-WAGES(WS-QTR-SUB)
                       TO SUI-DET-TAXABLE
                   WRITE STATE-UI-LINE FROM SUI-DET-LINE

                   MOVE ZEROS TO WS-SUI-SUB
                   PERFORM VARYING SUI-IDX FROM 1 BY 1
                           UNTIL SUI-IDX > WS-SUI-COUNT
                       IF SUI-STATE(SUI-IDX) = EMP-MASTER-WORK-STATE
                           SET WS-SUI-SUB TO SUI-IDX
                       END-IF
                   END-PERFORM
                   IF WS-SUI-SUB = ZEROS AND WS-SUI-COUNT < 10
                       ADD 1 TO WS-SUI-COUNT
                       SET SUI-IDX TO WS-SUI-COUNT
                       MOVE EMP-MASTER-WORK-STATE TO SUI-STATE(SUI-IDX)
                       MOVE ZEROS TO SUI-EMP-COUNT(SUI-IDX)
                       MOVE ZEROS TO SUI-GROSS(SUI-IDX)
                       MOVE ZEROS TO SUI-EXCESS(SUI-IDX)
                       MOVE ZEROS TO SUI-TAXABLE(SUI-IDX)
                       MOVE WS-SUI-COUNT TO WS-SUI-SUB
                   END-IF
                   IF WS-SUI-SUB NOT = ZEROS
                       SET SUI-IDX TO WS-SUI-SUB
                       ADD 1 TO SUI-EMP-COUNT(SUI-IDX)
                       ADD EMP-MASTER-QTR-GROSS(WS-QTR-SUB)
                           TO SUI-GROSS(SUI-IDX)
                       ADD WS-SUI-EXCESS TO SUI-EXCESS(SUI-IDX)
                       ADD EMP-MASTER-QTR-SUTA-WAGES(WS-QTR-SUB)
                           TO SUI-TAXABLE(SUI-IDX)
                   END-IF
               END-IF.

           0700-WRITE-GL-EXTRACT.
               WRITE GL-LINE FROM RUN-STAMP-LINE.
               WRITE GL-LINE FROM GL-HEADING-LINE.
               CLOSE GL-WORK-FILE.

      *        Wages by charge code, with the employer burden (FICA
      *        match, FUTA/SUTA and benefit shares) allocated pro rata
      *        by each
      *        code's share of gross - the AMOUNT column is the
      *        fully-burdened cost finance posts. The last code takes
      *        the rounding remainder so the rows foot back to the
      *        pool exactly. Workers' comp needs no allocation: each
      *        code carries the premium accrued on its own hours.
               IF WS-LDT-COUNT > ZEROS AND TOTAL-LABOR-DOLLARS > ZEROS
                   COMPUTE WS-ER-POOL =
                       TOTAL-OASDI + TOTAL-MEDICARE + TOTAL-BEN-ER
                       + TOTAL-FUTA + TOTAL-SUTA
                   MOVE ZEROS TO WS-ER-ALLOCATED
                   PERFORM VARYING LDT-IDX FROM 1 BY 1
                           UNTIL LDT-IDX > WS-LDT-COUNT
                       MOVE ZEROS TO GL-MEDICARE-ED
                       COMPUTE GL-NET-ED =
                           LDT-DOLLARS(LDT-IDX) + WS-ER-THIS-ALLOC
                           + LDT-WC-PREMIUM(LDT-IDX)
                       PERFORM 0710-BUILD-GL-ROW
                   END-PERFORM
               END-IF.
                   MOVE ZEROS TO GL-UNION-ED
                   MOVE ZEROS TO GL-OASDI-ED
                   MOVE ZEROS TO GL-MEDICARE-ED
                   COMPUTE GL-NET-ED =
                       WS-LDT-LOST-AMT + WS-LDT-LOST-WC
                   PERFORM 0710-BUILD-GL-ROW
                   DISPLAY 'COST CENTER TABLE FULL - '
                       WS-LDT-LOST ' AMOUNT(S) UNDER GL OVERFLOW ROW'
               COMPUTE GL-NET-ED = TOTAL-OASDI + TOTAL-MEDICARE.
               PERFORM 0710-BUILD-GL-ROW.

      *        Employer unemployment expense: one FUTA row, then one
      *        SUTA row per state with the liability in the AMOUNT
      *        column - the SUTA rows foot to TOTAL-SUTA.
               MOVE 'FUTA-ER' TO GL-REC-TYPE.
               MOVE 'FEDERAL' TO GL-CODE.
               MOVE ZEROS TO GL-GROSS-ED.
               MOVE ZEROS TO GL-TAX-ED.
               MOVE ZEROS TO GL-STATE-ED.
               MOVE ZEROS TO GL-LOCAL-ED.
               MOVE ZEROS TO GL-HEALTH-ED.
               MOVE ZEROS TO GL-UNION-ED.
               MOVE ZEROS TO GL-OASDI-ED.
               MOVE ZEROS TO GL-MEDICARE-ED.
               MOVE TOTAL-FUTA TO GL-NET-ED.
               PERFORM 0710-BUILD-GL-ROW.
               PERFORM VARYING STT-IDX FROM 1 BY 1 UNTIL STT-IDX > 5
                   IF STT-STATE-CODE(STT-IDX) NOT = SPACES
                           AND STT-SUTA-ACCUM(STT-IDX) > ZEROS
                       MOVE 'SUTA-ER' TO GL-REC-TYPE
                       MOVE STT-STATE-CODE(STT-IDX) TO GL-CODE
                       MOVE ZEROS TO GL-GROSS-ED
                       MOVE ZEROS TO GL-TAX-ED
                       MOVE ZEROS TO GL-STATE-ED
                       MOVE ZEROS TO GL-LOCAL-ED
                       MOVE ZEROS TO GL-HEALTH-ED
                       MOVE ZEROS TO GL-UNION-ED
                       MOVE ZEROS TO GL-OASDI-ED
                       MOVE ZEROS TO GL-MEDICARE-ED
                       MOVE STT-SUTA-ACCUM(STT-IDX) TO GL-NET-ED
                       PERFORM 0710-BUILD-GL-ROW
                   END-IF
               END-PERFORM.

      *        The company's share of each benefit plan, one row per
      *        plan with the period's liability in the AMOUNT column,
      *        and a TOTAL row finance can post from directly.
                   PERFORM 0710-BUILD-GL-ROW
               END-IF.

      *        The workers' comp premium accrual, one row per charge
      *        code with the premium in the AMOUNT column, and a TOTAL
      *        row for the accrued liability to the insurer. The rows
      *        foot to TOTAL-WC-PREMIUM (overflow included).
               PERFORM VARYING LDT-IDX FROM 1 BY 1
                       UNTIL LDT-IDX > WS-LDT-COUNT
                   IF LDT-WC-PREMIUM(LDT-IDX) > ZEROS
                       MOVE 'WC-ER' TO GL-REC-TYPE
                       MOVE LDT-CC-CODE(LDT-IDX) TO GL-CODE
                       MOVE ZEROS TO GL-GROSS-ED
                       MOVE ZEROS TO GL-TAX-ED
                       MOVE ZEROS TO GL-STATE-ED
                       MOVE ZEROS TO GL-LOCAL-ED
                       MOVE ZEROS TO GL-HEALTH-ED
                       MOVE ZEROS TO GL-UNION-ED
                       MOVE ZEROS TO GL-OASDI-ED
                       MOVE ZEROS TO GL-MEDICARE-ED
                       MOVE LDT-WC-PREMIUM(LDT-IDX) TO GL-NET-ED
                       PERFORM 0710-BUILD-GL-ROW
                   END-IF
               END-PERFORM.
               IF WS-LDT-LOST-WC > ZEROS
                   MOVE 'WC-ER' TO GL-REC-TYPE
                   MOVE 'OVERFLOW' TO GL-CODE
                   MOVE ZEROS TO GL-GROSS-ED
                   MOVE ZEROS TO GL-TAX-ED
                   MOVE ZEROS TO GL-STATE-ED
                   MOVE ZEROS TO GL-LOCAL-ED
                   MOVE ZEROS TO GL-HEALTH-ED
                   MOVE ZEROS TO GL-UNION-ED
                   MOVE ZEROS TO GL-OASDI-ED
                   MOVE ZEROS TO GL-MEDICARE-ED
                   MOVE WS-LDT-LOST-WC TO GL-NET-ED
                   PERFORM 0710-BUILD-GL-ROW
               END-IF.
               IF TOTAL-WC-PREMIUM > ZEROS
                   MOVE 'WC-ER' TO GL-REC-TYPE
                   MOVE 'TOTAL' TO GL-CODE
                   MOVE ZEROS TO GL-GROSS-ED
                   MOVE ZEROS TO GL-TAX-ED
                   MOVE ZEROS TO GL-STATE-ED
                   MOVE ZEROS TO GL-LOCAL-ED
                   MOVE ZEROS TO GL-HEALTH-ED
                   MOVE ZEROS TO GL-UNION-ED
                   MOVE ZEROS TO GL-OASDI-ED
                   MOVE ZEROS TO GL-MEDICARE-ED
                   MOVE TOTAL-WC-PREMIUM TO GL-NET-ED
                   PERFORM 0710-BUILD-GL-ROW
               END-IF.

      *        Prior-period corrections book under their own signed
      *        row so accounting can post them apart from the regular
      *        run (reversals show negative).
                   MOVE TOTAL-ADJ-MEDICARE TO GL-ADJ-MEDICARE-ED
                   MOVE TOTAL-ADJ-NET TO GL-ADJ-NET-ED
                   PERFORM 0715-BUILD-GL-ADJ-ROW
                   MOVE ZEROS TO GL-ADJ-GROSS-ED
                   MOVE ZEROS TO GL-ADJ-TAX-ED
                   MOVE ZEROS TO GL-ADJ-STATE-ED
                   MOVE ZEROS TO GL-ADJ-LOCAL-ED
                   MOVE ZEROS TO GL-ADJ-HEALTH-ED
                   MOVE ZEROS TO GL-ADJ-UNION-ED
                   MOVE ZEROS TO GL-ADJ-OASDI-ED
                   MOVE ZEROS TO GL-ADJ-MEDICARE-ED
                   MOVE 'FUTA-ER' TO GL-REC-TYPE
                   MOVE 'ADJ' TO GL-CODE
                   MOVE TOTAL-ADJ-FUTA TO GL-ADJ-NET-ED
                   PERFORM 0715-BUILD-GL-ADJ-ROW
                   MOVE 'SUTA-ER' TO GL-REC-TYPE
                   MOVE 'ADJ' TO GL-CODE
                   MOVE TOTAL-ADJ-SUTA TO GL-ADJ-NET-ED
                   PERFORM 0715-BUILD-GL-ADJ-ROW
               END-IF.

           0710-BUILD-GL-ROW.
               END-STRING.
               WRITE GL-LINE FROM GL-DET-LINE.

      *        The GL's own deduction totals close the remittance
      *        detail file: union and benefit premium as the TOTAL
      *        plus ADJ rows carry them, the employer share by plan
      *        as the BENEFIT-ER rows, and each voluntary deduction
      *        as its DEDUCTION row. REMIT proves its payee totals
      *        against these before it pays anyone.
           0730-WRITE-REMIT-CONTROLS.
               MOVE 'C' TO RD-REC-TYPE.
               MOVE WS-RUN-ID TO RD-RUN-ID.
               MOVE SPACE TO RD-SOURCE.
               MOVE ZEROS TO RD-EMPLOYEE-NUMBER.
               MOVE SPACES TO RD-EMPLOYEE-NAME.
               MOVE ZEROS TO RD-ARREARS-COLL.
               MOVE ZEROS TO RD-GROSS.
               MOVE WS-CHECK-DATE TO RD-CHECK-DATE.
               MOVE 'U' TO RD-DED-KIND.
               MOVE 'ALL' TO RD-DED-CODE.
               COMPUTE RD-AMOUNT = TOTAL-UNION + TOTAL-ADJ-UNION.
               WRITE REMIT-DETAIL-RECORD.
               MOVE 'B' TO RD-DED-KIND.
               MOVE 'ALL' TO RD-DED-CODE.
               COMPUTE RD-AMOUNT = TOTAL-HEALTH + TOTAL-ADJ-HEALTH.
               WRITE REMIT-DETAIL-RECORD.
               PERFORM VARYING BPT-IDX FROM 1 BY 1 UNTIL BPT-IDX > 8
                   IF BPT-PLAN-CODE(BPT-IDX) NOT = SPACES
                           AND BPT-ER-ACCUM(BPT-IDX) > ZEROS
                       MOVE 'E' TO RD-DED-KIND
                       MOVE BPT-PLAN-CODE(BPT-IDX) TO RD-DED-CODE
                       MOVE BPT-ER-ACCUM(BPT-IDX) TO RD-AMOUNT
                       WRITE REMIT-DETAIL-RECORD
                   END-IF
               END-PERFORM.
               PERFORM VARYING VGT-IDX FROM 1 BY 1
                       UNTIL VGT-IDX > WS-VGT-COUNT
                   MOVE 'V' TO RD-DED-KIND
                   MOVE VGT-CODE(VGT-IDX) TO RD-DED-CODE
                   MOVE VGT-AMOUNT(VGT-IDX) TO RD-AMOUNT
                   WRITE REMIT-DETAIL-RECORD
               END-PERFORM.
               IF WS-VGT-LOST > ZEROS
                   MOVE 'V' TO RD-DED-KIND
                   MOVE 'OVFL' TO RD-DED-CODE
                   MOVE WS-VGT-LOST-AMT TO RD-AMOUNT
                   WRITE REMIT-DETAIL-RECORD
               END-IF.

      *        Adjustments run after the regular detail pass (and
      *        after the last checkpoint of the main loop). Each one
      *        validates against the employee's master record, posts
                       INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                   MOVE 'N' TO WS-ADJ-VALID
               END-IF.
               IF ADJ-CHECK-NO NOT NUMERIC
                   STRING 'INVALID CHECK NUMBER; ' DELIMITED BY SIZE
                       INTO WS-EXC-REASON WITH POINTER WS-EXC-PTR
                   MOVE 'N' TO WS-ADJ-VALID
               END-IF.

           0920-APPLY-REVERSAL.
               SUBTRACT ADJ-GROSS FROM EMP-MASTER-YTD-GROSS.
               ELSE
                   SUBTRACT ADJ-GROSS FROM EMP-MASTER-YTD-SS-WAGES
               END-IF.
               PERFORM 0925-REVERSE-UI-WAGES.
               SUBTRACT ADJ-GROSS
                   FROM EMP-MASTER-QTR-GROSS(ADJ-QUARTER).
               SUBTRACT ADJ-TAX FROM EMP-MASTER-QTR-TAX(ADJ-QUARTER).
               SUBTRACT ADJ-HEALTH
                   FROM EMP-MASTER-QTR-HEALTH(ADJ-QUARTER).
               MOVE WS-RUN-STAMP TO EMP-MASTER-LAST-RUN.
               IF WS-TRIAL-RUN = 'N'
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'MASTER REWRITE FAILED FOR '
                               EMP-MASTER-NUMBER ' STATUS '
                               WS-MASTER-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
                   PERFORM 0478-WRITE-REMIT-REVERSAL
                   PERFORM 0922-LOG-REVERSAL
               END-IF.

               SUBTRACT ADJ-GROSS FROM TOTAL-ADJ-GROSS.
               SUBTRACT ADJ-TAX FROM TOTAL-ADJ-TAX.
               MOVE WS-ADJ-WORK TO ADJ-OUT-NET.
               WRITE PAYROLL-REGISTER FROM ADJ-DET-LINE.

      *        The reversal goes on the adjustment history exactly as
      *        it came off the master buckets - negative, in the
      *        original period.
           0922-LOG-REVERSAL.
               MOVE 'R' TO AH-TYPE.
               MOVE ADJ-YEAR TO AH-YEAR.
               MOVE ADJ-QUARTER TO AH-QUARTER.
               COMPUTE AH-GROSS = ZERO - ADJ-GROSS.
               COMPUTE AH-FED-TAX = ZERO - ADJ-TAX.
               COMPUTE AH-STATE-TAX = ZERO - ADJ-STATE.
               COMPUTE AH-LOCAL-TAX = ZERO - ADJ-LOCAL.
               COMPUTE AH-OASDI = ZERO - ADJ-OASDI.
               COMPUTE AH-MEDICARE = ZERO - ADJ-MEDICARE.
               COMPUTE AH-HEALTH = ZERO - ADJ-HEALTH.
               COMPUTE AH-NET = ZERO - ADJ-NET.
               MOVE ADJ-CHECK-NO TO AH-CHECK-NO.
               PERFORM 0935-WRITE-ADJ-HISTORY.

      *        Unemployment taxable wages back out the same way, at
      *        the gross amount floored at what the period's buckets
      *        still hold; the employer tax on what came out is
      *        credited against the adjustment totals at the rate
      *        that charged it.
           0925-REVERSE-UI-WAGES.
               MOVE EMP-MASTER-QTR-FUTA-WAGES(ADJ-QUARTER)
                   TO WS-UI-TAXABLE.
               IF EMP-MASTER-YTD-FUTA-WAGES < WS-UI-TAXABLE
                   MOVE EMP-MASTER-YTD-FUTA-WAGES TO WS-UI-TAXABLE
               END-IF.
               IF ADJ-GROSS < WS-UI-TAXABLE
                   MOVE ADJ-GROSS TO WS-UI-TAXABLE
               END-IF.
               SUBTRACT WS-UI-TAXABLE FROM EMP-MASTER-YTD-FUTA-WAGES.
               SUBTRACT WS-UI-TAXABLE
                   FROM EMP-MASTER-QTR-FUTA-WAGES(ADJ-QUARTER).
               COMPUTE WS-ADJ-WORK ROUNDED = WS-UI-TAXABLE * FUTA-RATE.
               SUBTRACT WS-ADJ-WORK FROM TOTAL-ADJ-FUTA.

               MOVE EMP-MASTER-QTR-SUTA-WAGES(ADJ-QUARTER)
                   TO WS-UI-TAXABLE.
               IF EMP-MASTER-YTD-SUTA-WAGES < WS-UI-TAXABLE
                   MOVE EMP-MASTER-YTD-SUTA-WAGES TO WS-UI-TAXABLE
               END-IF.
               IF ADJ-GROSS < WS-UI-TAXABLE
                   MOVE ADJ-GROSS TO WS-UI-TAXABLE
               END-IF.
               SUBTRACT WS-UI-TAXABLE FROM EMP-MASTER-YTD-SUTA-WAGES.
               SUBTRACT WS-UI-TAXABLE
                   FROM EMP-MASTER-QTR-SUTA-WAGES(ADJ-QUARTER).
               PERFORM VARYING STT-IDX FROM 1 BY 1 UNTIL STT-IDX > 5
                   IF STT-STATE-CODE(STT-IDX) = EMP-MASTER-WORK-STATE
                           AND EMP-MASTER-WORK-STATE NOT = SPACES
                       COMPUTE WS-ADJ-WORK ROUNDED =
                           WS-UI-TAXABLE * STT-SUTA-RATE(STT-IDX)
                       SUBTRACT WS-ADJ-WORK FROM TOTAL-ADJ-SUTA
                   END-IF
               END-PERFORM.

      *        A replacement is a synthetic pay record paid at the
      *        keyed (correct) hours and rates, pushed through the
      *        same calculation chain as regular pay - master-sourced
      *        W-4/union/bank data, OASDI wage-base cap, deduction
      *        priority - and posted into the ORIGINAL period's
      *        buckets. It carries no voluntary deduction codes, so
      *        none are taken. A retro-only replacement also drops
      *        the benefit plans and flat union dues - percentage
      *        dues still come off the retro gross.
           0930-APPLY-REPLACEMENT.
               MOVE SPACES TO PAYROLL-RECORD.
               MOVE ADJ-EMPLOYEE-NUMBER TO EMPLOYEE-NUMBER.
               MOVE ADJ-DEPT-CODE TO DEPT-CODE.

               PERFORM 0240-APPLY-MASTER-DATA.
               PERFORM 0931-CHECK-RETRO-ONLY.
               IF WS-RETRO-ONLY = 'Y'
                   MOVE SPACES TO WS-BEN-PLANS
               END-IF.
               PERFORM 0400-CALC-REGISTER.
               MOVE 'N' TO WS-RETRO-ONLY.
               PERFORM 0450-UPDATE-MASTER.
               IF WS-TRIAL-RUN = 'N'
                   MOVE 'A' TO WS-REMIT-SOURCE
                   PERFORM 0475-WRITE-REMIT-DETAIL
                   MOVE 'P' TO AH-TYPE
                   MOVE ADJ-YEAR TO AH-YEAR
                   MOVE ADJ-QUARTER TO AH-QUARTER
                   PERFORM 0932-LOG-PAYMENT
               END-IF.

               ADD EMP-GROSS TO TOTAL-ADJ-GROSS.
               ADD EMP-TAX TO TOTAL-ADJ-TAX.
               ADD EMP-HEALTH TO TOTAL-ADJ-HEALTH.
               ADD EMP-UNION TO TOTAL-ADJ-UNION.
               ADD EMP-NET TO TOTAL-ADJ-NET.
               ADD EMP-FUTA TO TOTAL-ADJ-FUTA.
               ADD EMP-SUTA TO TOTAL-ADJ-SUTA.

               MOVE 'P' TO ADJ-OUT-TYPE.
               MOVE ADJ-EMPLOYEE-NUMBER TO ADJ-OUT-EMPNUM.
      *        so no replacement ever leaves here unpaid.
               IF ADJ-PAY-METHOD = 'A'
                   PERFORM 0480-ACCUM-ACH-TOTALS
                   IF WS-TRIAL-RUN = 'N'
                       PERFORM 0300-WRITE-ACH-RECORD
                   END-IF
               ELSE
                   MOVE 'X' TO WS-ACH-MODE
               END-IF.
               IF WS-ACH-MODE NOT = 'L'
                   PERFORM 0485-ACCUM-CHECK-TOTALS
                   IF WS-TRIAL-RUN = 'N'
                       PERFORM 0330-WRITE-CHECK
                   END-IF
               END-IF.
               ADD EMP-NET TO TOTAL-PAID-ADJ-NET.

           0931-CHECK-RETRO-ONLY.
               MOVE 'N' TO WS-RETRO-ONLY.
               PERFORM VARYING APE-IDX FROM 1 BY 1 UNTIL APE-IDX > 5
                   EVALUATE ADJ-PAY-TYPE(APE-IDX)
                       WHEN SPACES
                           CONTINUE
                       WHEN 'RRG'
                       WHEN 'ROT'
                       WHEN 'RVC'
                       WHEN 'RSK'
                           IF WS-RETRO-ONLY = 'N'
                               MOVE 'Y' TO WS-RETRO-ONLY
                           END-IF
                       WHEN OTHER
                           MOVE 'X' TO WS-RETRO-ONLY
                   END-EVALUATE
               END-PERFORM.
               IF WS-RETRO-ONLY NOT = 'Y'
                   MOVE 'N' TO WS-RETRO-ONLY
               END-IF.

      *        A replacement or payout goes on the adjustment history
      *        as posted; the caller sets the type and the period.
           0932-LOG-PAYMENT.
               MOVE EMP-GROSS TO AH-GROSS.
               MOVE EMP-TAX TO AH-FED-TAX.
               MOVE EMP-STATE-TAX TO AH-STATE-TAX.
               MOVE EMP-LOCAL-TAX TO AH-LOCAL-TAX.
               MOVE EMP-OASDI TO AH-OASDI.
               MOVE EMP-MEDICARE TO AH-MEDICARE.
               MOVE EMP-HEALTH TO AH-HEALTH.
               MOVE EMP-NET TO AH-NET.
               MOVE ZEROS TO AH-CHECK-NO.
               PERFORM 0935-WRITE-ADJ-HISTORY.

           0935-WRITE-ADJ-HISTORY.
               MOVE WS-RUN-ID TO AH-RUN-ID.
               MOVE WS-CHECK-DATE TO AH-CHECK-DATE.
               MOVE EMP-MASTER-NUMBER TO AH-EMPLOYEE-NUMBER.
               MOVE EMP-MASTER-NAME TO AH-EMPLOYEE-NAME.
               WRITE ADJ-HISTORY-RECORD.

      *        Vacation payouts queued by EMPMAINT terminations, paid
      *        after the adjustment pass through the same calculation
      *        chain: the remaining balance at the remembered regular
      *        to the register flagged 'V' under the adjustments
      *        section. The request file is rewritten empty once
      *        processed so a leftover file can never pay twice - and
      *        a balance already at zero pays nothing anyway. A trial
      *        leaves the queue for the live run.
           0940-PROCESS-TERM-PAYOUTS.
               OPEN INPUT TERM-PAYOUT-FILE.
               IF WS-TERMPAY-STATUS = '00'
                       END-READ
                   END-PERFORM
                   CLOSE TERM-PAYOUT-FILE
                   IF WS-TRIAL-RUN = 'N'
                       OPEN OUTPUT TERM-PAYOUT-FILE
                       CLOSE TERM-PAYOUT-FILE
                   END-IF
               END-IF.

           0945-PROCESS-ONE-PAYOUT.
               MOVE 'Y' TO WS-TERM-PAYOUT.
               PERFORM 0450-UPDATE-MASTER.
               MOVE 'N' TO WS-TERM-PAYOUT.
               IF WS-TRIAL-RUN = 'N'
                   MOVE 'V' TO AH-TYPE
                   MOVE WS-RUN-YEAR TO AH-YEAR
                   MOVE WS-RUN-QUARTER TO AH-QUARTER
                   PERFORM 0932-LOG-PAYMENT
               END-IF.

               ADD 1 TO TOTAL-ADJ-RECORDS.
               ADD EMP-GROSS TO TOTAL-ADJ-GROSS.
               ADD EMP-HEALTH TO TOTAL-ADJ-HEALTH.
               ADD EMP-UNION TO TOTAL-ADJ-UNION.
               ADD EMP-NET TO TOTAL-ADJ-NET.
               ADD EMP-FUTA TO TOTAL-ADJ-FUTA.
               ADD EMP-SUTA TO TOTAL-ADJ-SUTA.

               IF WS-ADJ-HEADED = 'N'
                   WRITE PAYROLL-REGISTER FROM ADJ-SECTION-LINE
      *        A final payout always pays by printed check.
               MOVE 'X' TO WS-ACH-MODE.
               PERFORM 0485-ACCUM-CHECK-TOTALS.
               IF WS-TRIAL-RUN = 'N'
                   PERFORM 0330-WRITE-CHECK
               END-IF.
               ADD EMP-NET TO TOTAL-PAID-ADJ-NET.

      *        Runs after every output file is closed so the ACH test
