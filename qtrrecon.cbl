      ******************************************************************
      * Author: Saleh Yassin
      * Date: Oct 15 2026
      * Purpose: Quarter-end tax reconciliation, run after the last
      * pay run of the quarter and before QUARTERLY941.TXT and
      * STATEQTR.TXT go to the filing service. For the RUNCTL.TXT
      * year and quarter it proves:
      *   1 employee by employee, the master's quarter buckets equal
      *     that quarter's checks on PAYHIST.DAT plus the adjustments
      *     and termination payouts posted into the quarter
      *     (ADJHIST.DAT), and the social security and Medicare
      *     withheld are the rates applied to the wages
      *   2 the company totals tie to the liability ledger
      *     (TAXLIAB.DAT) for the quarter's runs, after the
      *     adjustments paid this quarter for another quarter (and
      *     the reverse), and the ledger to the deposits treasury
      *     keyed (FEDDEPOSIT.TXT)
      *   3 the 941 social security and Medicare lines are the
      *     combined rates applied to the quarter's wage totals
      *   4 every run that touched the quarter completed - on
      *     RUNHIST.DAT with exactly one liability record
      * Every out-of-balance employee, total and run is listed with
      * its difference (QTRRECON.TXT) and the job ends RC=8 so the
      * scheduler holds the quarterly filing until it is clean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRRECON.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.
                   SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.
                   SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-MASTER-NUMBER
                   FILE STATUS IS WS-MASTER-STATUS.
                   SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYHIST-STATUS.
                   SELECT ADJ-HISTORY-FILE ASSIGN TO "ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJHIST-STATUS.
      *            Both histories are put in employee order so they
      *            can be walked beside the master.
                   SELECT HISTORY-SORTED-FILE ASSIGN TO "QTRHIST.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT HISTORY-SORT-WORK ASSIGN TO "QTRHSWK.TMP".
                   SELECT ADJ-SORTED-FILE ASSIGN TO "QTRADJ.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT ADJ-SORT-WORK ASSIGN TO "QTRADWK.TMP".
                   SELECT LIABILITY-FILE ASSIGN TO "TAXLIAB.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIAB-STATUS.
                   SELECT DEPOSIT-FILE ASSIGN TO "FEDDEPOSIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEP-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "QTRRECON.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD RUN-CONTROL-FILE.
               01 RUN-CONTROL-RECORD.
                   05 RC-RUN-ID            PIC X(8).
                   05 RC-PERIOD-END        PIC 9(8).
                   05 RC-CHECK-DATE        PIC 9(8).
                   05 RC-YEAR              PIC 9(4).
                   05 RC-QUARTER           PIC 9(1).
                   05 FILLER               PIC X(15).

               FD RUN-HISTORY-FILE.
               01 RUN-HISTORY-RECORD.
                   05 RH-RUN-ID            PIC X(8).
                   05 RH-YEAR              PIC 9(4).
                   05 RH-QUARTER           PIC 9(1).
                   05 RH-PERIOD-END        PIC 9(8).

               FD EMPLOYEE-MASTER.
               01 EMPLOYEE-MASTER-RECORD.
                   05 EMP-MASTER-NUMBER        PIC 9(9).
                   05 EMP-MASTER-NAME          PIC X(13).
                   05 EMP-MASTER-YEAR          PIC 9(4).
                   05 EMP-MASTER-YTD-GROSS     PIC 9(7)V99.
                   05 EMP-MASTER-YTD-TAX       PIC 9(7)V99.
                   05 EMP-MASTER-YTD-SS-WAGES  PIC 9(7)V99.
                   05 EMP-MASTER-YTD-OASDI     PIC 9(7)V99.
                   05 EMP-MASTER-YTD-MEDICARE  PIC 9(7)V99.
                   05 EMP-MASTER-YTD-HEALTH    PIC 9(7)V99.
                   05 EMP-MASTER-YTD-UNION     PIC 9(7)V99.
                   05 EMP-MASTER-YTD-NET       PIC 9(7)V99.
                   05 EMP-MASTER-QTR-GROSS  PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-QTR-TAX    PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-QTR-OASDI  PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-QTR-MEDIC  PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-QTR-HEALTH PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-INITIAL       PIC X(2).
                   05 EMP-MASTER-STATUS        PIC X(1).
                   05 EMP-MASTER-FILING-STAT   PIC X(1).
                   05 EMP-MASTER-W4-ALLOW      PIC 9(2).
                   05 EMP-MASTER-UNION-MEMBER  PIC X(1).
                   05 EMP-MASTER-UNION-LOCAL   PIC X(4).
                   05 EMP-MASTER-ROUTING       PIC 9(9).
                   05 EMP-MASTER-ACCOUNT       PIC X(17).
                   05 EMP-MASTER-ACCT-TYPE     PIC X(1).
                   05 EMP-MASTER-LAST-RUN      PIC X(16).
                   05 EMP-MASTER-PRENOTE       PIC X(1).
                   05 EMP-MASTER-PRENOTE-DATE  PIC 9(8).
                   05 EMP-MASTER-WORK-STATE    PIC X(2).
                   05 EMP-MASTER-RES-STATE     PIC X(2).
                   05 EMP-MASTER-LOCALITY      PIC X(4).
                   05 EMP-MASTER-YTD-STATE     PIC 9(7)V99.
                   05 EMP-MASTER-YTD-LOCAL     PIC 9(7)V99.
                   05 EMP-MASTER-QTR-STATE  PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-QTR-LOCAL  PIC 9(6)V99 OCCURS 4 TIMES.
                   05 EMP-MASTER-BEN-PLAN   PIC X(4) OCCURS 3 TIMES.
                   05 EMP-MASTER-HIRE-DATE     PIC 9(8).
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

      *        Must match the record PROJECT2's 0300-WRITE-HISTORY
      *        appends - keep the layouts in step. Only sorted here;
      *        the fields are read off HISTORY-SORTED-RECORD.
               FD PAY-HISTORY-FILE.
               01 PAY-HISTORY-RECORD       PIC X(281).

               SD HISTORY-SORT-WORK.
               01 HISTORY-SORT-RECORD.
                   05 FILLER               PIC X(16).
                   05 HSW-CHECK-DATE       PIC 9(8).
                   05 HSW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 FILLER               PIC X(248).

               FD HISTORY-SORTED-FILE.
               01 HISTORY-SORTED-RECORD.
                   05 SH-RUN-ID            PIC X(8).
                   05 SH-PERIOD-END        PIC 9(8).
                   05 SH-CHECK-DATE        PIC 9(8).
                   05 SH-EMPLOYEE-NUMBER   PIC 9(9).
                   05 SH-EMPLOYEE-NAME     PIC X(13).
                   05 FILLER               PIC X(46).
                   05 SH-GROSS             PIC 9(5)V99.
                   05 SH-FED-TAX           PIC 9(5)V99.
                   05 SH-STATE-TAX         PIC 9(5)V99.
                   05 SH-LOCAL-TAX         PIC 9(5)V99.
                   05 SH-OASDI             PIC 9(5)V99.
                   05 SH-MEDICARE          PIC 9(5)V99.
                   05 SH-HEALTH            PIC 9(5)V99.
                   05 FILLER               PIC X(140).

      *        Must match the record PROJECT2's 0935-WRITE-ADJ-HISTORY
      *        appends - keep the layouts in step.
               FD ADJ-HISTORY-FILE.
               01 ADJ-HISTORY-RECORD       PIC X(116).

               SD ADJ-SORT-WORK.
               01 ADJ-SORT-RECORD.
                   05 FILLER               PIC X(17).
                   05 ASW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 FILLER               PIC X(90).

               FD ADJ-SORTED-FILE.
               01 ADJ-SORTED-RECORD.
                   05 SA-RUN-ID            PIC X(8).
                   05 SA-CHECK-DATE        PIC 9(8).
                   05 SA-TYPE              PIC X(1).
                   05 SA-EMPLOYEE-NUMBER   PIC 9(9).
                   05 SA-EMPLOYEE-NAME     PIC X(13).
                   05 SA-YEAR              PIC 9(4).
                   05 SA-QUARTER           PIC 9(1).
                   05 SA-GROSS             PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 SA-FED-TAX           PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 SA-STATE-TAX         PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 SA-LOCAL-TAX         PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 SA-OASDI             PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 SA-MEDICARE          PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 SA-HEALTH            PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 SA-NET               PIC S9(5)V99
                           SIGN IS LEADING SEPARATE.
                   05 SA-CHECK-NO          PIC 9(8).

               FD LIABILITY-FILE.
               01 LIABILITY-RECORD.
                   05 TL-CHECK-DATE        PIC 9(8).
                   05 TL-RUN-ID            PIC X(8).
                   05 TL-INCOME-TAX        PIC S9(7)V99
                           SIGN IS LEADING SEPARATE.
                   05 TL-OASDI-TOTAL       PIC S9(7)V99
                           SIGN IS LEADING SEPARATE.
                   05 TL-MEDICARE-TOTAL    PIC S9(7)V99
                           SIGN IS LEADING SEPARATE.
                   05 TL-TOTAL             PIC S9(8)V99
                           SIGN IS LEADING SEPARATE.

               FD DEPOSIT-FILE.
               01 DEPOSIT-RECORD.
                   05 DEP-LIAB-DATE        PIC 9(8).
                   05 DEP-PAID-DATE        PIC 9(8).
                   05 DEP-AMOUNT           PIC 9(8)V99.

               FD REPORT-FILE.
               01 REPORT-LINE              PIC X(132).

           WORKING-STORAGE SECTION.
               01 REPORT-OUT.
                   05 RPT-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'QUARTER-END TA'.
                       10 FILLER       PIC X(14) VALUE 'X RECONCILIATI'.
                       10 FILLER       PIC X(2) VALUE 'ON'.

                   05 RPT-PERIOD-LINE.
                       10 FILLER       PIC X(5) VALUE 'YEAR '.
                       10 RPT-YEAR             PIC 9(4).
                       10 FILLER       PIC X(10) VALUE '  QUARTER '.
                       10 RPT-QUARTER          PIC 9(1).
                       10 FILLER       PIC X(18)
                               VALUE '  RUNS IN QUARTER '.
                       10 RPT-RUN-COUNT        PIC ZZ9.

                   05 RPT-SECTION-HEADING.
                       10 RPT-SEC-TITLE        PIC X(70).

                   05 RPT-EMP-HEADING.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'ITEM'.
                       10 FILLER       PIC X(14) VALUE '    MASTER QTR'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE '      EXPECTED'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE '    DIFFERENCE'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE 'NOTE'.

                   05 RPT-TEST-HEADING.
                       10 FILLER       PIC X(40) VALUE 'TEST'.
                       10 FILLER       PIC X(14) VALUE '      EXPECTED'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE '        ACTUAL'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE '    DIFFERENCE'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'RESULT'.

                   05 RPT-RUN-HEADING.
                       10 FILLER       PIC X(8) VALUE 'RUN ID'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'DATE'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE '        AMOUNT'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(7) VALUE 'FINDING'.

                   05 RPT-NONE-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(10) VALUE 'NONE FOUND'.

                   05 RPT-INFO-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-INFO-LABEL       PIC X(50).
                       10 RPT-INFO-AMOUNT      PIC ZZ,ZZZ,ZZ9.99-.

                   05 RPT-COUNT-LINE.
                       10 RPT-CNT-LABEL        PIC X(40).
                       10 RPT-CNT-VALUE        PIC ZZ,ZZ9.

                   05 RPT-STATUS-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-STATUS-TEXT      PIC X(50).

               01 EMP-DET-LINE.
                   05 ED-EMP-NUM           PIC 9(9).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 ED-EMP-NAME          PIC X(13).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 ED-ITEM              PIC X(14).
                   05 ED-MASTER            PIC ZZ,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 ED-EXPECTED          PIC ZZ,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 ED-DIFFERENCE        PIC ZZ,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 ED-NOTE              PIC X(30).

               01 TEST-DET-LINE.
                   05 TD-TEST-NAME         PIC X(40).
                   05 TD-EXPECTED          PIC ZZ,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 TD-ACTUAL            PIC ZZ,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 TD-DIFFERENCE        PIC ZZ,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 TD-RESULT            PIC X(8).

               01 RUN-DET-LINE.
                   05 RD-RUN-ID            PIC X(8).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 RD-DATE              PIC 9(8).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 RD-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 RD-FINDING           PIC X(60).

      *        The seven quarter buckets in the order they are
      *        compared: master bucket against history.
               01 ITEM-NAME-VALUES.
                   05 FILLER       PIC X(14) VALUE 'GROSS WAGES'.
                   05 FILLER       PIC X(14) VALUE 'FED INCOME TAX'.
                   05 FILLER       PIC X(14) VALUE 'STATE TAX'.
                   05 FILLER       PIC X(14) VALUE 'LOCAL TAX'.
                   05 FILLER       PIC X(14) VALUE 'SOC SEC TAX'.
                   05 FILLER       PIC X(14) VALUE 'MEDICARE TAX'.
                   05 FILLER       PIC X(14) VALUE 'HEALTH'.
               01 ITEM-NAME-TABLE REDEFINES ITEM-NAME-VALUES.
                   05 ITEM-NAME            PIC X(14) OCCURS 7 TIMES.

               01 EMP-AMOUNT-TABLE.
                   05 EA-ENTRY OCCURS 7 TIMES.
                       10 EA-MASTER        PIC S9(7)V99.
                       10 EA-HISTORY       PIC S9(7)V99.
               01 COMPANY-AMOUNT-TABLE.
                   05 CA-ENTRY OCCURS 7 TIMES.
                       10 CA-MASTER        PIC S9(9)V99.
                       10 CA-HISTORY       PIC S9(9)V99.

      *        Same rates and wage base PROJECT2 withholds at - keep
      *        them in step. The 941 lines carry both halves.
               01 OASDI-RATE               PIC V9999 VALUE .0620.
               01 MEDICARE-RATE            PIC V9999 VALUE .0145.
               01 OASDI-WAGE-BASE          PIC 9(7)V99 VALUE 176100.00.
               01 OASDI-941-RATE           PIC V9999 VALUE .1240.
               01 MEDICARE-941-RATE        PIC V9999 VALUE .0290.
      *        Withholding is rounded check by check, so a rate test
      *        allows half a cent per posting per employee share -
      *        a cent per posting on the 941's combined lines.
               01 ROUNDING-PER-POSTING     PIC V999 VALUE .005.
               01 ROUNDING-941-PER-POSTING PIC V999 VALUE .010.

               01 WS-RUNCTL-STATUS         PIC X(2) VALUE SPACES.
               01 WS-RUNHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-MASTER-STATUS         PIC X(2) VALUE SPACES.
               01 WS-PAYHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-ADJHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-LIAB-STATUS           PIC X(2) VALUE SPACES.
               01 WS-DEP-STATUS            PIC X(2) VALUE SPACES.
               01 RUNHIST-EOF              PIC X(1) VALUE 'N'.
               01 LIAB-EOF                 PIC X(1) VALUE 'N'.
               01 DEP-EOF                  PIC X(1) VALUE 'N'.

               01 WS-TARGET-YEAR           PIC 9(4) VALUE ZEROS.
               01 WS-TARGET-QUARTER        PIC 9(1) VALUE ZEROS.

      *        Walk keys: the master and both sorted histories are
      *        matched on employee number; an exhausted file parks
      *        its key at all nines.
               01 WS-MASTER-KEY            PIC 9(9) VALUE ZEROS.
               01 WS-HIST-KEY              PIC 9(9) VALUE ZEROS.
               01 WS-ADJ-KEY               PIC 9(9) VALUE ZEROS.
               01 WS-CURRENT-EMP           PIC 9(9) VALUE ZEROS.
               01 WS-END-KEY               PIC 9(9) VALUE 999999999.

               01 WS-EMP-NAME              PIC X(13) VALUE SPACES.
               01 WS-EMP-ON-MASTER         PIC X(1) VALUE 'N'.
               01 WS-EMP-NOTE              PIC X(30) VALUE SPACES.
               01 WS-EMP-OUT               PIC X(1) VALUE 'N'.
               01 WS-EMP-POSTINGS          PIC 9(5) VALUE ZEROS.
               01 WS-PRIOR-GROSS           PIC 9(7)V99 VALUE ZEROS.
               01 WS-SS-WAGES              PIC 9(7)V99 VALUE ZEROS.
               01 WS-QTR-SUB               PIC 9(1) VALUE ZEROS.
               01 WS-ITEM-SUB              PIC 9(2) VALUE ZEROS.

      *        Runs on RUNHIST.DAT. RT-IN-QUARTER marks the runs that
      *        posted into the quarter being reconciled; RT-LIAB-COUNT
      *        counts their TAXLIAB records (exactly one is right).
      *        500 runs is roughly a decade of weekly runs; an
      *        overflow fails the job rather than misplace a run.
               01 WS-RT-COUNT              PIC 9(3) VALUE ZEROS.
               01 WS-RT-SUB                PIC 9(3) VALUE ZEROS.
               01 WS-RT-LOST               PIC 9(4) VALUE ZEROS.
               01 WS-RT-IN-QUARTER         PIC 9(3) VALUE ZEROS.
               01 RUN-TABLE.
                   05 RT-ENTRY OCCURS 500 TIMES
                           INDEXED BY RT-IDX.
                       10 RT-RUN-ID        PIC X(8).
                       10 RT-PERIOD-END    PIC 9(8).
                       10 RT-IN-QUARTER    PIC X(1).
                       10 RT-LIAB-COUNT    PIC 9(3).
               01 WS-LOOK-RUN-ID           PIC X(8) VALUE SPACES.
               01 WS-RUN-IN-QUARTER        PIC X(1) VALUE 'N'.
               01 WS-POSTED-IN-QUARTER     PIC X(1) VALUE 'N'.

      *        Money dated in the quarter under a run ID RUNHIST.DAT
      *        never heard of - a run that crashed and was never
      *        completed. UR-KIND says where it was found: 'H' checks
      *        on PAYHIST, 'A' postings on ADJHIST, 'L' a liability
      *        record on TAXLIAB.
               01 WS-UR-COUNT              PIC 9(3) VALUE ZEROS.
               01 WS-UR-SUB                PIC 9(3) VALUE ZEROS.
               01 WS-UR-LOST               PIC 9(4) VALUE ZEROS.
               01 UNKNOWN-RUN-TABLE.
                   05 UR-ENTRY OCCURS 50 TIMES
                           INDEXED BY UR-IDX.
                       10 UR-RUN-ID        PIC X(8).
                       10 UR-KIND          PIC X(1).
                       10 UR-DATE          PIC 9(8).
                       10 UR-AMOUNT        PIC S9(9)V99.
               01 WS-UR-KIND               PIC X(1) VALUE SPACE.
               01 WS-UR-DATE               PIC 9(8) VALUE ZEROS.
               01 WS-UR-AMOUNT             PIC S9(9)V99 VALUE ZEROS.

      *        Liability per check date for the quarter's runs, and
      *        deposits per liability date as FEDDEP sums them.
               01 WS-QL-COUNT              PIC 9(3) VALUE ZEROS.
               01 WS-QL-SUB                PIC 9(3) VALUE ZEROS.
               01 WS-QL-LOST               PIC 9(4) VALUE ZEROS.
               01 QTR-LIABILITY-TABLE.
                   05 QL-ENTRY OCCURS 100 TIMES
                           INDEXED BY QL-IDX.
                       10 QL-CHECK-DATE    PIC 9(8).
                       10 QL-TOTAL         PIC S9(9)V99.
               01 WS-DT-COUNT              PIC 9(3) VALUE ZEROS.
               01 WS-DT-SUB                PIC 9(3) VALUE ZEROS.
               01 WS-DT-LOST               PIC 9(4) VALUE ZEROS.
               01 DEPOSIT-TABLE.
                   05 DT-ENTRY OCCURS 500 TIMES
                           INDEXED BY DT-IDX.
                       10 DT-LIAB-DATE     PIC 9(8).
                       10 DT-AMOUNT        PIC 9(8)V99.

               01 WS-DATE-WORK             PIC 9(8) VALUE ZEROS.
               01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
                   05 WS-DATE-YEAR         PIC 9(4).
                   05 WS-DATE-MONTH        PIC 9(2).
                   05 WS-DATE-DAY          PIC 9(2).
               01 WS-DATE-QUARTER          PIC 9(1) VALUE ZEROS.
               01 WS-DATE-IN-QUARTER       PIC X(1) VALUE 'N'.

      *        Liability ledger totals for the quarter's runs, and
      *        the adjustments that cross a quarter line: posted into
      *        this quarter by another quarter's run, less those this
      *        quarter's runs posted into another quarter. The master
      *        carries the first and the ledger the second, so both
      *        come out before the two are compared.
               01 WS-TL-TAX                PIC S9(9)V99 VALUE ZEROS.
               01 WS-TL-OASDI              PIC S9(9)V99 VALUE ZEROS.
               01 WS-TL-MEDICARE           PIC S9(9)V99 VALUE ZEROS.
               01 WS-TL-TOTAL              PIC S9(9)V99 VALUE ZEROS.
               01 WS-XQ-TAX                PIC S9(9)V99 VALUE ZEROS.
               01 WS-XQ-OASDI              PIC S9(9)V99 VALUE ZEROS.
               01 WS-XQ-MEDICARE           PIC S9(9)V99 VALUE ZEROS.
               01 WS-DEPOSITED             PIC 9(9)V99 VALUE ZEROS.
               01 WS-CO-SS-WAGES           PIC 9(9)V99 VALUE ZEROS.
               01 WS-CO-POSTINGS           PIC 9(7) VALUE ZEROS.

               01 WS-TEST-EXPECTED         PIC S9(9)V99 VALUE ZEROS.
               01 WS-TEST-ACTUAL           PIC S9(9)V99 VALUE ZEROS.
               01 WS-TEST-DIFFERENCE       PIC S9(9)V99 VALUE ZEROS.
               01 WS-TEST-ABS-DIFF         PIC 9(9)V99 VALUE ZEROS.
               01 WS-TOLERANCE             PIC 9(7)V999 VALUE ZEROS.

               01 TOTAL-MASTER-RECORDS     PIC 9(5) VALUE ZEROS.
               01 TOTAL-QTR-CHECKS         PIC 9(7) VALUE ZEROS.
               01 TOTAL-QTR-ADJUSTMENTS    PIC 9(7) VALUE ZEROS.
               01 TOTAL-EMP-OUT            PIC 9(5) VALUE ZEROS.
               01 TOTAL-EMP-LINES          PIC 9(5) VALUE ZEROS.
               01 TOTAL-TESTS-OUT          PIC 9(5) VALUE ZEROS.
               01 TOTAL-RUNS-OUT           PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
           0000-START.
               PERFORM 0100-INITIALIZE.
               PERFORM 0150-LOAD-RUN-HISTORY.
               PERFORM 0160-SORT-HISTORY.
               PERFORM 0170-SORT-ADJ-HISTORY.
               PERFORM 0200-LOAD-DEPOSITS.
               PERFORM 0250-LOAD-LIABILITIES.
               PERFORM 0300-RECONCILE-EMPLOYEES.
               PERFORM 0400-RECONCILE-COMPANY.
               PERFORM 0500-REPORT-RUNS.
               PERFORM 0800-WRITE-TOTALS.
               CLOSE REPORT-FILE.
               STOP RUN.

           0100-INITIALIZE.
               OPEN INPUT RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS NOT = '00'
                   DISPLAY 'RUN CONTROL FILE RUNCTL.TXT MISSING - '
                       'STATUS ' WS-RUNCTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'RUN CONTROL FILE IS EMPTY'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ.
               CLOSE RUN-CONTROL-FILE.
               IF RC-YEAR NOT NUMERIC OR RC-YEAR < 1900
                       OR RC-QUARTER NOT NUMERIC
                       OR RC-QUARTER < 1 OR RC-QUARTER > 4
                   DISPLAY 'INVALID RUN CONTROL CARD: YEAR ' RC-YEAR
                       ' QUARTER ' RC-QUARTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE RC-YEAR TO WS-TARGET-YEAR.
               MOVE RC-QUARTER TO WS-TARGET-QUARTER.

               OPEN INPUT EMPLOYEE-MASTER.
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMPLOYEE MASTER EMPMASTER.DAT MISSING - '
                       'STATUS ' WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT PAY-HISTORY-FILE.
               IF WS-PAYHIST-STATUS NOT = '00'
                   DISPLAY 'HISTORY FILE PAYHIST.DAT MISSING - '
                       'STATUS ' WS-PAYHIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CLOSE PAY-HISTORY-FILE.

               MOVE ZEROS TO CA-MASTER(1) CA-MASTER(2) CA-MASTER(3)
                   CA-MASTER(4) CA-MASTER(5) CA-MASTER(6)
                   CA-MASTER(7).
               MOVE ZEROS TO CA-HISTORY(1) CA-HISTORY(2)
                   CA-HISTORY(3) CA-HISTORY(4) CA-HISTORY(5)
                   CA-HISTORY(6) CA-HISTORY(7).

      *        Without the run history no check can be placed in a
      *        quarter - nothing here could be proved.
           0150-LOAD-RUN-HISTORY.
               OPEN INPUT RUN-HISTORY-FILE.
               IF WS-RUNHIST-STATUS NOT = '00'
                   DISPLAY 'RUN HISTORY FILE RUNHIST.DAT MISSING - '
                       'STATUS ' WS-RUNHIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'N' TO RUNHIST-EOF.
               PERFORM UNTIL RUNHIST-EOF = 'Y'
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO RUNHIST-EOF
                       NOT AT END
                           PERFORM 0155-LOAD-ONE-RUN
                   END-READ
               END-PERFORM.
               CLOSE RUN-HISTORY-FILE.

               OPEN OUTPUT REPORT-FILE.
               WRITE REPORT-LINE FROM RPT-HEADING-TITLE.
               MOVE WS-TARGET-YEAR TO RPT-YEAR.
               MOVE WS-TARGET-QUARTER TO RPT-QUARTER.
               MOVE WS-RT-IN-QUARTER TO RPT-RUN-COUNT.
               WRITE REPORT-LINE FROM RPT-PERIOD-LINE.

           0155-LOAD-ONE-RUN.
               MOVE RH-RUN-ID TO WS-LOOK-RUN-ID.
               PERFORM 0510-FIND-RUN.
               IF WS-RT-SUB = ZEROS
                   IF WS-RT-COUNT < 500
                       ADD 1 TO WS-RT-COUNT
                       SET RT-IDX TO WS-RT-COUNT
                       MOVE RH-RUN-ID TO RT-RUN-ID(RT-IDX)
                       MOVE RH-PERIOD-END TO RT-PERIOD-END(RT-IDX)
                       MOVE ZEROS TO RT-LIAB-COUNT(RT-IDX)
                       IF RH-YEAR = WS-TARGET-YEAR
                               AND RH-QUARTER = WS-TARGET-QUARTER
                           MOVE 'Y' TO RT-IN-QUARTER(RT-IDX)
                           ADD 1 TO WS-RT-IN-QUARTER
                       ELSE
                           MOVE 'N' TO RT-IN-QUARTER(RT-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-RT-LOST
                   END-IF
               END-IF.

           0160-SORT-HISTORY.
               SORT HISTORY-SORT-WORK
                   ON ASCENDING KEY HSW-EMPLOYEE-NUMBER
                   ON ASCENDING KEY HSW-CHECK-DATE
                   USING PAY-HISTORY-FILE
                   GIVING HISTORY-SORTED-FILE.

      *        No ADJHIST.DAT yet just means nothing has been posted
      *        outside a regular check - the walk gets an empty file.
           0170-SORT-ADJ-HISTORY.
               OPEN INPUT ADJ-HISTORY-FILE.
               IF WS-ADJHIST-STATUS = '00'
                   CLOSE ADJ-HISTORY-FILE
                   SORT ADJ-SORT-WORK
                       ON ASCENDING KEY ASW-EMPLOYEE-NUMBER
                       USING ADJ-HISTORY-FILE
                       GIVING ADJ-SORTED-FILE
               ELSE
                   OPEN OUTPUT ADJ-SORTED-FILE
                   CLOSE ADJ-SORTED-FILE
               END-IF.

      *        A missing deposits file just means nothing has been
      *        deposited yet - the deposit test then shows it all.
           0200-LOAD-DEPOSITS.
               OPEN INPUT DEPOSIT-FILE.
               IF WS-DEP-STATUS = '00'
                   MOVE 'N' TO DEP-EOF
                   PERFORM UNTIL DEP-EOF = 'Y'
                       READ DEPOSIT-FILE
                           AT END
                               MOVE 'Y' TO DEP-EOF
                           NOT AT END
                               PERFORM 0210-LOAD-ONE-DEPOSIT
                       END-READ
                   END-PERFORM
                   CLOSE DEPOSIT-FILE
               END-IF.

           0210-LOAD-ONE-DEPOSIT.
               MOVE ZEROS TO WS-DT-SUB.
               PERFORM VARYING DT-IDX FROM 1 BY 1
                       UNTIL DT-IDX > WS-DT-COUNT
                   IF DT-LIAB-DATE(DT-IDX) = DEP-LIAB-DATE
                       SET WS-DT-SUB TO DT-IDX
                   END-IF
               END-PERFORM.
               IF WS-DT-SUB = ZEROS
                   IF WS-DT-COUNT < 500
                       ADD 1 TO WS-DT-COUNT
                       SET DT-IDX TO WS-DT-COUNT
                       MOVE DEP-LIAB-DATE TO DT-LIAB-DATE(DT-IDX)
                       MOVE ZEROS TO DT-AMOUNT(DT-IDX)
                       MOVE WS-DT-COUNT TO WS-DT-SUB
                   ELSE
                       ADD 1 TO WS-DT-LOST
                   END-IF
               END-IF.
               IF WS-DT-SUB NOT = ZEROS
                   SET DT-IDX TO WS-DT-SUB
                   ADD DEP-AMOUNT TO DT-AMOUNT(DT-IDX)
               END-IF.

      *        A missing ledger is not fatal on its own: the quarter's
      *        runs then show with no liability record and the ledger
      *        tests come out short by everything withheld.
           0250-LOAD-LIABILITIES.
               OPEN INPUT LIABILITY-FILE.
               IF WS-LIAB-STATUS = '00'
                   MOVE 'N' TO LIAB-EOF
                   PERFORM UNTIL LIAB-EOF = 'Y'
                       READ LIABILITY-FILE
                           AT END
                               MOVE 'Y' TO LIAB-EOF
                           NOT AT END
                               PERFORM 0260-LOAD-ONE-LIABILITY
                       END-READ
                   END-PERFORM
                   CLOSE LIABILITY-FILE
               END-IF.

           0260-LOAD-ONE-LIABILITY.
               MOVE TL-RUN-ID TO WS-LOOK-RUN-ID.
               PERFORM 0510-FIND-RUN.
               IF WS-RT-SUB = ZEROS
                   MOVE TL-CHECK-DATE TO WS-DATE-WORK
                   PERFORM 0530-CHECK-DATE-QUARTER
                   IF WS-DATE-IN-QUARTER = 'Y'
                       MOVE 'L' TO WS-UR-KIND
                       MOVE TL-CHECK-DATE TO WS-UR-DATE
                       MOVE TL-TOTAL TO WS-UR-AMOUNT
                       PERFORM 0520-NOTE-UNKNOWN-RUN
                   END-IF
               ELSE
                   SET RT-IDX TO WS-RT-SUB
                   IF RT-IN-QUARTER(RT-IDX) = 'Y'
                       ADD 1 TO RT-LIAB-COUNT(RT-IDX)
                       ADD TL-INCOME-TAX TO WS-TL-TAX
                       ADD TL-OASDI-TOTAL TO WS-TL-OASDI
                       ADD TL-MEDICARE-TOTAL TO WS-TL-MEDICARE
                       ADD TL-TOTAL TO WS-TL-TOTAL
                       PERFORM 0270-ADD-QTR-LIABILITY
                   END-IF
               END-IF.

           0270-ADD-QTR-LIABILITY.
               MOVE ZEROS TO WS-QL-SUB.
               PERFORM VARYING QL-IDX FROM 1 BY 1
                       UNTIL QL-IDX > WS-QL-COUNT
                   IF QL-CHECK-DATE(QL-IDX) = TL-CHECK-DATE
                       SET WS-QL-SUB TO QL-IDX
                   END-IF
               END-PERFORM.
               IF WS-QL-SUB = ZEROS
                   IF WS-QL-COUNT < 100
                       ADD 1 TO WS-QL-COUNT
                       SET QL-IDX TO WS-QL-COUNT
                       MOVE TL-CHECK-DATE TO QL-CHECK-DATE(QL-IDX)
                       MOVE ZEROS TO QL-TOTAL(QL-IDX)
                       MOVE WS-QL-COUNT TO WS-QL-SUB
                   ELSE
                       ADD 1 TO WS-QL-LOST
                   END-IF
               END-IF.
               IF WS-QL-SUB NOT = ZEROS
                   SET QL-IDX TO WS-QL-SUB
                   ADD TL-TOTAL TO QL-TOTAL(QL-IDX)
               END-IF.

      ******************************************************************
      * Employees - the master and both sorted histories walked side by
      * side in employee-number order. An employee found only on a
      * history (purged or never on the master) still reconciles
      * against empty buckets.
      ******************************************************************
           0300-RECONCILE-EMPLOYEES.
               MOVE 'EMPLOYEE QUARTER BUCKETS VS CHECKS AND ADJUSTMENTS'
                   TO RPT-SEC-TITLE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM RPT-SECTION-HEADING.
               WRITE REPORT-LINE FROM RPT-EMP-HEADING.
               OPEN INPUT HISTORY-SORTED-FILE.
               OPEN INPUT ADJ-SORTED-FILE.
               PERFORM 0330-READ-HISTORY.
               PERFORM 0335-READ-ADJ-HISTORY.
               PERFORM 0310-START-MASTER.
               PERFORM 0340-RECONCILE-ONE-EMPLOYEE
                   UNTIL WS-MASTER-KEY = WS-END-KEY
                       AND WS-HIST-KEY = WS-END-KEY
                       AND WS-ADJ-KEY = WS-END-KEY.
               CLOSE HISTORY-SORTED-FILE.
               CLOSE ADJ-SORTED-FILE.
               CLOSE EMPLOYEE-MASTER.
               IF TOTAL-EMP-LINES = ZEROS
                   WRITE REPORT-LINE FROM RPT-NONE-LINE
               END-IF.

           0310-START-MASTER.
               MOVE ZEROS TO EMP-MASTER-NUMBER.
               MOVE ZEROS TO WS-MASTER-KEY.
               START EMPLOYEE-MASTER
                       KEY IS NOT LESS THAN EMP-MASTER-NUMBER
                   INVALID KEY
                       MOVE WS-END-KEY TO WS-MASTER-KEY
               END-START.
               IF WS-MASTER-KEY = ZEROS
                   PERFORM 0315-READ-MASTER
               END-IF.

           0315-READ-MASTER.
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE WS-END-KEY TO WS-MASTER-KEY
                   NOT AT END
                       IF WS-MASTER-STATUS NOT = '00'
                           MOVE WS-END-KEY TO WS-MASTER-KEY
                       ELSE
                           MOVE EMP-MASTER-NUMBER TO WS-MASTER-KEY
                       END-IF
               END-READ.

           0330-READ-HISTORY.
               READ HISTORY-SORTED-FILE
                   AT END
                       MOVE WS-END-KEY TO WS-HIST-KEY
                   NOT AT END
                       MOVE SH-EMPLOYEE-NUMBER TO WS-HIST-KEY
               END-READ.

           0335-READ-ADJ-HISTORY.
               READ ADJ-SORTED-FILE
                   AT END
                       MOVE WS-END-KEY TO WS-ADJ-KEY
                   NOT AT END
                       MOVE SA-EMPLOYEE-NUMBER TO WS-ADJ-KEY
               END-READ.

           0340-RECONCILE-ONE-EMPLOYEE.
               MOVE WS-MASTER-KEY TO WS-CURRENT-EMP.
               IF WS-HIST-KEY < WS-CURRENT-EMP
                   MOVE WS-HIST-KEY TO WS-CURRENT-EMP
               END-IF.
               IF WS-ADJ-KEY < WS-CURRENT-EMP
                   MOVE WS-ADJ-KEY TO WS-CURRENT-EMP
               END-IF.
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > 7
                   MOVE ZEROS TO EA-MASTER(WS-ITEM-SUB)
                   MOVE ZEROS TO EA-HISTORY(WS-ITEM-SUB)
               END-PERFORM.
               MOVE ZEROS TO WS-EMP-POSTINGS.
               MOVE ZEROS TO WS-PRIOR-GROSS.
               MOVE SPACES TO WS-EMP-NAME.
               MOVE SPACES TO WS-EMP-NOTE.
               MOVE 'N' TO WS-EMP-OUT.
               MOVE 'N' TO WS-EMP-ON-MASTER.

               IF WS-MASTER-KEY = WS-CURRENT-EMP
                   PERFORM 0345-LOAD-MASTER-BUCKETS
                   PERFORM 0315-READ-MASTER
               ELSE
                   MOVE 'NOT ON MASTER' TO WS-EMP-NOTE
               END-IF.
               PERFORM UNTIL WS-HIST-KEY NOT = WS-CURRENT-EMP
                   PERFORM 0350-ADD-HISTORY-CHECK
                   PERFORM 0330-READ-HISTORY
               END-PERFORM.
               PERFORM UNTIL WS-ADJ-KEY NOT = WS-CURRENT-EMP
                   PERFORM 0360-ADD-ADJ-HISTORY
                   PERFORM 0335-READ-ADJ-HISTORY
               END-PERFORM.
               PERFORM 0370-COMPARE-EMPLOYEE.

      *        The buckets exactly as the 941 report reads them. A
      *        master still carrying another year (an employee not
      *        paid since before the last close) is noted - its
      *        buckets are on the 941 all the same. Social security
      *        wages are the quarter's gross up to what the wage base
      *        left after the earlier quarters.
           0345-LOAD-MASTER-BUCKETS.
               MOVE 'Y' TO WS-EMP-ON-MASTER.
               ADD 1 TO TOTAL-MASTER-RECORDS.
               MOVE EMP-MASTER-NAME TO WS-EMP-NAME.
               MOVE WS-TARGET-QUARTER TO WS-QTR-SUB.
               MOVE EMP-MASTER-QTR-GROSS(WS-QTR-SUB) TO EA-MASTER(1).
               MOVE EMP-MASTER-QTR-TAX(WS-QTR-SUB) TO EA-MASTER(2).
               MOVE EMP-MASTER-QTR-STATE(WS-QTR-SUB) TO EA-MASTER(3).
               MOVE EMP-MASTER-QTR-LOCAL(WS-QTR-SUB) TO EA-MASTER(4).
               MOVE EMP-MASTER-QTR-OASDI(WS-QTR-SUB) TO EA-MASTER(5).
               MOVE EMP-MASTER-QTR-MEDIC(WS-QTR-SUB) TO EA-MASTER(6).
               MOVE EMP-MASTER-QTR-HEALTH(WS-QTR-SUB) TO EA-MASTER(7).
               IF EMP-MASTER-YEAR NOT = WS-TARGET-YEAR
                   STRING 'MASTER CARRIES YEAR ' EMP-MASTER-YEAR
                           DELIMITED BY SIZE
                       INTO WS-EMP-NOTE
               ELSE
                   PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                           UNTIL WS-QTR-SUB NOT < WS-TARGET-QUARTER
                       ADD EMP-MASTER-QTR-GROSS(WS-QTR-SUB)
                           TO WS-PRIOR-GROSS
                   END-PERFORM
               END-IF.

      *        A check counts when its run posted into the quarter. A
      *        check dated in the quarter under a run RUNHIST never
      *        recorded still posted to the master, so it counts too
      *        - and the run is listed as never completed.
           0350-ADD-HISTORY-CHECK.
               IF WS-EMP-NAME = SPACES
                   MOVE SH-EMPLOYEE-NAME TO WS-EMP-NAME
               END-IF.
               MOVE SH-RUN-ID TO WS-LOOK-RUN-ID.
               PERFORM 0510-FIND-RUN.
               MOVE 'N' TO WS-POSTED-IN-QUARTER.
               IF WS-RT-SUB = ZEROS
                   MOVE SH-CHECK-DATE TO WS-DATE-WORK
                   PERFORM 0530-CHECK-DATE-QUARTER
                   IF WS-DATE-IN-QUARTER = 'Y'
                       MOVE 'Y' TO WS-POSTED-IN-QUARTER
                       MOVE 'H' TO WS-UR-KIND
                       MOVE SH-CHECK-DATE TO WS-UR-DATE
                       MOVE SH-GROSS TO WS-UR-AMOUNT
                       PERFORM 0520-NOTE-UNKNOWN-RUN
                   END-IF
               ELSE
                   SET RT-IDX TO WS-RT-SUB
                   MOVE RT-IN-QUARTER(RT-IDX) TO WS-POSTED-IN-QUARTER
               END-IF.
               IF WS-POSTED-IN-QUARTER = 'Y'
                   ADD 1 TO WS-EMP-POSTINGS
                   ADD 1 TO TOTAL-QTR-CHECKS
                   ADD SH-GROSS TO EA-HISTORY(1)
                   ADD SH-FED-TAX TO EA-HISTORY(2)
                   ADD SH-STATE-TAX TO EA-HISTORY(3)
                   ADD SH-LOCAL-TAX TO EA-HISTORY(4)
                   ADD SH-OASDI TO EA-HISTORY(5)
                   ADD SH-MEDICARE TO EA-HISTORY(6)
                   ADD SH-HEALTH TO EA-HISTORY(7)
               END-IF.

      *        An adjustment counts in the quarter it was posted into,
      *        whichever run paid it. One that crosses a quarter line
      *        is remembered for the liability ledger tests.
           0360-ADD-ADJ-HISTORY.
               IF WS-EMP-NAME = SPACES
                   MOVE SA-EMPLOYEE-NAME TO WS-EMP-NAME
               END-IF.
               MOVE 'N' TO WS-POSTED-IN-QUARTER.
               IF SA-YEAR = WS-TARGET-YEAR
                       AND SA-QUARTER = WS-TARGET-QUARTER
                   MOVE 'Y' TO WS-POSTED-IN-QUARTER
                   ADD 1 TO WS-EMP-POSTINGS
                   ADD 1 TO TOTAL-QTR-ADJUSTMENTS
                   ADD SA-GROSS TO EA-HISTORY(1)
                   ADD SA-FED-TAX TO EA-HISTORY(2)
                   ADD SA-STATE-TAX TO EA-HISTORY(3)
                   ADD SA-LOCAL-TAX TO EA-HISTORY(4)
                   ADD SA-OASDI TO EA-HISTORY(5)
                   ADD SA-MEDICARE TO EA-HISTORY(6)
                   ADD SA-HEALTH TO EA-HISTORY(7)
               END-IF.

               MOVE SA-RUN-ID TO WS-LOOK-RUN-ID.
               PERFORM 0510-FIND-RUN.
               MOVE 'N' TO WS-RUN-IN-QUARTER.
               IF WS-RT-SUB = ZEROS
                   MOVE SA-CHECK-DATE TO WS-DATE-WORK
                   PERFORM 0530-CHECK-DATE-QUARTER
                   IF WS-DATE-IN-QUARTER = 'Y'
                       MOVE 'A' TO WS-UR-KIND
                       MOVE SA-CHECK-DATE TO WS-UR-DATE
                       MOVE SA-GROSS TO WS-UR-AMOUNT
                       PERFORM 0520-NOTE-UNKNOWN-RUN
                   END-IF
               ELSE
                   SET RT-IDX TO WS-RT-SUB
                   MOVE RT-IN-QUARTER(RT-IDX) TO WS-RUN-IN-QUARTER
               END-IF.
               IF WS-POSTED-IN-QUARTER = 'Y'
                       AND WS-RUN-IN-QUARTER = 'N'
                   ADD SA-FED-TAX TO WS-XQ-TAX
                   ADD SA-OASDI TO WS-XQ-OASDI
                   ADD SA-MEDICARE TO WS-XQ-MEDICARE
               END-IF.
               IF WS-POSTED-IN-QUARTER = 'N'
                       AND WS-RUN-IN-QUARTER = 'Y'
                   SUBTRACT SA-FED-TAX FROM WS-XQ-TAX
                   SUBTRACT SA-OASDI FROM WS-XQ-OASDI
                   SUBTRACT SA-MEDICARE FROM WS-XQ-MEDICARE
               END-IF.

      *        Every bucket that differs from history gets a line,
      *        then the two rate tests. Nothing in the quarter on
      *        either side is nothing to report.
           0370-COMPARE-EMPLOYEE.
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > 7
                   ADD EA-MASTER(WS-ITEM-SUB) TO CA-MASTER(WS-ITEM-SUB)
                   ADD EA-HISTORY(WS-ITEM-SUB)
                       TO CA-HISTORY(WS-ITEM-SUB)
                   IF EA-MASTER(WS-ITEM-SUB)
                           NOT = EA-HISTORY(WS-ITEM-SUB)
                       MOVE ITEM-NAME(WS-ITEM-SUB) TO ED-ITEM
                       MOVE EA-MASTER(WS-ITEM-SUB) TO WS-TEST-ACTUAL
                       MOVE EA-HISTORY(WS-ITEM-SUB)
                           TO WS-TEST-EXPECTED
                       PERFORM 0390-WRITE-EMPLOYEE-LINE
                   END-IF
               END-PERFORM.
               ADD WS-EMP-POSTINGS TO WS-CO-POSTINGS.
               IF WS-EMP-ON-MASTER = 'Y'
                   PERFORM 0380-CHECK-EMPLOYEE-RATES
               END-IF.
               IF WS-EMP-OUT = 'Y'
                   ADD 1 TO TOTAL-EMP-OUT
               END-IF.

           0380-CHECK-EMPLOYEE-RATES.
               COMPUTE WS-TOLERANCE =
                   WS-EMP-POSTINGS * ROUNDING-PER-POSTING.

               MOVE ZEROS TO WS-SS-WAGES.
               IF WS-PRIOR-GROSS < OASDI-WAGE-BASE
                   COMPUTE WS-SS-WAGES =
                       OASDI-WAGE-BASE - WS-PRIOR-GROSS
                   IF WS-SS-WAGES > EA-MASTER(1)
                       MOVE EA-MASTER(1) TO WS-SS-WAGES
                   END-IF
               END-IF.
               ADD WS-SS-WAGES TO WS-CO-SS-WAGES.
               COMPUTE WS-TEST-EXPECTED ROUNDED =
                   WS-SS-WAGES * OASDI-RATE.
               MOVE EA-MASTER(5) TO WS-TEST-ACTUAL.
               PERFORM 0540-FIGURE-DIFFERENCE.
               IF WS-TEST-ABS-DIFF > WS-TOLERANCE
                   MOVE 'SOC SEC RATE' TO ED-ITEM
                   PERFORM 0390-WRITE-EMPLOYEE-LINE
               END-IF.

               COMPUTE WS-TEST-EXPECTED ROUNDED =
                   EA-MASTER(1) * MEDICARE-RATE.
               MOVE EA-MASTER(6) TO WS-TEST-ACTUAL.
               PERFORM 0540-FIGURE-DIFFERENCE.
               IF WS-TEST-ABS-DIFF > WS-TOLERANCE
                   MOVE 'MEDICARE RATE' TO ED-ITEM
                   PERFORM 0390-WRITE-EMPLOYEE-LINE
               END-IF.

           0390-WRITE-EMPLOYEE-LINE.
               PERFORM 0540-FIGURE-DIFFERENCE.
               MOVE WS-CURRENT-EMP TO ED-EMP-NUM.
               MOVE WS-EMP-NAME TO ED-EMP-NAME.
               MOVE WS-TEST-ACTUAL TO ED-MASTER.
               MOVE WS-TEST-EXPECTED TO ED-EXPECTED.
               MOVE WS-TEST-DIFFERENCE TO ED-DIFFERENCE.
               MOVE WS-EMP-NOTE TO ED-NOTE.
               WRITE REPORT-LINE FROM EMP-DET-LINE.
               ADD 1 TO TOTAL-EMP-LINES.
               MOVE 'Y' TO WS-EMP-OUT.

      ******************************************************************
      * Company - the buckets' totals against history, the liability
      * ledger and the deposits, then the 941 rate lines.
      ******************************************************************
           0400-RECONCILE-COMPANY.
               MOVE 'COMPANY TOTALS' TO RPT-SEC-TITLE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM RPT-SECTION-HEADING.
               WRITE REPORT-LINE FROM RPT-TEST-HEADING.
               MOVE ZEROS TO WS-TOLERANCE.

               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > 7
                   MOVE SPACES TO TD-TEST-NAME
                   STRING 'MASTER ' ITEM-NAME(WS-ITEM-SUB)
                           DELIMITED BY '  '
                           ' VS CHECKS + ADJ' DELIMITED BY SIZE
                       INTO TD-TEST-NAME
                   MOVE CA-HISTORY(WS-ITEM-SUB) TO WS-TEST-EXPECTED
                   MOVE CA-MASTER(WS-ITEM-SUB) TO WS-TEST-ACTUAL
                   PERFORM 0490-WRITE-TEST-LINE
               END-PERFORM.

               MOVE 'ADJ CROSSING QUARTER - NET FED TAX'
                   TO RPT-INFO-LABEL.
               MOVE WS-XQ-TAX TO RPT-INFO-AMOUNT.
               WRITE REPORT-LINE FROM RPT-INFO-LINE.
               MOVE 'ADJ CROSSING QUARTER - NET SOC SEC (EMPLOYEE)'
                   TO RPT-INFO-LABEL.
               MOVE WS-XQ-OASDI TO RPT-INFO-AMOUNT.
               WRITE REPORT-LINE FROM RPT-INFO-LINE.
               MOVE 'ADJ CROSSING QUARTER - NET MEDICARE (EMPLOYEE)'
                   TO RPT-INFO-LABEL.
               MOVE WS-XQ-MEDICARE TO RPT-INFO-AMOUNT.
               WRITE REPORT-LINE FROM RPT-INFO-LINE.

               MOVE 'TAXLIAB INCOME TAX VS MASTER' TO TD-TEST-NAME.
               COMPUTE WS-TEST-EXPECTED = CA-MASTER(2) - WS-XQ-TAX.
               MOVE WS-TL-TAX TO WS-TEST-ACTUAL.
               PERFORM 0490-WRITE-TEST-LINE.
               MOVE 'TAXLIAB SOC SEC (BOTH HALVES) VS MASTER'
                   TO TD-TEST-NAME.
               COMPUTE WS-TEST-EXPECTED =
                   2 * (CA-MASTER(5) - WS-XQ-OASDI).
               MOVE WS-TL-OASDI TO WS-TEST-ACTUAL.
               PERFORM 0490-WRITE-TEST-LINE.
               MOVE 'TAXLIAB MEDICARE (BOTH HALVES) VS MASTER'
                   TO TD-TEST-NAME.
               COMPUTE WS-TEST-EXPECTED =
                   2 * (CA-MASTER(6) - WS-XQ-MEDICARE).
               MOVE WS-TL-MEDICARE TO WS-TEST-ACTUAL.
               PERFORM 0490-WRITE-TEST-LINE.

               PERFORM 0420-RECONCILE-DEPOSITS.

      *        The 941's line 5a is social security wages times the
      *        combined rate and 5c all Medicare wages times its
      *        combined rate; the withholding on the master (both
      *        halves) has to come to those within rounding.
               COMPUTE WS-TOLERANCE =
                   WS-CO-POSTINGS * ROUNDING-941-PER-POSTING.
               MOVE '941 LINE 5A SS WAGES X 12.4%' TO TD-TEST-NAME.
               COMPUTE WS-TEST-EXPECTED ROUNDED =
                   WS-CO-SS-WAGES * OASDI-941-RATE.
               COMPUTE WS-TEST-ACTUAL = 2 * CA-MASTER(5).
               PERFORM 0490-WRITE-TEST-LINE.
               MOVE '941 LINE 5C MEDICARE WAGES X 2.9%'
                   TO TD-TEST-NAME.
               COMPUTE WS-TEST-EXPECTED ROUNDED =
                   CA-MASTER(1) * MEDICARE-941-RATE.
               COMPUTE WS-TEST-ACTUAL = 2 * CA-MASTER(6).
               PERFORM 0490-WRITE-TEST-LINE.
               MOVE 'SOCIAL SECURITY WAGES FOR LINE 5A'
                   TO RPT-INFO-LABEL.
               MOVE WS-CO-SS-WAGES TO RPT-INFO-AMOUNT.
               WRITE REPORT-LINE FROM RPT-INFO-LINE.
               MOVE '941 LINES ROUNDING ALLOWANCE (1 CENT PER POSTING)'
                   TO RPT-INFO-LABEL.
               MOVE WS-TOLERANCE TO RPT-INFO-AMOUNT.
               WRITE REPORT-LINE FROM RPT-INFO-LINE.
               MOVE ZEROS TO WS-TOLERANCE.

      *        The quarter's liability against what treasury keyed
      *        against its check dates, date by date and in total.
           0420-RECONCILE-DEPOSITS.
               MOVE ZEROS TO WS-DEPOSITED.
               PERFORM VARYING QL-IDX FROM 1 BY 1
                       UNTIL QL-IDX > WS-QL-COUNT
                   MOVE SPACES TO TD-TEST-NAME
                   STRING 'DEPOSITS FOR CHECK DATE '
                           QL-CHECK-DATE(QL-IDX)
                           DELIMITED BY SIZE
                       INTO TD-TEST-NAME
                   MOVE QL-TOTAL(QL-IDX) TO WS-TEST-EXPECTED
                   MOVE ZEROS TO WS-TEST-ACTUAL
                   PERFORM VARYING DT-IDX FROM 1 BY 1
                           UNTIL DT-IDX > WS-DT-COUNT
                       IF DT-LIAB-DATE(DT-IDX) = QL-CHECK-DATE(QL-IDX)
                           MOVE DT-AMOUNT(DT-IDX) TO WS-TEST-ACTUAL
                       END-IF
                   END-PERFORM
                   ADD WS-TEST-ACTUAL TO WS-DEPOSITED
                   PERFORM 0490-WRITE-TEST-LINE
               END-PERFORM.
               MOVE 'DEPOSITS VS TAXLIAB FOR THE QUARTER'
                   TO TD-TEST-NAME.
               MOVE WS-TL-TOTAL TO WS-TEST-EXPECTED.
               MOVE WS-DEPOSITED TO WS-TEST-ACTUAL.
               PERFORM 0490-WRITE-TEST-LINE.

      *        WS-TOLERANCE is zero for every test but the 941 rate
      *        lines - everything else must tie to the cent.
           0490-WRITE-TEST-LINE.
               PERFORM 0540-FIGURE-DIFFERENCE.
               MOVE WS-TEST-EXPECTED TO TD-EXPECTED.
               MOVE WS-TEST-ACTUAL TO TD-ACTUAL.
               MOVE WS-TEST-DIFFERENCE TO TD-DIFFERENCE.
               IF WS-TEST-ABS-DIFF > WS-TOLERANCE
                   MOVE 'OUT' TO TD-RESULT
                   ADD 1 TO TOTAL-TESTS-OUT
               ELSE
                   MOVE 'OK' TO TD-RESULT
               END-IF.
               WRITE REPORT-LINE FROM TEST-DET-LINE.

      ******************************************************************
      * Runs - every run of the quarter must have completed and posted
      * exactly one liability record; money dated in the quarter under
      * a run ID the run history never recorded is listed by run.
      ******************************************************************
           0500-REPORT-RUNS.
               MOVE 'RUNS THAT DID NOT COMPLETE CLEANLY'
                   TO RPT-SEC-TITLE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               WRITE REPORT-LINE FROM RPT-SECTION-HEADING.
               WRITE REPORT-LINE FROM RPT-RUN-HEADING.
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > WS-RT-COUNT
                   IF RT-IN-QUARTER(RT-IDX) = 'Y'
                           AND RT-LIAB-COUNT(RT-IDX) NOT = 1
                       MOVE RT-RUN-ID(RT-IDX) TO RD-RUN-ID
                       MOVE RT-PERIOD-END(RT-IDX) TO RD-DATE
                       MOVE ZEROS TO RD-AMOUNT
                       IF RT-LIAB-COUNT(RT-IDX) = ZEROS
                           MOVE 'COMPLETED RUN WITH NO TAXLIAB RECORD'
                               TO RD-FINDING
                       ELSE
                           MOVE 'MORE THAN ONE TAXLIAB RECORD FOR RUN'
                               TO RD-FINDING
                       END-IF
                       WRITE REPORT-LINE FROM RUN-DET-LINE
                       ADD 1 TO TOTAL-RUNS-OUT
                   END-IF
               END-PERFORM.
               PERFORM VARYING UR-IDX FROM 1 BY 1
                       UNTIL UR-IDX > WS-UR-COUNT
                   MOVE UR-RUN-ID(UR-IDX) TO RD-RUN-ID
                   MOVE UR-DATE(UR-IDX) TO RD-DATE
                   MOVE UR-AMOUNT(UR-IDX) TO RD-AMOUNT
                   EVALUATE UR-KIND(UR-IDX)
                       WHEN 'H'
                           MOVE 'GROSS ON PAYHIST - RUN NOT ON RUNHIST'
                               TO RD-FINDING
                       WHEN 'A'
                           MOVE 'GROSS ON ADJHIST - RUN NOT ON RUNHIST'
                               TO RD-FINDING
                       WHEN OTHER
                           MOVE 'TAXLIAB RECORD - RUN NOT ON RUNHIST'
                               TO RD-FINDING
                   END-EVALUATE
                   WRITE REPORT-LINE FROM RUN-DET-LINE
                   ADD 1 TO TOTAL-RUNS-OUT
               END-PERFORM.
               IF WS-RT-IN-QUARTER = ZEROS
                   MOVE SPACES TO RD-RUN-ID
                   MOVE ZEROS TO RD-DATE
                   MOVE ZEROS TO RD-AMOUNT
                   MOVE 'NO COMPLETED RUN ON RUNHIST FOR THE QUARTER'
                       TO RD-FINDING
                   WRITE REPORT-LINE FROM RUN-DET-LINE
                   ADD 1 TO TOTAL-RUNS-OUT
               END-IF.
               IF TOTAL-RUNS-OUT = ZEROS
                   WRITE REPORT-LINE FROM RPT-NONE-LINE
               END-IF.

           0510-FIND-RUN.
               MOVE ZEROS TO WS-RT-SUB.
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > WS-RT-COUNT
                           OR WS-RT-SUB NOT = ZEROS
                   IF RT-RUN-ID(RT-IDX) = WS-LOOK-RUN-ID
                       SET WS-RT-SUB TO RT-IDX
                   END-IF
               END-PERFORM.

      *        One line per unknown run and place it was found, with
      *        the amounts summed.
           0520-NOTE-UNKNOWN-RUN.
               MOVE ZEROS TO WS-UR-SUB.
               PERFORM VARYING UR-IDX FROM 1 BY 1
                       UNTIL UR-IDX > WS-UR-COUNT
                   IF UR-RUN-ID(UR-IDX) = WS-LOOK-RUN-ID
                           AND UR-KIND(UR-IDX) = WS-UR-KIND
                       SET WS-UR-SUB TO UR-IDX
                   END-IF
               END-PERFORM.
               IF WS-UR-SUB = ZEROS
                   IF WS-UR-COUNT < 50
                       ADD 1 TO WS-UR-COUNT
                       SET UR-IDX TO WS-UR-COUNT
                       MOVE WS-LOOK-RUN-ID TO UR-RUN-ID(UR-IDX)
                       MOVE WS-UR-KIND TO UR-KIND(UR-IDX)
                       MOVE WS-UR-DATE TO UR-DATE(UR-IDX)
                       MOVE ZEROS TO UR-AMOUNT(UR-IDX)
                       MOVE WS-UR-COUNT TO WS-UR-SUB
                   ELSE
                       ADD 1 TO WS-UR-LOST
                   END-IF
               END-IF.
               IF WS-UR-SUB NOT = ZEROS
                   SET UR-IDX TO WS-UR-SUB
                   ADD WS-UR-AMOUNT TO UR-AMOUNT(UR-IDX)
               END-IF.

      *        Calendar quarter of WS-DATE-WORK against the quarter
      *        being reconciled - only used for money whose run the
      *        run history cannot place.
           0530-CHECK-DATE-QUARTER.
               MOVE 'N' TO WS-DATE-IN-QUARTER.
               IF WS-DATE-MONTH > ZEROS AND WS-DATE-MONTH < 13
                   COMPUTE WS-DATE-QUARTER = (WS-DATE-MONTH + 2) / 3
                   IF WS-DATE-YEAR = WS-TARGET-YEAR
                           AND WS-DATE-QUARTER = WS-TARGET-QUARTER
                       MOVE 'Y' TO WS-DATE-IN-QUARTER
                   END-IF
               END-IF.

           0540-FIGURE-DIFFERENCE.
               COMPUTE WS-TEST-DIFFERENCE =
                   WS-TEST-ACTUAL - WS-TEST-EXPECTED.
               IF WS-TEST-DIFFERENCE < ZEROS
                   COMPUTE WS-TEST-ABS-DIFF = ZERO - WS-TEST-DIFFERENCE
               ELSE
                   MOVE WS-TEST-DIFFERENCE TO WS-TEST-ABS-DIFF
               END-IF.

           0800-WRITE-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 'MASTER RECORDS RECONCILED' TO RPT-CNT-LABEL.
               MOVE TOTAL-MASTER-RECORDS TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'QUARTER CHECKS ON PAYHIST' TO RPT-CNT-LABEL.
               MOVE TOTAL-QTR-CHECKS TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'QUARTER POSTINGS ON ADJHIST' TO RPT-CNT-LABEL.
               MOVE TOTAL-QTR-ADJUSTMENTS TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'EMPLOYEES OUT OF BALANCE' TO RPT-CNT-LABEL.
               MOVE TOTAL-EMP-OUT TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'COMPANY TESTS OUT OF BALANCE' TO RPT-CNT-LABEL.
               MOVE TOTAL-TESTS-OUT TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'RUN FINDINGS' TO RPT-CNT-LABEL.
               MOVE TOTAL-RUNS-OUT TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.

               IF WS-RT-LOST > ZEROS
                   DISPLAY 'RUN TABLE FULL - ' WS-RT-LOST
                       ' RUNHIST RECORD(S) NOT LOADED'
                   ADD 1 TO TOTAL-RUNS-OUT
               END-IF.
               IF WS-UR-LOST > ZEROS
                   DISPLAY 'UNKNOWN RUN TABLE FULL - ' WS-UR-LOST
                       ' RUN(S) NOT LISTED'
                   ADD 1 TO TOTAL-RUNS-OUT
               END-IF.
               IF WS-QL-LOST > ZEROS
                   DISPLAY 'LIABILITY DATE TABLE FULL - ' WS-QL-LOST
                       ' DATE(S) NOT DEPOSIT-TESTED'
                   ADD 1 TO TOTAL-TESTS-OUT
               END-IF.
               IF WS-DT-LOST > ZEROS
                   DISPLAY 'DEPOSIT TABLE FULL - ' WS-DT-LOST
                       ' DEPOSIT DATE(S) NOT COUNTED'
                   ADD 1 TO TOTAL-TESTS-OUT
               END-IF.

               IF TOTAL-EMP-OUT > ZEROS OR TOTAL-TESTS-OUT > ZEROS
                       OR TOTAL-RUNS-OUT > ZEROS
                   MOVE 'OUT OF BALANCE - HOLD THE QUARTERLY FILING'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
                   DISPLAY 'QUARTER ' WS-TARGET-YEAR '/'
                       WS-TARGET-QUARTER ' OUT OF BALANCE - SEE '
                       'QTRRECON.TXT - FILING HELD'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'QUARTER IN BALANCE - RELEASE FOR FILING'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
                   DISPLAY 'QUARTER ' WS-TARGET-YEAR '/'
                       WS-TARGET-QUARTER ' IN BALANCE'
               END-IF.

       END PROGRAM QTRRECON.
