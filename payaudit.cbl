      ******************************************************************
      * Author: Saleh Yassin
      * Date: Oct 15 2026
      * Purpose: Payroll fraud and anomaly audit, run after each pay
      * run. Cross-checks the employee master (EMPMASTER.DAT), the
      * maintenance audit trail EMPMAINT and ACHRETRN append to
      * (EMPAUDIT.TXT) and the permanent pay history (PAYHIST.DAT)
      * for the classic payroll frauds:
      *   1 the same bank routing/account on more than one employee
      *   2 a deposit this run within the window of a bank change,
      *     flagged harder when no prenote run came in between
      *   3 pay this run to a terminated employee, or to an employee
      *     number not on the master at all
      *   4 pay this run with no hire date on the master, or a hire
      *     date after the period end
      *   5 a name change and a bank change posted the same day
      * Each case prints with the run ID it was paid in and the audit-
      * trail entries behind it (PAYAUDIT.TXT). Any case ends RC=4 so
      * internal audit sees it; missing master/history ends RC=8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAUDIT.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.
                   SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-MASTER-NUMBER
                   FILE STATUS IS WS-MASTER-STATUS.
                   SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
                   SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYHIST-STATUS.
      *            The trail and the history, each put in employee
      *            order so both can be walked beside the master.
                   SELECT TRAIL-WORK-FILE ASSIGN TO "AUDTRAIL.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT TRAIL-SORTED-FILE ASSIGN TO "AUDTRSRT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT TRAIL-SORT-WORK ASSIGN TO "AUDTRWK.TMP".
                   SELECT HISTORY-SORTED-FILE ASSIGN TO "AUDHIST.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT HISTORY-SORT-WORK ASSIGN TO "AUDHSWK.TMP".
      *            Every employee's bank data, in routing/account order
      *            so shared accounts fall together.
                   SELECT BANK-WORK-FILE ASSIGN TO "AUDBANK.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT BANK-SORTED-FILE ASSIGN TO "AUDBKSRT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT BANK-SORT-WORK ASSIGN TO "AUDBKWK.TMP".
      *            Report lines as the cases are found, sorted into
      *            case order for printing.
                   SELECT CASE-WORK-FILE ASSIGN TO "AUDCASE.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT CASE-SORTED-FILE ASSIGN TO "AUDCSSRT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT CASE-SORT-WORK ASSIGN TO "AUDCSWK.TMP".
                   SELECT REPORT-FILE ASSIGN TO "PAYAUDIT.TXT"
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
                   05 RC-NEXT-CHECK-NO     PIC 9(8).
                   05 RC-RUN-MODE          PIC X(1).
                   05 RC-VARIANCE-PCT      PIC 9(3).
      *            Days after a bank change a deposit is still treated
      *            as suspect; blank or zero takes the standard 30.
                   05 RC-BANK-WINDOW       PIC 9(3).

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

      *        Same shape EMPMAINT and ACHRETRN write. Title lines and
      *        anything else without an employee number are skipped;
      *        lines written before the posting date was carried have
      *        no date and cannot be timed against a deposit.
               FD AUDIT-FILE.
               01 AUDIT-LINE.
                   05 AL-EMP-NUM           PIC X(9).
                   05 AL-EMP-NUM-N REDEFINES AL-EMP-NUM
                                           PIC 9(9).
                   05 FILLER               PIC X(2).
                   05 AL-ACTION            PIC X(1).
                   05 FILLER               PIC X(2).
                   05 AL-FIELD             PIC X(12).
                   05 FILLER               PIC X(6).
                   05 AL-OLD-VALUE         PIC X(17).
                   05 FILLER               PIC X(6).
                   05 AL-NEW-VALUE         PIC X(17).
                   05 FILLER               PIC X(7).
                   05 AL-DATE              PIC X(8).
                   05 AL-DATE-N REDEFINES AL-DATE
                                           PIC 9(8).
                   05 FILLER               PIC X(13).

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
                   05 FILLER               PIC X(56).
                   05 SH-NET               PIC 9(5)V99.
                   05 SH-PAY-METHOD        PIC X(1).
                   05 SH-CHECK-NO          PIC 9(8).
                   05 FILLER               PIC X(110).

      *        TW-SEQ is the line's place in the trail, so one
      *        employee's entries keep the order they were posted in.
               FD TRAIL-WORK-FILE.
               01 TRAIL-WORK-RECORD.
                   05 TW-EMPLOYEE-NUMBER   PIC 9(9).
                   05 TW-SEQ               PIC 9(7).
                   05 TW-DATE              PIC 9(8).
                   05 TW-ACTION            PIC X(1).
                   05 TW-FIELD             PIC X(12).
                   05 TW-OLD-VALUE         PIC X(17).
                   05 TW-NEW-VALUE         PIC X(17).

               SD TRAIL-SORT-WORK.
               01 TRAIL-SORT-RECORD.
                   05 TSW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 TSW-SEQ              PIC 9(7).
                   05 FILLER               PIC X(55).

               FD TRAIL-SORTED-FILE.
               01 TRAIL-SORTED-RECORD      PIC X(71).

               FD BANK-WORK-FILE.
               01 BANK-WORK-RECORD.
                   05 BW-ROUTING           PIC 9(9).
                   05 BW-ACCOUNT           PIC X(17).
                   05 BW-EMPLOYEE-NUMBER   PIC 9(9).

               SD BANK-SORT-WORK.
               01 BANK-SORT-RECORD.
                   05 BSW-ROUTING          PIC 9(9).
                   05 BSW-ACCOUNT          PIC X(17).
                   05 BSW-EMPLOYEE-NUMBER  PIC 9(9).

               FD BANK-SORTED-FILE.
               01 BANK-SORTED-RECORD.
                   05 BS-ROUTING           PIC 9(9).
                   05 BS-ACCOUNT           PIC X(17).
                   05 BS-EMPLOYEE-NUMBER   PIC 9(9).

      *        CW-KIND 'C' is the case line itself, 'T' an audit-
      *        trail line printed under it. CW-GROUP holds the shared
      *        routing/account for case 1 (blank for the others) so
      *        the employees sharing an account print together.
               FD CASE-WORK-FILE.
               01 CASE-WORK-RECORD.
                   05 CW-CASE              PIC 9(1).
                   05 CW-GROUP             PIC X(26).
                   05 CW-EMPLOYEE-NUMBER   PIC 9(9).
                   05 CW-SEQ               PIC 9(7).
                   05 CW-KIND              PIC X(1).
                   05 CW-TEXT              PIC X(120).

               SD CASE-SORT-WORK.
               01 CASE-SORT-RECORD.
                   05 CSW-CASE             PIC 9(1).
                   05 CSW-GROUP            PIC X(26).
                   05 CSW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 CSW-SEQ              PIC 9(7).
                   05 FILLER               PIC X(121).

               FD CASE-SORTED-FILE.
               01 CASE-SORTED-RECORD.
                   05 CS-CASE              PIC 9(1).
                   05 CS-GROUP             PIC X(26).
                   05 CS-EMPLOYEE-NUMBER   PIC 9(9).
                   05 CS-SEQ               PIC 9(7).
                   05 CS-KIND              PIC X(1).
                   05 CS-TEXT              PIC X(120).

               FD REPORT-FILE.
               01 REPORT-LINE              PIC X(132).

           WORKING-STORAGE SECTION.
               01 REPORT-OUT.
                   05 RPT-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(31)
                               VALUE 'PAYROLL FRAUD AND ANOMALY AUDIT'.

                   05 RPT-WINDOW-LINE.
                       10 FILLER       PIC X(24)
                               VALUE 'BANK-CHANGE WINDOW DAYS '.
                       10 RPT-WINDOW           PIC ZZ9.

                   05 RPT-SECTION-HEADING.
                       10 FILLER       PIC X(5) VALUE 'CASE '.
                       10 RPT-SEC-NUMBER       PIC 9(1).
                       10 FILLER       PIC X(3) VALUE ' - '.
                       10 RPT-SEC-TITLE        PIC X(60).

                   05 RPT-COLUMN-HEADING.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(1) VALUE 'S'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'RUN ID'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'CHK DATE'.
                       10 FILLER       PIC X(5) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'AMOUNT'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(7) VALUE 'FINDING'.

                   05 RPT-NONE-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(10) VALUE 'NONE FOUND'.

                   05 RPT-COUNT-LINE.
                       10 RPT-CNT-LABEL        PIC X(40).
                       10 RPT-CNT-VALUE        PIC ZZ,ZZ9.

               01 CASE-DET-LINE.
                   05 CD-EMP-NUM           PIC 9(9).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 CD-EMP-NAME          PIC X(13).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 CD-STATUS            PIC X(1).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 CD-RUN-ID            PIC X(8).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 CD-CHECK-DATE        PIC X(8).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 CD-AMOUNT            PIC ZZ,ZZ9.99
                           BLANK WHEN ZERO.
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 CD-FINDING           PIC X(60).

               01 TRAIL-DET-LINE.
                   05 FILLER       PIC X(6) VALUE SPACES.
                   05 FILLER       PIC X(6) VALUE 'TRAIL '.
                   05 TD-DATE              PIC X(8).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 TD-ACTION            PIC X(1).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 TD-FIELD             PIC X(12).
                   05 FILLER       PIC X(6) VALUE ' OLD: '.
                   05 TD-OLD-VALUE         PIC X(17).
                   05 FILLER       PIC X(6) VALUE ' NEW: '.
                   05 TD-NEW-VALUE         PIC X(17).
                   05 FILLER       PIC X(37) VALUE SPACES.

               01 TRAIL-NONE-LINE.
                   05 FILLER       PIC X(6) VALUE SPACES.
                   05 FILLER       PIC X(6) VALUE 'TRAIL '.
                   05 FILLER       PIC X(36)
                       VALUE 'NO AUDIT-TRAIL ENTRY ON FILE FOR THIS'.
                   05 FILLER       PIC X(72) VALUE ' CHANGE'.

               01 RUN-STAMP-LINE.
                   05 FILLER               PIC X(4) VALUE 'RUN '.
                   05 RSL-RUN-ID           PIC X(8).
                   05 FILLER               PIC X(13)
                           VALUE '  PERIOD END '.
                   05 RSL-PERIOD-END       PIC 9(8).
                   05 FILLER               PIC X(13)
                           VALUE '  CHECK DATE '.
                   05 RSL-CHECK-DATE       PIC 9(8).

      *        Section titles, in case-number order.
               01 CASE-TITLE-VALUES.
                   05 FILLER               PIC X(60) VALUE
                   'SAME ROUTING/ACCOUNT ON MORE THAN ONE EMPLOYEE'.
                   05 FILLER               PIC X(60) VALUE
                   'DEPOSIT WITHIN THE WINDOW AFTER A BANK CHANGE'.
                   05 FILLER               PIC X(60) VALUE
                   'PAY TO A TERMINATED OR UNKNOWN EMPLOYEE'.
                   05 FILLER               PIC X(60) VALUE
                   'PAID WITH NO HIRE DATE OR HIRED AFTER PERIOD END'.
                   05 FILLER               PIC X(60) VALUE
                   'NAME CHANGE AND BANK CHANGE POSTED TOGETHER'.
               01 CASE-TITLE-TABLE REDEFINES CASE-TITLE-VALUES.
                   05 CASE-TITLE           PIC X(60) OCCURS 5 TIMES.
               01 CASE-COUNT-TABLE.
                   05 CASE-COUNT           PIC 9(5) OCCURS 5 TIMES.

               01 WS-RUNCTL-STATUS         PIC X(2) VALUE SPACES.
               01 WS-MASTER-STATUS         PIC X(2) VALUE SPACES.
               01 WS-AUDIT-STATUS          PIC X(2) VALUE SPACES.
               01 WS-PAYHIST-STATUS        PIC X(2) VALUE SPACES.
               01 MASTER-EOF               PIC X(1) VALUE 'N'.
               01 AUDIT-EOF                PIC X(1) VALUE 'N'.
               01 TRAIL-EOF                PIC X(1) VALUE 'N'.
               01 HISTORY-EOF              PIC X(1) VALUE 'N'.
               01 BANK-EOF                 PIC X(1) VALUE 'N'.
               01 CASE-EOF                 PIC X(1) VALUE 'N'.

               01 WS-BANK-WINDOW           PIC 9(3) VALUE 30.
               01 WS-RUN-CHECK-INT         PIC 9(8) VALUE ZEROS.

      *        The trail line being walked beside the master - same
      *        shape as TRAIL-WORK-RECORD.
               01 WS-TRAIL-ENTRY.
                   05 TE-EMPLOYEE-NUMBER   PIC 9(9).
                   05 TE-SEQ               PIC 9(7).
                   05 TE-DATE              PIC 9(8).
                   05 TE-ACTION            PIC X(1).
                   05 TE-FIELD             PIC X(12).
                   05 TE-OLD-VALUE         PIC X(17).
                   05 TE-NEW-VALUE         PIC X(17).

      *        One employee's trail entries, oldest first. Entries
      *        past the table are counted and reported, not tested.
               01 WS-ET-COUNT              PIC 9(3) VALUE ZEROS.
               01 WS-ET-SUB                PIC 9(3) VALUE ZEROS.
               01 EMP-TRAIL-TABLE.
                   05 ET-ENTRY OCCURS 200 TIMES
                           INDEXED BY ET-IDX.
                       10 ET-DATE          PIC 9(8).
                       10 ET-ACTION        PIC X(1).
                       10 ET-FIELD         PIC X(12).
                       10 ET-OLD-VALUE     PIC X(17).
                       10 ET-NEW-VALUE     PIC X(17).

      *        Employees found sharing a routing/account with someone
      *        else, filled by the bank pass before the main pass.
               01 WS-DUP-COUNT             PIC 9(3) VALUE ZEROS.
               01 WS-DUP-SUB               PIC 9(3) VALUE ZEROS.
               01 DUP-TABLE.
                   05 DUP-ENTRY OCCURS 500 TIMES
                           INDEXED BY DUP-IDX.
                       10 DUP-EMPLOYEE-NUMBER PIC 9(9).
                       10 DUP-ROUTING      PIC 9(9).
                       10 DUP-ACCOUNT      PIC X(17).
                       10 DUP-SHARED       PIC 9(3).

      *        The employees on the routing/account being read.
               01 WS-BG-COUNT              PIC 9(3) VALUE ZEROS.
               01 WS-BG-ROUTING            PIC 9(9) VALUE ZEROS.
               01 WS-BG-ACCOUNT            PIC X(17) VALUE SPACES.
               01 BANK-GROUP-TABLE.
                   05 BG-EMPLOYEE-NUMBER   PIC 9(9) OCCURS 50 TIMES
                           INDEXED BY BG-IDX.

      *        Case work fields.
               01 WS-CASE-NO               PIC 9(1) VALUE ZEROS.
               01 WS-CASE-SUB              PIC 9(1) VALUE ZEROS.
               01 WS-CASE-GROUP            PIC X(26) VALUE SPACES.
               01 WS-CASE-BANK-GROUP REDEFINES WS-CASE-GROUP.
                   05 WS-CG-ROUTING        PIC 9(9).
                   05 WS-CG-ACCOUNT        PIC X(17).
               01 WS-CW-SEQ                PIC 9(7) VALUE ZEROS.
               01 WS-SECTION-LINES         PIC 9(5) VALUE ZEROS.
               01 WS-TRAIL-KIND            PIC X(1) VALUE SPACE.
               01 WS-TRAIL-DATE            PIC 9(8) VALUE ZEROS.
               01 WS-TRAIL-TAKE            PIC X(1) VALUE 'N'.
               01 WS-TRAIL-WRITTEN         PIC 9(3) VALUE ZEROS.
               01 WS-FINDING               PIC X(60) VALUE SPACES.
               01 WS-FINDING-PTR           PIC 9(3) VALUE 1.
               01 WS-DAYS-EDIT             PIC ZZZ9.
               01 WS-COUNT-EDIT            PIC ZZ9.

      *        The current employee's pay this run and the history
      *        behind it.
               01 WS-EMP-RUN-CHECKS        PIC 9(3) VALUE ZEROS.
               01 WS-EMP-RUN-NET           PIC 9(6)V99 VALUE ZEROS.
               01 WS-EMP-RUN-DATE          PIC 9(8) VALUE ZEROS.
               01 WS-LAST-PAPER-DATE       PIC 9(8) VALUE ZEROS.
               01 WS-CHANGE-DATE           PIC 9(8) VALUE ZEROS.
               01 WS-DAYS-SINCE            PIC S9(7) VALUE ZEROS.
               01 WS-PAIR-DATE             PIC 9(8) VALUE ZEROS.
               01 WS-LAST-PAIR-DATE        PIC 9(8) VALUE ZEROS.
               01 WS-PAIR-FOUND            PIC X(1) VALUE 'N'.

               01 TOTAL-MASTER-RECORDS     PIC 9(6) VALUE ZEROS.
               01 TOTAL-TRAIL-LINES        PIC 9(6) VALUE ZEROS.
               01 TOTAL-UNDATED-LINES      PIC 9(6) VALUE ZEROS.
               01 TOTAL-RUN-CHECKS         PIC 9(6) VALUE ZEROS.
               01 TOTAL-CASES              PIC 9(6) VALUE ZEROS.
               01 TOTAL-TRAIL-LOST         PIC 9(5) VALUE ZEROS.
               01 TOTAL-DUP-LOST           PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
           0000-START.
               PERFORM 0100-INITIALIZE.
               PERFORM 0150-EXTRACT-TRAIL.
               PERFORM 0160-SORT-HISTORY.
               PERFORM 0200-FIND-SHARED-ACCOUNTS.
               PERFORM 0300-AUDIT-EMPLOYEES.
               PERFORM 0700-WRITE-REPORT.
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
               IF RC-RUN-ID = SPACES
                       OR RC-PERIOD-END NOT NUMERIC
                       OR RC-CHECK-DATE NOT NUMERIC
                       OR RC-CHECK-DATE < 19000101
                   DISPLAY 'INVALID RUN CONTROL CARD: ' RC-RUN-ID
                       ' ' RC-PERIOD-END ' ' RC-CHECK-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RC-BANK-WINDOW NUMERIC AND RC-BANK-WINDOW > ZEROS
                   MOVE RC-BANK-WINDOW TO WS-BANK-WINDOW
               END-IF.
               COMPUTE WS-RUN-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(RC-CHECK-DATE).
               MOVE RC-RUN-ID TO RSL-RUN-ID.
               MOVE RC-PERIOD-END TO RSL-PERIOD-END.
               MOVE RC-CHECK-DATE TO RSL-CHECK-DATE.
               MOVE ZEROS TO CASE-COUNT(1) CASE-COUNT(2) CASE-COUNT(3)
                   CASE-COUNT(4) CASE-COUNT(5).

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

               OPEN OUTPUT REPORT-FILE.
               WRITE REPORT-LINE FROM RPT-HEADING-TITLE.
               WRITE REPORT-LINE FROM RUN-STAMP-LINE.
               MOVE WS-BANK-WINDOW TO RPT-WINDOW.
               WRITE REPORT-LINE FROM RPT-WINDOW-LINE.
               OPEN OUTPUT CASE-WORK-FILE.

      *        A missing trail is not fatal - the master and history
      *        cases still run - but every case then prints with no
      *        trail behind it, which is itself worth a look.
           0150-EXTRACT-TRAIL.
               OPEN OUTPUT TRAIL-WORK-FILE.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS = '00'
                   MOVE 'N' TO AUDIT-EOF
                   PERFORM UNTIL AUDIT-EOF = 'Y'
                       READ AUDIT-FILE
                           AT END
                               MOVE 'Y' TO AUDIT-EOF
                           NOT AT END
                               PERFORM 0155-WRITE-TRAIL-WORK
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               ELSE
                   DISPLAY 'AUDIT TRAIL EMPAUDIT.TXT NOT FOUND - '
                       'STATUS ' WS-AUDIT-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF.
               CLOSE TRAIL-WORK-FILE.
               SORT TRAIL-SORT-WORK
                   ON ASCENDING KEY TSW-EMPLOYEE-NUMBER
                   ON ASCENDING KEY TSW-SEQ
                   USING TRAIL-WORK-FILE
                   GIVING TRAIL-SORTED-FILE.

           0155-WRITE-TRAIL-WORK.
               IF AL-EMP-NUM NUMERIC AND AL-EMP-NUM-N > ZEROS
                   ADD 1 TO TOTAL-TRAIL-LINES
                   MOVE AL-EMP-NUM-N TO TW-EMPLOYEE-NUMBER
                   MOVE TOTAL-TRAIL-LINES TO TW-SEQ
                   IF AL-DATE NUMERIC AND AL-DATE-N > 19000101
                       MOVE AL-DATE-N TO TW-DATE
                   ELSE
                       MOVE ZEROS TO TW-DATE
                       ADD 1 TO TOTAL-UNDATED-LINES
                   END-IF
                   MOVE AL-ACTION TO TW-ACTION
                   MOVE AL-FIELD TO TW-FIELD
                   MOVE AL-OLD-VALUE TO TW-OLD-VALUE
                   MOVE AL-NEW-VALUE TO TW-NEW-VALUE
                   WRITE TRAIL-WORK-RECORD
               END-IF.

      *        Each employee's checks oldest first, so a paper check
      *        between a bank change and a deposit is seen before the
      *        deposit is.
           0160-SORT-HISTORY.
               SORT HISTORY-SORT-WORK
                   ON ASCENDING KEY HSW-EMPLOYEE-NUMBER
                   ON ASCENDING KEY HSW-CHECK-DATE
                   USING PAY-HISTORY-FILE
                   GIVING HISTORY-SORTED-FILE.

      ******************************************************************
      * Case 1 - one pass of the master for its bank data, sorted by
      * routing/account. Every employee on an account that more than
      * one employee carries goes in DUP-TABLE for the main pass.
      ******************************************************************
           0200-FIND-SHARED-ACCOUNTS.
               OPEN OUTPUT BANK-WORK-FILE.
               PERFORM 0310-START-MASTER.
               PERFORM UNTIL MASTER-EOF = 'Y'
                   IF EMP-MASTER-ROUTING NUMERIC
                           AND EMP-MASTER-ROUTING NOT = ZEROS
                           AND EMP-MASTER-ACCOUNT NOT = SPACES
                       MOVE EMP-MASTER-ROUTING TO BW-ROUTING
                       MOVE EMP-MASTER-ACCOUNT TO BW-ACCOUNT
                       MOVE EMP-MASTER-NUMBER TO BW-EMPLOYEE-NUMBER
                       WRITE BANK-WORK-RECORD
                   END-IF
                   PERFORM 0315-READ-MASTER
               END-PERFORM.
               CLOSE BANK-WORK-FILE.
               SORT BANK-SORT-WORK
                   ON ASCENDING KEY BSW-ROUTING
                   ON ASCENDING KEY BSW-ACCOUNT
                   ON ASCENDING KEY BSW-EMPLOYEE-NUMBER
                   USING BANK-WORK-FILE
                   GIVING BANK-SORTED-FILE.

               OPEN INPUT BANK-SORTED-FILE.
               MOVE ZEROS TO WS-BG-COUNT.
               MOVE 'N' TO BANK-EOF.
               PERFORM UNTIL BANK-EOF = 'Y'
                   READ BANK-SORTED-FILE
                       AT END
                           MOVE 'Y' TO BANK-EOF
                       NOT AT END
                           IF WS-BG-COUNT > ZEROS
                                   AND (BS-ROUTING NOT = WS-BG-ROUTING
                                   OR BS-ACCOUNT NOT = WS-BG-ACCOUNT)
                               PERFORM 0210-CLOSE-BANK-GROUP
                           END-IF
                           PERFORM 0205-ADD-TO-BANK-GROUP
                   END-READ
               END-PERFORM.
               PERFORM 0210-CLOSE-BANK-GROUP.
               CLOSE BANK-SORTED-FILE.

           0205-ADD-TO-BANK-GROUP.
               MOVE BS-ROUTING TO WS-BG-ROUTING.
               MOVE BS-ACCOUNT TO WS-BG-ACCOUNT.
               IF WS-BG-COUNT < 50
                   ADD 1 TO WS-BG-COUNT
                   MOVE BS-EMPLOYEE-NUMBER
                       TO BG-EMPLOYEE-NUMBER(WS-BG-COUNT)
               ELSE
                   ADD 1 TO TOTAL-DUP-LOST
               END-IF.

           0210-CLOSE-BANK-GROUP.
               IF WS-BG-COUNT > 1
                   PERFORM VARYING BG-IDX FROM 1 BY 1
                           UNTIL BG-IDX > WS-BG-COUNT
                       IF WS-DUP-COUNT < 500
                           ADD 1 TO WS-DUP-COUNT
                           SET DUP-IDX TO WS-DUP-COUNT
                           MOVE BG-EMPLOYEE-NUMBER(BG-IDX)
                               TO DUP-EMPLOYEE-NUMBER(DUP-IDX)
                           MOVE WS-BG-ROUTING TO DUP-ROUTING(DUP-IDX)
                           MOVE WS-BG-ACCOUNT TO DUP-ACCOUNT(DUP-IDX)
                           MOVE WS-BG-COUNT TO DUP-SHARED(DUP-IDX)
                       ELSE
                           ADD 1 TO TOTAL-DUP-LOST
                       END-IF
                   END-PERFORM
               END-IF.
               MOVE ZEROS TO WS-BG-COUNT.

      ******************************************************************
      * Main pass - master, trail and history walked together in
      * employee order. History for an employee number the master
      * does not carry is pay to an unknown employee (case 3).
      ******************************************************************
           0300-AUDIT-EMPLOYEES.
               OPEN INPUT TRAIL-SORTED-FILE.
               OPEN INPUT HISTORY-SORTED-FILE.
               MOVE 'N' TO TRAIL-EOF.
               MOVE 'N' TO HISTORY-EOF.
               PERFORM 0320-READ-TRAIL.
               PERFORM 0330-READ-HISTORY.
               PERFORM 0310-START-MASTER.
               PERFORM 0340-AUDIT-ONE-EMPLOYEE
                   UNTIL MASTER-EOF = 'Y'.
               PERFORM UNTIL HISTORY-EOF = 'Y'
                   PERFORM 0355-CHECK-UNKNOWN-PAYEE
                   PERFORM 0330-READ-HISTORY
               END-PERFORM.
               CLOSE TRAIL-SORTED-FILE.
               CLOSE HISTORY-SORTED-FILE.
               CLOSE EMPLOYEE-MASTER.
               CLOSE CASE-WORK-FILE.

           0310-START-MASTER.
               MOVE ZEROS TO EMP-MASTER-NUMBER.
               MOVE 'N' TO MASTER-EOF.
               START EMPLOYEE-MASTER
                       KEY IS NOT LESS THAN EMP-MASTER-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO MASTER-EOF
               END-START.
               IF MASTER-EOF = 'N'
                   PERFORM 0315-READ-MASTER
               END-IF.

           0315-READ-MASTER.
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO MASTER-EOF
                   NOT AT END
                       IF WS-MASTER-STATUS NOT = '00'
                           MOVE 'Y' TO MASTER-EOF
                       END-IF
               END-READ.

           0320-READ-TRAIL.
               READ TRAIL-SORTED-FILE INTO WS-TRAIL-ENTRY
                   AT END
                       MOVE 'Y' TO TRAIL-EOF
               END-READ.

           0330-READ-HISTORY.
               READ HISTORY-SORTED-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
               END-READ.

           0340-AUDIT-ONE-EMPLOYEE.
               ADD 1 TO TOTAL-MASTER-RECORDS.
               PERFORM 0345-LOAD-EMPLOYEE-TRAIL.
               PERFORM UNTIL HISTORY-EOF = 'Y'
                       OR SH-EMPLOYEE-NUMBER NOT < EMP-MASTER-NUMBER
                   PERFORM 0355-CHECK-UNKNOWN-PAYEE
                   PERFORM 0330-READ-HISTORY
               END-PERFORM.
               MOVE ZEROS TO WS-EMP-RUN-CHECKS.
               MOVE ZEROS TO WS-EMP-RUN-NET.
               MOVE ZEROS TO WS-EMP-RUN-DATE.
               MOVE ZEROS TO WS-LAST-PAPER-DATE.
               PERFORM UNTIL HISTORY-EOF = 'Y'
                       OR SH-EMPLOYEE-NUMBER NOT = EMP-MASTER-NUMBER
                   PERFORM 0350-CHECK-EMPLOYEE-PAY
                   PERFORM 0330-READ-HISTORY
               END-PERFORM.
               IF WS-EMP-RUN-CHECKS > ZEROS
                   PERFORM 0420-CHECK-TERMINATED
                   PERFORM 0430-CHECK-HIRE-DATE
               END-IF.
               PERFORM 0400-CHECK-SHARED-ACCOUNT.
               PERFORM 0440-CHECK-NAME-AND-BANK.
               PERFORM 0315-READ-MASTER.

           0345-LOAD-EMPLOYEE-TRAIL.
               MOVE ZEROS TO WS-ET-COUNT.
               PERFORM UNTIL TRAIL-EOF = 'Y'
                       OR TE-EMPLOYEE-NUMBER NOT < EMP-MASTER-NUMBER
                   PERFORM 0320-READ-TRAIL
               END-PERFORM.
               PERFORM UNTIL TRAIL-EOF = 'Y'
                       OR TE-EMPLOYEE-NUMBER NOT = EMP-MASTER-NUMBER
                   IF WS-ET-COUNT < 200
                       ADD 1 TO WS-ET-COUNT
                       SET ET-IDX TO WS-ET-COUNT
                       MOVE TE-DATE TO ET-DATE(ET-IDX)
                       MOVE TE-ACTION TO ET-ACTION(ET-IDX)
                       MOVE TE-FIELD TO ET-FIELD(ET-IDX)
                       MOVE TE-OLD-VALUE TO ET-OLD-VALUE(ET-IDX)
                       MOVE TE-NEW-VALUE TO ET-NEW-VALUE(ET-IDX)
                   ELSE
                       ADD 1 TO TOTAL-TRAIL-LOST
                   END-IF
                   PERFORM 0320-READ-TRAIL
               END-PERFORM.

      *        Every check this employee has had, oldest first. Paper
      *        checks are remembered for the prenote test; only this
      *        run's checks are audited.
           0350-CHECK-EMPLOYEE-PAY.
               IF SH-RUN-ID = RC-RUN-ID
                   ADD 1 TO TOTAL-RUN-CHECKS
                   ADD 1 TO WS-EMP-RUN-CHECKS
                   ADD SH-NET TO WS-EMP-RUN-NET
                   MOVE SH-CHECK-DATE TO WS-EMP-RUN-DATE
                   IF SH-PAY-METHOD = 'A'
                       PERFORM 0410-CHECK-DEPOSIT
                   END-IF
               END-IF.
               IF SH-PAY-METHOD = 'C'
                   MOVE SH-CHECK-DATE TO WS-LAST-PAPER-DATE
               END-IF.

           0355-CHECK-UNKNOWN-PAYEE.
               IF SH-RUN-ID = RC-RUN-ID
                   ADD 1 TO TOTAL-RUN-CHECKS
                   MOVE 3 TO WS-CASE-NO
                   MOVE SPACES TO WS-CASE-GROUP
                   MOVE SH-EMPLOYEE-NUMBER TO CD-EMP-NUM
                   MOVE SH-EMPLOYEE-NAME TO CD-EMP-NAME
                   MOVE SPACE TO CD-STATUS
                   MOVE SH-RUN-ID TO CD-RUN-ID
                   MOVE SH-CHECK-DATE TO CD-CHECK-DATE
                   MOVE SH-NET TO CD-AMOUNT
                   MOVE 'PAID - EMPLOYEE NUMBER NOT ON THE MASTER'
                       TO CD-FINDING
                   PERFORM 0500-WRITE-CASE-LINE
               END-IF.

      ******************************************************************
      * The case tests, one employee at a time.
      ******************************************************************
           0400-CHECK-SHARED-ACCOUNT.
               SET DUP-IDX TO 1.
               SEARCH DUP-ENTRY
                   AT END
                       CONTINUE
                   WHEN DUP-IDX > WS-DUP-COUNT
                       CONTINUE
                   WHEN DUP-EMPLOYEE-NUMBER(DUP-IDX) = EMP-MASTER-NUMBER
                       MOVE 1 TO WS-CASE-NO
                       MOVE DUP-ROUTING(DUP-IDX) TO WS-CG-ROUTING
                       MOVE DUP-ACCOUNT(DUP-IDX) TO WS-CG-ACCOUNT
                       PERFORM 0505-SET-CASE-EMPLOYEE
                       MOVE RC-RUN-ID TO CD-RUN-ID
                       IF WS-EMP-RUN-CHECKS > ZEROS
                           MOVE WS-EMP-RUN-DATE TO CD-CHECK-DATE
                       ELSE
                           MOVE SPACES TO CD-CHECK-DATE
                       END-IF
                       MOVE WS-EMP-RUN-NET TO CD-AMOUNT
                       COMPUTE WS-COUNT-EDIT = DUP-SHARED(DUP-IDX) - 1
                       MOVE SPACES TO CD-FINDING
                       STRING 'ACCT ' DUP-ROUTING(DUP-IDX) '/'
                               DUP-ACCOUNT(DUP-IDX) DELIMITED BY SIZE
                               ' SHARED WITH' WS-COUNT-EDIT
                               ' OTHER(S)' DELIMITED BY SIZE
                           INTO CD-FINDING
                       PERFORM 0500-WRITE-CASE-LINE
                       MOVE 'B' TO WS-TRAIL-KIND
                       MOVE ZEROS TO WS-TRAIL-DATE
                       PERFORM 0600-WRITE-TRAIL
               END-SEARCH.

      *        A live deposit this run to bank data changed within the
      *        window. The prenote run after a change pays by paper
      *        check, so no paper check since the change means the
      *        money went to the new account untested.
           0410-CHECK-DEPOSIT.
               MOVE ZEROS TO WS-CHANGE-DATE.
               PERFORM VARYING ET-IDX FROM 1 BY 1
                       UNTIL ET-IDX > WS-ET-COUNT
                   IF (ET-FIELD(ET-IDX) = 'ROUTING'
                           OR ET-FIELD(ET-IDX) = 'ACCOUNT')
                           AND ET-DATE(ET-IDX) > ZEROS
                           AND ET-DATE(ET-IDX) NOT > SH-CHECK-DATE
                           AND ET-DATE(ET-IDX) > WS-CHANGE-DATE
                           AND ET-NEW-VALUE(ET-IDX) NOT = 'DELETED'
                           AND ET-NEW-VALUE(ET-IDX) NOT = 'RETURNED'
                       MOVE ET-DATE(ET-IDX) TO WS-CHANGE-DATE
                   END-IF
               END-PERFORM.
               IF WS-CHANGE-DATE > ZEROS
                       AND SH-CHECK-DATE NUMERIC
                       AND SH-CHECK-DATE > 19000101
                   COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE(SH-CHECK-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-CHANGE-DATE)
                   IF WS-DAYS-SINCE NOT > WS-BANK-WINDOW
                       MOVE 2 TO WS-CASE-NO
                       MOVE SPACES TO WS-CASE-GROUP
                       PERFORM 0505-SET-CASE-EMPLOYEE
                       MOVE SH-RUN-ID TO CD-RUN-ID
                       MOVE SH-CHECK-DATE TO CD-CHECK-DATE
                       MOVE SH-NET TO CD-AMOUNT
                       MOVE WS-DAYS-SINCE TO WS-DAYS-EDIT
                       MOVE SPACES TO WS-FINDING
                       MOVE 1 TO WS-FINDING-PTR
                       STRING 'DEPOSIT' WS-DAYS-EDIT
                               ' DAYS AFTER BANK CHANGE '
                               WS-CHANGE-DATE DELIMITED BY SIZE
                           INTO WS-FINDING WITH POINTER WS-FINDING-PTR
                       IF WS-LAST-PAPER-DATE < WS-CHANGE-DATE
                           STRING ' - NO PRENOTE' DELIMITED BY SIZE
                               INTO WS-FINDING
                               WITH POINTER WS-FINDING-PTR
                       END-IF
                       MOVE WS-FINDING TO CD-FINDING
                       PERFORM 0500-WRITE-CASE-LINE
                       MOVE 'B' TO WS-TRAIL-KIND
                       MOVE WS-CHANGE-DATE TO WS-TRAIL-DATE
                       PERFORM 0600-WRITE-TRAIL
                   END-IF
               END-IF.

           0420-CHECK-TERMINATED.
               IF EMP-MASTER-STATUS = 'T'
                   MOVE 3 TO WS-CASE-NO
                   MOVE SPACES TO WS-CASE-GROUP
                   PERFORM 0505-SET-CASE-EMPLOYEE
                   PERFORM 0510-SET-CASE-RUN-PAY
                   MOVE 'PAID THIS RUN WHILE STATUS IS TERMINATED'
                       TO CD-FINDING
                   PERFORM 0500-WRITE-CASE-LINE
                   MOVE 'S' TO WS-TRAIL-KIND
                   MOVE ZEROS TO WS-TRAIL-DATE
                   PERFORM 0600-WRITE-TRAIL
               END-IF.

           0430-CHECK-HIRE-DATE.
               MOVE SPACES TO WS-FINDING.
               IF EMP-MASTER-HIRE-DATE NOT NUMERIC
                       OR EMP-MASTER-HIRE-DATE = ZEROS
                   MOVE 'PAID WITH NO HIRE DATE ON THE MASTER'
                       TO WS-FINDING
               ELSE
                   IF EMP-MASTER-HIRE-DATE > RC-PERIOD-END
                       STRING 'PAID - HIRE DATE ' EMP-MASTER-HIRE-DATE
                               ' IS AFTER PERIOD END'
                               DELIMITED BY SIZE
                           INTO WS-FINDING
                   END-IF
               END-IF.
               IF WS-FINDING NOT = SPACES
                   MOVE 4 TO WS-CASE-NO
                   MOVE SPACES TO WS-CASE-GROUP
                   PERFORM 0505-SET-CASE-EMPLOYEE
                   PERFORM 0510-SET-CASE-RUN-PAY
                   MOVE WS-FINDING TO CD-FINDING
                   PERFORM 0500-WRITE-CASE-LINE
                   MOVE 'H' TO WS-TRAIL-KIND
                   MOVE ZEROS TO WS-TRAIL-DATE
                   PERFORM 0600-WRITE-TRAIL
               END-IF.

      *        A name change and a bank change posted the same day,
      *        within the window before this run's check date (or
      *        since it). One case per day.
           0440-CHECK-NAME-AND-BANK.
               MOVE ZEROS TO WS-LAST-PAIR-DATE.
               PERFORM VARYING ET-IDX FROM 1 BY 1
                       UNTIL ET-IDX > WS-ET-COUNT
                   IF ET-FIELD(ET-IDX) = 'NAME'
                           AND ET-DATE(ET-IDX) > ZEROS
                           AND ET-DATE(ET-IDX) NOT = WS-LAST-PAIR-DATE
                       MOVE ET-DATE(ET-IDX) TO WS-PAIR-DATE
                       COMPUTE WS-DAYS-SINCE = WS-RUN-CHECK-INT
                           - FUNCTION INTEGER-OF-DATE(WS-PAIR-DATE)
                       IF WS-DAYS-SINCE NOT > WS-BANK-WINDOW
                           PERFORM 0445-FIND-SAME-DAY-BANK
                           IF WS-PAIR-FOUND = 'Y'
                               PERFORM 0450-WRITE-NAME-AND-BANK
                               MOVE WS-PAIR-DATE TO WS-LAST-PAIR-DATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           0445-FIND-SAME-DAY-BANK.
               MOVE 'N' TO WS-PAIR-FOUND.
               PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                       UNTIL WS-ET-SUB > WS-ET-COUNT
                   IF (ET-FIELD(WS-ET-SUB) = 'ROUTING'
                           OR ET-FIELD(WS-ET-SUB) = 'ACCOUNT')
                           AND ET-DATE(WS-ET-SUB) = WS-PAIR-DATE
                       MOVE 'Y' TO WS-PAIR-FOUND
                   END-IF
               END-PERFORM.

           0450-WRITE-NAME-AND-BANK.
               MOVE 5 TO WS-CASE-NO.
               MOVE SPACES TO WS-CASE-GROUP.
               PERFORM 0505-SET-CASE-EMPLOYEE.
               PERFORM 0510-SET-CASE-RUN-PAY.
               MOVE SPACES TO CD-FINDING.
               STRING 'NAME AND BANK DATA BOTH CHANGED ' WS-PAIR-DATE
                       DELIMITED BY SIZE
                   INTO CD-FINDING.
               PERFORM 0500-WRITE-CASE-LINE.
               MOVE 'N' TO WS-TRAIL-KIND.
               MOVE WS-PAIR-DATE TO WS-TRAIL-DATE.
               PERFORM 0600-WRITE-TRAIL.

      ******************************************************************
      * Case and trail lines onto the case work file.
      ******************************************************************
           0500-WRITE-CASE-LINE.
               ADD 1 TO CASE-COUNT(WS-CASE-NO).
               ADD 1 TO TOTAL-CASES.
               MOVE 'C' TO CW-KIND.
               MOVE CASE-DET-LINE TO CW-TEXT.
               PERFORM 0520-WRITE-CASE-WORK.

           0505-SET-CASE-EMPLOYEE.
               MOVE EMP-MASTER-NUMBER TO CD-EMP-NUM.
               MOVE EMP-MASTER-NAME TO CD-EMP-NAME.
               MOVE EMP-MASTER-STATUS TO CD-STATUS.

      *        What this employee was paid this run, if anything.
           0510-SET-CASE-RUN-PAY.
               IF WS-EMP-RUN-CHECKS > ZEROS
                   MOVE RC-RUN-ID TO CD-RUN-ID
                   MOVE WS-EMP-RUN-DATE TO CD-CHECK-DATE
               ELSE
                   MOVE SPACES TO CD-RUN-ID
                   MOVE SPACES TO CD-CHECK-DATE
               END-IF.
               MOVE WS-EMP-RUN-NET TO CD-AMOUNT.

           0520-WRITE-CASE-WORK.
               ADD 1 TO WS-CW-SEQ.
               MOVE WS-CASE-NO TO CW-CASE.
               MOVE WS-CASE-GROUP TO CW-GROUP.
               MOVE CD-EMP-NUM TO CW-EMPLOYEE-NUMBER.
               MOVE WS-CW-SEQ TO CW-SEQ.
               WRITE CASE-WORK-RECORD.

      *        The trail entries behind a case. WS-TRAIL-KIND picks
      *        the fields: 'B' bank data, 'S' status, 'H' hire, 'N'
      *        name and bank data. A nonzero WS-TRAIL-DATE keeps only
      *        the entries posted that day.
           0600-WRITE-TRAIL.
               MOVE ZEROS TO WS-TRAIL-WRITTEN.
               PERFORM VARYING WS-ET-SUB FROM 1 BY 1
                       UNTIL WS-ET-SUB > WS-ET-COUNT
                   PERFORM 0610-SELECT-TRAIL-ENTRY
                   IF WS-TRAIL-TAKE = 'Y'
                       IF ET-DATE(WS-ET-SUB) = ZEROS
                           MOVE 'UNDATED' TO TD-DATE
                       ELSE
                           MOVE ET-DATE(WS-ET-SUB) TO TD-DATE
                       END-IF
                       MOVE ET-ACTION(WS-ET-SUB) TO TD-ACTION
                       MOVE ET-FIELD(WS-ET-SUB) TO TD-FIELD
                       MOVE ET-OLD-VALUE(WS-ET-SUB) TO TD-OLD-VALUE
                       MOVE ET-NEW-VALUE(WS-ET-SUB) TO TD-NEW-VALUE
                       MOVE 'T' TO CW-KIND
                       MOVE TRAIL-DET-LINE TO CW-TEXT
                       PERFORM 0520-WRITE-CASE-WORK
                       ADD 1 TO WS-TRAIL-WRITTEN
                   END-IF
               END-PERFORM.
               IF WS-TRAIL-WRITTEN = ZEROS
                   MOVE 'T' TO CW-KIND
                   MOVE TRAIL-NONE-LINE TO CW-TEXT
                   PERFORM 0520-WRITE-CASE-WORK
               END-IF.

           0610-SELECT-TRAIL-ENTRY.
               MOVE 'N' TO WS-TRAIL-TAKE.
               EVALUATE WS-TRAIL-KIND
                   WHEN 'B'
                       IF ET-FIELD(WS-ET-SUB) = 'ROUTING'
                               OR ET-FIELD(WS-ET-SUB) = 'ACCOUNT'
                               OR ET-FIELD(WS-ET-SUB) = 'ACCT TYPE'
                               OR ET-FIELD(WS-ET-SUB) = 'PRENOTE'
                           MOVE 'Y' TO WS-TRAIL-TAKE
                       END-IF
                   WHEN 'S'
                       IF ET-FIELD(WS-ET-SUB) = 'STATUS'
                               OR ET-FIELD(WS-ET-SUB) = 'VAC PAYOUT'
                           MOVE 'Y' TO WS-TRAIL-TAKE
                       END-IF
                   WHEN 'H'
                       IF ET-FIELD(WS-ET-SUB) = 'ADDED'
                               OR ET-FIELD(WS-ET-SUB) = 'HIRE DATE'
                           MOVE 'Y' TO WS-TRAIL-TAKE
                       END-IF
                   WHEN 'N'
                       IF ET-FIELD(WS-ET-SUB) = 'NAME'
                               OR ET-FIELD(WS-ET-SUB) = 'INITIAL'
                               OR ET-FIELD(WS-ET-SUB) = 'ROUTING'
                               OR ET-FIELD(WS-ET-SUB) = 'ACCOUNT'
                               OR ET-FIELD(WS-ET-SUB) = 'ACCT TYPE'
                               OR ET-FIELD(WS-ET-SUB) = 'PRENOTE'
                           MOVE 'Y' TO WS-TRAIL-TAKE
                       END-IF
               END-EVALUATE.
               IF WS-TRAIL-TAKE = 'Y'
                       AND WS-TRAIL-DATE NOT = ZEROS
                       AND ET-DATE(WS-ET-SUB) NOT = WS-TRAIL-DATE
                   MOVE 'N' TO WS-TRAIL-TAKE
               END-IF.

      ******************************************************************
      * The report - every section prints, with NONE FOUND when clean.
      ******************************************************************
           0700-WRITE-REPORT.
               SORT CASE-SORT-WORK
                   ON ASCENDING KEY CSW-CASE
                   ON ASCENDING KEY CSW-GROUP
                   ON ASCENDING KEY CSW-EMPLOYEE-NUMBER
                   ON ASCENDING KEY CSW-SEQ
                   USING CASE-WORK-FILE
                   GIVING CASE-SORTED-FILE.
               OPEN INPUT CASE-SORTED-FILE.
               MOVE 'N' TO CASE-EOF.
               PERFORM 0730-READ-CASE.
               PERFORM 0710-WRITE-SECTION
                   VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > 5.
               CLOSE CASE-SORTED-FILE.

           0710-WRITE-SECTION.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE WS-CASE-SUB TO RPT-SEC-NUMBER.
               MOVE CASE-TITLE(WS-CASE-SUB) TO RPT-SEC-TITLE.
               WRITE REPORT-LINE FROM RPT-SECTION-HEADING.
               WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
               MOVE ZEROS TO WS-SECTION-LINES.
               PERFORM UNTIL CASE-EOF = 'Y'
                       OR CS-CASE NOT = WS-CASE-SUB
                   PERFORM 0720-WRITE-CASE-LINE
                   PERFORM 0730-READ-CASE
               END-PERFORM.
               IF WS-SECTION-LINES = ZEROS
                   WRITE REPORT-LINE FROM RPT-NONE-LINE
               END-IF.

           0720-WRITE-CASE-LINE.
               IF CS-KIND = 'C' AND WS-SECTION-LINES > ZEROS
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               MOVE CS-TEXT TO REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-SECTION-LINES.

           0730-READ-CASE.
               READ CASE-SORTED-FILE
                   AT END
                       MOVE 'Y' TO CASE-EOF
               END-READ.

      *        Any case is a warning for internal audit (RC=4), as is
      *        a run ID with no checks on the history - the audit was
      *        run against the wrong card or before the pay run.
           0800-WRITE-TOTALS.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE 'MASTER RECORDS AUDITED' TO RPT-CNT-LABEL.
               MOVE TOTAL-MASTER-RECORDS TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'CHECKS ON HISTORY FOR THIS RUN' TO RPT-CNT-LABEL.
               MOVE TOTAL-RUN-CHECKS TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'AUDIT-TRAIL ENTRIES READ' TO RPT-CNT-LABEL.
               MOVE TOTAL-TRAIL-LINES TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'UNDATED TRAIL ENTRIES (NOT TIMED)'
                   TO RPT-CNT-LABEL.
               MOVE TOTAL-UNDATED-LINES TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                       UNTIL WS-CASE-SUB > 5
                   MOVE SPACES TO RPT-CNT-LABEL
                   STRING 'CASE ' WS-CASE-SUB ' FINDINGS'
                           DELIMITED BY SIZE
                       INTO RPT-CNT-LABEL
                   MOVE CASE-COUNT(WS-CASE-SUB) TO RPT-CNT-VALUE
                   WRITE REPORT-LINE FROM RPT-COUNT-LINE
               END-PERFORM.
               IF TOTAL-TRAIL-LOST > ZEROS
                   MOVE 'TRAIL ENTRIES OVER TABLE - NOT TESTED'
                       TO RPT-CNT-LABEL
                   MOVE TOTAL-TRAIL-LOST TO RPT-CNT-VALUE
                   WRITE REPORT-LINE FROM RPT-COUNT-LINE
               END-IF.
               IF TOTAL-DUP-LOST > ZEROS
                   MOVE 'SHARED-ACCOUNT ENTRIES OVER TABLE'
                       TO RPT-CNT-LABEL
                   MOVE TOTAL-DUP-LOST TO RPT-CNT-VALUE
                   WRITE REPORT-LINE FROM RPT-COUNT-LINE
               END-IF.
               IF TOTAL-RUN-CHECKS = ZEROS
                   DISPLAY 'NO CHECKS ON PAYHIST.DAT FOR RUN '
                       RC-RUN-ID
               END-IF.
               DISPLAY 'PAYROLL AUDIT FOR RUN ' RC-RUN-ID ' - '
                   TOTAL-CASES ' FINDINGS - SEE PAYAUDIT.TXT'.
               IF (TOTAL-CASES > ZEROS OR TOTAL-RUN-CHECKS = ZEROS
                       OR TOTAL-TRAIL-LOST > ZEROS
                       OR TOTAL-DUP-LOST > ZEROS)
                       AND RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       END PROGRAM PAYAUDIT.
