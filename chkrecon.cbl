      ******************************************************************
      * Author: Saleh Yassin
      * Date: Oct 15 2026
      * Purpose: Paid-check reconciliation. Read the bank's paid-items
      * file (BANKPAID.TXT) and match every presented check against
      * what the pay run issued - the printed checks in the permanent
      * pay history (PAYHIST.DAT, PH-CHECK-NO / PH-NET) plus any
      * replacement or payout check only the latest CHECKREG.TXT
      * carries. Cleared checks, checks paid for an amount other than
      * issued, and paid numbers we never issued are listed; what is
      * left outstanding is aged, checks past the stale date are
      * flagged for void with a positive-pay void row for the bank,
      * a check the pay run reversed (an 'R' posting on ADJHIST.DAT
      * naming it) is taken off the list as reversed and voided with
      * the bank rather than aged, and on the annual card the
      * unclaimed-property (escheat)
      * listing is produced for checks still uncashed at the state's
      * dormancy limit. Run after every pay run, so a replacement
      * check the next run's register overwrites is already on the
      * reconciliation ledger (CHKRECON.DAT) this job keeps.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *            The operator's card: the as-of date the bank file
      *            runs through, the stale-date and dormancy limits in
      *            days, and the once-a-year escheat switch.
                   SELECT RECON-CONTROL-FILE
                       ASSIGN TO "CHKRECCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECCTL-STATUS.
      *            The bank's paid-items export for the disbursement
      *            account, one row per check presented - same field
      *            shapes as the positive-pay issue row we send them.
                   SELECT PAID-ITEMS-FILE ASSIGN TO "BANKPAID.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAID-STATUS.
                   SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYHIST-STATUS.
                   SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECKREG-STATUS.
                   SELECT ADJ-HISTORY-FILE ASSIGN TO "ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJHIST-STATUS.
      *            Appended, never truncated: every check first learned
      *            from the register, every clearing, stale void and
      *            escheat, and one closing record per reconciliation
      *            - so each run starts from where the last one ended.
                   SELECT RECON-LEDGER-FILE ASSIGN TO "CHKRECON.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.
                   SELECT REPORT-FILE ASSIGN TO "CHKRECRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *            Void rows for the bank's positive-pay service, so a
      *            stale check presented after today is returned.
                   SELECT POSPAY-VOID-FILE ASSIGN TO "POSPAYVOID.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT ESCHEAT-FILE ASSIGN TO "ESCHEAT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD RECON-CONTROL-FILE.
               01 RECON-CONTROL-RECORD.
                   05 CR-AS-OF-DATE        PIC 9(8).
                   05 CR-STALE-DAYS        PIC 9(3).
                   05 CR-DORMANCY-DAYS     PIC 9(4).
                   05 CR-ESCHEAT-RUN       PIC X(1).

               FD PAID-ITEMS-FILE.
               01 PAID-ITEM-RECORD.
                   05 BP-ACCOUNT           PIC X(10).
                   05 BP-CHECK-NO          PIC 9(8).
                   05 BP-PAID-DATE         PIC 9(8).
                   05 BP-AMOUNT            PIC 9(10).

      *        Must match the record PROJECT2's 0300-WRITE-HISTORY
      *        appends - keep the layouts in step.
               FD PAY-HISTORY-FILE.
               01 PAY-HISTORY-RECORD.
                   05 PH-RUN-ID            PIC X(8).
                   05 PH-PERIOD-END        PIC 9(8).
                   05 PH-CHECK-DATE        PIC 9(8).
                   05 PH-EMPLOYEE-NUMBER   PIC 9(9).
                   05 PH-EMPLOYEE-NAME     PIC X(13).
                   05 PH-DEPT-CODE         PIC X(4).
                   05 PH-PAY-REG           PIC 9(5)V99.
                   05 PH-PAY-OT            PIC 9(5)V99.
                   05 PH-PAY-VAC           PIC 9(5)V99.
                   05 PH-PAY-SICK          PIC 9(5)V99.
                   05 PH-PAY-BON           PIC 9(5)V99.
                   05 PH-PAY-OTH           PIC 9(5)V99.
                   05 PH-GROSS             PIC 9(5)V99.
                   05 PH-FED-TAX           PIC 9(5)V99.
                   05 PH-STATE-TAX         PIC 9(5)V99.
                   05 PH-LOCAL-TAX         PIC 9(5)V99.
                   05 PH-OASDI             PIC 9(5)V99.
                   05 PH-MEDICARE          PIC 9(5)V99.
                   05 PH-HEALTH            PIC 9(5)V99.
                   05 PH-UNION             PIC 9(5)V99.
                   05 PH-VOL-DED-TOTAL     PIC 9(5)V99.
                   05 PH-NET               PIC 9(5)V99.
                   05 PH-PAY-METHOD        PIC X(1).
                   05 PH-CHECK-NO          PIC 9(8).
                   05 PH-VOL-DEDS OCCURS 10 TIMES
                           INDEXED BY PHV-IDX.
                       10 PH-VD-CODE       PIC X(4).
                       10 PH-VD-AMOUNT     PIC 9(5)V99.

               FD CHECK-REGISTER-FILE.
               01 CHECK-REGISTER-LINE   PIC X(100).

      *        Must match the record PROJECT2's 0935-WRITE-ADJ-HISTORY
      *        appends - keep the layouts in step. Records written
      *        before AH-CHECK-NO existed read it as spaces.
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

      *        I: check issued (learned from the register)
      *        C: cleared by the bank (CKL-AMOUNT is the paid amount)
      *        V: voided as stale
      *        X: reversed by a pay-run adjustment (CKL-DATE is the
      *           date of the run that reversed it)
      *        E: reported on the escheat listing
      *        R: reconciliation completed through CKL-DATE
               FD RECON-LEDGER-FILE.
               01 RECON-LEDGER-RECORD.
                   05 CKL-TYPE             PIC X(1).
                   05 CKL-CHECK-NO         PIC 9(8).
                   05 CKL-DATE             PIC 9(8).
                   05 CKL-AMOUNT           PIC 9(7)V99.
                   05 CKL-EMP-NUM          PIC 9(9).
                   05 CKL-EMP-NAME         PIC X(13).
                   05 CKL-RUN-ID           PIC X(8).

               FD REPORT-FILE.
               01 REPORT-LINE           PIC X(132).

               FD POSPAY-VOID-FILE.
               01 POSPAY-VOID-LINE      PIC X(60).

               FD ESCHEAT-FILE.
               01 ESCHEAT-LINE          PIC X(132).

           WORKING-STORAGE SECTION.
               01 REPORT-OUT.
                   05 RPT-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'PAID CHECK REC'.
                       10 FILLER       PIC X(12) VALUE 'ONCILIATION '.

                   05 RPT-AS-OF-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'AS OF '.
                       10 RPT-AS-OF-DATE       PIC 9(8).
                       10 FILLER       PIC X(14)
                               VALUE '  STALE AFTER '.
                       10 RPT-STALE-DAYS       PIC ZZ9.
                       10 FILLER       PIC X(18)
                               VALUE ' DAYS  DORMANCY AT'.
                       10 FILLER       PIC X(1) VALUE SPACE.
                       10 RPT-DORMANCY-DAYS    PIC ZZZ9.
                       10 FILLER       PIC X(5) VALUE ' DAYS'.

                   05 RPT-SECTION-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-SECTION-TEXT     PIC X(40).

                   05 RPT-PAID-HEADING.
                       10 FILLER       PIC X(8) VALUE 'CHECK NO'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(9) VALUE 'PAID DATE'.
                       10 FILLER       PIC X(7) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE 'PAID'.
                       10 FILLER       PIC X(7) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'ISSUED'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(11) VALUE 'DISPOSITION'.

                   05 RPT-PAID-LINE.
                       10 RPT-PD-CHECK-NO      PIC 9(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PD-PAID-DATE     PIC 9(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PD-PAID-AMT      PIC ZZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PD-ISSUED-AMT    PIC ZZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PD-EMP-NUM       PIC 9(9).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PD-EMP-NAME      PIC X(13).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PD-DISP          PIC X(20).
                       10 RPT-PD-DIFF          PIC ZZZ,ZZ9.99-
                               BLANK WHEN ZERO.

                   05 RPT-OUT-HEADING.
                       10 FILLER       PIC X(8) VALUE 'CHECK NO'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'ISSUED  '.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'RUN     '.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(6) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'AMOUNT'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE 'DAYS'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'STATUS'.

                   05 RPT-OUT-LINE.
                       10 RPT-OS-CHECK-NO      PIC 9(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-OS-ISSUE-DATE    PIC 9(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-OS-RUN-ID        PIC X(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-OS-EMP-NUM       PIC 9(9).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-OS-EMP-NAME      PIC X(13).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-OS-AMOUNT        PIC ZZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-OS-AGE           PIC ZZZZ9.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-OS-STATUS        PIC X(24).

                   05 RPT-AGING-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-AG-LABEL         PIC X(24).
                       10 RPT-AG-COUNT         PIC Z(4)9.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-AG-AMOUNT        PIC $$,$$$,$$9.99.

                   05 RPT-COUNT-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-CNT-LABEL        PIC X(30).
                       10 RPT-CNT-VALUE        PIC Z(4)9.

                   05 RPT-STATUS-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-STATUS-TEXT      PIC X(50).

      *        Same fixed layout as PROJECT2's positive-pay issue row,
      *        with the void action the bank keys on in the last
      *        column.
               01 POSPAY-VOID-DET-LINE.
                   05 PV-OUT-ACCOUNT       PIC X(10).
                   05 PV-OUT-CHECK-NO      PIC 9(8).
                   05 PV-OUT-DATE          PIC 9(8).
                   05 PV-OUT-AMOUNT        PIC 9(10).
                   05 PV-OUT-PAYEE         PIC X(22).
                   05 PV-OUT-ACTION        PIC X(1).
                   05 FILLER               PIC X(1) VALUE SPACE.

               01 ESCHEAT-OUT.
                   05 ESC-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'UNCLAIMED PROP'.
                       10 FILLER       PIC X(14) VALUE 'ERTY (ESCHEAT)'.
                       10 FILLER       PIC X(18)
                               VALUE ' LISTING - WAGES  '.

                   05 ESC-AS-OF-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(21)
                               VALUE 'UNCASHED CHECKS AS OF'.
                       10 FILLER       PIC X(1) VALUE SPACE.
                       10 ESC-AS-OF-DATE       PIC 9(8).
                       10 FILLER       PIC X(15)
                               VALUE ' ISSUED ON/BEFO'.
                       10 FILLER       PIC X(3) VALUE 'RE '.
                       10 ESC-CUTOFF-DATE      PIC 9(8).

                   05 ESC-HEADING-LINE.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'CHECK NO'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'ISSUED  '.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'RUN     '.
                       10 FILLER       PIC X(6) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'AMOUNT'.

                   05 ESC-DET-LINE.
                       10 ESC-EMP-NUM          PIC 9(9).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 ESC-EMP-NAME         PIC X(13).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 ESC-CHECK-NO         PIC 9(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 ESC-ISSUE-DATE       PIC 9(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 ESC-RUN-ID           PIC X(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 ESC-AMOUNT           PIC ZZZ,ZZ9.99.

                   05 ESC-TOTAL-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(17)
                               VALUE 'CHECKS REPORTED: '.
                       10 ESC-TOT-COUNT        PIC Z(4)9.
                       10 FILLER       PIC X(8) VALUE '  TOTAL '.
                       10 ESC-TOT-AMOUNT       PIC $$,$$$,$$9.99.

      *        Register lines are print images; these two views pick
      *        the run stamp and the check detail back out of them.
      *        The net de-edits on the MOVE to a numeric field.
               01 CRG-STAMP-IN.
                   05 CRG-IN-STAMP-ID      PIC X(4).
                   05 CRG-IN-RUN-ID        PIC X(8).
                   05 FILLER               PIC X(13).
                   05 CRG-IN-PERIOD-END    PIC X(8).
                   05 FILLER               PIC X(13).
                   05 CRG-IN-CHECK-DATE    PIC X(8).
                   05 FILLER               PIC X(46).
               01 CRG-DETAIL-IN.
                   05 CRG-IN-CHECK-NO      PIC X(8).
                   05 FILLER               PIC X(3).
                   05 CRG-IN-EMP-NUM       PIC X(9).
                   05 FILLER               PIC X(3).
                   05 CRG-IN-EMP-NAME      PIC X(13).
                   05 FILLER               PIC X(2).
                   05 CRG-IN-NET           PIC ZZ,ZZ9.99.
                   05 FILLER               PIC X(53).

               01 CHECK-DISBURSE-ACCOUNT   PIC X(10)
                       VALUE '0012345678'.
               01 DEFAULT-STALE-DAYS       PIC 9(3) VALUE 180.
               01 DEFAULT-DORMANCY-DAYS    PIC 9(4) VALUE 365.

               01 WS-RECCTL-STATUS         PIC X(2) VALUE SPACES.
               01 WS-PAID-STATUS           PIC X(2) VALUE SPACES.
               01 WS-PAYHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-CHECKREG-STATUS       PIC X(2) VALUE SPACES.
               01 WS-LEDGER-STATUS         PIC X(2) VALUE SPACES.
               01 WS-ADJHIST-STATUS        PIC X(2) VALUE SPACES.
               01 PAID-EOF                 PIC X(1) VALUE 'N'.
               01 HISTORY-EOF              PIC X(1) VALUE 'N'.
               01 CHECKREG-EOF             PIC X(1) VALUE 'N'.
               01 LEDGER-EOF               PIC X(1) VALUE 'N'.
               01 ADJHIST-EOF              PIC X(1) VALUE 'N'.

               01 WS-AS-OF-DATE            PIC 9(8) VALUE ZEROS.
               01 WS-AS-OF-INT             PIC 9(8) VALUE ZEROS.
               01 WS-STALE-DAYS            PIC 9(3) VALUE ZEROS.
               01 WS-DORMANCY-DAYS         PIC 9(4) VALUE ZEROS.
               01 WS-ESCHEAT-CUTOFF        PIC 9(8) VALUE ZEROS.
               01 WS-LAST-RECON-DATE       PIC 9(8) VALUE ZEROS.
               01 WS-AGE-DAYS              PIC 9(5) VALUE ZEROS.
               01 WS-CRG-RUN-ID            PIC X(8) VALUE SPACES.
               01 WS-CRG-CHECK-DATE        PIC 9(8) VALUE ZEROS.
               01 WS-CRG-NET               PIC 9(7)V99 VALUE ZEROS.
               01 WS-PAID-AMOUNT           PIC 9(8)V99 VALUE ZEROS.
               01 WS-AMOUNT-DIFF           PIC S9(8)V99 VALUE ZEROS.
               01 WS-PV-CENTS              PIC 9(10) VALUE ZEROS.
               01 WS-FIND-CHECK-NO         PIC 9(8) VALUE ZEROS.
               01 WS-REVERSED-NET          PIC 9(7)V99 VALUE ZEROS.

      *        Every printed check the pay run has issued, with where
      *        it stands: O outstanding, C cleared, V voided stale, X
      *        reversed, E escheated. Pay history alone carries every
      *        regular check ever printed, so this table is sized for
      *        years of history; an overflow is counted and fails the
      *        job loudly rather than reporting a check as never
      *        issued.
               01 WS-ICT-COUNT             PIC 9(5) VALUE ZEROS.
               01 WS-ICT-SUB               PIC 9(5) VALUE ZEROS.
               01 WS-ICT-LOST              PIC 9(5) VALUE ZEROS.
               01 ISSUED-CHECK-TABLE.
                   05 ICT-ENTRY OCCURS 20000 TIMES
                           INDEXED BY ICT-IDX.
                       10 ICT-CHECK-NO     PIC 9(8).
                       10 ICT-ISSUE-DATE   PIC 9(8).
                       10 ICT-RUN-ID       PIC X(8).
                       10 ICT-EMP-NUM      PIC 9(9).
                       10 ICT-EMP-NAME     PIC X(13).
                       10 ICT-AMOUNT       PIC 9(7)V99.
                       10 ICT-STATUS       PIC X(1).
                       10 ICT-STATUS-DATE  PIC 9(8).
                       10 ICT-PAID-AMOUNT  PIC 9(7)V99.
      *                What this run learned, held for the ledger
      *                append at the end of a completed run.
                       10 ICT-NEW-ISSUE    PIC X(1).
                       10 ICT-NEW-STATUS   PIC X(1).

               01 TOTAL-PAID-ITEMS         PIC 9(5) VALUE ZEROS.
               01 TOTAL-CLEARED            PIC 9(5) VALUE ZEROS.
               01 TOTAL-CLEARED-AMOUNT     PIC 9(9)V99 VALUE ZEROS.
               01 TOTAL-MISMATCHED         PIC 9(5) VALUE ZEROS.
               01 TOTAL-NOT-ISSUED         PIC 9(5) VALUE ZEROS.
               01 TOTAL-ALREADY-PAID       PIC 9(5) VALUE ZEROS.
               01 TOTAL-PAID-AFTER-VOID    PIC 9(5) VALUE ZEROS.
               01 TOTAL-OTHER-ACCOUNT      PIC 9(5) VALUE ZEROS.
               01 TOTAL-REGISTER-ADDED     PIC 9(5) VALUE ZEROS.
               01 TOTAL-STALE-VOIDED       PIC 9(5) VALUE ZEROS.
               01 TOTAL-REVERSED           PIC 9(5) VALUE ZEROS.
               01 TOTAL-REVERSED-VOIDED    PIC 9(5) VALUE ZEROS.
               01 TOTAL-REVERSAL-EXCEPT    PIC 9(5) VALUE ZEROS.
               01 TOTAL-ESCHEAT-COUNT      PIC 9(5) VALUE ZEROS.
               01 TOTAL-ESCHEAT-AMOUNT     PIC 9(9)V99 VALUE ZEROS.

      *        Aging of what is still owed to employees: outstanding
      *        checks by days since issue, and voided-stale checks
      *        (the wages are still owed until claimed or escheated).
               01 AGING-TABLE.
                   05 AGE-ENTRY OCCURS 6 TIMES
                           INDEXED BY AGE-IDX.
                       10 AGE-COUNT        PIC 9(5).
                       10 AGE-AMOUNT       PIC 9(9)V99.
               01 WS-AGE-SUB               PIC 9(1) VALUE ZEROS.

       PROCEDURE DIVISION.
           0000-START.
               PERFORM 0100-INITIALIZE.
               PERFORM 0200-LOAD-PAY-HISTORY.
               PERFORM 0220-LOAD-LEDGER.
               PERFORM 0240-LOAD-CHECK-REGISTER.
               PERFORM 0300-MATCH-PAID-ITEMS.
               PERFORM 0350-APPLY-REVERSALS.
               PERFORM 0400-AGE-OUTSTANDING.
               IF CR-ESCHEAT-RUN = 'Y'
                   PERFORM 0500-WRITE-ESCHEAT-LISTING
               END-IF.
               PERFORM 0600-WRITE-TOTALS.
               PERFORM 0700-APPEND-LEDGER.
               PERFORM 0100-CLOSE.
               STOP RUN.

      *        The card works like the pay run's control card: no
      *        card or a bad one stops the job before anything is
      *        touched. Zero limits take the standard 180-day stale
      *        date and one-year wage dormancy.
           0100-INITIALIZE.
               OPEN INPUT RECON-CONTROL-FILE.
               IF WS-RECCTL-STATUS NOT = '00'
                   DISPLAY 'CONTROL CARD CHKRECCTL.TXT MISSING - '
                       'STATUS ' WS-RECCTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               READ RECON-CONTROL-FILE
                   AT END
                       DISPLAY 'CONTROL CARD IS EMPTY'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ.
               CLOSE RECON-CONTROL-FILE.
               IF CR-AS-OF-DATE NOT NUMERIC
                       OR CR-AS-OF-DATE = ZEROS
                       OR CR-STALE-DAYS NOT NUMERIC
                       OR CR-DORMANCY-DAYS NOT NUMERIC
                       OR (CR-ESCHEAT-RUN NOT = 'Y'
                           AND CR-ESCHEAT-RUN NOT = 'N'
                           AND CR-ESCHEAT-RUN NOT = SPACE)
                   DISPLAY 'INVALID CONTROL CARD: ' CR-AS-OF-DATE
                       ' ' CR-STALE-DAYS ' ' CR-DORMANCY-DAYS
                       ' ' CR-ESCHEAT-RUN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE CR-AS-OF-DATE TO WS-AS-OF-DATE.
               COMPUTE WS-AS-OF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
               IF CR-STALE-DAYS = ZEROS
                   MOVE DEFAULT-STALE-DAYS TO WS-STALE-DAYS
               ELSE
                   MOVE CR-STALE-DAYS TO WS-STALE-DAYS
               END-IF.
               IF CR-DORMANCY-DAYS = ZEROS
                   MOVE DEFAULT-DORMANCY-DAYS TO WS-DORMANCY-DAYS
               ELSE
                   MOVE CR-DORMANCY-DAYS TO WS-DORMANCY-DAYS
               END-IF.
               COMPUTE WS-ESCHEAT-CUTOFF =
                   FUNCTION DATE-OF-INTEGER
                       (WS-AS-OF-INT - WS-DORMANCY-DAYS).

               OPEN INPUT PAID-ITEMS-FILE.
               IF WS-PAID-STATUS NOT = '00'
                   DISPLAY 'PAID ITEMS FILE BANKPAID.TXT MISSING - '
                       'STATUS ' WS-PAID-STATUS
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
               MOVE ZEROS TO AGING-TABLE.
               OPEN OUTPUT REPORT-FILE.
               OPEN OUTPUT POSPAY-VOID-FILE.
               WRITE REPORT-LINE FROM RPT-HEADING-TITLE.
               MOVE WS-AS-OF-DATE TO RPT-AS-OF-DATE.
               MOVE WS-STALE-DAYS TO RPT-STALE-DAYS.
               MOVE WS-DORMANCY-DAYS TO RPT-DORMANCY-DAYS.
               WRITE REPORT-LINE FROM RPT-AS-OF-LINE.

      *        Every printed check in history starts outstanding; the
      *        ledger then says which have since cleared, voided or
      *        escheated. Direct deposits carry no check number.
           0200-LOAD-PAY-HISTORY.
               MOVE 'N' TO HISTORY-EOF.
               PERFORM UNTIL HISTORY-EOF = 'Y'
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF
                       NOT AT END
                           IF PH-PAY-METHOD = 'C'
                                   AND PH-CHECK-NO NOT = ZEROS
                               PERFORM 0210-ADD-HISTORY-CHECK
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PAY-HISTORY-FILE.

           0210-ADD-HISTORY-CHECK.
               IF WS-ICT-COUNT < 20000
                   ADD 1 TO WS-ICT-COUNT
                   SET ICT-IDX TO WS-ICT-COUNT
                   MOVE PH-CHECK-NO TO ICT-CHECK-NO(ICT-IDX)
                   MOVE PH-CHECK-DATE TO ICT-ISSUE-DATE(ICT-IDX)
                   MOVE PH-RUN-ID TO ICT-RUN-ID(ICT-IDX)
                   MOVE PH-EMPLOYEE-NUMBER TO ICT-EMP-NUM(ICT-IDX)
                   MOVE PH-EMPLOYEE-NAME TO ICT-EMP-NAME(ICT-IDX)
                   MOVE PH-NET TO ICT-AMOUNT(ICT-IDX)
                   PERFORM 0215-SET-OUTSTANDING
               ELSE
                   ADD 1 TO WS-ICT-LOST
               END-IF.

           0215-SET-OUTSTANDING.
               MOVE 'O' TO ICT-STATUS(ICT-IDX).
               MOVE ZEROS TO ICT-STATUS-DATE(ICT-IDX).
               MOVE ZEROS TO ICT-PAID-AMOUNT(ICT-IDX).
               MOVE 'N' TO ICT-NEW-ISSUE(ICT-IDX).
               MOVE 'N' TO ICT-NEW-STATUS(ICT-IDX).

      *        Sets WS-ICT-SUB to the table entry for
      *        WS-FIND-CHECK-NO, or zero when it was never issued.
           0230-FIND-CHECK.
               MOVE ZEROS TO WS-ICT-SUB.
               PERFORM VARYING ICT-IDX FROM 1 BY 1
                       UNTIL ICT-IDX > WS-ICT-COUNT
                           OR WS-ICT-SUB NOT = ZEROS
                   IF ICT-CHECK-NO(ICT-IDX) = WS-FIND-CHECK-NO
                       SET WS-ICT-SUB TO ICT-IDX
                   END-IF
               END-PERFORM.

      *        A missing ledger is the first reconciliation ever run -
      *        everything in history is outstanding.
           0220-LOAD-LEDGER.
               OPEN INPUT RECON-LEDGER-FILE.
               IF WS-LEDGER-STATUS = '00'
                   MOVE 'N' TO LEDGER-EOF
                   PERFORM UNTIL LEDGER-EOF = 'Y'
                       READ RECON-LEDGER-FILE
                           AT END
                               MOVE 'Y' TO LEDGER-EOF
                           NOT AT END
                               PERFORM 0225-APPLY-LEDGER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RECON-LEDGER-FILE
               END-IF.
      *        Same guard the pay run's run history gives: a bank
      *        file already reconciled cannot be matched a second
      *        time and every item reported as paid twice.
               IF WS-AS-OF-DATE NOT > WS-LAST-RECON-DATE
                   DISPLAY 'AS-OF DATE ' WS-AS-OF-DATE
                       ' ALREADY RECONCILED THROUGH '
                       WS-LAST-RECON-DATE ' - JOB STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           0225-APPLY-LEDGER-RECORD.
               MOVE CKL-CHECK-NO TO WS-FIND-CHECK-NO.
               EVALUATE CKL-TYPE
                   WHEN 'R'
                       IF CKL-DATE > WS-LAST-RECON-DATE
                           MOVE CKL-DATE TO WS-LAST-RECON-DATE
                       END-IF
                   WHEN 'I'
                       PERFORM 0230-FIND-CHECK
                       IF WS-ICT-SUB = ZEROS
                           IF WS-ICT-COUNT < 20000
                               ADD 1 TO WS-ICT-COUNT
                               SET ICT-IDX TO WS-ICT-COUNT
                               MOVE CKL-CHECK-NO
                                   TO ICT-CHECK-NO(ICT-IDX)
                               MOVE CKL-DATE TO ICT-ISSUE-DATE(ICT-IDX)
                               MOVE CKL-RUN-ID TO ICT-RUN-ID(ICT-IDX)
                               MOVE CKL-EMP-NUM TO ICT-EMP-NUM(ICT-IDX)
                               MOVE CKL-EMP-NAME
                                   TO ICT-EMP-NAME(ICT-IDX)
                               MOVE CKL-AMOUNT TO ICT-AMOUNT(ICT-IDX)
                               PERFORM 0215-SET-OUTSTANDING
                           ELSE
                               ADD 1 TO WS-ICT-LOST
                           END-IF
                       END-IF
                   WHEN 'C'
                   WHEN 'V'
                   WHEN 'X'
                   WHEN 'E'
                       PERFORM 0230-FIND-CHECK
                       IF WS-ICT-SUB NOT = ZEROS
                           SET ICT-IDX TO WS-ICT-SUB
                           MOVE CKL-TYPE TO ICT-STATUS(ICT-IDX)
                           MOVE CKL-DATE TO ICT-STATUS-DATE(ICT-IDX)
                           IF CKL-TYPE = 'C'
                               MOVE CKL-AMOUNT
                                   TO ICT-PAID-AMOUNT(ICT-IDX)
                           END-IF
                       END-IF
               END-EVALUATE.

      *        Adjustment replacements and termination payouts print
      *        checks but write no pay history; the latest register
      *        is the only place they appear, so any number it
      *        carries that history does not is taken from there and
      *        kept on the ledger for every later reconciliation.
           0240-LOAD-CHECK-REGISTER.
               OPEN INPUT CHECK-REGISTER-FILE.
               IF WS-CHECKREG-STATUS = '00'
                   MOVE 'N' TO CHECKREG-EOF
                   PERFORM UNTIL CHECKREG-EOF = 'Y'
                       READ CHECK-REGISTER-FILE
                           AT END
                               MOVE 'Y' TO CHECKREG-EOF
                           NOT AT END
                               PERFORM 0245-READ-REGISTER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-REGISTER-FILE
               END-IF.

           0245-READ-REGISTER-LINE.
               MOVE CHECK-REGISTER-LINE TO CRG-STAMP-IN.
               MOVE CHECK-REGISTER-LINE TO CRG-DETAIL-IN.
               IF CRG-IN-STAMP-ID = 'RUN '
                   MOVE CRG-IN-RUN-ID TO WS-CRG-RUN-ID
                   IF CRG-IN-CHECK-DATE NUMERIC
                       MOVE CRG-IN-CHECK-DATE TO WS-CRG-CHECK-DATE
                   END-IF
               ELSE
                   IF CRG-IN-CHECK-NO NUMERIC
                           AND CRG-IN-EMP-NUM NUMERIC
                       MOVE CRG-IN-CHECK-NO TO WS-FIND-CHECK-NO
                       PERFORM 0230-FIND-CHECK
                       IF WS-ICT-SUB = ZEROS
                           PERFORM 0250-ADD-REGISTER-CHECK
                       END-IF
                   END-IF
               END-IF.

           0250-ADD-REGISTER-CHECK.
               IF WS-ICT-COUNT < 20000
                   ADD 1 TO WS-ICT-COUNT
                   SET ICT-IDX TO WS-ICT-COUNT
                   MOVE WS-FIND-CHECK-NO TO ICT-CHECK-NO(ICT-IDX)
                   MOVE WS-CRG-CHECK-DATE TO ICT-ISSUE-DATE(ICT-IDX)
                   MOVE WS-CRG-RUN-ID TO ICT-RUN-ID(ICT-IDX)
                   MOVE CRG-IN-EMP-NUM TO ICT-EMP-NUM(ICT-IDX)
                   MOVE CRG-IN-EMP-NAME TO ICT-EMP-NAME(ICT-IDX)
                   MOVE CRG-IN-NET TO WS-CRG-NET
                   MOVE WS-CRG-NET TO ICT-AMOUNT(ICT-IDX)
                   PERFORM 0215-SET-OUTSTANDING
                   MOVE 'Y' TO ICT-NEW-ISSUE(ICT-IDX)
                   ADD 1 TO TOTAL-REGISTER-ADDED
               ELSE
                   ADD 1 TO WS-ICT-LOST
               END-IF.

           0300-MATCH-PAID-ITEMS.
               MOVE 'PAID ITEMS' TO RPT-SECTION-TEXT.
               WRITE REPORT-LINE FROM RPT-SECTION-LINE.
               WRITE REPORT-LINE FROM RPT-PAID-HEADING.
               MOVE 'N' TO PAID-EOF.
               PERFORM UNTIL PAID-EOF = 'Y'
                   READ PAID-ITEMS-FILE
                       AT END
                           MOVE 'Y' TO PAID-EOF
                       NOT AT END
                           PERFORM 0310-MATCH-ONE-ITEM
                   END-READ
               END-PERFORM.
               CLOSE PAID-ITEMS-FILE.

      *        One line per item presented. A check paid for the
      *        wrong amount is still off the outstanding list - the
      *        bank has paid it - but the difference is listed for
      *        the bank claim; anything not issued, already paid or
      *        paid after its stale void is an exception to chase.
           0310-MATCH-ONE-ITEM.
               ADD 1 TO TOTAL-PAID-ITEMS.
               COMPUTE WS-PAID-AMOUNT = BP-AMOUNT / 100.
               MOVE BP-CHECK-NO TO RPT-PD-CHECK-NO.
               MOVE BP-PAID-DATE TO RPT-PD-PAID-DATE.
               MOVE WS-PAID-AMOUNT TO RPT-PD-PAID-AMT.
               MOVE ZEROS TO RPT-PD-ISSUED-AMT.
               MOVE ZEROS TO RPT-PD-EMP-NUM.
               MOVE SPACES TO RPT-PD-EMP-NAME.
               MOVE ZEROS TO WS-AMOUNT-DIFF.
               MOVE ZEROS TO WS-ICT-SUB.
               IF BP-ACCOUNT NOT = CHECK-DISBURSE-ACCOUNT
                   ADD 1 TO TOTAL-OTHER-ACCOUNT
                   MOVE 'OTHER ACCOUNT' TO RPT-PD-DISP
               ELSE
                   MOVE BP-CHECK-NO TO WS-FIND-CHECK-NO
                   PERFORM 0230-FIND-CHECK
                   IF WS-ICT-SUB = ZEROS
                       ADD 1 TO TOTAL-NOT-ISSUED
                       MOVE 'NOT ISSUED' TO RPT-PD-DISP
                   ELSE
                       SET ICT-IDX TO WS-ICT-SUB
                       PERFORM 0320-APPLY-PAYMENT
                   END-IF
               END-IF.
               MOVE WS-AMOUNT-DIFF TO RPT-PD-DIFF.
               WRITE REPORT-LINE FROM RPT-PAID-LINE.

           0320-APPLY-PAYMENT.
               MOVE ICT-AMOUNT(ICT-IDX) TO RPT-PD-ISSUED-AMT.
               MOVE ICT-EMP-NUM(ICT-IDX) TO RPT-PD-EMP-NUM.
               MOVE ICT-EMP-NAME(ICT-IDX) TO RPT-PD-EMP-NAME.
               EVALUATE ICT-STATUS(ICT-IDX)
                   WHEN 'O'
                       COMPUTE WS-AMOUNT-DIFF =
                           WS-PAID-AMOUNT - ICT-AMOUNT(ICT-IDX)
                       MOVE 'C' TO ICT-STATUS(ICT-IDX)
                       MOVE BP-PAID-DATE TO ICT-STATUS-DATE(ICT-IDX)
                       MOVE WS-PAID-AMOUNT
                           TO ICT-PAID-AMOUNT(ICT-IDX)
                       MOVE 'Y' TO ICT-NEW-STATUS(ICT-IDX)
                       ADD 1 TO TOTAL-CLEARED
                       ADD WS-PAID-AMOUNT TO TOTAL-CLEARED-AMOUNT
                       IF WS-AMOUNT-DIFF = ZEROS
                           MOVE 'CLEARED' TO RPT-PD-DISP
                       ELSE
                           ADD 1 TO TOTAL-MISMATCHED
                           MOVE 'AMOUNT MISMATCH' TO RPT-PD-DISP
                       END-IF
                   WHEN 'C'
                       ADD 1 TO TOTAL-ALREADY-PAID
                       MOVE 'ALREADY PAID' TO RPT-PD-DISP
                   WHEN 'V'
                       ADD 1 TO TOTAL-PAID-AFTER-VOID
                       MOVE 'PAID AFTER VOID' TO RPT-PD-DISP
                   WHEN 'X'
                       ADD 1 TO TOTAL-PAID-AFTER-VOID
                       MOVE 'PAID AFTER REVERSAL' TO RPT-PD-DISP
                   WHEN 'E'
                       ADD 1 TO TOTAL-PAID-AFTER-VOID
                       MOVE 'PAID AFTER ESCHEAT' TO RPT-PD-DISP
               END-EVALUATE.

      *        Checks the pay run has taken back. A reversal on the
      *        adjustment history names the printed check it reversed;
      *        each is read once, by the reconciliation whose window
      *        (after the last as-of date, through this one) holds the
      *        run that posted it. The check must be ours, for that
      *        employee and the net reversed, or it is left as it
      *        stands and listed for payroll. A reversed check owes
      *        the employee nothing, so it is never aged, voided as
      *        stale or escheated; one still outstanding gets a void
      *        row so the bank returns it if it is presented.
           0350-APPLY-REVERSALS.
               OPEN INPUT ADJ-HISTORY-FILE.
               IF WS-ADJHIST-STATUS = '00'
                   MOVE 'REVERSED CHECKS' TO RPT-SECTION-TEXT
                   WRITE REPORT-LINE FROM RPT-SECTION-LINE
                   WRITE REPORT-LINE FROM RPT-OUT-HEADING
                   MOVE 'N' TO ADJHIST-EOF
                   PERFORM UNTIL ADJHIST-EOF = 'Y'
                       READ ADJ-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO ADJHIST-EOF
                           NOT AT END
                               IF AH-TYPE = 'R'
                                       AND AH-CHECK-NO NUMERIC
                                       AND AH-CHECK-NO NOT = ZEROS
                                       AND AH-CHECK-DATE
                                           > WS-LAST-RECON-DATE
                                       AND AH-CHECK-DATE
                                           NOT > WS-AS-OF-DATE
                                   PERFORM 0360-APPLY-ONE-REVERSAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADJ-HISTORY-FILE
               END-IF.

           0360-APPLY-ONE-REVERSAL.
               COMPUTE WS-REVERSED-NET = ZERO - AH-NET.
               MOVE AH-CHECK-NO TO WS-FIND-CHECK-NO.
               PERFORM 0230-FIND-CHECK.
               MOVE ZEROS TO WS-AGE-DAYS.
               IF WS-ICT-SUB = ZEROS
                   ADD 1 TO TOTAL-REVERSAL-EXCEPT
                   MOVE AH-CHECK-NO TO RPT-OS-CHECK-NO
                   MOVE ZEROS TO RPT-OS-ISSUE-DATE
                   MOVE AH-RUN-ID TO RPT-OS-RUN-ID
                   MOVE AH-EMPLOYEE-NUMBER TO RPT-OS-EMP-NUM
                   MOVE AH-EMPLOYEE-NAME TO RPT-OS-EMP-NAME
                   MOVE WS-REVERSED-NET TO RPT-OS-AMOUNT
                   MOVE ZEROS TO RPT-OS-AGE
                   MOVE 'REVERSAL - NOT ISSUED' TO RPT-OS-STATUS
               ELSE
                   SET ICT-IDX TO WS-ICT-SUB
                   PERFORM 0420-COMPUTE-AGE
                   EVALUATE TRUE
                       WHEN ICT-EMP-NUM(ICT-IDX)
                               NOT = AH-EMPLOYEE-NUMBER
                           ADD 1 TO TOTAL-REVERSAL-EXCEPT
                           MOVE 'REVERSAL - EMP DIFFERS'
                               TO RPT-OS-STATUS
                       WHEN ICT-AMOUNT(ICT-IDX) NOT = WS-REVERSED-NET
                           ADD 1 TO TOTAL-REVERSAL-EXCEPT
                           MOVE 'REVERSAL - AMT DIFFERS'
                               TO RPT-OS-STATUS
                       WHEN ICT-STATUS(ICT-IDX) = 'O'
                           PERFORM 0370-MARK-REVERSED
                           PERFORM 0435-WRITE-POSPAY-VOID
                           ADD 1 TO TOTAL-REVERSED-VOIDED
                           MOVE 'REVERSED - VOIDED' TO RPT-OS-STATUS
                       WHEN ICT-STATUS(ICT-IDX) = 'V'
                           PERFORM 0370-MARK-REVERSED
                           MOVE 'REVERSED - WAS STALE'
                               TO RPT-OS-STATUS
                       WHEN ICT-STATUS(ICT-IDX) = 'X'
                           MOVE 'REVERSED' TO RPT-OS-STATUS
                       WHEN ICT-STATUS(ICT-IDX) = 'C'
                           ADD 1 TO TOTAL-REVERSAL-EXCEPT
                           MOVE 'REVERSED BUT CASHED' TO RPT-OS-STATUS
                       WHEN OTHER
                           ADD 1 TO TOTAL-REVERSAL-EXCEPT
                           MOVE 'REVERSED AFTER ESCHEAT'
                               TO RPT-OS-STATUS
                   END-EVALUATE
                   MOVE ICT-CHECK-NO(ICT-IDX) TO RPT-OS-CHECK-NO
                   MOVE ICT-ISSUE-DATE(ICT-IDX) TO RPT-OS-ISSUE-DATE
                   MOVE ICT-RUN-ID(ICT-IDX) TO RPT-OS-RUN-ID
                   MOVE ICT-EMP-NUM(ICT-IDX) TO RPT-OS-EMP-NUM
                   MOVE ICT-EMP-NAME(ICT-IDX) TO RPT-OS-EMP-NAME
                   MOVE ICT-AMOUNT(ICT-IDX) TO RPT-OS-AMOUNT
                   MOVE WS-AGE-DAYS TO RPT-OS-AGE
               END-IF.
               WRITE REPORT-LINE FROM RPT-OUT-LINE.

           0370-MARK-REVERSED.
               MOVE 'X' TO ICT-STATUS(ICT-IDX).
               MOVE AH-CHECK-DATE TO ICT-STATUS-DATE(ICT-IDX).
               MOVE 'Y' TO ICT-NEW-STATUS(ICT-IDX).
               ADD 1 TO TOTAL-REVERSED.

      *        Everything still owed, oldest first as history runs.
      *        An outstanding check past the stale date is voided
      *        here: it leaves the outstanding list, the bank gets a
      *        void row, and it stays listed as unclaimed wages until
      *        the employee claims it or it escheats.
           0400-AGE-OUTSTANDING.
               MOVE 'OUTSTANDING AND UNCLAIMED CHECKS'
                   TO RPT-SECTION-TEXT.
               WRITE REPORT-LINE FROM RPT-SECTION-LINE.
               WRITE REPORT-LINE FROM RPT-OUT-HEADING.
               PERFORM VARYING ICT-IDX FROM 1 BY 1
                       UNTIL ICT-IDX > WS-ICT-COUNT
                   IF ICT-STATUS(ICT-IDX) = 'O'
                           OR ICT-STATUS(ICT-IDX) = 'V'
                       PERFORM 0410-AGE-ONE-CHECK
                   END-IF
               END-PERFORM.

           0410-AGE-ONE-CHECK.
               PERFORM 0420-COMPUTE-AGE.
               MOVE SPACES TO RPT-OS-STATUS.
               IF ICT-STATUS(ICT-IDX) = 'O'
                       AND WS-AGE-DAYS > WS-STALE-DAYS
                   PERFORM 0430-VOID-STALE-CHECK
                   MOVE 'STALE - VOIDED THIS RUN' TO RPT-OS-STATUS
               END-IF.
               IF ICT-STATUS(ICT-IDX) = 'O'
                   MOVE 'OUTSTANDING' TO RPT-OS-STATUS
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS NOT > 30
                           MOVE 1 TO WS-AGE-SUB
                       WHEN WS-AGE-DAYS NOT > 60
                           MOVE 2 TO WS-AGE-SUB
                       WHEN WS-AGE-DAYS NOT > 90
                           MOVE 3 TO WS-AGE-SUB
                       WHEN OTHER
                           MOVE 4 TO WS-AGE-SUB
                   END-EVALUATE
               ELSE
                   IF RPT-OS-STATUS = SPACES
                       MOVE 'STALE - VOIDED' TO RPT-OS-STATUS
                   END-IF
                   IF ICT-ISSUE-DATE(ICT-IDX) > WS-ESCHEAT-CUTOFF
                       MOVE 5 TO WS-AGE-SUB
                   ELSE
                       MOVE 6 TO WS-AGE-SUB
                       MOVE 'STALE - AT DORMANCY' TO RPT-OS-STATUS
                   END-IF
               END-IF.
               SET AGE-IDX TO WS-AGE-SUB.
               ADD 1 TO AGE-COUNT(AGE-IDX).
               ADD ICT-AMOUNT(ICT-IDX) TO AGE-AMOUNT(AGE-IDX).
               MOVE ICT-CHECK-NO(ICT-IDX) TO RPT-OS-CHECK-NO.
               MOVE ICT-ISSUE-DATE(ICT-IDX) TO RPT-OS-ISSUE-DATE.
               MOVE ICT-RUN-ID(ICT-IDX) TO RPT-OS-RUN-ID.
               MOVE ICT-EMP-NUM(ICT-IDX) TO RPT-OS-EMP-NUM.
               MOVE ICT-EMP-NAME(ICT-IDX) TO RPT-OS-EMP-NAME.
               MOVE ICT-AMOUNT(ICT-IDX) TO RPT-OS-AMOUNT.
               MOVE WS-AGE-DAYS TO RPT-OS-AGE.
               WRITE REPORT-LINE FROM RPT-OUT-LINE.

      *        A check dated after the as-of date (the bank file
      *        predates the latest run) is simply zero days old.
           0420-COMPUTE-AGE.
               MOVE ZEROS TO WS-AGE-DAYS.
               IF ICT-ISSUE-DATE(ICT-IDX) NOT = ZEROS
                       AND ICT-ISSUE-DATE(ICT-IDX) < WS-AS-OF-DATE
                   COMPUTE WS-AGE-DAYS = WS-AS-OF-INT -
                       FUNCTION INTEGER-OF-DATE
                           (ICT-ISSUE-DATE(ICT-IDX))
               END-IF.

           0430-VOID-STALE-CHECK.
               MOVE 'V' TO ICT-STATUS(ICT-IDX).
               MOVE WS-AS-OF-DATE TO ICT-STATUS-DATE(ICT-IDX).
               MOVE 'Y' TO ICT-NEW-STATUS(ICT-IDX).
               ADD 1 TO TOTAL-STALE-VOIDED.
               PERFORM 0435-WRITE-POSPAY-VOID.

           0435-WRITE-POSPAY-VOID.
               MOVE CHECK-DISBURSE-ACCOUNT TO PV-OUT-ACCOUNT.
               MOVE ICT-CHECK-NO(ICT-IDX) TO PV-OUT-CHECK-NO.
               MOVE ICT-ISSUE-DATE(ICT-IDX) TO PV-OUT-DATE.
               COMPUTE WS-PV-CENTS = ICT-AMOUNT(ICT-IDX) * 100.
               MOVE WS-PV-CENTS TO PV-OUT-AMOUNT.
               MOVE SPACES TO PV-OUT-PAYEE.
               MOVE ICT-EMP-NAME(ICT-IDX) TO PV-OUT-PAYEE.
               MOVE 'V' TO PV-OUT-ACTION.
               WRITE POSPAY-VOID-LINE FROM POSPAY-VOID-DET-LINE.

      *        The annual filing: every voided-stale check issued on
      *        or before the dormancy cutoff and never claimed. Once
      *        listed it is marked escheated on the ledger so next
      *        year's listing does not report it again.
           0500-WRITE-ESCHEAT-LISTING.
               OPEN OUTPUT ESCHEAT-FILE.
               WRITE ESCHEAT-LINE FROM ESC-HEADING-TITLE.
               MOVE WS-AS-OF-DATE TO ESC-AS-OF-DATE.
               MOVE WS-ESCHEAT-CUTOFF TO ESC-CUTOFF-DATE.
               WRITE ESCHEAT-LINE FROM ESC-AS-OF-LINE.
               WRITE ESCHEAT-LINE FROM ESC-HEADING-LINE.
               PERFORM VARYING ICT-IDX FROM 1 BY 1
                       UNTIL ICT-IDX > WS-ICT-COUNT
                   IF ICT-STATUS(ICT-IDX) = 'V'
                           AND ICT-ISSUE-DATE(ICT-IDX)
                               NOT > WS-ESCHEAT-CUTOFF
                       PERFORM 0510-ESCHEAT-ONE-CHECK
                   END-IF
               END-PERFORM.
               MOVE TOTAL-ESCHEAT-COUNT TO ESC-TOT-COUNT.
               MOVE TOTAL-ESCHEAT-AMOUNT TO ESC-TOT-AMOUNT.
               WRITE ESCHEAT-LINE FROM ESC-TOTAL-LINE.
               CLOSE ESCHEAT-FILE.

           0510-ESCHEAT-ONE-CHECK.
               MOVE ICT-EMP-NUM(ICT-IDX) TO ESC-EMP-NUM.
               MOVE ICT-EMP-NAME(ICT-IDX) TO ESC-EMP-NAME.
               MOVE ICT-CHECK-NO(ICT-IDX) TO ESC-CHECK-NO.
               MOVE ICT-ISSUE-DATE(ICT-IDX) TO ESC-ISSUE-DATE.
               MOVE ICT-RUN-ID(ICT-IDX) TO ESC-RUN-ID.
               MOVE ICT-AMOUNT(ICT-IDX) TO ESC-AMOUNT.
               WRITE ESCHEAT-LINE FROM ESC-DET-LINE.
               MOVE 'E' TO ICT-STATUS(ICT-IDX).
               MOVE WS-AS-OF-DATE TO ICT-STATUS-DATE(ICT-IDX).
               MOVE 'Y' TO ICT-NEW-STATUS(ICT-IDX).
               ADD 1 TO TOTAL-ESCHEAT-COUNT.
               ADD ICT-AMOUNT(ICT-IDX) TO TOTAL-ESCHEAT-AMOUNT.

           0600-WRITE-TOTALS.
               MOVE 'AGING' TO RPT-SECTION-TEXT.
               WRITE REPORT-LINE FROM RPT-SECTION-LINE.
               PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 6
                   EVALUATE AGE-IDX
                       WHEN 1
                           MOVE 'OUTSTANDING 0-30 DAYS' TO RPT-AG-LABEL
                       WHEN 2
                           MOVE 'OUTSTANDING 31-60 DAYS'
                               TO RPT-AG-LABEL
                       WHEN 3
                           MOVE 'OUTSTANDING 61-90 DAYS'
                               TO RPT-AG-LABEL
                       WHEN 4
                           MOVE 'OUTSTANDING OVER 90 DAYS'
                               TO RPT-AG-LABEL
                       WHEN 5
                           MOVE 'VOIDED STALE - UNCLAIMED'
                               TO RPT-AG-LABEL
                       WHEN 6
                           MOVE 'UNCLAIMED AT DORMANCY' TO RPT-AG-LABEL
                   END-EVALUATE
                   MOVE AGE-COUNT(AGE-IDX) TO RPT-AG-COUNT
                   MOVE AGE-AMOUNT(AGE-IDX) TO RPT-AG-AMOUNT
                   WRITE REPORT-LINE FROM RPT-AGING-LINE
               END-PERFORM.

               MOVE 'PAID ITEMS READ: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-PAID-ITEMS TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'CLEARED: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-CLEARED TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'PAID FOR A DIFFERENT AMOUNT: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-MISMATCHED TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'PAID BUT NEVER ISSUED: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-NOT-ISSUED TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'ALREADY PAID (DUPLICATE): ' TO RPT-CNT-LABEL.
               MOVE TOTAL-ALREADY-PAID TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'PAID AFTER VOID/REV/ESCHEAT: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-PAID-AFTER-VOID TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'OTHER ACCOUNT - IGNORED: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-OTHER-ACCOUNT TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'CHECKS TAKEN FROM REGISTER: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-REGISTER-ADDED TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'STALE CHECKS VOIDED: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-STALE-VOIDED TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'CHECKS REVERSED BY PAY RUN: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-REVERSED TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'REVERSALS NOT APPLIED: ' TO RPT-CNT-LABEL.
               MOVE TOTAL-REVERSAL-EXCEPT TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               IF CR-ESCHEAT-RUN = 'Y'
                   MOVE 'REPORTED FOR ESCHEAT: ' TO RPT-CNT-LABEL
                   MOVE TOTAL-ESCHEAT-COUNT TO RPT-CNT-VALUE
                   WRITE REPORT-LINE FROM RPT-COUNT-LINE
               END-IF.

               IF TOTAL-MISMATCHED > ZEROS
                       OR TOTAL-NOT-ISSUED > ZEROS
                       OR TOTAL-ALREADY-PAID > ZEROS
                       OR TOTAL-PAID-AFTER-VOID > ZEROS
                   MOVE 'PAID-ITEM EXCEPTIONS - REVIEW WITH THE BANK'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
                   IF RETURN-CODE = ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'ALL PAID ITEMS MATCHED AS ISSUED'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
               END-IF.
               IF TOTAL-STALE-VOIDED > ZEROS
                   MOVE 'STALE CHECKS VOIDED - SEND POSPAYVOID.TXT'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
               END-IF.
               IF TOTAL-REVERSED-VOIDED > ZEROS
                   MOVE 'REVERSED CHECKS VOIDED - SEND POSPAYVOID.TXT'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
               END-IF.
               IF TOTAL-REVERSAL-EXCEPT > ZEROS
                   MOVE
                     'CHECK REVERSALS NOT APPLIED - REVIEW WITH PAYROLL'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
                   IF RETURN-CODE = ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

      *        Written only once the whole reconciliation has run, so
      *        a crashed job leaves the ledger as it was and its rerun
      *        matches the same bank file cleanly.
           0700-APPEND-LEDGER.
               IF WS-ICT-LOST > ZEROS
                   DISPLAY 'ISSUED CHECK TABLE FULL - ' WS-ICT-LOST
                       ' CHECK(S) NOT LOADED - LEDGER NOT UPDATED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN EXTEND RECON-LEDGER-FILE
                   IF WS-LEDGER-STATUS NOT = '00'
                       OPEN OUTPUT RECON-LEDGER-FILE
                   END-IF
                   PERFORM VARYING ICT-IDX FROM 1 BY 1
                           UNTIL ICT-IDX > WS-ICT-COUNT
                       IF ICT-NEW-ISSUE(ICT-IDX) = 'Y'
                           PERFORM 0710-WRITE-ISSUE-RECORD
                       END-IF
                       IF ICT-NEW-STATUS(ICT-IDX) = 'Y'
                           PERFORM 0720-WRITE-STATUS-RECORD
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO RECON-LEDGER-RECORD
                   MOVE 'R' TO CKL-TYPE
                   MOVE ZEROS TO CKL-CHECK-NO
                   MOVE WS-AS-OF-DATE TO CKL-DATE
                   MOVE ZEROS TO CKL-AMOUNT
                   MOVE ZEROS TO CKL-EMP-NUM
                   WRITE RECON-LEDGER-RECORD
                   CLOSE RECON-LEDGER-FILE
               END-IF.

           0710-WRITE-ISSUE-RECORD.
               MOVE 'I' TO CKL-TYPE.
               MOVE ICT-CHECK-NO(ICT-IDX) TO CKL-CHECK-NO.
               MOVE ICT-ISSUE-DATE(ICT-IDX) TO CKL-DATE.
               MOVE ICT-AMOUNT(ICT-IDX) TO CKL-AMOUNT.
               MOVE ICT-EMP-NUM(ICT-IDX) TO CKL-EMP-NUM.
               MOVE ICT-EMP-NAME(ICT-IDX) TO CKL-EMP-NAME.
               MOVE ICT-RUN-ID(ICT-IDX) TO CKL-RUN-ID.
               WRITE RECON-LEDGER-RECORD.

           0720-WRITE-STATUS-RECORD.
               MOVE ICT-STATUS(ICT-IDX) TO CKL-TYPE.
               MOVE ICT-CHECK-NO(ICT-IDX) TO CKL-CHECK-NO.
               MOVE ICT-STATUS-DATE(ICT-IDX) TO CKL-DATE.
               IF ICT-STATUS(ICT-IDX) = 'C'
                   MOVE ICT-PAID-AMOUNT(ICT-IDX) TO CKL-AMOUNT
               ELSE
                   MOVE ICT-AMOUNT(ICT-IDX) TO CKL-AMOUNT
               END-IF.
               MOVE ICT-EMP-NUM(ICT-IDX) TO CKL-EMP-NUM.
               MOVE ICT-EMP-NAME(ICT-IDX) TO CKL-EMP-NAME.
               MOVE ICT-RUN-ID(ICT-IDX) TO CKL-RUN-ID.
               WRITE RECON-LEDGER-RECORD.

           0100-CLOSE.
               CLOSE REPORT-FILE.
               CLOSE POSPAY-VOID-FILE.

       END PROGRAM CHKRECON.
