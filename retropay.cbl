      ******************************************************************
      * Author: Saleh Yassin
      * Date: Oct 15 2026
      * Purpose: Retroactive pay calculator. For each retro request
      * card (RETROREQ.TXT - one employee or every member of a union
      * local, old rate, new rate, effective date) scan the permanent
      * pay history (PAYHIST.DAT) for every check since the effective
      * date and figure the increase owed on its REG, OT, VAC and
      * SICK earnings. A check later reversed through ADJFILE (the 'R'
      * postings on ADJHIST.DAT) earns no retro; where the reversal
      * cannot be tied to one check the employee is held for pricing
      * by hand. The retro worksheet (RETROWKS.TXT) lists each
      * check and the total owed per employee for approval. Run again
      * with the control card (RETROCTL.TXT) marked approved and
      * carrying the worksheet's grand total, and the job appends the
      * 'P' replacement records to ADJFILE.TXT under the next run's
      * ADJ-RUN-ID, so 0900-PROCESS-ADJUSTMENTS in PROJECT2 pays them
      * through the normal calculation chain - less the benefit
      * premiums and flat union dues the original checks already took.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *            The operator's card: worksheet or approved, the
      *            run the retro is to be paid in, and - once
      *            approved - the worksheet total that was signed.
                   SELECT RETRO-CONTROL-FILE ASSIGN TO "RETROCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETCTL-STATUS.
                   SELECT RETRO-REQUEST-FILE ASSIGN TO "RETROREQ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETREQ-STATUS.
                   SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYHIST-STATUS.
      *            Reversals and replacements PROJECT2 has posted,
      *            and the quarter each run posted into. Both
      *            optional - no file, nothing posted.
                   SELECT ADJ-HISTORY-FILE ASSIGN TO "ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJHIST-STATUS.
                   SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.
                   SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-MASTER-NUMBER
                   FILE STATUS IS WS-MASTER-STATUS.
      *            Every check a request covers, put in employee order
      *            for the worksheet.
                   SELECT RETRO-CHECK-FILE ASSIGN TO "RETROCHK.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT RETRO-SORTED-FILE ASSIGN TO "RETROSRT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT RETRO-SORT-WORK ASSIGN TO "RETROWK.TMP".
      *            The approved records are built here first and only
      *            appended to ADJFILE.TXT once the total agrees with
      *            the approved worksheet.
                   SELECT RETRO-ADJ-WORK-FILE ASSIGN TO "RETROADJ.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT ADJUSTMENT-FILE ASSIGN TO "ADJFILE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJ-STATUS.
                   SELECT WORKSHEET-FILE ASSIGN TO "RETROWKS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *        RCT-MODE 'W' prints the worksheet only; 'A' is the
      *        approved rerun that writes the adjustments. The run ID,
      *        year and quarter are the paying run's - retro is wages
      *        when paid, so it posts to that run's quarter.
               FD RETRO-CONTROL-FILE.
               01 RETRO-CONTROL-RECORD.
                   05 RCT-MODE             PIC X(1).
                   05 RCT-ADJ-RUN-ID       PIC X(8).
                   05 RCT-YEAR             PIC 9(4).
                   05 RCT-QUARTER          PIC 9(1).
                   05 RCT-APPROVED-TOTAL   PIC 9(7)V99.

      *        RQ-SELECT-TYPE 'E' names one employee, 'U' every member
      *        of a union local whose rate of record is the card's old
      *        or new rate. A zero RQ-THROUGH-DATE runs to the latest
      *        check; otherwise it is the last period end paid at the
      *        old rate.
               FD RETRO-REQUEST-FILE.
               01 RETRO-REQUEST-RECORD.
                   05 RQ-SELECT-TYPE       PIC X(1).
                   05 RQ-EMPLOYEE-NUMBER   PIC 9(9).
                   05 RQ-UNION-LOCAL       PIC X(4).
                   05 RQ-OLD-RATE          PIC 9(3)V99.
                   05 RQ-NEW-RATE          PIC 9(3)V99.
                   05 RQ-EFFECTIVE-DATE    PIC 9(8).
                   05 RQ-THROUGH-DATE      PIC 9(8).

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

      *        Must match the record PROJECT2's 0935-WRITE-ADJ-HISTORY
      *        appends - keep the layouts in step. A reversal's
      *        amounts are negative, posted in the original period.
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

      *        RC-SHARE-DAYS is how many of the period's days fall on
      *        or after the effective date - a period straddling it
      *        owes retro on that share only.
               FD RETRO-CHECK-FILE.
               01 RETRO-CHECK-RECORD.
                   05 RC-EMPLOYEE-NUMBER   PIC 9(9).
                   05 RC-REQUEST-SUB       PIC 9(2).
                   05 RC-PERIOD-END        PIC 9(8).
                   05 RC-RUN-ID            PIC X(8).
                   05 RC-CHECK-DATE        PIC 9(8).
                   05 RC-EMPLOYEE-NAME     PIC X(13).
                   05 RC-DEPT-CODE         PIC X(4).
                   05 RC-PAY-METHOD        PIC X(1).
                   05 RC-PAY-REG           PIC 9(5)V99.
                   05 RC-PAY-OT            PIC 9(5)V99.
                   05 RC-PAY-VAC           PIC 9(5)V99.
                   05 RC-PAY-SICK          PIC 9(5)V99.
                   05 RC-SHARE-DAYS        PIC 9(2).

               FD RETRO-SORTED-FILE.
               01 RETRO-SORTED-RECORD      PIC X(83).

               SD RETRO-SORT-WORK.
               01 RETRO-SORT-RECORD.
                   05 RSW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 RSW-REQUEST-SUB      PIC 9(2).
                   05 RSW-PERIOD-END       PIC 9(8).
                   05 FILLER               PIC X(64).

      *        Same layout as PROJECT2's ADJUSTMENT-RECORD - keep the
      *        layouts in step.
               FD ADJUSTMENT-FILE.
               01 ADJUSTMENT-RECORD.
                   05 ADJ-TYPE             PIC X(1).
                   05 ADJ-RUN-ID           PIC X(8).
                   05 ADJ-EMPLOYEE-NUMBER  PIC 9(9).
                   05 ADJ-YEAR             PIC 9(4).
                   05 ADJ-QUARTER          PIC 9(1).
                   05 ADJ-DEPT-CODE        PIC X(4).
                   05 ADJ-PAY-METHOD       PIC X(1).
                   05 ADJ-GROSS            PIC 9(5)V99.
                   05 ADJ-TAX              PIC 9(5)V99.
                   05 ADJ-STATE            PIC 9(5)V99.
                   05 ADJ-LOCAL            PIC 9(5)V99.
                   05 ADJ-OASDI            PIC 9(5)V99.
                   05 ADJ-MEDICARE         PIC 9(5)V99.
                   05 ADJ-HEALTH           PIC 9(5)V99.
                   05 ADJ-UNION            PIC 9(5)V99.
                   05 ADJ-NET              PIC 9(5)V99.
                   05 ADJ-PAY-ENTRIES OCCURS 5 TIMES
                           INDEXED BY APE-IDX.
                       10 ADJ-PAY-TYPE     PIC X(3).
                       10 ADJ-PAY-HOURS    PIC 9(3)V99.
                       10 ADJ-PAY-RATE     PIC 9(3)V99.
                   05 ADJ-CHECK-NO         PIC 9(8).

               FD RETRO-ADJ-WORK-FILE.
               01 RETRO-ADJ-WORK-RECORD    PIC X(164).

               FD WORKSHEET-FILE.
               01 WORKSHEET-LINE           PIC X(132).

           WORKING-STORAGE SECTION.
               01 WORKSHEET-OUT.
                   05 WKS-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'RETROACTIVE PA'.
                       10 FILLER       PIC X(11) VALUE 'Y WORKSHEET'.

                   05 WKS-MODE-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 WKS-MODE-TEXT        PIC X(40).
                       10 FILLER       PIC X(8) VALUE '  RUN ID'.
                       10 FILLER       PIC X(1) VALUE SPACE.
                       10 WKS-MODE-RUN-ID      PIC X(8).
                       10 FILLER       PIC X(10) VALUE '  QUARTER '.
                       10 WKS-MODE-YEAR        PIC 9(4).
                       10 FILLER       PIC X(2) VALUE '/Q'.
                       10 WKS-MODE-QUARTER     PIC 9(1).

                   05 WKS-REQUEST-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'REQUEST '.
                       10 WKS-RQ-NUMBER        PIC Z9.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-RQ-SELECT        PIC X(20).
                       10 FILLER       PIC X(5) VALUE ' OLD '.
                       10 WKS-RQ-OLD-RATE      PIC ZZ9.99.
                       10 FILLER       PIC X(5) VALUE ' NEW '.
                       10 WKS-RQ-NEW-RATE      PIC ZZ9.99.
                       10 FILLER       PIC X(11) VALUE ' EFFECTIVE '.
                       10 WKS-RQ-EFF-DATE      PIC 9(8).
                       10 FILLER       PIC X(9) VALUE ' THROUGH '.
                       10 WKS-RQ-THRU-DATE     PIC X(8).

                   05 WKS-DETAIL-HEADING.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'RUN ID  '.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'PER END '.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(7) VALUE 'REG PAY'.
                       10 FILLER       PIC X(5) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'OT PAY'.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(7) VALUE 'VAC PAY'.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'SICK PAY'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE 'DAYS'.
                       10 FILLER       PIC X(6) VALUE SPACES.
                       10 FILLER       PIC X(5) VALUE 'RETRO'.

                   05 WKS-DETAIL-LINE.
                       10 WKS-EMP-NUM          PIC 9(9).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-EMP-NAME         PIC X(13).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-RUN-ID           PIC X(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-PERIOD-END       PIC 9(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-PAY-REG          PIC ZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-PAY-OT           PIC ZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-PAY-VAC          PIC ZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-PAY-SICK         PIC ZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-SHARE-DAYS       PIC Z9.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-CHECK-RETRO      PIC ZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 WKS-CHECK-NOTE       PIC X(8).

                   05 WKS-EMP-TOTAL-LINE.
                       10 FILLER       PIC X(11) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'RETRO HOURS - '.
                       10 FILLER       PIC X(4) VALUE 'REG '.
                       10 WKS-TOT-REG-HRS      PIC Z,ZZ9.99.
                       10 FILLER       PIC X(4) VALUE ' OT '.
                       10 WKS-TOT-OT-HRS       PIC Z,ZZ9.99.
                       10 FILLER       PIC X(5) VALUE ' VAC '.
                       10 WKS-TOT-VAC-HRS      PIC Z,ZZ9.99.
                       10 FILLER       PIC X(6) VALUE ' SICK '.
                       10 WKS-TOT-SICK-HRS     PIC Z,ZZ9.99.
                       10 FILLER       PIC X(6) VALUE '  AT +'.
                       10 WKS-TOT-DIFF         PIC Z9.99.
                       10 FILLER       PIC X(11) VALUE '  EMPLOYEE '.
                       10 FILLER       PIC X(7) VALUE 'TOTAL  '.
                       10 WKS-TOT-RETRO        PIC ZZ,ZZ9.99.

                   05 WKS-COUNT-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 WKS-CNT-LABEL        PIC X(36).
                       10 WKS-CNT-VALUE        PIC Z(4)9.

                   05 WKS-AMOUNT-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 WKS-AMT-LABEL        PIC X(36).
                       10 WKS-AMT-VALUE        PIC $$,$$$,$$9.99.

                   05 WKS-SIGNOFF-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'APPROVED BY __'.
                       10 FILLER       PIC X(14) VALUE '______________'.
                       10 FILLER       PIC X(14) VALUE '    DATE _____'.
                       10 FILLER       PIC X(5) VALUE '_____'.

                   05 WKS-STATUS-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 WKS-STATUS-TEXT      PIC X(80).

               01 WS-RETCTL-STATUS         PIC X(2) VALUE SPACES.
               01 WS-RETREQ-STATUS         PIC X(2) VALUE SPACES.
               01 WS-PAYHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-MASTER-STATUS         PIC X(2) VALUE SPACES.
               01 WS-ADJ-STATUS            PIC X(2) VALUE SPACES.
               01 WS-ADJHIST-STATUS        PIC X(2) VALUE SPACES.
               01 WS-RUNHIST-STATUS        PIC X(2) VALUE SPACES.
               01 ADJHIST-EOF              PIC X(1) VALUE 'N'.
               01 RUNHIST-EOF              PIC X(1) VALUE 'N'.
               01 REQUEST-EOF              PIC X(1) VALUE 'N'.
               01 HISTORY-EOF              PIC X(1) VALUE 'N'.
               01 SORTED-EOF               PIC X(1) VALUE 'N'.
               01 ADJ-EOF                  PIC X(1) VALUE 'N'.

      *        The pay period is two weeks; a check whose period
      *        straddles the effective date owes on its share of days.
               01 PAY-PERIOD-DAYS          PIC 9(2) VALUE 14.
      *        One pay entry carries at most this many hours; more
      *        retro hours than that go out over further entries.
               01 MAX-ENTRY-HOURS          PIC 9(3)V99 VALUE 999.99.

               01 WS-RQT-COUNT             PIC 9(2) VALUE ZEROS.
               01 WS-RQT-SUB               PIC 9(2) VALUE ZEROS.
               01 WS-RQT-MATCH             PIC 9(2) VALUE ZEROS.
               01 RETRO-REQUEST-TABLE.
                   05 RQT-ENTRY OCCURS 50 TIMES
                           INDEXED BY RQT-IDX.
                       10 RQT-SELECT-TYPE  PIC X(1).
                       10 RQT-EMPLOYEE-NUM PIC 9(9).
                       10 RQT-UNION-LOCAL  PIC X(4).
                       10 RQT-OLD-RATE     PIC 9(3)V99.
                       10 RQT-NEW-RATE     PIC 9(3)V99.
                       10 RQT-DIFF-RATE    PIC 9(3)V99.
                       10 RQT-EFF-DATE     PIC 9(8).
                       10 RQT-EFF-INT      PIC 9(8).
                       10 RQT-THRU-DATE    PIC 9(8).

      *        The master record last read for a union-local match;
      *        pay history runs employee after employee within a run,
      *        so one read serves all of an employee's checks there.
               01 WS-MT-EMPLOYEE           PIC 9(9) VALUE ZEROS.
               01 WS-MT-FOUND              PIC X(1) VALUE 'N'.
               01 WS-MT-UNION-MEMBER       PIC X(1) VALUE SPACE.
               01 WS-MT-UNION-LOCAL        PIC X(4) VALUE SPACES.
               01 WS-MT-RATE               PIC 9(3)V99 VALUE ZEROS.
               01 WS-LOCAL-MATCH           PIC X(1) VALUE 'N'.

      *        The quarter (year * 10 + quarter) of the earliest
      *        effective date; older postings cannot touch a check in
      *        any window.
               01 WS-FIRST-EFF-DATE        PIC 9(8) VALUE ZEROS.
               01 WS-FIRST-YQ              PIC 9(5) VALUE ZEROS.

      *        Quarter each run posted into, off RUNHIST.DAT. A run
      *        not found there is placed by its check date.
               01 WS-RNT-COUNT             PIC 9(3) VALUE ZEROS.
               01 RUN-QUARTER-TABLE.
                   05 RNT-ENTRY OCCURS 500 TIMES
                           INDEXED BY RNT-IDX.
                       10 RNT-RUN-ID       PIC X(8).
                       10 RNT-YQ           PIC 9(5).
               01 WS-CHECK-YQ              PIC 9(5) VALUE ZEROS.
               01 WS-DATE-WORK             PIC 9(8) VALUE ZEROS.
               01 FILLER REDEFINES WS-DATE-WORK.
                   05 WS-DATE-YEAR         PIC 9(4).
                   05 WS-DATE-MONTH        PIC 9(2).
                   05 WS-DATE-DAY          PIC 9(2).
               01 WS-DATE-QUARTER          PIC 9(1) VALUE ZEROS.

      *        Reversals ('R', amount positive here) and replacements
      *        ('P') posted on ADJHIST since the earliest window. CAND
      *        counts the employee's window checks in the posting's
      *        quarter, MATCH those whose gross is the reversal's.
      *        RVT-STATUS 'X' - the one check matched is dropped from
      *        the retro; 'H' - the employee is held.
               01 WS-RVT-COUNT             PIC 9(3) VALUE ZEROS.
               01 WS-RVT-SUB               PIC 9(3) VALUE ZEROS.
               01 REVERSAL-TABLE.
                   05 RVT-ENTRY OCCURS 500 TIMES
                           INDEXED BY RVT-IDX.
                       10 RVT-TYPE         PIC X(1).
                       10 RVT-EMPLOYEE-NUM PIC 9(9).
                       10 RVT-YQ           PIC 9(5).
                       10 RVT-AMOUNT       PIC S9(5)V99.
                       10 RVT-CAND-COUNT   PIC 9(3).
                       10 RVT-MATCH-COUNT  PIC 9(3).
                       10 RVT-MATCH-RUN-ID PIC X(8).
                       10 RVT-STATUS       PIC X(1).
               01 WS-CHECK-REVERSED        PIC X(1) VALUE 'N'.
               01 WS-GROUP-HELD            PIC X(1) VALUE 'N'.

               01 WS-PERIOD-END-INT        PIC 9(8) VALUE ZEROS.
               01 WS-SHARE-DAYS            PIC 9(8) VALUE ZEROS.

      *        The employee/request group in hand on the worksheet.
      *        Retro hours are carried to four places until the group
      *        is done, so rounding happens once.
               01 WS-CUR-EMPLOYEE          PIC 9(9) VALUE ZEROS.
               01 WS-CUR-REQUEST           PIC 9(2) VALUE ZEROS.
               01 WS-CUR-NAME              PIC X(13) VALUE SPACES.
               01 WS-CUR-DEPT              PIC X(4) VALUE SPACES.
               01 WS-CUR-PAY-METHOD        PIC X(1) VALUE SPACE.
               01 WS-GROUP-OPEN            PIC X(1) VALUE 'N'.
               01 WS-ACC-REG-HOURS         PIC 9(5)V9(4) VALUE ZEROS.
               01 WS-ACC-OT-HOURS          PIC 9(5)V9(4) VALUE ZEROS.
               01 WS-ACC-VAC-HOURS         PIC 9(5)V9(4) VALUE ZEROS.
               01 WS-ACC-SICK-HOURS        PIC 9(5)V9(4) VALUE ZEROS.
               01 WS-CHECK-HOURS           PIC 9(5)V9(4) VALUE ZEROS.
               01 WS-CHECK-RETRO           PIC 9(5)V99 VALUE ZEROS.
               01 WS-CHECK-EARNINGS        PIC 9(6)V99 VALUE ZEROS.

      *        Retro goes out as its own pay types so it lands in the
      *        right earnings bucket without touching leave balances or
      *        the remembered regular rate: RRG regular, ROT overtime
      *        (priced at time and a half), RVC vacation, RSK sick -
      *        each at the rate difference for the hours behind it.
               01 WS-BKT-HOURS             PIC 9(5)V99 VALUE ZEROS.
               01 WS-BKT-TYPE              PIC X(3) VALUE SPACES.
               01 WS-ENTRY-HOURS           PIC 9(3)V99 VALUE ZEROS.
               01 WS-ENTRY-AMOUNT          PIC 9(5)V99 VALUE ZEROS.
               01 WS-APE-SUB               PIC 9(1) VALUE ZEROS.
               01 WS-EMP-RETRO             PIC 9(6)V99 VALUE ZEROS.
               01 WS-TOT-REG-HRS           PIC 9(5)V99 VALUE ZEROS.
               01 WS-TOT-OT-HRS            PIC 9(5)V99 VALUE ZEROS.
               01 WS-TOT-VAC-HRS           PIC 9(5)V99 VALUE ZEROS.
               01 WS-TOT-SICK-HRS          PIC 9(5)V99 VALUE ZEROS.

               01 TOTAL-CHECKS             PIC 9(5) VALUE ZEROS.
               01 TOTAL-EMPLOYEES          PIC 9(5) VALUE ZEROS.
               01 TOTAL-ADJ-RECORDS        PIC 9(5) VALUE ZEROS.
               01 TOTAL-RATE-SKIPPED       PIC 9(5) VALUE ZEROS.
               01 TOTAL-REVERSED-CHECKS    PIC 9(5) VALUE ZEROS.
               01 TOTAL-EMP-HELD           PIC 9(5) VALUE ZEROS.
               01 TOTAL-RETRO              PIC 9(7)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
           0000-START.
               PERFORM 0100-INITIALIZE.
               PERFORM 0150-LOAD-REQUESTS.
               IF RCT-MODE = 'A'
                   PERFORM 0170-CHECK-ADJFILE
               END-IF.
               PERFORM 0180-LOAD-RUN-QUARTERS.
               PERFORM 0190-LOAD-REVERSALS.
               PERFORM 0200-SCAN-PAY-HISTORY.
               PERFORM 0250-RESOLVE-REVERSALS.
               PERFORM 0300-SORT-CHECKS.
               PERFORM 0400-WRITE-WORKSHEET.
               PERFORM 0600-WRITE-TOTALS.
               IF RCT-MODE = 'A'
                   PERFORM 0700-RELEASE-ADJUSTMENTS
               END-IF.
               CLOSE WORKSHEET-FILE.
               STOP RUN.

      *        No card or a bad one stops the job before anything is
      *        written. An approved run must carry the total that was
      *        signed off on the worksheet.
           0100-INITIALIZE.
               OPEN INPUT RETRO-CONTROL-FILE.
               IF WS-RETCTL-STATUS NOT = '00'
                   DISPLAY 'CONTROL CARD RETROCTL.TXT MISSING - '
                       'STATUS ' WS-RETCTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               READ RETRO-CONTROL-FILE
                   AT END
                       DISPLAY 'CONTROL CARD IS EMPTY'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ.
               CLOSE RETRO-CONTROL-FILE.
               IF (RCT-MODE NOT = 'W' AND RCT-MODE NOT = 'A')
                       OR RCT-ADJ-RUN-ID = SPACES
                       OR RCT-YEAR NOT NUMERIC OR RCT-YEAR = ZEROS
                       OR RCT-QUARTER NOT NUMERIC
                       OR RCT-QUARTER < 1 OR RCT-QUARTER > 4
                   DISPLAY 'INVALID CONTROL CARD: ' RCT-MODE ' '
                       RCT-ADJ-RUN-ID ' ' RCT-YEAR ' ' RCT-QUARTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RCT-MODE = 'A'
                   IF RCT-APPROVED-TOTAL NOT NUMERIC
                           OR RCT-APPROVED-TOTAL = ZEROS
                       DISPLAY 'APPROVED RUN NEEDS THE WORKSHEET TOTAL'
                           ' ON THE CONTROL CARD'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               OPEN OUTPUT WORKSHEET-FILE.
               WRITE WORKSHEET-LINE FROM WKS-HEADING-TITLE.
               IF RCT-MODE = 'A'
                   MOVE 'APPROVED - ADJUSTMENTS TO ADJFILE.TXT'
                       TO WKS-MODE-TEXT
               ELSE
                   MOVE 'FOR APPROVAL - NO ADJUSTMENTS WRITTEN'
                       TO WKS-MODE-TEXT
               END-IF.
               MOVE RCT-ADJ-RUN-ID TO WKS-MODE-RUN-ID.
               MOVE RCT-YEAR TO WKS-MODE-YEAR.
               MOVE RCT-QUARTER TO WKS-MODE-QUARTER.
               WRITE WORKSHEET-LINE FROM WKS-MODE-LINE.
               MOVE SPACES TO WORKSHEET-LINE.
               WRITE WORKSHEET-LINE.

      *        Every card is checked before any pay history is read; a
      *        bad card stops the job rather than quietly paying the
      *        rest of the batch.
           0150-LOAD-REQUESTS.
               OPEN INPUT RETRO-REQUEST-FILE.
               IF WS-RETREQ-STATUS NOT = '00'
                   DISPLAY 'RETRO REQUEST FILE RETROREQ.TXT MISSING - '
                       'STATUS ' WS-RETREQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE 'N' TO REQUEST-EOF.
               PERFORM UNTIL REQUEST-EOF = 'Y'
                   READ RETRO-REQUEST-FILE
                       AT END
                           MOVE 'Y' TO REQUEST-EOF
                       NOT AT END
                           PERFORM 0160-LOAD-ONE-REQUEST
                   END-READ
               END-PERFORM.
               CLOSE RETRO-REQUEST-FILE.
               IF WS-RQT-COUNT = ZEROS
                   DISPLAY 'NO RETRO REQUESTS ON RETROREQ.TXT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO WORKSHEET-LINE.
               WRITE WORKSHEET-LINE.
               WRITE WORKSHEET-LINE FROM WKS-DETAIL-HEADING.

           0160-LOAD-ONE-REQUEST.
               IF WS-RQT-COUNT >= 50
                   DISPLAY 'MORE THAN 50 RETRO REQUESTS - SPLIT THE '
                       'BATCH'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF (RQ-SELECT-TYPE = 'E'
                       AND (RQ-EMPLOYEE-NUMBER NOT NUMERIC
                           OR RQ-EMPLOYEE-NUMBER = ZEROS))
                   OR (RQ-SELECT-TYPE = 'U'
                       AND RQ-UNION-LOCAL = SPACES)
                   OR (RQ-SELECT-TYPE NOT = 'E'
                       AND RQ-SELECT-TYPE NOT = 'U')
                   OR RQ-OLD-RATE NOT NUMERIC
                   OR RQ-NEW-RATE NOT NUMERIC
                   OR RQ-OLD-RATE = ZEROS
                   OR RQ-NEW-RATE NOT > RQ-OLD-RATE
                   OR RQ-EFFECTIVE-DATE NOT NUMERIC
                   OR RQ-EFFECTIVE-DATE = ZEROS
                   OR RQ-THROUGH-DATE NOT NUMERIC
                   DISPLAY 'INVALID RETRO REQUEST: '
                       RETRO-REQUEST-RECORD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF RQ-THROUGH-DATE NOT = ZEROS
                       AND RQ-THROUGH-DATE < RQ-EFFECTIVE-DATE
                   DISPLAY 'RETRO THROUGH DATE BEFORE EFFECTIVE DATE: '
                       RETRO-REQUEST-RECORD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-RQT-COUNT.
               SET RQT-IDX TO WS-RQT-COUNT.
               MOVE RQ-SELECT-TYPE TO RQT-SELECT-TYPE(RQT-IDX).
               MOVE RQ-EMPLOYEE-NUMBER TO RQT-EMPLOYEE-NUM(RQT-IDX).
               MOVE RQ-UNION-LOCAL TO RQT-UNION-LOCAL(RQT-IDX).
               MOVE RQ-OLD-RATE TO RQT-OLD-RATE(RQT-IDX).
               MOVE RQ-NEW-RATE TO RQT-NEW-RATE(RQT-IDX).
               COMPUTE RQT-DIFF-RATE(RQT-IDX) =
                   RQ-NEW-RATE - RQ-OLD-RATE.
               MOVE RQ-EFFECTIVE-DATE TO RQT-EFF-DATE(RQT-IDX).
               COMPUTE RQT-EFF-INT(RQT-IDX) =
                   FUNCTION INTEGER-OF-DATE(RQ-EFFECTIVE-DATE).
               MOVE RQ-THROUGH-DATE TO RQT-THRU-DATE(RQT-IDX).
               IF WS-FIRST-EFF-DATE = ZEROS
                       OR RQ-EFFECTIVE-DATE < WS-FIRST-EFF-DATE
                   MOVE RQ-EFFECTIVE-DATE TO WS-FIRST-EFF-DATE
               END-IF.

               MOVE WS-RQT-COUNT TO WKS-RQ-NUMBER.
               MOVE SPACES TO WKS-RQ-SELECT.
               IF RQ-SELECT-TYPE = 'E'
                   STRING 'EMPLOYEE ' RQ-EMPLOYEE-NUMBER
                           DELIMITED BY SIZE
                       INTO WKS-RQ-SELECT
               ELSE
                   STRING 'UNION LOCAL ' RQ-UNION-LOCAL
                           DELIMITED BY SIZE
                       INTO WKS-RQ-SELECT
               END-IF.
               MOVE RQ-OLD-RATE TO WKS-RQ-OLD-RATE.
               MOVE RQ-NEW-RATE TO WKS-RQ-NEW-RATE.
               MOVE RQ-EFFECTIVE-DATE TO WKS-RQ-EFF-DATE.
               IF RQ-THROUGH-DATE = ZEROS
                   MOVE 'LATEST' TO WKS-RQ-THRU-DATE
               ELSE
                   MOVE RQ-THROUGH-DATE TO WKS-RQ-THRU-DATE
               END-IF.
               WRITE WORKSHEET-LINE FROM WKS-REQUEST-LINE.

      *        Approving the same worksheet twice would pay the retro
      *        twice; retro already on ADJFILE.TXT for this run stops
      *        the job before anything is written.
           0170-CHECK-ADJFILE.
               OPEN INPUT ADJUSTMENT-FILE.
               IF WS-ADJ-STATUS = '00'
                   MOVE 'N' TO ADJ-EOF
                   PERFORM UNTIL ADJ-EOF = 'Y'
                       READ ADJUSTMENT-FILE
                           AT END
                               MOVE 'Y' TO ADJ-EOF
                           NOT AT END
                               IF ADJ-TYPE = 'P'
                                       AND ADJ-RUN-ID = RCT-ADJ-RUN-ID
                                   PERFORM 0175-CHECK-RETRO-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADJUSTMENT-FILE
               END-IF.

           0175-CHECK-RETRO-ENTRY.
               IF ADJ-PAY-TYPE(1) = 'RRG' OR ADJ-PAY-TYPE(1) = 'ROT'
                       OR ADJ-PAY-TYPE(1) = 'RVC'
                       OR ADJ-PAY-TYPE(1) = 'RSK'
                   DISPLAY 'RETRO ALREADY ON ADJFILE.TXT FOR RUN '
                       RCT-ADJ-RUN-ID ' - EMPLOYEE '
                       ADJ-EMPLOYEE-NUMBER ' - NOTHING WRITTEN'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           0180-LOAD-RUN-QUARTERS.
               MOVE ZEROS TO WS-RNT-COUNT.
               OPEN INPUT RUN-HISTORY-FILE.
               IF WS-RUNHIST-STATUS = '00'
                   MOVE 'N' TO RUNHIST-EOF
                   PERFORM UNTIL RUNHIST-EOF = 'Y'
                       READ RUN-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO RUNHIST-EOF
                           NOT AT END
                               IF WS-RNT-COUNT < 500
                                       AND RH-YEAR NUMERIC
                                       AND RH-QUARTER NUMERIC
                                   ADD 1 TO WS-RNT-COUNT
                                   SET RNT-IDX TO WS-RNT-COUNT
                                   MOVE RH-RUN-ID TO RNT-RUN-ID(RNT-IDX)
                                   COMPUTE RNT-YQ(RNT-IDX) =
                                       RH-YEAR * 10 + RH-QUARTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-HISTORY-FILE
               END-IF.

      *        More postings than the table holds could leave a
      *        reversed check paid; the job stops instead.
           0190-LOAD-REVERSALS.
               MOVE WS-FIRST-EFF-DATE TO WS-DATE-WORK.
               COMPUTE WS-DATE-QUARTER = (WS-DATE-MONTH + 2) / 3.
               COMPUTE WS-FIRST-YQ =
                   WS-DATE-YEAR * 10 + WS-DATE-QUARTER.
               MOVE ZEROS TO WS-RVT-COUNT.
               OPEN INPUT ADJ-HISTORY-FILE.
               IF WS-ADJHIST-STATUS = '00'
                   MOVE 'N' TO ADJHIST-EOF
                   PERFORM UNTIL ADJHIST-EOF = 'Y'
                       READ ADJ-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO ADJHIST-EOF
                           NOT AT END
                               IF (AH-TYPE = 'R' OR AH-TYPE = 'P')
                                       AND AH-YEAR NUMERIC
                                       AND AH-QUARTER NUMERIC
                                       AND AH-YEAR * 10 + AH-QUARTER
                                           NOT < WS-FIRST-YQ
                                   PERFORM 0195-LOAD-ONE-POSTING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ADJ-HISTORY-FILE
               END-IF.

           0195-LOAD-ONE-POSTING.
               IF WS-RVT-COUNT >= 500
                   DISPLAY 'MORE THAN 500 REVERSALS AND REPLACEMENTS '
                       'ON ADJHIST.DAT IN THE RETRO WINDOW - SPLIT '
                       'THE BATCH'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-RVT-COUNT.
               SET RVT-IDX TO WS-RVT-COUNT.
               MOVE AH-TYPE TO RVT-TYPE(RVT-IDX).
               MOVE AH-EMPLOYEE-NUMBER TO RVT-EMPLOYEE-NUM(RVT-IDX).
               COMPUTE RVT-YQ(RVT-IDX) = AH-YEAR * 10 + AH-QUARTER.
               COMPUTE RVT-AMOUNT(RVT-IDX) = ZERO - AH-GROSS.
               MOVE ZEROS TO RVT-CAND-COUNT(RVT-IDX).
               MOVE ZEROS TO RVT-MATCH-COUNT(RVT-IDX).
               MOVE SPACES TO RVT-MATCH-RUN-ID(RVT-IDX).
               MOVE SPACE TO RVT-STATUS(RVT-IDX).

           0200-SCAN-PAY-HISTORY.
               OPEN INPUT PAY-HISTORY-FILE.
               IF WS-PAYHIST-STATUS NOT = '00'
                   DISPLAY 'PAY HISTORY PAYHIST.DAT MISSING - '
                       'STATUS ' WS-PAYHIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT EMPLOYEE-MASTER.
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMPLOYEE MASTER EMPMASTER.DAT MISSING - '
                       'STATUS ' WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT RETRO-CHECK-FILE.
               MOVE 'N' TO HISTORY-EOF.
               PERFORM UNTIL HISTORY-EOF = 'Y'
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF
                       NOT AT END
                           PERFORM 0210-MATCH-REQUEST
                           IF WS-RQT-MATCH > ZEROS
                               PERFORM 0230-WRITE-CHECK-ROW
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RETRO-CHECK-FILE.
               CLOSE EMPLOYEE-MASTER.
               CLOSE PAY-HISTORY-FILE.

      *        A card naming the employee wins over a union-local
      *        card; within each kind the first card whose dates take
      *        in the check is used.
           0210-MATCH-REQUEST.
               MOVE ZEROS TO WS-RQT-MATCH.
               PERFORM VARYING RQT-IDX FROM 1 BY 1
                       UNTIL RQT-IDX > WS-RQT-COUNT
                           OR WS-RQT-MATCH > ZEROS
                   IF RQT-SELECT-TYPE(RQT-IDX) = 'E'
                           AND RQT-EMPLOYEE-NUM(RQT-IDX) =
                               PH-EMPLOYEE-NUMBER
                       PERFORM 0215-CHECK-REQUEST-DATES
                   END-IF
               END-PERFORM.
               IF WS-RQT-MATCH = ZEROS
                   MOVE 'N' TO WS-LOCAL-MATCH
                   PERFORM VARYING RQT-IDX FROM 1 BY 1
                           UNTIL RQT-IDX > WS-RQT-COUNT
                               OR WS-RQT-MATCH > ZEROS
                       IF RQT-SELECT-TYPE(RQT-IDX) = 'U'
                           PERFORM 0220-CHECK-UNION-REQUEST
                       END-IF
                   END-PERFORM
                   IF WS-RQT-MATCH = ZEROS AND WS-LOCAL-MATCH = 'Y'
                       ADD 1 TO TOTAL-RATE-SKIPPED
                   END-IF
               END-IF.

           0215-CHECK-REQUEST-DATES.
               IF PH-PERIOD-END NUMERIC
                   IF PH-PERIOD-END >= RQT-EFF-DATE(RQT-IDX)
                           AND (RQT-THRU-DATE(RQT-IDX) = ZEROS
                               OR PH-PERIOD-END <=
                                   RQT-THRU-DATE(RQT-IDX))
                       SET WS-RQT-MATCH TO RQT-IDX
                   END-IF
               END-IF.

      *        Only members still carried at the card's old rate - or
      *        already moved to its new one - are the people the
      *        contract change covers; a member at some other rate is
      *        counted and left for an employee card.
           0220-CHECK-UNION-REQUEST.
               IF PH-EMPLOYEE-NUMBER NOT = WS-MT-EMPLOYEE
                   PERFORM 0225-READ-MASTER
               END-IF.
               IF WS-MT-FOUND = 'Y'
                       AND WS-MT-UNION-MEMBER = 'U'
                       AND WS-MT-UNION-LOCAL = RQT-UNION-LOCAL(RQT-IDX)
                   IF WS-MT-RATE = RQT-OLD-RATE(RQT-IDX)
                           OR WS-MT-RATE = RQT-NEW-RATE(RQT-IDX)
                       PERFORM 0215-CHECK-REQUEST-DATES
                   ELSE
                       MOVE 'Y' TO WS-LOCAL-MATCH
                   END-IF
               END-IF.

      *        Rate of record, or the last regular rate posted for an
      *        employee not yet given one.
           0225-READ-MASTER.
               MOVE PH-EMPLOYEE-NUMBER TO WS-MT-EMPLOYEE.
               MOVE PH-EMPLOYEE-NUMBER TO EMP-MASTER-NUMBER.
               MOVE 'N' TO WS-MT-FOUND.
               MOVE SPACE TO WS-MT-UNION-MEMBER.
               MOVE SPACES TO WS-MT-UNION-LOCAL.
               MOVE ZEROS TO WS-MT-RATE.
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MT-FOUND
               END-READ.
               IF WS-MT-FOUND = 'Y'
                   MOVE EMP-MASTER-UNION-MEMBER TO WS-MT-UNION-MEMBER
                   MOVE EMP-MASTER-UNION-LOCAL TO WS-MT-UNION-LOCAL
                   IF EMP-MASTER-PAY-RATE NUMERIC
                       MOVE EMP-MASTER-PAY-RATE TO WS-MT-RATE
                   END-IF
                   IF WS-MT-RATE = ZEROS
                           AND EMP-MASTER-LAST-RATE NUMERIC
                       MOVE EMP-MASTER-LAST-RATE TO WS-MT-RATE
                   END-IF
               END-IF.

           0230-WRITE-CHECK-ROW.
               SET RQT-IDX TO WS-RQT-MATCH.
               COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(PH-PERIOD-END).
               COMPUTE WS-SHARE-DAYS =
                   WS-PERIOD-END-INT - RQT-EFF-INT(RQT-IDX) + 1.
               IF WS-SHARE-DAYS > PAY-PERIOD-DAYS
                   MOVE PAY-PERIOD-DAYS TO WS-SHARE-DAYS
               END-IF.
               MOVE PH-EMPLOYEE-NUMBER TO RC-EMPLOYEE-NUMBER.
               MOVE WS-RQT-MATCH TO RC-REQUEST-SUB.
               MOVE PH-PERIOD-END TO RC-PERIOD-END.
               MOVE PH-RUN-ID TO RC-RUN-ID.
               MOVE PH-CHECK-DATE TO RC-CHECK-DATE.
               MOVE PH-EMPLOYEE-NAME TO RC-EMPLOYEE-NAME.
               MOVE PH-DEPT-CODE TO RC-DEPT-CODE.
               MOVE PH-PAY-METHOD TO RC-PAY-METHOD.
               MOVE PH-PAY-REG TO RC-PAY-REG.
               MOVE PH-PAY-OT TO RC-PAY-OT.
               MOVE PH-PAY-VAC TO RC-PAY-VAC.
               MOVE PH-PAY-SICK TO RC-PAY-SICK.
               MOVE WS-SHARE-DAYS TO RC-SHARE-DAYS.
               WRITE RETRO-CHECK-RECORD.
               IF WS-RVT-COUNT > ZEROS
                   PERFORM 0235-NOTE-POSTINGS
               END-IF.

      *        The check's quarter is its run's; each posting for the
      *        employee in that quarter counts the check as one it
      *        could have reversed or replaced.
           0235-NOTE-POSTINGS.
               MOVE ZEROS TO WS-CHECK-YQ.
               PERFORM VARYING RNT-IDX FROM 1 BY 1
                       UNTIL RNT-IDX > WS-RNT-COUNT
                           OR WS-CHECK-YQ > ZEROS
                   IF RNT-RUN-ID(RNT-IDX) = PH-RUN-ID
                       MOVE RNT-YQ(RNT-IDX) TO WS-CHECK-YQ
                   END-IF
               END-PERFORM.
               IF WS-CHECK-YQ = ZEROS AND PH-CHECK-DATE NUMERIC
                   MOVE PH-CHECK-DATE TO WS-DATE-WORK
                   IF WS-DATE-MONTH > ZEROS AND WS-DATE-MONTH < 13
                       COMPUTE WS-DATE-QUARTER =
                           (WS-DATE-MONTH + 2) / 3
                       COMPUTE WS-CHECK-YQ =
                           WS-DATE-YEAR * 10 + WS-DATE-QUARTER
                   END-IF
               END-IF.
               PERFORM VARYING RVT-IDX FROM 1 BY 1
                       UNTIL RVT-IDX > WS-RVT-COUNT
                   IF RVT-EMPLOYEE-NUM(RVT-IDX) = PH-EMPLOYEE-NUMBER
                           AND RVT-YQ(RVT-IDX) = WS-CHECK-YQ
                       ADD 1 TO RVT-CAND-COUNT(RVT-IDX)
                       IF RVT-AMOUNT(RVT-IDX) = PH-GROSS
                           ADD 1 TO RVT-MATCH-COUNT(RVT-IDX)
                           MOVE PH-RUN-ID TO RVT-MATCH-RUN-ID(RVT-IDX)
                       END-IF
                   END-IF
               END-PERFORM.

      *        A reversal is tied to a check only when exactly one of
      *        the employee's window checks in its quarter carries its
      *        gross, and no other reversal has claimed that check.
      *        Anything less certain holds the employee. So does a
      *        replacement in the quarter of a reversal that touches
      *        the window - what it paid is not broken out by pay type
      *        anywhere retro could price it from.
           0250-RESOLVE-REVERSALS.
               PERFORM VARYING WS-RVT-SUB FROM 1 BY 1
                       UNTIL WS-RVT-SUB > WS-RVT-COUNT
                   SET RVT-IDX TO WS-RVT-SUB
                   IF RVT-TYPE(RVT-IDX) = 'R'
                           AND RVT-CAND-COUNT(RVT-IDX) > ZEROS
                       IF RVT-MATCH-COUNT(RVT-IDX) = 1
                           MOVE 'X' TO RVT-STATUS(RVT-IDX)
                           PERFORM 0255-CHECK-CLAIMED
                       ELSE
                           MOVE 'H' TO RVT-STATUS(RVT-IDX)
                       END-IF
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-RVT-SUB FROM 1 BY 1
                       UNTIL WS-RVT-SUB > WS-RVT-COUNT
                   SET RVT-IDX TO WS-RVT-SUB
                   IF RVT-TYPE(RVT-IDX) = 'P'
                           AND RVT-CAND-COUNT(RVT-IDX) > ZEROS
                       PERFORM 0257-CHECK-REPLACEMENT
                   END-IF
               END-PERFORM.

           0255-CHECK-CLAIMED.
               PERFORM VARYING RVT-IDX FROM 1 BY 1
                       UNTIL RVT-IDX >= WS-RVT-SUB
                   IF RVT-STATUS(RVT-IDX) = 'X'
                           AND RVT-EMPLOYEE-NUM(RVT-IDX) =
                               RVT-EMPLOYEE-NUM(WS-RVT-SUB)
                           AND RVT-MATCH-RUN-ID(RVT-IDX) =
                               RVT-MATCH-RUN-ID(WS-RVT-SUB)
                       MOVE 'H' TO RVT-STATUS(WS-RVT-SUB)
                   END-IF
               END-PERFORM.

           0257-CHECK-REPLACEMENT.
               PERFORM VARYING RVT-IDX FROM 1 BY 1
                       UNTIL RVT-IDX > WS-RVT-COUNT
                   IF RVT-TYPE(RVT-IDX) = 'R'
                           AND RVT-STATUS(RVT-IDX) NOT = SPACE
                           AND RVT-EMPLOYEE-NUM(RVT-IDX) =
                               RVT-EMPLOYEE-NUM(WS-RVT-SUB)
                           AND RVT-YQ(RVT-IDX) = RVT-YQ(WS-RVT-SUB)
                       MOVE 'H' TO RVT-STATUS(WS-RVT-SUB)
                   END-IF
               END-PERFORM.

           0300-SORT-CHECKS.
               SORT RETRO-SORT-WORK
                   ON ASCENDING KEY RSW-EMPLOYEE-NUMBER
                   ON ASCENDING KEY RSW-REQUEST-SUB
                   ON ASCENDING KEY RSW-PERIOD-END
                   USING RETRO-CHECK-FILE
                   GIVING RETRO-SORTED-FILE.

      *        One group per employee and request card. Each check is
      *        listed with the retro it carries; the group's hours are
      *        then priced exactly as PROJECT2 will price the entries.
           0400-WRITE-WORKSHEET.
               IF RCT-MODE = 'A'
                   OPEN OUTPUT RETRO-ADJ-WORK-FILE
               END-IF.
               OPEN INPUT RETRO-SORTED-FILE.
               MOVE 'N' TO WS-GROUP-OPEN.
               MOVE 'N' TO SORTED-EOF.
               PERFORM UNTIL SORTED-EOF = 'Y'
                   READ RETRO-SORTED-FILE INTO RETRO-CHECK-RECORD
                       AT END
                           MOVE 'Y' TO SORTED-EOF
                       NOT AT END
                           IF WS-GROUP-OPEN = 'Y'
                               IF RC-EMPLOYEE-NUMBER NOT =
                                       WS-CUR-EMPLOYEE
                                   OR RC-REQUEST-SUB NOT =
                                       WS-CUR-REQUEST
                                   PERFORM 0450-CLOSE-GROUP
                               END-IF
                           END-IF
                           IF WS-GROUP-OPEN = 'N'
                               PERFORM 0410-OPEN-GROUP
                           END-IF
                           PERFORM 0420-LIST-CHECK
                   END-READ
               END-PERFORM.
               IF WS-GROUP-OPEN = 'Y'
                   PERFORM 0450-CLOSE-GROUP
               END-IF.
               CLOSE RETRO-SORTED-FILE.
               IF RCT-MODE = 'A'
                   CLOSE RETRO-ADJ-WORK-FILE
               END-IF.

           0410-OPEN-GROUP.
               MOVE 'Y' TO WS-GROUP-OPEN.
               MOVE RC-EMPLOYEE-NUMBER TO WS-CUR-EMPLOYEE.
               MOVE RC-REQUEST-SUB TO WS-CUR-REQUEST.
               MOVE ZEROS TO WS-ACC-REG-HOURS.
               MOVE ZEROS TO WS-ACC-OT-HOURS.
               MOVE ZEROS TO WS-ACC-VAC-HOURS.
               MOVE ZEROS TO WS-ACC-SICK-HOURS.
               MOVE 'N' TO WS-GROUP-HELD.
               PERFORM VARYING RVT-IDX FROM 1 BY 1
                       UNTIL RVT-IDX > WS-RVT-COUNT
                   IF RVT-STATUS(RVT-IDX) = 'H'
                           AND RVT-EMPLOYEE-NUM(RVT-IDX) =
                               WS-CUR-EMPLOYEE
                       MOVE 'Y' TO WS-GROUP-HELD
                   END-IF
               END-PERFORM.
               MOVE SPACES TO WORKSHEET-LINE.
               WRITE WORKSHEET-LINE.

      *        Earnings were paid at the old rate, so the hours behind
      *        them are the dollars over the old rate (time and a half
      *        for overtime), cut to the share of the period on or
      *        after the effective date. A reversed check is listed
      *        but earns nothing.
           0420-LIST-CHECK.
               SET RQT-IDX TO WS-CUR-REQUEST.
               MOVE RC-EMPLOYEE-NAME TO WS-CUR-NAME.
               MOVE RC-DEPT-CODE TO WS-CUR-DEPT.
               MOVE RC-PAY-METHOD TO WS-CUR-PAY-METHOD.
               MOVE 'N' TO WS-CHECK-REVERSED.
               PERFORM VARYING RVT-IDX FROM 1 BY 1
                       UNTIL RVT-IDX > WS-RVT-COUNT
                   IF RVT-STATUS(RVT-IDX) = 'X'
                           AND RVT-EMPLOYEE-NUM(RVT-IDX) =
                               RC-EMPLOYEE-NUMBER
                           AND RVT-MATCH-RUN-ID(RVT-IDX) = RC-RUN-ID
                       MOVE 'Y' TO WS-CHECK-REVERSED
                   END-IF
               END-PERFORM.
               IF WS-CHECK-REVERSED = 'Y'
                   ADD 1 TO TOTAL-REVERSED-CHECKS
                   MOVE ZEROS TO WS-CHECK-RETRO
                   MOVE 'REVERSED' TO WKS-CHECK-NOTE
               ELSE
                   ADD 1 TO TOTAL-CHECKS
                   PERFORM 0425-PRICE-CHECK
                   IF WS-GROUP-HELD = 'Y'
                       MOVE 'HELD' TO WKS-CHECK-NOTE
                   ELSE
                       MOVE SPACES TO WKS-CHECK-NOTE
                   END-IF
               END-IF.
               MOVE RC-EMPLOYEE-NUMBER TO WKS-EMP-NUM.
               MOVE RC-EMPLOYEE-NAME TO WKS-EMP-NAME.
               MOVE RC-RUN-ID TO WKS-RUN-ID.
               MOVE RC-PERIOD-END TO WKS-PERIOD-END.
               MOVE RC-PAY-REG TO WKS-PAY-REG.
               MOVE RC-PAY-OT TO WKS-PAY-OT.
               MOVE RC-PAY-VAC TO WKS-PAY-VAC.
               MOVE RC-PAY-SICK TO WKS-PAY-SICK.
               MOVE RC-SHARE-DAYS TO WKS-SHARE-DAYS.
               MOVE WS-CHECK-RETRO TO WKS-CHECK-RETRO.
               WRITE WORKSHEET-LINE FROM WKS-DETAIL-LINE.

           0425-PRICE-CHECK.
               COMPUTE WS-CHECK-HOURS ROUNDED =
                   RC-PAY-REG * RC-SHARE-DAYS
                   / (PAY-PERIOD-DAYS * RQT-OLD-RATE(RQT-IDX)).
               ADD WS-CHECK-HOURS TO WS-ACC-REG-HOURS.
               COMPUTE WS-CHECK-HOURS ROUNDED =
                   RC-PAY-OT * RC-SHARE-DAYS
                   / (PAY-PERIOD-DAYS * RQT-OLD-RATE(RQT-IDX) * 1.5).
               ADD WS-CHECK-HOURS TO WS-ACC-OT-HOURS.
               COMPUTE WS-CHECK-HOURS ROUNDED =
                   RC-PAY-VAC * RC-SHARE-DAYS
                   / (PAY-PERIOD-DAYS * RQT-OLD-RATE(RQT-IDX)).
               ADD WS-CHECK-HOURS TO WS-ACC-VAC-HOURS.
               COMPUTE WS-CHECK-HOURS ROUNDED =
                   RC-PAY-SICK * RC-SHARE-DAYS
                   / (PAY-PERIOD-DAYS * RQT-OLD-RATE(RQT-IDX)).
               ADD WS-CHECK-HOURS TO WS-ACC-SICK-HOURS.
               COMPUTE WS-CHECK-EARNINGS =
                   RC-PAY-REG + RC-PAY-OT + RC-PAY-VAC + RC-PAY-SICK.
               COMPUTE WS-CHECK-RETRO ROUNDED =
                   WS-CHECK-EARNINGS * RC-SHARE-DAYS
                   * RQT-DIFF-RATE(RQT-IDX)
                   / (PAY-PERIOD-DAYS * RQT-OLD-RATE(RQT-IDX)).

      *        The employee's retro is what the entries will pay, not
      *        the sum of the rounded check lines above.
      *        A held employee gets no adjustment records and adds
      *        nothing to the total to be approved.
           0450-CLOSE-GROUP.
               MOVE 'N' TO WS-GROUP-OPEN.
               IF WS-GROUP-HELD = 'Y'
                   ADD 1 TO TOTAL-EMP-HELD
                   MOVE SPACES TO WKS-STATUS-TEXT
                   STRING 'EMPLOYEE ' WS-CUR-EMPLOYEE
                           ' - REVERSED CHECK IN WINDOW - PRICE BY HAND'
                           DELIMITED BY SIZE
                       INTO WKS-STATUS-TEXT
                   WRITE WORKSHEET-LINE FROM WKS-STATUS-LINE
               ELSE
                   PERFORM 0455-PRICE-GROUP
               END-IF.

           0455-PRICE-GROUP.
               SET RQT-IDX TO WS-CUR-REQUEST.
               ADD 1 TO TOTAL-EMPLOYEES.
               MOVE ZEROS TO WS-EMP-RETRO.
               INITIALIZE ADJUSTMENT-RECORD.
               MOVE ZEROS TO WS-APE-SUB.
               COMPUTE WS-TOT-REG-HRS ROUNDED = WS-ACC-REG-HOURS.
               COMPUTE WS-TOT-OT-HRS ROUNDED = WS-ACC-OT-HOURS.
               COMPUTE WS-TOT-VAC-HRS ROUNDED = WS-ACC-VAC-HOURS.
               COMPUTE WS-TOT-SICK-HRS ROUNDED = WS-ACC-SICK-HOURS.
               MOVE 'RRG' TO WS-BKT-TYPE.
               MOVE WS-TOT-REG-HRS TO WS-BKT-HOURS.
               PERFORM 0460-ADD-BUCKET-ENTRIES.
               MOVE 'ROT' TO WS-BKT-TYPE.
               MOVE WS-TOT-OT-HRS TO WS-BKT-HOURS.
               PERFORM 0460-ADD-BUCKET-ENTRIES.
               MOVE 'RVC' TO WS-BKT-TYPE.
               MOVE WS-TOT-VAC-HRS TO WS-BKT-HOURS.
               PERFORM 0460-ADD-BUCKET-ENTRIES.
               MOVE 'RSK' TO WS-BKT-TYPE.
               MOVE WS-TOT-SICK-HRS TO WS-BKT-HOURS.
               PERFORM 0460-ADD-BUCKET-ENTRIES.
               IF WS-APE-SUB > ZEROS
                   PERFORM 0480-WRITE-ADJ-RECORD
               END-IF.
               ADD WS-EMP-RETRO TO TOTAL-RETRO.
               MOVE WS-TOT-REG-HRS TO WKS-TOT-REG-HRS.
               MOVE WS-TOT-OT-HRS TO WKS-TOT-OT-HRS.
               MOVE WS-TOT-VAC-HRS TO WKS-TOT-VAC-HRS.
               MOVE WS-TOT-SICK-HRS TO WKS-TOT-SICK-HRS.
               MOVE RQT-DIFF-RATE(RQT-IDX) TO WKS-TOT-DIFF.
               MOVE WS-EMP-RETRO TO WKS-TOT-RETRO.
               WRITE WORKSHEET-LINE FROM WKS-EMP-TOTAL-LINE.

      *        A bucket's hours go out in as many entries as the hours
      *        field needs, five entries to an adjustment record.
           0460-ADD-BUCKET-ENTRIES.
               PERFORM UNTIL WS-BKT-HOURS = ZEROS
                   IF WS-BKT-HOURS > MAX-ENTRY-HOURS
                       MOVE MAX-ENTRY-HOURS TO WS-ENTRY-HOURS
                   ELSE
                       MOVE WS-BKT-HOURS TO WS-ENTRY-HOURS
                   END-IF
                   SUBTRACT WS-ENTRY-HOURS FROM WS-BKT-HOURS
                   IF WS-APE-SUB = 5
                       PERFORM 0480-WRITE-ADJ-RECORD
                       INITIALIZE ADJUSTMENT-RECORD
                       MOVE ZEROS TO WS-APE-SUB
                   END-IF
                   ADD 1 TO WS-APE-SUB
                   SET APE-IDX TO WS-APE-SUB
                   MOVE WS-BKT-TYPE TO ADJ-PAY-TYPE(APE-IDX)
                   MOVE WS-ENTRY-HOURS TO ADJ-PAY-HOURS(APE-IDX)
                   MOVE RQT-DIFF-RATE(RQT-IDX) TO ADJ-PAY-RATE(APE-IDX)
                   PERFORM 0470-PRICE-ENTRY
                   ADD WS-ENTRY-AMOUNT TO WS-EMP-RETRO
               END-PERFORM.

      *        Same arithmetic as PROJECT2's 0505-PRICE-PAY-ENTRY.
           0470-PRICE-ENTRY.
               IF WS-BKT-TYPE = 'ROT'
                   COMPUTE WS-ENTRY-AMOUNT =
                       RQT-DIFF-RATE(RQT-IDX) * WS-ENTRY-HOURS * 1.5
               ELSE
                   COMPUTE WS-ENTRY-AMOUNT =
                       RQT-DIFF-RATE(RQT-IDX) * WS-ENTRY-HOURS
               END-IF.

      *        Retro is paid the way the last check in the group was:
      *        direct deposit if it went by deposit, otherwise a check.
           0480-WRITE-ADJ-RECORD.
               MOVE 'P' TO ADJ-TYPE.
               MOVE RCT-ADJ-RUN-ID TO ADJ-RUN-ID.
               MOVE WS-CUR-EMPLOYEE TO ADJ-EMPLOYEE-NUMBER.
               MOVE RCT-YEAR TO ADJ-YEAR.
               MOVE RCT-QUARTER TO ADJ-QUARTER.
               MOVE WS-CUR-DEPT TO ADJ-DEPT-CODE.
               IF WS-CUR-PAY-METHOD = 'A'
                   MOVE 'A' TO ADJ-PAY-METHOD
               ELSE
                   MOVE 'C' TO ADJ-PAY-METHOD
               END-IF.
               ADD 1 TO TOTAL-ADJ-RECORDS.
               IF RCT-MODE = 'A'
                   WRITE RETRO-ADJ-WORK-RECORD FROM ADJUSTMENT-RECORD
               END-IF.

           0600-WRITE-TOTALS.
               MOVE SPACES TO WORKSHEET-LINE.
               WRITE WORKSHEET-LINE.
               MOVE 'EMPLOYEES OWED RETRO' TO WKS-CNT-LABEL.
               MOVE TOTAL-EMPLOYEES TO WKS-CNT-VALUE.
               WRITE WORKSHEET-LINE FROM WKS-COUNT-LINE.
               MOVE 'CHECKS RECOMPUTED' TO WKS-CNT-LABEL.
               MOVE TOTAL-CHECKS TO WKS-CNT-VALUE.
               WRITE WORKSHEET-LINE FROM WKS-COUNT-LINE.
               MOVE 'ADJUSTMENT RECORDS' TO WKS-CNT-LABEL.
               MOVE TOTAL-ADJ-RECORDS TO WKS-CNT-VALUE.
               WRITE WORKSHEET-LINE FROM WKS-COUNT-LINE.
               IF TOTAL-RATE-SKIPPED > ZEROS
                   MOVE 'UNION CHECKS SKIPPED - OTHER RATE'
                       TO WKS-CNT-LABEL
                   MOVE TOTAL-RATE-SKIPPED TO WKS-CNT-VALUE
                   WRITE WORKSHEET-LINE FROM WKS-COUNT-LINE
               END-IF.
               IF TOTAL-REVERSED-CHECKS > ZEROS
                   MOVE 'REVERSED CHECKS - NO RETRO' TO WKS-CNT-LABEL
                   MOVE TOTAL-REVERSED-CHECKS TO WKS-CNT-VALUE
                   WRITE WORKSHEET-LINE FROM WKS-COUNT-LINE
               END-IF.
               IF TOTAL-EMP-HELD > ZEROS
                   MOVE 'EMPLOYEES HELD - PRICE BY HAND'
                       TO WKS-CNT-LABEL
                   MOVE TOTAL-EMP-HELD TO WKS-CNT-VALUE
                   WRITE WORKSHEET-LINE FROM WKS-COUNT-LINE
                   IF RETURN-CODE = ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               MOVE 'TOTAL RETRO OWED' TO WKS-AMT-LABEL.
               MOVE TOTAL-RETRO TO WKS-AMT-VALUE.
               WRITE WORKSHEET-LINE FROM WKS-AMOUNT-LINE.
               MOVE SPACES TO WORKSHEET-LINE.
               WRITE WORKSHEET-LINE.
               IF RCT-MODE = 'W'
                   WRITE WORKSHEET-LINE FROM WKS-SIGNOFF-LINE
               END-IF.

      *        The approved total must be this run's total to the
      *        cent - if the pay history or the cards changed since the
      *        worksheet was signed, nothing is released.
           0700-RELEASE-ADJUSTMENTS.
               IF TOTAL-RETRO NOT = RCT-APPROVED-TOTAL
                   MOVE 'TOTAL DIFFERS FROM APPROVED WORKSHEET - NO '
                       TO WKS-STATUS-TEXT
                   MOVE 'ADJUSTMENTS WRITTEN'
                       TO WKS-STATUS-TEXT(44:19)
                   WRITE WORKSHEET-LINE FROM WKS-STATUS-LINE
                   DISPLAY 'RETRO TOTAL ' TOTAL-RETRO
                       ' DIFFERS FROM APPROVED ' RCT-APPROVED-TOTAL
                       ' - NO ADJUSTMENTS WRITTEN'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN EXTEND ADJUSTMENT-FILE
                   IF WS-ADJ-STATUS NOT = '00'
                       OPEN OUTPUT ADJUSTMENT-FILE
                   END-IF
                   OPEN INPUT RETRO-ADJ-WORK-FILE
                   MOVE 'N' TO ADJ-EOF
                   PERFORM UNTIL ADJ-EOF = 'Y'
                       READ RETRO-ADJ-WORK-FILE
                           AT END
                               MOVE 'Y' TO ADJ-EOF
                           NOT AT END
                               WRITE ADJUSTMENT-RECORD
                                   FROM RETRO-ADJ-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RETRO-ADJ-WORK-FILE
                   CLOSE ADJUSTMENT-FILE
                   MOVE 'ADJUSTMENTS APPENDED TO ADJFILE.TXT'
                       TO WKS-STATUS-TEXT
                   WRITE WORKSHEET-LINE FROM WKS-STATUS-LINE
               END-IF.
