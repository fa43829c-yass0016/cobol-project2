      ******************************************************************
      * Author: Saleh Yassin
      * Date: Oct 15 2026
      * Purpose: Time-and-attendance pre-processor. Read the daily
      * time file (DAILYTIME.TXT) - one row per employee per shift
      * worked, with the punches, hours, cost center and shift - and
      * build the pay run's input file EMPFILE2.TXT from it, complete
      * with the 'BH'/'BT' batch header and trailer PROJECT2's
      * 0110-VERIFY-BATCH-TOTALS checks. Overtime is figured here
      * under the FLSA: hours over 40 in a workweek are overtime, and
      * the overtime premium is half the workweek's regular rate,
      * which takes in the shift differential and any
      * non-discretionary bonus as well as the rate of record. Shift
      * differential and holiday premium go out as pay types of
      * their own. Missing punches, days over 24 hours and anything
      * else that cannot be paid as keyed are held off the file and
      * listed on the time exception report (TIMEEXC.TXT). Run ahead
      * of PROJECT2 on the same RUNCTL.TXT control card.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEPREP.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *            The pay run's own control card: the period-end date
      *            fixes the two workweeks and the year/quarter is
      *            stamped on every pay record written.
                   SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.
                   SELECT TIME-FILE ASSIGN TO "DAILYTIME.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TIME-STATUS.
                   SELECT TIME-SORTED-FILE ASSIGN TO "TIMESORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT TIME-SORT-WORK ASSIGN TO "TIMESRTWK.TMP".
      *            Company holidays, one date per row. Optional - no
      *            file means no holiday premium this period.
                   SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLIDAY-STATUS.
      *            Standing voluntary deductions (401k, garnishments,
      *            HSA, ...) per employee, in the EMPFILE2 layout, so
      *            they ride on the pay record the way timekeeping's
      *            feed carried them. Optional.
                   SELECT DEDUCTION-FILE ASSIGN TO "VOLDED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DED-STATUS.
                   SELECT DED-SORTED-FILE ASSIGN TO "VOLDEDSRT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT DED-SORT-WORK ASSIGN TO "VOLDEDWK.TMP".
                   SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-MASTER-NUMBER
                   FILE STATUS IS WS-MASTER-STATUS.
      *            The detail records, held here until the run is
      *            complete and the batch totals are known for the
      *            header.
                   SELECT PAY-WORK-FILE ASSIGN TO "TIMEPAY.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT PAYROLL-FILE ASSIGN TO "EMPFILE2.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT EXCEPTION-FILE ASSIGN TO "TIMEEXC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *        Same leading fields as PROJECT2's control card.
               FD RUN-CONTROL-FILE.
               01 RUN-CONTROL-RECORD.
                   05 RC-RUN-ID            PIC X(8).
                   05 RC-PERIOD-END        PIC 9(8).
                   05 RC-CHECK-DATE        PIC 9(8).
                   05 RC-YEAR              PIC 9(4).
                   05 RC-QUARTER           PIC 9(1).
                   05 RC-NEXT-CHECK-NO     PIC 9(8).

               FD TIME-FILE.
               01 DAILY-TIME-RECORD        PIC X(44).

      *        TM-PAY-CODE blank or 'REG' is time worked: the punches
      *        are the clock times in and out (HHMM) and TM-HOURS the
      *        paid hours between them, net of any unpaid meal.
      *        'BON' is a non-discretionary bonus earned that day -
      *        TM-BONUS-AMOUNT, no punches or hours. 'VAC' and 'SIC'
      *        are vacation and sick time taken that day - TM-HOURS
      *        only, no punches; they are paid at the rate of record
      *        but are not hours worked toward overtime. TM-SHIFT is
      *        the shift code off SHIFT-DIFF-TABLE; blank is day shift.
               FD TIME-SORTED-FILE.
               01 TIME-SORTED-RECORD.
                   05 TM-EMPLOYEE-NUMBER   PIC 9(9).
                   05 TM-WORK-DATE         PIC 9(8).
                   05 TM-PAY-CODE          PIC X(3).
                   05 TM-PUNCH-IN          PIC X(4).
                   05 TM-PUNCH-OUT         PIC X(4).
                   05 TM-HOURS             PIC 9(2)V99.
                   05 TM-COST-CENTER       PIC X(4).
                   05 TM-SHIFT             PIC X(1).
                   05 TM-BONUS-AMOUNT      PIC 9(5)V99.

               SD TIME-SORT-WORK.
               01 TIME-SORT-RECORD.
                   05 TSW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 TSW-WORK-DATE        PIC 9(8).
                   05 FILLER               PIC X(3).
                   05 TSW-PUNCH-IN         PIC X(4).
                   05 FILLER               PIC X(20).

               FD HOLIDAY-FILE.
               01 HOLIDAY-RECORD.
                   05 HOL-DATE             PIC 9(8).
                   05 HOL-NAME             PIC X(20).

               FD DEDUCTION-FILE.
               01 DEDUCTION-RECORD         PIC X(139).

               FD DED-SORTED-FILE.
               01 DED-SORTED-RECORD.
                   05 DS-EMPLOYEE-NUMBER   PIC 9(9).
                   05 DS-VOL-DEDUCTIONS    PIC X(130).

               SD DED-SORT-WORK.
               01 DED-SORT-RECORD.
                   05 DSW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 FILLER               PIC X(130).

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

      *        Must match PROJECT2's PAYROLL-RECORD - keep the layouts
      *        in step.
               FD PAY-WORK-FILE.
               01 PAYROLL-RECORD.
                   05 EMPLOYEE-NUMBER      PIC 9(9).
                   05 EMPLOYEE-LASTNAME    PIC X(13).
                   05 EMPLOYEE-INITIAL     PIC X(2).
                   05 PAY-ENTRIES OCCURS 5 TIMES
                           INDEXED BY PE-IDX.
                       10 PAY-TYPE-CODE    PIC X(3).
                       10 PAY-HOURS        PIC 9(3)V99.
                       10 PAY-RATE         PIC 9(3)V99.
                       10 PAY-COST-CENTER  PIC X(4).
                   05 IS_UNIONMEMBER       PIC X(1).
                   05 FILING-STATUS        PIC X(1).
                   05 W4-ALLOWANCES        PIC 9(2).
                   05 UNION-LOCAL-CODE     PIC X(4).
                   05 PP-YEAR              PIC 9(4).
                   05 PP-QUARTER           PIC 9(1).
                   05 BANK-ROUTING-NUMBER  PIC 9(9).
                   05 BANK-ACCOUNT-NUMBER  PIC X(17).
                   05 BANK-ACCOUNT-TYPE    PIC X(1).
                   05 DEPT-CODE            PIC X(4).
                   05 VOL-DEDUCTIONS       PIC X(130).
                   05 RATE-OVERRIDE-CODE   PIC X(2).

               FD PAYROLL-FILE.
               01 PAYROLL-OUT-RECORD       PIC X(285).

               FD EXCEPTION-FILE.
               01 EXCEPTION-LINE           PIC X(132).

           WORKING-STORAGE SECTION.
               01 EXCEPTION-OUT.
                   05 EXC-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'TIME AND ATTEN'.
                       10 FILLER       PIC X(14) VALUE 'DANCE EXCEPTIO'.
                       10 FILLER       PIC X(2) VALUE 'NS'.

                   05 EXC-HEADING-LINE.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(9) VALUE 'WORK DATE'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE 'CODE'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE ' IN '.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE 'OUT '.
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 FILLER       PIC X(5) VALUE 'HOURS'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'REASON'.

                   05 EXC-DETAIL-LINE.
                       10 EXC-EMP-NUM          PIC 9(9).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 EXC-WORK-DATE        PIC X(8).
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 EXC-PAY-CODE         PIC X(3).
                       10 FILLER       PIC X(3) VALUE SPACES.
                       10 EXC-PUNCH-IN         PIC X(4).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 EXC-PUNCH-OUT        PIC X(4).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 EXC-HOURS            PIC ZZ9.99
                               BLANK WHEN ZERO.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 EXC-REASON           PIC X(40).

                   05 EXC-COUNT-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 EXC-CNT-LABEL        PIC X(30).
                       10 EXC-CNT-VALUE        PIC Z(4)9.

                   05 EXC-HOURS-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 EXC-HRS-LABEL        PIC X(30).
                       10 EXC-HRS-VALUE        PIC Z,ZZZ,ZZ9.99.

               01 RUN-STAMP-LINE.
                   05 FILLER               PIC X(4) VALUE 'RUN '.
                   05 RSL-RUN-ID           PIC X(8).
                   05 FILLER               PIC X(13)
                           VALUE '  PERIOD END '.
                   05 RSL-PERIOD-END       PIC 9(8).
                   05 FILLER               PIC X(13)
                           VALUE '  CHECK DATE '.
                   05 RSL-CHECK-DATE       PIC 9(8).

      *        Same shape as PROJECT2's WS-BATCH-CTL-REC: record count,
      *        total hours over every pay entry, and the sum of the
      *        employee numbers (rightmost ten digits).
               01 WS-BATCH-CTL-REC.
                   05 BC-ID                PIC X(2).
                   05 BC-RECORD-COUNT      PIC 9(6).
                   05 BC-TOTAL-HOURS       PIC 9(7)V99.
                   05 BC-EMP-HASH          PIC 9(10).
               01 WS-BC-COUNT              PIC 9(6) VALUE ZEROS.
               01 WS-BC-HOURS              PIC 9(7)V99 VALUE ZEROS.
               01 WS-BC-HASH               PIC 9(10) VALUE ZEROS.

      *        FLSA workweek rules. The pay period is two workweeks
      *        ending on the control card's period-end date.
               01 OT-WEEKLY-THRESHOLD      PIC 9(2)V99 VALUE 40.00.
               01 PAY-PERIOD-DAYS          PIC 9(2) VALUE 14.
               01 WORKWEEK-DAYS            PIC 9(1) VALUE 7.
               01 MAX-HOURS-PER-DAY        PIC 9(2)V99 VALUE 24.00.
      *        Holiday work is paid time and a half: the straight time
      *        goes out as REG/OT like any other hour and the extra
      *        half as a 'HOL' entry at this fraction of the rate.
               01 HOLIDAY-PREMIUM-FACTOR   PIC V99 VALUE .50.
      *        Lump entries (bonus, overtime premium on the regular
      *        rate) go out as one unit at their dollar amount; the
      *        pay entry's rate field caps what one can carry.
               01 MAX-LUMP-AMOUNT          PIC 9(3)V99 VALUE 999.99.
      *        Hours the period salary buys - must match PROJECT2's
      *        SALARY-PERIOD-HOURS. Leave a salaried employee takes is
      *        paid as leave and the 'SAL' entry cut by as many hours.
               01 SALARY-PERIOD-HOURS      PIC 9(3)V99 VALUE 80.00.

      *        Cents per hour over the rate of record by shift code.
               01 SHIFT-DIFF-TABLE.
                   05 SDT-ENTRY OCCURS 3 TIMES
                           INDEXED BY SDT-IDX.
                       10 SDT-SHIFT-CODE   PIC X(1).
                       10 SDT-DIFF-RATE    PIC 9(1)V99.
               01 WS-SDT-FOUND             PIC X(1) VALUE 'N'.
               01 WS-SHIFT-RATE            PIC 9(1)V99 VALUE ZEROS.

               01 WS-HDT-COUNT             PIC 9(2) VALUE ZEROS.
               01 HOLIDAY-TABLE.
                   05 HDT-ENTRY OCCURS 30 TIMES
                           INDEXED BY HDT-IDX.
                       10 HDT-DATE         PIC 9(8).
               01 WS-HOLIDAY-DAY           PIC X(1) VALUE 'N'.

               01 WS-RUNCTL-STATUS         PIC X(2) VALUE SPACES.
               01 WS-TIME-STATUS           PIC X(2) VALUE SPACES.
               01 WS-HOLIDAY-STATUS        PIC X(2) VALUE SPACES.
               01 WS-DED-STATUS            PIC X(2) VALUE SPACES.
               01 WS-MASTER-STATUS         PIC X(2) VALUE SPACES.
               01 TIME-EOF                 PIC X(1) VALUE 'N'.
               01 HOLIDAY-EOF              PIC X(1) VALUE 'N'.
               01 DED-EOF                  PIC X(1) VALUE 'N'.
               01 PAY-WORK-EOF             PIC X(1) VALUE 'N'.
               01 WS-DED-PRESENT           PIC X(1) VALUE 'N'.
      *        Deduction rows below WS-DED-LIMIT belong to employees
      *        with no time; zero limit passes the rest of the file.
               01 WS-DED-LIMIT             PIC 9(9) VALUE ZEROS.
               01 WS-DED-DONE-EMPLOYEE     PIC 9(9) VALUE ZEROS.
               01 WS-SAVE-EMPLOYEE         PIC 9(9) VALUE ZEROS.

               01 WS-PERIOD-END            PIC 9(8) VALUE ZEROS.
               01 WS-PERIOD-START          PIC 9(8) VALUE ZEROS.
               01 WS-PERIOD-END-INT        PIC 9(8) VALUE ZEROS.
               01 WS-PERIOD-START-INT      PIC 9(8) VALUE ZEROS.
               01 WS-DATE-INT              PIC 9(8) VALUE ZEROS.
               01 WS-WEEK                  PIC 9(1) VALUE ZEROS.

      *        The rows of the employee in hand, in date and punch
      *        order. ETR-STATUS 'G' good, 'H' held off the file.
               01 WS-CUR-EMPLOYEE          PIC 9(9) VALUE ZEROS.
               01 WS-ETR-COUNT             PIC 9(3) VALUE ZEROS.
               01 WS-ETR-SUB               PIC 9(3) VALUE ZEROS.
               01 WS-ETR-DAY-SUB           PIC 9(3) VALUE ZEROS.
               01 WS-ETR-LOST              PIC 9(3) VALUE ZEROS.
               01 EMP-TIME-TABLE.
                   05 ETR-ENTRY OCCURS 100 TIMES
                           INDEXED BY ETR-IDX.
                       10 ETR-WORK-DATE    PIC 9(8).
                       10 ETR-PAY-CODE     PIC X(3).
                       10 ETR-PUNCH-IN     PIC X(4).
                       10 ETR-PUNCH-OUT    PIC X(4).
                       10 ETR-HOURS        PIC 9(2)V99.
                       10 ETR-COST-CENTER  PIC X(4).
                       10 ETR-SHIFT        PIC X(1).
                       10 ETR-BONUS-AMOUNT PIC 9(5)V99.
                       10 ETR-STATUS       PIC X(1).

      *        Workweek totals behind the regular rate. SHD-PAY and
      *        BONUS are the straight-time pay over the rate of record
      *        that the FLSA regular rate takes in.
               01 WORKWEEK-TABLE.
                   05 WWK-ENTRY OCCURS 2 TIMES.
                       10 WWK-HOURS        PIC 9(3)V99.
                       10 WWK-OT-HOURS     PIC 9(3)V99.
                       10 WWK-SHD-PAY      PIC 9(5)V99.
                       10 WWK-BONUS        PIC 9(5)V99.
               01 WS-WEEK-SUB              PIC 9(1) VALUE ZEROS.
               01 WS-DAY-HOURS             PIC 9(3)V99 VALUE ZEROS.
               01 WS-DAY-SEEN              PIC X(1) VALUE 'N'.
               01 WS-ST-HOURS              PIC 9(3)V99 VALUE ZEROS.
               01 WS-OT-HOURS              PIC 9(3)V99 VALUE ZEROS.
               01 WS-SHD-AMOUNT            PIC 9(5)V99 VALUE ZEROS.
               01 WS-OT-PREMIUM            PIC 9(5)V99 VALUE ZEROS.
               01 WS-WEEK-PREMIUM          PIC 9(5)V99 VALUE ZEROS.
               01 WS-BONUS-TOTAL           PIC 9(6)V99 VALUE ZEROS.
               01 WS-LEAVE-HOURS           PIC 9(3)V99 VALUE ZEROS.

      *        The pay entries being built for the employee in hand,
      *        one per pay type / cost center / rate.
               01 WS-ENT-COUNT             PIC 9(2) VALUE ZEROS.
               01 WS-ENT-FOUND             PIC X(1) VALUE 'N'.
               01 WS-MERGE-CC              PIC X(1) VALUE 'N'.
               01 PAY-ENTRY-TABLE.
                   05 ENT-ENTRY OCCURS 10 TIMES
                           INDEXED BY ENT-IDX.
                       10 ENT-TYPE-CODE    PIC X(3).
                       10 ENT-COST-CENTER  PIC X(4).
                       10 ENT-RATE         PIC 9(3)V99.
                       10 ENT-HOURS        PIC 9(3)V99.
               01 WS-NEW-TYPE-CODE         PIC X(3) VALUE SPACES.
               01 WS-NEW-COST-CENTER       PIC X(4) VALUE SPACES.
               01 WS-NEW-RATE              PIC 9(3)V99 VALUE ZEROS.
               01 WS-NEW-HOURS             PIC 9(3)V99 VALUE ZEROS.

               01 WS-BASE-RATE             PIC 9(3)V99 VALUE ZEROS.
               01 WS-HOL-RATE              PIC 9(3)V99 VALUE ZEROS.
               01 WS-EMP-HELD              PIC X(1) VALUE 'N'.
               01 WS-EMP-SALARIED          PIC X(1) VALUE 'N'.
               01 WS-HOLD-REASON           PIC X(40) VALUE SPACES.
               01 WS-ROW-REASON            PIC X(40) VALUE SPACES.
               01 WS-FIRST-COST-CENTER     PIC X(4) VALUE SPACES.

               01 TOTAL-TIME-RECORDS       PIC 9(6) VALUE ZEROS.
               01 TOTAL-ROWS-HELD          PIC 9(6) VALUE ZEROS.
               01 TOTAL-MISSING-PUNCH      PIC 9(6) VALUE ZEROS.
               01 TOTAL-OVER-24-DAYS       PIC 9(6) VALUE ZEROS.
               01 TOTAL-EMP-WRITTEN        PIC 9(6) VALUE ZEROS.
               01 TOTAL-EMP-HELD           PIC 9(6) VALUE ZEROS.
               01 TOTAL-EMP-SALARIED       PIC 9(6) VALUE ZEROS.
               01 TOTAL-EMP-STANDARD       PIC 9(6) VALUE ZEROS.
               01 TOTAL-EXCEPTIONS         PIC 9(6) VALUE ZEROS.
               01 TOTAL-HOURS-PAID         PIC 9(7)V99 VALUE ZEROS.
               01 TOTAL-OT-HOURS           PIC 9(7)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
           0000-START.
               PERFORM 0100-INITIALIZE.
               PERFORM 0200-SORT-INPUTS.
               PERFORM 0300-PROCESS-TIME.
               PERFORM 0700-WRITE-PAYROLL-FILE.
               PERFORM 0800-WRITE-TOTALS.
               PERFORM 0100-CLOSE.
               STOP RUN.

      *        No control card, a bad card, no time file or no master
      *        stops the job here, before EMPFILE2.TXT is touched.
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
                       OR RC-YEAR NOT NUMERIC OR RC-YEAR = ZEROS
                       OR RC-QUARTER NOT NUMERIC
                       OR RC-QUARTER < 1 OR RC-QUARTER > 4
                       OR RC-PERIOD-END NOT NUMERIC
                       OR RC-PERIOD-END = ZEROS
                       OR RC-CHECK-DATE NOT NUMERIC
                   DISPLAY 'INVALID RUN CONTROL CARD: ' RC-RUN-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE RC-PERIOD-END TO WS-PERIOD-END.
               COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).
               COMPUTE WS-PERIOD-START-INT =
                   WS-PERIOD-END-INT - PAY-PERIOD-DAYS + 1.
               COMPUTE WS-PERIOD-START =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT).
               MOVE RC-RUN-ID TO RSL-RUN-ID.
               MOVE RC-PERIOD-END TO RSL-PERIOD-END.
               MOVE RC-CHECK-DATE TO RSL-CHECK-DATE.

               OPEN INPUT TIME-FILE.
               IF WS-TIME-STATUS NOT = '00'
                   DISPLAY 'TIME FILE DAILYTIME.TXT MISSING - '
                       'STATUS ' WS-TIME-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CLOSE TIME-FILE.

               OPEN INPUT EMPLOYEE-MASTER.
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'EMPLOYEE MASTER EMPMASTER.DAT MISSING - '
                       'STATUS ' WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               PERFORM 0150-LOAD-SHIFT-DIFF-TABLE.
               PERFORM 0160-LOAD-HOLIDAYS.

               OPEN OUTPUT PAY-WORK-FILE.
               OPEN OUTPUT EXCEPTION-FILE.
               WRITE EXCEPTION-LINE FROM EXC-HEADING-TITLE.
               WRITE EXCEPTION-LINE FROM RUN-STAMP-LINE.
               WRITE EXCEPTION-LINE FROM EXC-HEADING-LINE.

           0100-CLOSE.
               CLOSE EMPLOYEE-MASTER.
               CLOSE EXCEPTION-FILE.
               IF TOTAL-EXCEPTIONS > ZEROS
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

      *        Day shift carries no differential.
           0150-LOAD-SHIFT-DIFF-TABLE.
               MOVE '1' TO SDT-SHIFT-CODE(1).
               MOVE 0.00 TO SDT-DIFF-RATE(1).
               MOVE '2' TO SDT-SHIFT-CODE(2).
               MOVE 0.75 TO SDT-DIFF-RATE(2).
               MOVE '3' TO SDT-SHIFT-CODE(3).
               MOVE 1.00 TO SDT-DIFF-RATE(3).

           0160-LOAD-HOLIDAYS.
               MOVE ZEROS TO WS-HDT-COUNT.
               OPEN INPUT HOLIDAY-FILE.
               IF WS-HOLIDAY-STATUS = '00'
                   MOVE 'N' TO HOLIDAY-EOF
                   PERFORM UNTIL HOLIDAY-EOF = 'Y'
                       READ HOLIDAY-FILE
                           AT END
                               MOVE 'Y' TO HOLIDAY-EOF
                           NOT AT END
                               IF HOL-DATE NUMERIC
                                       AND WS-HDT-COUNT < 30
                                   ADD 1 TO WS-HDT-COUNT
                                   MOVE HOL-DATE
                                       TO HDT-DATE(WS-HDT-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLIDAY-FILE
               END-IF.

      *        Time rows come in clock order, not employee order; the
      *        standing deductions are put in employee order so they
      *        can be matched as the employees go by.
           0200-SORT-INPUTS.
               SORT TIME-SORT-WORK
                   ON ASCENDING KEY TSW-EMPLOYEE-NUMBER
                   ON ASCENDING KEY TSW-WORK-DATE
                   ON ASCENDING KEY TSW-PUNCH-IN
                   USING TIME-FILE
                   GIVING TIME-SORTED-FILE.
               OPEN INPUT DEDUCTION-FILE.
               IF WS-DED-STATUS = '00'
                   CLOSE DEDUCTION-FILE
                   MOVE 'Y' TO WS-DED-PRESENT
                   SORT DED-SORT-WORK
                       ON ASCENDING KEY DSW-EMPLOYEE-NUMBER
                       USING DEDUCTION-FILE
                       GIVING DED-SORTED-FILE
                   OPEN INPUT DED-SORTED-FILE
                   PERFORM 0210-READ-DEDUCTION
               ELSE
                   MOVE 'Y' TO DED-EOF
               END-IF.

           0210-READ-DEDUCTION.
               READ DED-SORTED-FILE
                   AT END
                       MOVE 'Y' TO DED-EOF
               END-READ.

      *        One employee at a time: every row for the employee is
      *        gathered, then checked, totaled by day and workweek,
      *        and written as one pay record.
           0300-PROCESS-TIME.
               OPEN INPUT TIME-SORTED-FILE.
               MOVE ZEROS TO WS-ETR-COUNT.
               MOVE ZEROS TO WS-ETR-LOST.
               MOVE 'N' TO TIME-EOF.
               PERFORM UNTIL TIME-EOF = 'Y'
                   READ TIME-SORTED-FILE
                       AT END
                           MOVE 'Y' TO TIME-EOF
                       NOT AT END
                           ADD 1 TO TOTAL-TIME-RECORDS
                           IF WS-ETR-COUNT > ZEROS
                                   AND TM-EMPLOYEE-NUMBER NOT =
                                       WS-CUR-EMPLOYEE
                               PERFORM 0400-PROCESS-EMPLOYEE
                           END-IF
                           PERFORM 0310-SAVE-TIME-ROW
                   END-READ
               END-PERFORM.
               IF WS-ETR-COUNT > ZEROS
                   PERFORM 0400-PROCESS-EMPLOYEE
               END-IF.
               MOVE ZEROS TO WS-DED-LIMIT.
               PERFORM 0402-PASS-DEDUCTIONS.
               CLOSE TIME-SORTED-FILE.
               IF WS-DED-PRESENT = 'Y'
                   CLOSE DED-SORTED-FILE
               END-IF.
               CLOSE PAY-WORK-FILE.

      *        A punch file with more rows for one employee than the
      *        table holds is damaged; the rows past it are counted
      *        and the employee is held rather than paid short.
           0310-SAVE-TIME-ROW.
               MOVE TM-EMPLOYEE-NUMBER TO WS-CUR-EMPLOYEE.
               IF WS-ETR-COUNT < 100
                   ADD 1 TO WS-ETR-COUNT
                   MOVE ZEROS TO ETR-WORK-DATE(WS-ETR-COUNT)
                   IF TM-WORK-DATE NUMERIC
                       MOVE TM-WORK-DATE TO ETR-WORK-DATE(WS-ETR-COUNT)
                   END-IF
                   MOVE TM-PAY-CODE TO ETR-PAY-CODE(WS-ETR-COUNT)
                   IF TM-PAY-CODE = SPACES
                       MOVE 'REG' TO ETR-PAY-CODE(WS-ETR-COUNT)
                   END-IF
                   MOVE TM-PUNCH-IN TO ETR-PUNCH-IN(WS-ETR-COUNT)
                   MOVE TM-PUNCH-OUT TO ETR-PUNCH-OUT(WS-ETR-COUNT)
                   MOVE ZEROS TO ETR-HOURS(WS-ETR-COUNT)
                   IF TM-HOURS NUMERIC
                       MOVE TM-HOURS TO ETR-HOURS(WS-ETR-COUNT)
                   END-IF
                   MOVE TM-COST-CENTER
                       TO ETR-COST-CENTER(WS-ETR-COUNT)
                   MOVE TM-SHIFT TO ETR-SHIFT(WS-ETR-COUNT)
                   IF TM-SHIFT = SPACE
                       MOVE '1' TO ETR-SHIFT(WS-ETR-COUNT)
                   END-IF
                   MOVE ZEROS TO ETR-BONUS-AMOUNT(WS-ETR-COUNT)
                   IF TM-BONUS-AMOUNT NUMERIC
                       MOVE TM-BONUS-AMOUNT
                           TO ETR-BONUS-AMOUNT(WS-ETR-COUNT)
                   END-IF
                   MOVE 'G' TO ETR-STATUS(WS-ETR-COUNT)
               ELSE
                   ADD 1 TO WS-ETR-LOST
               END-IF.

      *        A salaried employee's worked punches are attendance
      *        only and are neither checked nor priced; the record
      *        written pays the period salary less any leave taken,
      *        the leave itself, any bonus, and the standing
      *        deductions.
           0400-PROCESS-EMPLOYEE.
               MOVE WS-CUR-EMPLOYEE TO WS-DED-LIMIT.
               PERFORM 0402-PASS-DEDUCTIONS.
               MOVE 'N' TO WS-EMP-HELD.
               MOVE 'N' TO WS-EMP-SALARIED.
               MOVE SPACES TO WS-HOLD-REASON.
               PERFORM 0410-CHECK-MASTER.
               IF WS-EMP-HELD = 'N' AND WS-ETR-LOST > ZEROS
                   MOVE 'Y' TO WS-EMP-HELD
                   MOVE 'OVER 100 TIME ROWS - KEY MANUALLY'
                       TO WS-HOLD-REASON
               END-IF.
               IF WS-EMP-HELD = 'N'
                   PERFORM VARYING WS-ETR-SUB FROM 1 BY 1
                           UNTIL WS-ETR-SUB > WS-ETR-COUNT
                       IF WS-EMP-SALARIED = 'N'
                               OR ETR-PAY-CODE(WS-ETR-SUB) NOT = 'REG'
                           PERFORM 0420-CHECK-TIME-ROW
                       END-IF
                   END-PERFORM
                   IF WS-EMP-SALARIED = 'N'
                       PERFORM VARYING WS-ETR-SUB FROM 1 BY 1
                               UNTIL WS-ETR-SUB > WS-ETR-COUNT
                           PERFORM 0430-CHECK-DAY-TOTAL
                       END-PERFORM
                   END-IF
                   MOVE 'N' TO WS-MERGE-CC
                   PERFORM 0500-BUILD-PAY-ENTRIES
               END-IF.
      *        The pay record has room for five entries. Time split
      *        over several cost centers is first folded onto the
      *        home department - listed, so the labor distribution
      *        can be corrected by hand - before the employee is held.
               IF WS-EMP-HELD = 'N' AND WS-ENT-COUNT > 5
                   MOVE 'Y' TO WS-MERGE-CC
                   PERFORM 0500-BUILD-PAY-ENTRIES
                   IF WS-ENT-COUNT > 5
                       MOVE 'Y' TO WS-EMP-HELD
                       MOVE 'OVER 5 PAY LINES - KEY MANUALLY'
                           TO WS-HOLD-REASON
                   ELSE
                       MOVE SPACES TO EXC-DETAIL-LINE
                       MOVE WS-CUR-EMPLOYEE TO EXC-EMP-NUM
                       MOVE ZEROS TO EXC-HOURS
                       MOVE 'COST CENTERS MERGED TO HOME DEPT'
                           TO EXC-REASON
                       PERFORM 0490-WRITE-EXCEPTION
                   END-IF
               END-IF.
               IF WS-EMP-HELD = 'N'
                   IF WS-ENT-COUNT > ZEROS
                       PERFORM 0600-WRITE-PAY-RECORD
                       IF WS-EMP-SALARIED = 'Y'
                           ADD 1 TO TOTAL-EMP-SALARIED
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-EMP-HELD
                   MOVE SPACES TO EXC-DETAIL-LINE
                   MOVE WS-CUR-EMPLOYEE TO EXC-EMP-NUM
                   MOVE ZEROS TO EXC-HOURS
                   MOVE WS-HOLD-REASON TO EXC-REASON
                   PERFORM 0490-WRITE-EXCEPTION
               END-IF.
               MOVE WS-CUR-EMPLOYEE TO WS-DED-DONE-EMPLOYEE.
               MOVE ZEROS TO WS-ETR-COUNT.
               MOVE ZEROS TO WS-ETR-LOST.

      *        Standing deductions for an employee with no time this
      *        period. An active salaried employee is still paid, so
      *        is sent in on a standard-pay record - the full period
      *        salary - that carries the deductions; PROJECT2 builds
      *        its own standard pay only for salaried employees with
      *        neither time nor deductions. Anyone else with no time
      *        has no pay for the deductions to come out of.
           0402-PASS-DEDUCTIONS.
               PERFORM UNTIL DED-EOF = 'Y'
                       OR (WS-DED-LIMIT > ZEROS
                           AND DS-EMPLOYEE-NUMBER >= WS-DED-LIMIT)
                   IF DS-EMPLOYEE-NUMBER NOT = WS-DED-DONE-EMPLOYEE
                       MOVE DS-EMPLOYEE-NUMBER TO WS-DED-DONE-EMPLOYEE
                       PERFORM 0403-CHECK-STANDARD-PAY
                   END-IF
                   PERFORM 0210-READ-DEDUCTION
               END-PERFORM.

      *        Same test PROJECT2 makes before building standard pay.
           0403-CHECK-STANDARD-PAY.
               MOVE DS-EMPLOYEE-NUMBER TO EMP-MASTER-NUMBER.
               MOVE 'N' TO WS-EMP-SALARIED.
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-EMP-SALARIED
                   NOT INVALID KEY
                       IF EMP-MASTER-STATUS = 'A'
                               AND EMP-MASTER-PAY-CLASS = 'S'
                               AND EMP-MASTER-SALARY NUMERIC
                               AND EMP-MASTER-SALARY > ZEROS
                               AND EMP-MASTER-HIRE-DATE NOT >
                                   WS-PERIOD-END
                           MOVE 'Y' TO WS-EMP-SALARIED
                       END-IF
               END-READ.
               IF WS-EMP-SALARIED = 'Y'
                   MOVE WS-CUR-EMPLOYEE TO WS-SAVE-EMPLOYEE
                   MOVE DS-EMPLOYEE-NUMBER TO WS-CUR-EMPLOYEE
                   MOVE ZEROS TO WS-ENT-COUNT
                   MOVE SPACES TO WS-FIRST-COST-CENTER
                   MOVE ZEROS TO WS-LEAVE-HOURS
                   PERFORM 0530-ADD-SALARY
                   PERFORM 0600-WRITE-PAY-RECORD
                   ADD 1 TO TOTAL-EMP-STANDARD
                   MOVE WS-SAVE-EMPLOYEE TO WS-CUR-EMPLOYEE
               END-IF.

      *        Time is paid at the rate of record; an employee not yet
      *        given one is paid at the last regular rate the pay run
      *        posted, and with neither cannot be priced here.
      *        A salaried employee's leave is paid at the hourly rate
      *        of record too, or failing both rates at the period
      *        salary over the hours it buys.
           0410-CHECK-MASTER.
               MOVE WS-CUR-EMPLOYEE TO EMP-MASTER-NUMBER.
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'Y' TO WS-EMP-HELD
                       MOVE 'NOT ON EMPLOYEE MASTER' TO WS-HOLD-REASON
               END-READ.
               IF WS-EMP-HELD = 'N'
                   EVALUATE TRUE
                       WHEN EMP-MASTER-STATUS = 'T'
                           MOVE 'Y' TO WS-EMP-HELD
                           MOVE 'EMPLOYEE TERMINATED'
                               TO WS-HOLD-REASON
                       WHEN EMP-MASTER-PAY-CLASS = 'S'
                           MOVE 'Y' TO WS-EMP-SALARIED
                           IF EMP-MASTER-SALARY NOT NUMERIC
                                   OR EMP-MASTER-SALARY = ZEROS
                               MOVE 'Y' TO WS-EMP-HELD
                               MOVE 'SALARIED - NO SALARY ON MASTER'
                                   TO WS-HOLD-REASON
                           END-IF
                   END-EVALUATE
               END-IF.
               IF WS-EMP-HELD = 'N'
                   MOVE ZEROS TO WS-BASE-RATE
                   IF EMP-MASTER-PAY-RATE NUMERIC
                       MOVE EMP-MASTER-PAY-RATE TO WS-BASE-RATE
                   END-IF
                   IF WS-BASE-RATE = ZEROS
                           AND EMP-MASTER-LAST-RATE NUMERIC
                       MOVE EMP-MASTER-LAST-RATE TO WS-BASE-RATE
                   END-IF
                   IF WS-BASE-RATE = ZEROS AND WS-EMP-SALARIED = 'Y'
                       COMPUTE WS-BASE-RATE ROUNDED =
                           EMP-MASTER-SALARY / SALARY-PERIOD-HOURS
                           ON SIZE ERROR
                               MOVE ZEROS TO WS-BASE-RATE
                       END-COMPUTE
                   END-IF
                   IF WS-BASE-RATE = ZEROS
                       MOVE 'Y' TO WS-EMP-HELD
                       MOVE 'NO RATE OF RECORD' TO WS-HOLD-REASON
                   END-IF
               END-IF.
               IF WS-EMP-HELD = 'N'
                   COMPUTE WS-HOL-RATE ROUNDED =
                       WS-BASE-RATE * HOLIDAY-PREMIUM-FACTOR
               END-IF.

      *        A row that cannot be paid as keyed is held and listed;
      *        the rest of the employee's time still goes through.
           0420-CHECK-TIME-ROW.
               MOVE SPACES TO WS-ROW-REASON.
               SET ETR-IDX TO WS-ETR-SUB.
               EVALUATE TRUE
                   WHEN ETR-PAY-CODE(ETR-IDX) NOT = 'REG'
                           AND ETR-PAY-CODE(ETR-IDX) NOT = 'BON'
                           AND ETR-PAY-CODE(ETR-IDX) NOT = 'VAC'
                           AND ETR-PAY-CODE(ETR-IDX) NOT = 'SIC'
                       MOVE 'INVALID PAY CODE' TO WS-ROW-REASON
                   WHEN ETR-WORK-DATE(ETR-IDX) < WS-PERIOD-START
                   WHEN ETR-WORK-DATE(ETR-IDX) > WS-PERIOD-END
                       MOVE 'DATE OUTSIDE PAY PERIOD' TO WS-ROW-REASON
                   WHEN ETR-PAY-CODE(ETR-IDX) = 'BON'
                       IF ETR-BONUS-AMOUNT(ETR-IDX) = ZEROS
                           MOVE 'INVALID BONUS AMOUNT'
                               TO WS-ROW-REASON
                       END-IF
                   WHEN ETR-PAY-CODE(ETR-IDX) = 'VAC'
                   WHEN ETR-PAY-CODE(ETR-IDX) = 'SIC'
                       IF ETR-PUNCH-IN(ETR-IDX) NOT = SPACES
                               OR ETR-PUNCH-OUT(ETR-IDX) NOT = SPACES
                           MOVE 'PUNCHES ON LEAVE ROW' TO WS-ROW-REASON
                       ELSE
                           IF ETR-HOURS(ETR-IDX) = ZEROS
                               MOVE 'INVALID HOURS' TO WS-ROW-REASON
                           END-IF
                       END-IF
                   WHEN ETR-PUNCH-IN(ETR-IDX) NOT NUMERIC
                   WHEN ETR-PUNCH-OUT(ETR-IDX) NOT NUMERIC
                       MOVE 'MISSING PUNCH' TO WS-ROW-REASON
                       ADD 1 TO TOTAL-MISSING-PUNCH
                   WHEN ETR-HOURS(ETR-IDX) = ZEROS
                       MOVE 'INVALID HOURS' TO WS-ROW-REASON
                   WHEN OTHER
                       MOVE 'N' TO WS-SDT-FOUND
                       PERFORM VARYING SDT-IDX FROM 1 BY 1
                               UNTIL SDT-IDX > 3
                           IF SDT-SHIFT-CODE(SDT-IDX) =
                                   ETR-SHIFT(ETR-IDX)
                               MOVE 'Y' TO WS-SDT-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-SDT-FOUND = 'N'
                           MOVE 'INVALID SHIFT CODE' TO WS-ROW-REASON
                       END-IF
               END-EVALUATE.
               IF WS-ROW-REASON NOT = SPACES
                   MOVE 'H' TO ETR-STATUS(ETR-IDX)
                   ADD 1 TO TOTAL-ROWS-HELD
                   PERFORM 0480-MOVE-ROW-TO-EXCEPTION
                   MOVE WS-ROW-REASON TO EXC-REASON
                   PERFORM 0490-WRITE-EXCEPTION
               END-IF.

      *        Rows are in date order, so a day's rows sit together.
      *        At the first good worked row of each date the day is
      *        totaled; a day over 24 hours cannot be right, and all
      *        of its rows are held together.
           0430-CHECK-DAY-TOTAL.
               SET ETR-IDX TO WS-ETR-SUB.
               IF ETR-STATUS(ETR-IDX) = 'G'
                       AND ETR-PAY-CODE(ETR-IDX) = 'REG'
                   IF WS-ETR-SUB = 1
                       PERFORM 0435-TOTAL-ONE-DAY
                   ELSE
                       IF ETR-WORK-DATE(WS-ETR-SUB - 1) NOT =
                               ETR-WORK-DATE(ETR-IDX)
                           PERFORM 0435-TOTAL-ONE-DAY
                       ELSE
                           PERFORM 0432-CHECK-EARLIER-ROWS
                       END-IF
                   END-IF
               END-IF.

      *        Earlier rows of the same date were all held, bonus or
      *        leave rows - this is then the first good worked row.
           0432-CHECK-EARLIER-ROWS.
               MOVE 'N' TO WS-DAY-SEEN.
               PERFORM VARYING WS-ETR-DAY-SUB FROM 1 BY 1
                       UNTIL WS-ETR-DAY-SUB >= WS-ETR-SUB
                   IF ETR-WORK-DATE(WS-ETR-DAY-SUB) =
                           ETR-WORK-DATE(ETR-IDX)
                           AND ETR-STATUS(WS-ETR-DAY-SUB) = 'G'
                           AND ETR-PAY-CODE(WS-ETR-DAY-SUB) = 'REG'
                       MOVE 'Y' TO WS-DAY-SEEN
                   END-IF
               END-PERFORM.
               IF WS-DAY-SEEN = 'N'
                   PERFORM 0435-TOTAL-ONE-DAY
               END-IF.

           0435-TOTAL-ONE-DAY.
               MOVE ZEROS TO WS-DAY-HOURS.
               PERFORM VARYING WS-ETR-DAY-SUB FROM WS-ETR-SUB BY 1
                       UNTIL WS-ETR-DAY-SUB > WS-ETR-COUNT
                   IF ETR-WORK-DATE(WS-ETR-DAY-SUB) =
                           ETR-WORK-DATE(ETR-IDX)
                           AND ETR-STATUS(WS-ETR-DAY-SUB) = 'G'
                           AND ETR-PAY-CODE(WS-ETR-DAY-SUB) = 'REG'
                       ADD ETR-HOURS(WS-ETR-DAY-SUB) TO WS-DAY-HOURS
                   END-IF
               END-PERFORM.
               IF WS-DAY-HOURS > MAX-HOURS-PER-DAY
                   ADD 1 TO TOTAL-OVER-24-DAYS
                   MOVE SPACES TO EXC-DETAIL-LINE
                   MOVE WS-CUR-EMPLOYEE TO EXC-EMP-NUM
                   MOVE ETR-WORK-DATE(ETR-IDX) TO EXC-WORK-DATE
                   MOVE WS-DAY-HOURS TO EXC-HOURS
                   MOVE 'OVER 24 HOURS IN DAY - DAY HELD'
                       TO EXC-REASON
                   PERFORM 0490-WRITE-EXCEPTION
                   PERFORM VARYING WS-ETR-DAY-SUB FROM WS-ETR-SUB BY 1
                           UNTIL WS-ETR-DAY-SUB > WS-ETR-COUNT
                       IF ETR-WORK-DATE(WS-ETR-DAY-SUB) =
                               ETR-WORK-DATE(ETR-IDX)
                               AND ETR-STATUS(WS-ETR-DAY-SUB) = 'G'
                               AND ETR-PAY-CODE(WS-ETR-DAY-SUB) =
                                   'REG'
                           MOVE 'H' TO ETR-STATUS(WS-ETR-DAY-SUB)
                           ADD 1 TO TOTAL-ROWS-HELD
                       END-IF
                   END-PERFORM
               END-IF.

           0480-MOVE-ROW-TO-EXCEPTION.
               MOVE SPACES TO EXC-DETAIL-LINE.
               MOVE WS-CUR-EMPLOYEE TO EXC-EMP-NUM.
               MOVE ETR-WORK-DATE(ETR-IDX) TO EXC-WORK-DATE.
               MOVE ETR-PAY-CODE(ETR-IDX) TO EXC-PAY-CODE.
               MOVE ETR-PUNCH-IN(ETR-IDX) TO EXC-PUNCH-IN.
               MOVE ETR-PUNCH-OUT(ETR-IDX) TO EXC-PUNCH-OUT.
               MOVE ETR-HOURS(ETR-IDX) TO EXC-HOURS.

           0490-WRITE-EXCEPTION.
               ADD 1 TO TOTAL-EXCEPTIONS.
               WRITE EXCEPTION-LINE FROM EXC-DETAIL-LINE.

      *        Walk the good rows in clock order. Each worked row is
      *        straight time until its workweek reaches 40 hours and
      *        overtime after, charged to the row's own cost center,
      *        all at the rate of record (PROJECT2 prices 'OT' at time
      *        and a half). Shift differential is paid on every hour
      *        worked on a differential shift; holiday work earns the
      *        'HOL' premium on top.
           0500-BUILD-PAY-ENTRIES.
               MOVE ZEROS TO WS-ENT-COUNT.
               MOVE ZEROS TO WS-BONUS-TOTAL.
               MOVE ZEROS TO WS-LEAVE-HOURS.
               MOVE SPACES TO WS-FIRST-COST-CENTER.
               PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                       UNTIL WS-WEEK-SUB > 2
                   MOVE ZEROS TO WWK-HOURS(WS-WEEK-SUB)
                   MOVE ZEROS TO WWK-OT-HOURS(WS-WEEK-SUB)
                   MOVE ZEROS TO WWK-SHD-PAY(WS-WEEK-SUB)
                   MOVE ZEROS TO WWK-BONUS(WS-WEEK-SUB)
               END-PERFORM.
               PERFORM VARYING WS-ETR-SUB FROM 1 BY 1
                       UNTIL WS-ETR-SUB > WS-ETR-COUNT
                   SET ETR-IDX TO WS-ETR-SUB
                   IF ETR-STATUS(ETR-IDX) = 'G'
                       PERFORM 0510-PRICE-TIME-ROW
                   END-IF
               END-PERFORM.
               PERFORM 0520-ADD-OT-PREMIUM.
               IF WS-BONUS-TOTAL > ZEROS
                   IF WS-BONUS-TOTAL > MAX-LUMP-AMOUNT
                       MOVE 'Y' TO WS-EMP-HELD
                       MOVE 'BONUS OVER 999.99 - KEY MANUALLY'
                           TO WS-HOLD-REASON
                   ELSE
                       MOVE 'BON' TO WS-NEW-TYPE-CODE
                       MOVE SPACES TO WS-NEW-COST-CENTER
                       MOVE WS-BONUS-TOTAL TO WS-NEW-RATE
                       MOVE 1.00 TO WS-NEW-HOURS
                       PERFORM 0550-ADD-PAY-ENTRY
                   END-IF
               END-IF.
               IF WS-EMP-SALARIED = 'Y'
                   PERFORM 0530-ADD-SALARY
               END-IF.

           0510-PRICE-TIME-ROW.
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(ETR-WORK-DATE(ETR-IDX)).
               IF WS-DATE-INT < WS-PERIOD-START-INT + WORKWEEK-DAYS
                   MOVE 1 TO WS-WEEK
               ELSE
                   MOVE 2 TO WS-WEEK
               END-IF.
               IF ETR-PAY-CODE(ETR-IDX) = 'BON'
                   ADD ETR-BONUS-AMOUNT(ETR-IDX) TO WWK-BONUS(WS-WEEK)
                   ADD ETR-BONUS-AMOUNT(ETR-IDX) TO WS-BONUS-TOTAL
               END-IF.
               IF ETR-PAY-CODE(ETR-IDX) = 'VAC'
                       OR ETR-PAY-CODE(ETR-IDX) = 'SIC'
                   PERFORM 0512-ADD-LEAVE-TIME
               END-IF.
               IF ETR-PAY-CODE(ETR-IDX) = 'REG'
                       AND WS-EMP-SALARIED = 'N'
                   IF WS-FIRST-COST-CENTER = SPACES
                       MOVE ETR-COST-CENTER(ETR-IDX)
                           TO WS-FIRST-COST-CENTER
                   END-IF
                   IF WWK-HOURS(WS-WEEK) >= OT-WEEKLY-THRESHOLD
                       MOVE ZEROS TO WS-ST-HOURS
                       MOVE ETR-HOURS(ETR-IDX) TO WS-OT-HOURS
                   ELSE
                       IF WWK-HOURS(WS-WEEK) + ETR-HOURS(ETR-IDX) >
                               OT-WEEKLY-THRESHOLD
                           COMPUTE WS-ST-HOURS =
                               OT-WEEKLY-THRESHOLD - WWK-HOURS(WS-WEEK)
                           COMPUTE WS-OT-HOURS =
                               ETR-HOURS(ETR-IDX) - WS-ST-HOURS
                       ELSE
                           MOVE ETR-HOURS(ETR-IDX) TO WS-ST-HOURS
                           MOVE ZEROS TO WS-OT-HOURS
                       END-IF
                   END-IF
                   ADD ETR-HOURS(ETR-IDX) TO WWK-HOURS(WS-WEEK)
                   ADD WS-OT-HOURS TO WWK-OT-HOURS(WS-WEEK)
                   IF WS-MERGE-CC = 'Y'
                       MOVE SPACES TO WS-NEW-COST-CENTER
                   ELSE
                       MOVE ETR-COST-CENTER(ETR-IDX)
                           TO WS-NEW-COST-CENTER
                   END-IF
                   MOVE WS-BASE-RATE TO WS-NEW-RATE
                   MOVE 'REG' TO WS-NEW-TYPE-CODE
                   MOVE WS-ST-HOURS TO WS-NEW-HOURS
                   PERFORM 0550-ADD-PAY-ENTRY
                   MOVE 'OT' TO WS-NEW-TYPE-CODE
                   MOVE WS-OT-HOURS TO WS-NEW-HOURS
                   PERFORM 0550-ADD-PAY-ENTRY
                   PERFORM 0515-ADD-SHIFT-DIFF
                   PERFORM 0517-ADD-HOLIDAY-PREMIUM
               END-IF.

      *        Vacation and sick hours are paid, not worked: they go
      *        at the rate of record to the row's cost center, and
      *        stay out of the week's hours so they neither reach the
      *        overtime threshold nor dilute the FLSA regular rate.
           0512-ADD-LEAVE-TIME.
               IF WS-FIRST-COST-CENTER = SPACES
                   MOVE ETR-COST-CENTER(ETR-IDX) TO WS-FIRST-COST-CENTER
               END-IF.
               IF WS-MERGE-CC = 'Y'
                   MOVE SPACES TO WS-NEW-COST-CENTER
               ELSE
                   MOVE ETR-COST-CENTER(ETR-IDX) TO WS-NEW-COST-CENTER
               END-IF.
               MOVE ETR-PAY-CODE(ETR-IDX) TO WS-NEW-TYPE-CODE.
               MOVE WS-BASE-RATE TO WS-NEW-RATE.
               MOVE ETR-HOURS(ETR-IDX) TO WS-NEW-HOURS.
               PERFORM 0550-ADD-PAY-ENTRY.
               ADD ETR-HOURS(ETR-IDX) TO WS-LEAVE-HOURS.

           0515-ADD-SHIFT-DIFF.
               MOVE ZEROS TO WS-SHIFT-RATE.
               PERFORM VARYING SDT-IDX FROM 1 BY 1 UNTIL SDT-IDX > 3
                   IF SDT-SHIFT-CODE(SDT-IDX) = ETR-SHIFT(ETR-IDX)
                       MOVE SDT-DIFF-RATE(SDT-IDX) TO WS-SHIFT-RATE
                   END-IF
               END-PERFORM.
               IF WS-SHIFT-RATE > ZEROS
                   COMPUTE WS-SHD-AMOUNT ROUNDED =
                       ETR-HOURS(ETR-IDX) * WS-SHIFT-RATE
                   ADD WS-SHD-AMOUNT TO WWK-SHD-PAY(WS-WEEK)
                   MOVE 'SHD' TO WS-NEW-TYPE-CODE
                   MOVE WS-SHIFT-RATE TO WS-NEW-RATE
                   MOVE ETR-HOURS(ETR-IDX) TO WS-NEW-HOURS
                   PERFORM 0550-ADD-PAY-ENTRY
               END-IF.

      *        A premium of at least half the rate for holiday work
      *        may be left out of the regular rate, and is.
           0517-ADD-HOLIDAY-PREMIUM.
               MOVE 'N' TO WS-HOLIDAY-DAY.
               PERFORM VARYING HDT-IDX FROM 1 BY 1
                       UNTIL HDT-IDX > WS-HDT-COUNT
                   IF HDT-DATE(HDT-IDX) = ETR-WORK-DATE(ETR-IDX)
                       MOVE 'Y' TO WS-HOLIDAY-DAY
                   END-IF
               END-PERFORM.
               IF WS-HOLIDAY-DAY = 'Y' AND WS-HOL-RATE > ZEROS
                   MOVE 'HOL' TO WS-NEW-TYPE-CODE
                   MOVE WS-HOL-RATE TO WS-NEW-RATE
                   MOVE ETR-HOURS(ETR-IDX) TO WS-NEW-HOURS
                   PERFORM 0550-ADD-PAY-ENTRY
               END-IF.

      *        The 'OT' entries pay the overtime premium on the rate
      *        of record. The FLSA regular rate also takes in the
      *        week's shift differential and bonus, so the premium
      *        still owed is half of that extra pay spread over the
      *        week's hours, for each overtime hour - paid as one
      *        'OTP' lump for the period.
           0520-ADD-OT-PREMIUM.
               MOVE ZEROS TO WS-OT-PREMIUM.
               PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                       UNTIL WS-WEEK-SUB > 2
                   IF WWK-OT-HOURS(WS-WEEK-SUB) > ZEROS
                       COMPUTE WS-WEEK-PREMIUM ROUNDED =
                           (WWK-SHD-PAY(WS-WEEK-SUB)
                               + WWK-BONUS(WS-WEEK-SUB))
                           * WWK-OT-HOURS(WS-WEEK-SUB)
                           / WWK-HOURS(WS-WEEK-SUB) / 2
                       ADD WS-WEEK-PREMIUM TO WS-OT-PREMIUM
                   END-IF
               END-PERFORM.
               IF WS-OT-PREMIUM > ZEROS
                   IF WS-OT-PREMIUM > MAX-LUMP-AMOUNT
                       MOVE 'Y' TO WS-EMP-HELD
                       MOVE 'OT PREMIUM OVER 999.99 - KEY MANUALLY'
                           TO WS-HOLD-REASON
                   ELSE
                       MOVE 'OTP' TO WS-NEW-TYPE-CODE
                       MOVE SPACES TO WS-NEW-COST-CENTER
                       MOVE WS-OT-PREMIUM TO WS-NEW-RATE
                       MOVE 1.00 TO WS-NEW-HOURS
                       PERFORM 0550-ADD-PAY-ENTRY
                   END-IF
               END-IF.

      *        The period salary, less the leave paid beside it, as a
      *        'SAL' entry on the home department at the master rate
      *        (PROJECT2 prices it off the master salary). More leave
      *        than the period holds cannot be split here.
           0530-ADD-SALARY.
               IF WS-LEAVE-HOURS > SALARY-PERIOD-HOURS
                   MOVE 'Y' TO WS-EMP-HELD
                   MOVE 'LEAVE OVER SALARY PERIOD - KEY MANUALLY'
                       TO WS-HOLD-REASON
               ELSE
                   MOVE 'SAL' TO WS-NEW-TYPE-CODE
                   MOVE SPACES TO WS-NEW-COST-CENTER
                   MOVE ZEROS TO WS-NEW-RATE
                   IF EMP-MASTER-PAY-RATE NUMERIC
                       MOVE EMP-MASTER-PAY-RATE TO WS-NEW-RATE
                   END-IF
                   COMPUTE WS-NEW-HOURS =
                       SALARY-PERIOD-HOURS - WS-LEAVE-HOURS
                   PERFORM 0550-ADD-PAY-ENTRY
               END-IF.

      *        Same pay type, cost center and rate share one entry.
      *        Past the table the count still rises, so the employee
      *        is held as over five lines.
           0550-ADD-PAY-ENTRY.
               IF WS-NEW-HOURS > ZEROS
                   MOVE 'N' TO WS-ENT-FOUND
                   PERFORM VARYING ENT-IDX FROM 1 BY 1
                           UNTIL ENT-IDX > WS-ENT-COUNT
                               OR ENT-IDX > 10
                       IF ENT-TYPE-CODE(ENT-IDX) = WS-NEW-TYPE-CODE
                               AND ENT-COST-CENTER(ENT-IDX) =
                                   WS-NEW-COST-CENTER
                               AND ENT-RATE(ENT-IDX) = WS-NEW-RATE
                           ADD WS-NEW-HOURS TO ENT-HOURS(ENT-IDX)
                           MOVE 'Y' TO WS-ENT-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-ENT-FOUND = 'N'
                       IF WS-ENT-COUNT < 10
                           ADD 1 TO WS-ENT-COUNT
                           MOVE WS-NEW-TYPE-CODE
                               TO ENT-TYPE-CODE(WS-ENT-COUNT)
                           MOVE WS-NEW-COST-CENTER
                               TO ENT-COST-CENTER(WS-ENT-COUNT)
                           MOVE WS-NEW-RATE TO ENT-RATE(WS-ENT-COUNT)
                           MOVE WS-NEW-HOURS
                               TO ENT-HOURS(WS-ENT-COUNT)
                       ELSE
                           MOVE 11 TO WS-ENT-COUNT
                       END-IF
                   END-IF
               END-IF.

      *        Identity, tax and bank data come off the master, as
      *        PROJECT2 will take them anyway. A salaried home
      *        department doubles as the record's charge code; without
      *        one the first cost center worked is used.
           0600-WRITE-PAY-RECORD.
               INITIALIZE PAYROLL-RECORD.
               MOVE WS-CUR-EMPLOYEE TO EMPLOYEE-NUMBER.
               MOVE EMP-MASTER-NAME TO EMPLOYEE-LASTNAME.
               MOVE EMP-MASTER-INITIAL TO EMPLOYEE-INITIAL.
               PERFORM VARYING ENT-IDX FROM 1 BY 1
                       UNTIL ENT-IDX > WS-ENT-COUNT
                   SET PE-IDX TO ENT-IDX
                   MOVE ENT-TYPE-CODE(ENT-IDX) TO PAY-TYPE-CODE(PE-IDX)
                   MOVE ENT-HOURS(ENT-IDX) TO PAY-HOURS(PE-IDX)
                   MOVE ENT-RATE(ENT-IDX) TO PAY-RATE(PE-IDX)
                   MOVE ENT-COST-CENTER(ENT-IDX)
                       TO PAY-COST-CENTER(PE-IDX)
                   ADD ENT-HOURS(ENT-IDX) TO WS-BC-HOURS
                   ADD ENT-HOURS(ENT-IDX) TO TOTAL-HOURS-PAID
                   IF ENT-TYPE-CODE(ENT-IDX) = 'OT'
                       ADD ENT-HOURS(ENT-IDX) TO TOTAL-OT-HOURS
                   END-IF
               END-PERFORM.
               MOVE EMP-MASTER-UNION-MEMBER TO IS_UNIONMEMBER.
               IF IS_UNIONMEMBER = SPACE
                   MOVE 'N' TO IS_UNIONMEMBER
               END-IF.
               MOVE EMP-MASTER-FILING-STAT TO FILING-STATUS.
               MOVE EMP-MASTER-W4-ALLOW TO W4-ALLOWANCES.
               MOVE EMP-MASTER-UNION-LOCAL TO UNION-LOCAL-CODE.
               MOVE RC-YEAR TO PP-YEAR.
               MOVE RC-QUARTER TO PP-QUARTER.
               MOVE EMP-MASTER-ROUTING TO BANK-ROUTING-NUMBER.
               MOVE EMP-MASTER-ACCOUNT TO BANK-ACCOUNT-NUMBER.
               MOVE EMP-MASTER-ACCT-TYPE TO BANK-ACCOUNT-TYPE.
               IF EMP-MASTER-HOME-DEPT NOT = SPACES
                   MOVE EMP-MASTER-HOME-DEPT TO DEPT-CODE
               ELSE
                   MOVE WS-FIRST-COST-CENTER TO DEPT-CODE
               END-IF.
               PERFORM 0610-MATCH-DEDUCTIONS.
               MOVE SPACES TO RATE-OVERRIDE-CODE.
               WRITE PAYROLL-RECORD.
               ADD 1 TO WS-BC-COUNT.
               ADD EMPLOYEE-NUMBER TO WS-BC-HASH.
               ADD 1 TO TOTAL-EMP-WRITTEN.

           0610-MATCH-DEDUCTIONS.
               PERFORM UNTIL DED-EOF = 'Y'
                       OR DS-EMPLOYEE-NUMBER >= WS-CUR-EMPLOYEE
                   PERFORM 0210-READ-DEDUCTION
               END-PERFORM.
               IF DED-EOF = 'N'
                   IF DS-EMPLOYEE-NUMBER = WS-CUR-EMPLOYEE
                       MOVE DS-VOL-DEDUCTIONS TO VOL-DEDUCTIONS
                   END-IF
               END-IF.

      *        Header and trailer carry the same totals - PROJECT2
      *        checks each against the other and both against the
      *        details between them.
           0700-WRITE-PAYROLL-FILE.
               MOVE WS-BC-COUNT TO BC-RECORD-COUNT.
               MOVE WS-BC-HOURS TO BC-TOTAL-HOURS.
               MOVE WS-BC-HASH TO BC-EMP-HASH.
               OPEN OUTPUT PAYROLL-FILE.
               MOVE 'BH' TO BC-ID.
               WRITE PAYROLL-OUT-RECORD FROM WS-BATCH-CTL-REC.
               OPEN INPUT PAY-WORK-FILE.
               MOVE 'N' TO PAY-WORK-EOF.
               PERFORM UNTIL PAY-WORK-EOF = 'Y'
                   READ PAY-WORK-FILE
                       AT END
                           MOVE 'Y' TO PAY-WORK-EOF
                       NOT AT END
                           WRITE PAYROLL-OUT-RECORD FROM PAYROLL-RECORD
                   END-READ
               END-PERFORM.
               CLOSE PAY-WORK-FILE.
               MOVE 'BT' TO BC-ID.
               WRITE PAYROLL-OUT-RECORD FROM WS-BATCH-CTL-REC.
               CLOSE PAYROLL-FILE.

           0800-WRITE-TOTALS.
               MOVE SPACES TO EXCEPTION-LINE.
               WRITE EXCEPTION-LINE.
               MOVE 'TIME RECORDS READ' TO EXC-CNT-LABEL.
               MOVE TOTAL-TIME-RECORDS TO EXC-CNT-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE.
               MOVE 'TIME RECORDS HELD' TO EXC-CNT-LABEL.
               MOVE TOTAL-ROWS-HELD TO EXC-CNT-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE.
               MOVE 'MISSING PUNCHES' TO EXC-CNT-LABEL.
               MOVE TOTAL-MISSING-PUNCH TO EXC-CNT-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE.
               MOVE 'DAYS OVER 24 HOURS' TO EXC-CNT-LABEL.
               MOVE TOTAL-OVER-24-DAYS TO EXC-CNT-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE.
               MOVE 'EMPLOYEES HELD' TO EXC-CNT-LABEL.
               MOVE TOTAL-EMP-HELD TO EXC-CNT-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE.
               MOVE 'SALARIED - ATTENDANCE ONLY' TO EXC-CNT-LABEL.
               MOVE TOTAL-EMP-SALARIED TO EXC-CNT-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE.
               MOVE 'SALARIED STANDARD PAY WRITTEN' TO EXC-CNT-LABEL.
               MOVE TOTAL-EMP-STANDARD TO EXC-CNT-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE.
               MOVE 'PAY RECORDS WRITTEN' TO EXC-CNT-LABEL.
               MOVE TOTAL-EMP-WRITTEN TO EXC-CNT-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE.
               MOVE 'OVERTIME HOURS' TO EXC-HRS-LABEL.
               MOVE TOTAL-OT-HOURS TO EXC-HRS-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-HOURS-LINE.
               MOVE 'BATCH TOTAL HOURS' TO EXC-HRS-LABEL.
               MOVE TOTAL-HOURS-PAID TO EXC-HRS-VALUE.
               WRITE EXCEPTION-LINE FROM EXC-HOURS-LINE.
               DISPLAY 'TIMEPREP: ' TOTAL-EMP-WRITTEN
                   ' PAY RECORDS WRITTEN, ' TOTAL-EXCEPTIONS
                   ' EXCEPTIONS'.
