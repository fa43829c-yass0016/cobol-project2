      * Author: Saleh Yassin
      * Date: Sep 02 2026
      * Purpose: One-time upgrade of the employee master from the
      * previous indexed layout (448 bytes, ending at the last rate of
      * record) to the current record. Rename the production
      * EMPMASTER.DAT to EMPMASTER.OLD, run this job once, and the new
      * EMPMASTER.DAT is built with every existing field - YTD and
      * quarter buckets, FICA, demographics, bank data, run stamp,
      * prenote state, state/local identity and buckets, benefit
      * enrollment, hire date, leave balances and last rate - carried
      * across intact, and only the genuinely new fields
      * (unemployment taxable-wage buckets, pay class and rate of
      * record, home department, workers' comp class override)
      * initialized. Record counts are displayed for the operator to
      * tie out, as MSTRCONV does for the ancient sequential layout.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
           FILE SECTION.
      *        The master exactly as the suite wrote it before the
      *        unemployment-wage release - nothing after the last
      *        rate of record existed yet.
               FD OLD-MASTER.
               01 OLD-MASTER-RECORD.
                   05 OLD-MASTER-NUMBER        PIC 9(9).
                   05 OLD-MASTER-LAST-RUN      PIC X(16).
                   05 OLD-MASTER-PRENOTE       PIC X(1).
                   05 OLD-MASTER-PRENOTE-DATE  PIC 9(8).
                   05 OLD-MASTER-WORK-STATE    PIC X(2).
                   05 OLD-MASTER-RES-STATE     PIC X(2).
                   05 OLD-MASTER-LOCALITY      PIC X(4).
                   05 OLD-MASTER-YTD-STATE     PIC 9(7)V99.
                   05 OLD-MASTER-YTD-LOCAL     PIC 9(7)V99.
                   05 OLD-MASTER-QTR-STATE  PIC 9(6)V99 OCCURS 4 TIMES.
                   05 OLD-MASTER-QTR-LOCAL  PIC 9(6)V99 OCCURS 4 TIMES.
                   05 OLD-MASTER-BEN-PLAN   PIC X(4) OCCURS 3 TIMES.
                   05 OLD-MASTER-HIRE-DATE     PIC 9(8).
                   05 OLD-MASTER-VAC-HOURS     PIC 9(4)V99.
                   05 OLD-MASTER-SICK-HOURS    PIC 9(4)V99.
                   05 OLD-MASTER-LAST-RATE     PIC 9(3)V99.

               FD NEW-MASTER.
               01 NEW-MASTER-RECORD.
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
               END-READ.

      *        Everything the old record carried moves across as-is.
      *        The unemployment wage buckets start at zero, so the
      *        wage base fills again from the first run after the
      *        upgrade. Every employee comes across hourly with no
      *        rate of record until EMPMAINT sets pay class and rate;
      *        home department and class override come from EMPMAINT
      *        as well.
           0200-BUILD-NEW-RECORD.
               MOVE SPACES TO NEW-MASTER-RECORD.
               MOVE OLD-MASTER-NUMBER TO NEW-MASTER-NUMBER.
                       TO NEW-MASTER-QTR-MEDIC(WS-QTR-SUB)
                   MOVE OLD-MASTER-QTR-HEALTH(WS-QTR-SUB)
                       TO NEW-MASTER-QTR-HEALTH(WS-QTR-SUB)
                   MOVE OLD-MASTER-QTR-STATE(WS-QTR-SUB)
                       TO NEW-MASTER-QTR-STATE(WS-QTR-SUB)
                   MOVE OLD-MASTER-QTR-LOCAL(WS-QTR-SUB)
                       TO NEW-MASTER-QTR-LOCAL(WS-QTR-SUB)
                   MOVE ZEROS TO NEW-MASTER-QTR-FUTA-WAGES(WS-QTR-SUB)
                   MOVE ZEROS TO NEW-MASTER-QTR-SUTA-WAGES(WS-QTR-SUB)
               END-PERFORM.
               MOVE OLD-MASTER-INITIAL TO NEW-MASTER-INITIAL.
               MOVE OLD-MASTER-STATUS TO NEW-MASTER-STATUS.
               MOVE OLD-MASTER-PRENOTE TO NEW-MASTER-PRENOTE.
               MOVE OLD-MASTER-PRENOTE-DATE
                   TO NEW-MASTER-PRENOTE-DATE.
               MOVE OLD-MASTER-WORK-STATE TO NEW-MASTER-WORK-STATE.
               MOVE OLD-MASTER-RES-STATE TO NEW-MASTER-RES-STATE.
               MOVE OLD-MASTER-LOCALITY TO NEW-MASTER-LOCALITY.
               MOVE OLD-MASTER-YTD-STATE TO NEW-MASTER-YTD-STATE.
               MOVE OLD-MASTER-YTD-LOCAL TO NEW-MASTER-YTD-LOCAL.
               MOVE OLD-MASTER-BEN-PLAN(1) TO NEW-MASTER-BEN-PLAN(1).
               MOVE OLD-MASTER-BEN-PLAN(2) TO NEW-MASTER-BEN-PLAN(2).
               MOVE OLD-MASTER-BEN-PLAN(3) TO NEW-MASTER-BEN-PLAN(3).
               MOVE OLD-MASTER-HIRE-DATE TO NEW-MASTER-HIRE-DATE.
               MOVE OLD-MASTER-VAC-HOURS TO NEW-MASTER-VAC-HOURS.
               MOVE OLD-MASTER-SICK-HOURS TO NEW-MASTER-SICK-HOURS.
               MOVE OLD-MASTER-LAST-RATE TO NEW-MASTER-LAST-RATE.
               MOVE ZEROS TO NEW-MASTER-YTD-FUTA-WAGES.
               MOVE ZEROS TO NEW-MASTER-YTD-SUTA-WAGES.
               MOVE 'H' TO NEW-MASTER-PAY-CLASS.
               MOVE ZEROS TO NEW-MASTER-PAY-RATE.
               MOVE ZEROS TO NEW-MASTER-SALARY.
               MOVE SPACES TO NEW-MASTER-HOME-DEPT.
               MOVE SPACES TO NEW-MASTER-WC-CLASS.
       END PROGRAM MSTRUPGR.
