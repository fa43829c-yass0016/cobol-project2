      ******************************************************************
      * Author: Saleh Yassin
      * Date: Oct 15 2026
      * Purpose: Third-party remittance. Reads the deduction detail
      * PROJECT2 leaves for the run (REMITDTL.TXT - every union due,
      * benefit premium, employer premium share and voluntary
      * deduction withheld, employee by employee) and sorts it to the
      * payee each deduction is owed to: union locals, benefit
      * carriers, the 401k recordkeeper, child-support and garnishment
      * agencies. Prints the remittance report by payee (REMITRPT.TXT)
      * with each employee's amount and the arrears collected, writes
      * a CCD payment file (REMITACH.TXT) for the payees we pay
      * electronically and the recordkeeper's per-employee
      * contribution file (RK401K.TXT). Every payee total is first
      * proved back to the GL totals PROJECT2 booked; if they do not
      * tie, nothing is paid and the job ends RC=8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMIT.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-STATUS.
                   SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-STATUS.
      *            Detail lines tagged with their payee, then put in
      *            payee and employee order for the report.
                   SELECT REMIT-WORK-FILE ASSIGN TO "REMITWRK.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT REMIT-SORTED-FILE ASSIGN TO "REMITSRT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT REMIT-SORT-WORK ASSIGN TO "REMITWK.TMP".
                   SELECT REPORT-FILE ASSIGN TO "REMITRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *            Corporate credits to the electronic payees, in the
      *            same NACHA record shapes as the payroll ACHFILE.TXT.
                   SELECT REMIT-ACH-FILE ASSIGN TO "REMITACH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT RECORDKEEPER-FILE ASSIGN TO "RK401K.TXT"
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

      *        Same layout as PROJECT2's REMIT-DETAIL-RECORD - keep the
      *        layouts in step.
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

      *        RW-PAYEE-SUB 99 is a deduction with no payee on file.
               FD REMIT-WORK-FILE.
               01 REMIT-WORK-RECORD.
                   05 RW-PAYEE-SUB         PIC 9(2).
                   05 RW-EMPLOYEE-NUMBER   PIC 9(9).
                   05 RW-DED-KIND          PIC X(1).
                   05 RW-DED-CODE          PIC X(4).
                   05 RW-SOURCE            PIC X(1).
                   05 RW-EMPLOYEE-NAME     PIC X(13).
                   05 RW-AMOUNT            PIC S9(7)V99
                           SIGN IS LEADING SEPARATE.
                   05 RW-ARREARS-COLL      PIC 9(6)V99.
                   05 RW-GROSS             PIC 9(5)V99.

               FD REMIT-SORTED-FILE.
               01 REMIT-SORTED-RECORD      PIC X(55).

               SD REMIT-SORT-WORK.
               01 REMIT-SORT-RECORD.
                   05 RSW-PAYEE-SUB        PIC 9(2).
                   05 RSW-EMPLOYEE-NUMBER  PIC 9(9).
                   05 RSW-DED-KIND         PIC X(1).
                   05 RSW-DED-CODE         PIC X(4).
                   05 FILLER               PIC X(39).

               FD REPORT-FILE.
               01 REPORT-LINE              PIC X(132).

               FD REMIT-ACH-FILE.
               01 ACH-LINE                 PIC X(94).

               FD RECORDKEEPER-FILE.
               01 RECORDKEEPER-LINE        PIC X(80).

           WORKING-STORAGE SECTION.
               01 REPORT-OUT.
                   05 RPT-HEADING-TITLE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(29)
                               VALUE 'THIRD-PARTY REMITTANCE REPORT'.

                   05 RPT-PAYEE-HEADING.
                       10 FILLER       PIC X(6) VALUE 'PAYEE '.
                       10 RPT-PH-PAYEE-ID      PIC X(6).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PH-PAYEE-NAME    PIC X(22).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PH-METHOD        PIC X(30).

                   05 RPT-COLUMN-HEADING.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(9) VALUE 'EMPLOYEE#'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(13) VALUE 'EMPLOYEE NAME'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'TYPE    '.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(4) VALUE 'CODE'.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'SOURCE'.
                       10 FILLER       PIC X(9) VALUE SPACES.
                       10 FILLER       PIC X(6) VALUE 'AMOUNT'.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(12) VALUE 'ARREARS COLL'.

                   05 RPT-DETAIL-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-EMP-NUM          PIC 9(9).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-EMP-NAME         PIC X(13).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-KIND             PIC X(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-CODE             PIC X(4).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-SOURCE           PIC X(8).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-AMOUNT           PIC ZZ,ZZ9.99-.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-ARREARS          PIC ZZZ,ZZ9.99.

                   05 RPT-PAYEE-TOTAL-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(12) VALUE 'PAYEE TOTAL '.
                       10 RPT-PT-LINES         PIC Z,ZZ9.
                       10 FILLER       PIC X(6) VALUE ' LINES'.
                       10 FILLER       PIC X(27) VALUE SPACES.
                       10 RPT-PT-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
                       10 FILLER       PIC X(1) VALUE SPACES.
                       10 RPT-PT-ARREARS       PIC ZZZ,ZZ9.99.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-PT-DISP          PIC X(30).

                   05 RPT-TIE-HEADING.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 FILLER       PIC X(14) VALUE 'GL TIE-OUT    '.
                       10 FILLER       PIC X(11) VALUE 'DEDUCTION'.
                       10 FILLER       PIC X(11) VALUE 'CODE'.
                       10 FILLER       PIC X(8) VALUE 'GL TOTAL'.
                       10 FILLER       PIC X(7) VALUE SPACES.
                       10 FILLER       PIC X(8) VALUE 'REMITTED'.
                       10 FILLER       PIC X(5) VALUE SPACES.
                       10 FILLER       PIC X(10) VALUE 'DIFFERENCE'.

                   05 RPT-TIE-LINE.
                       10 FILLER       PIC X(18) VALUE SPACES.
                       10 RPT-TIE-KIND         PIC X(11).
                       10 RPT-TIE-CODE         PIC X(4).
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-TIE-GL           PIC Z,ZZZ,ZZ9.99-.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-TIE-DETAIL       PIC Z,ZZZ,ZZ9.99-.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-TIE-DIFF         PIC Z,ZZZ,ZZ9.99-.
                       10 FILLER       PIC X(2) VALUE SPACES.
                       10 RPT-TIE-STATUS       PIC X(14).

                   05 RPT-COUNT-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-CNT-LABEL        PIC X(36).
                       10 RPT-CNT-VALUE        PIC Z(4)9.

                   05 RPT-AMOUNT-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-AMT-LABEL        PIC X(36).
                       10 RPT-AMT-VALUE        PIC $$,$$$,$$9.99-.

                   05 RPT-STATUS-LINE.
                       10 FILLER       PIC X(4) VALUE SPACES.
                       10 RPT-STATUS-TEXT      PIC X(80).

      *        Stamped under the title of every output so there is
      *        never a question which physical file came out of which
      *        run.
               01 RUN-STAMP-LINE.
                   05 FILLER               PIC X(4) VALUE 'RUN '.
                   05 RSL-RUN-ID           PIC X(8).
                   05 FILLER               PIC X(13)
                           VALUE '  PERIOD END '.
                   05 RSL-PERIOD-END       PIC 9(8).
                   05 FILLER               PIC X(13)
                           VALUE '  CHECK DATE '.
                   05 RSL-CHECK-DATE       PIC 9(8).

      *        The bank takes standard NACHA 94-byte records - one CCD
      *        batch of corporate credits here. Originator constants
      *        are the same as PROJECT2's payroll file; keep them in
      *        step.
               01 ACH-COMPANY-NAME         PIC X(16)
                       VALUE 'ACME MANUFACTURG'.
               01 ACH-COMPANY-ID           PIC X(10)
                       VALUE '1943567801'.
               01 ACH-IMMED-DEST           PIC 9(9) VALUE 061000104.
               01 ACH-IMMED-ORIGIN         PIC 9(9) VALUE 194356780.
               01 ACH-IMMED-DEST-NAME      PIC X(23)
                       VALUE 'FIRST COMMERCE BANK'.
               01 ACH-ODFI-PREFIX          PIC 9(8) VALUE 06100010.

               01 NACHA-FILE-HEADER.
                   05 FILLER       PIC X(1) VALUE '1'.
                   05 FILLER       PIC X(2) VALUE '01'.
                   05 FILLER       PIC X(1) VALUE SPACE.
                   05 NFH-IMMED-DEST       PIC 9(9).
                   05 FILLER       PIC X(1) VALUE SPACE.
                   05 NFH-IMMED-ORIGIN     PIC 9(9).
                   05 NFH-CREATE-DATE      PIC 9(6).
                   05 NFH-CREATE-TIME      PIC 9(4) VALUE ZEROS.
                   05 FILLER       PIC X(1) VALUE 'A'.
                   05 FILLER       PIC X(3) VALUE '094'.
                   05 FILLER       PIC X(2) VALUE '10'.
                   05 FILLER       PIC X(1) VALUE '1'.
                   05 NFH-DEST-NAME        PIC X(23).
                   05 NFH-ORIGIN-NAME      PIC X(23).
                   05 NFH-REFERENCE        PIC X(8).

               01 NACHA-BATCH-HEADER.
                   05 FILLER       PIC X(1) VALUE '5'.
                   05 FILLER       PIC X(3) VALUE '220'.
                   05 NBH-COMPANY-NAME     PIC X(16).
                   05 FILLER       PIC X(20) VALUE SPACES.
                   05 NBH-COMPANY-ID       PIC X(10).
                   05 FILLER       PIC X(3) VALUE 'CCD'.
                   05 FILLER       PIC X(10) VALUE 'REMITTANCE'.
                   05 NBH-DESC-DATE        PIC 9(6).
                   05 NBH-EFF-DATE         PIC 9(6).
                   05 FILLER       PIC X(3) VALUE SPACES.
                   05 FILLER       PIC X(1) VALUE '1'.
                   05 NBH-ODFI             PIC 9(8).
                   05 NBH-BATCH-NO         PIC 9(7) VALUE 1.

      *        CCD entry: the identification number carries our payee
      *        ID, the receiving company name the payee's name.
               01 NACHA-ENTRY-DETAIL.
                   05 FILLER       PIC X(1) VALUE '6'.
                   05 NED-TRAN-CODE        PIC 9(2).
                   05 NED-ROUTING-RT8      PIC 9(8).
                   05 NED-ROUTING-CHECK    PIC 9(1).
                   05 NED-ACCOUNT          PIC X(17).
                   05 NED-AMOUNT           PIC 9(10).
                   05 NED-INDIVIDUAL-ID    PIC X(15).
                   05 NED-INDIVIDUAL-NAME  PIC X(22).
                   05 FILLER       PIC X(2) VALUE SPACES.
                   05 FILLER       PIC X(1) VALUE '0'.
                   05 NED-TRACE-ODFI       PIC 9(8).
                   05 NED-TRACE-SEQ        PIC 9(7).

               01 NACHA-BATCH-CONTROL.
                   05 FILLER       PIC X(1) VALUE '8'.
                   05 FILLER       PIC X(3) VALUE '220'.
                   05 NBC-ENTRY-COUNT      PIC 9(6).
                   05 NBC-HASH             PIC 9(10).
                   05 NBC-DEBIT            PIC 9(12) VALUE ZEROS.
                   05 NBC-CREDIT           PIC 9(12).
                   05 NBC-COMPANY-ID       PIC X(10).
                   05 FILLER       PIC X(19) VALUE SPACES.
                   05 FILLER       PIC X(6) VALUE SPACES.
                   05 NBC-ODFI             PIC 9(8).
                   05 NBC-BATCH-NO         PIC 9(7) VALUE 1.

               01 NACHA-FILE-CONTROL.
                   05 FILLER       PIC X(1) VALUE '9'.
                   05 NFC-BATCH-COUNT      PIC 9(6) VALUE 1.
                   05 NFC-BLOCK-COUNT      PIC 9(6).
                   05 NFC-ENTRY-COUNT      PIC 9(8).
                   05 NFC-HASH             PIC 9(10).
                   05 NFC-DEBIT            PIC 9(12) VALUE ZEROS.
                   05 NFC-CREDIT           PIC 9(12).
                   05 FILLER       PIC X(39) VALUE SPACES.

               01 NACHA-PAD-LINE           PIC X(94) VALUE ALL '9'.

               01 WS-ACH-ENTRY-COUNT       PIC 9(7) VALUE ZEROS.
               01 WS-ACH-HASH              PIC 9(10) VALUE ZEROS.
               01 WS-ACH-CREDIT-CENTS      PIC 9(12) VALUE ZEROS.
               01 WS-ACH-REC-COUNT         PIC 9(8) VALUE ZEROS.
               01 WS-ACH-BLOCKS            PIC 9(6) VALUE ZEROS.
               01 WS-ACH-PAD-COUNT         PIC 9(2) VALUE ZEROS.
               01 TOTAL-ACH-PAID           PIC 9(8)V99 VALUE ZEROS.

      *        The recordkeeper's contribution file: a header naming
      *        the plan and payroll, one detail per employee per
      *        source, and a trailer the recordkeeper balances to.
      *        A reversal goes out as a negative contribution, so the
      *        file nets to the cash sent the recordkeeper.
               01 RK-PLAN-NUMBER           PIC X(10) VALUE 'ACME401K01'.
               01 RK-HEADER-RECORD.
                   05 FILLER       PIC X(1) VALUE 'H'.
                   05 RKH-PLAN-NUMBER      PIC X(10).
                   05 RKH-RUN-ID           PIC X(8).
                   05 RKH-PERIOD-END       PIC 9(8).
                   05 RKH-CHECK-DATE       PIC 9(8).
                   05 FILLER       PIC X(45) VALUE SPACES.
               01 RK-DETAIL-RECORD.
                   05 FILLER       PIC X(1) VALUE 'D'.
                   05 RKD-EMPLOYEE-NUMBER  PIC 9(9).
                   05 RKD-EMPLOYEE-NAME    PIC X(13).
                   05 RKD-SOURCE-CODE      PIC X(4).
                   05 RKD-CONTRIBUTION     PIC S9(7)V99
                           SIGN IS LEADING SEPARATE.
                   05 RKD-PLAN-COMP        PIC 9(7)V99.
                   05 RKD-CHECK-DATE       PIC 9(8).
                   05 RKD-RUN-ID           PIC X(8).
                   05 FILLER       PIC X(18) VALUE SPACES.
               01 RK-TRAILER-RECORD.
                   05 FILLER       PIC X(1) VALUE 'T'.
                   05 RKT-RECORD-COUNT     PIC 9(6).
                   05 RKT-TOTAL            PIC S9(9)V99
                           SIGN IS LEADING SEPARATE.
                   05 FILLER       PIC X(61) VALUE SPACES.
               01 WS-RK-COUNT              PIC 9(6) VALUE ZEROS.
               01 WS-RK-TOTAL              PIC S9(9)V99 VALUE ZEROS.
               01 WS-RK-PAYEE-TOTAL        PIC S9(9)V99 VALUE ZEROS.

               01 WS-RUNCTL-STATUS         PIC X(2) VALUE SPACES.
               01 WS-REMIT-STATUS          PIC X(2) VALUE SPACES.
               01 DETAIL-EOF               PIC X(1) VALUE 'N'.
               01 SORTED-EOF               PIC X(1) VALUE 'N'.

      *        Who we remit to. PYE-METHOD 'A' is paid by corporate
      *        ACH credit, 'C' by an accounts-payable check off this
      *        report. PYE-FORMAT 'K' payees also get the 401k
      *        recordkeeper file. PYE-TOTAL and the counts are filled
      *        as the report prints.
               01 WS-PYE-COUNT             PIC 9(2) VALUE ZEROS.
               01 PAYEE-TABLE.
                   05 PYE-ENTRY OCCURS 20 TIMES
                           INDEXED BY PYE-IDX.
                       10 PYE-PAYEE-ID     PIC X(6).
                       10 PYE-PAYEE-NAME   PIC X(22).
                       10 PYE-METHOD       PIC X(1).
                       10 PYE-ROUTING      PIC 9(9).
                       10 PYE-ACCOUNT      PIC X(17).
                       10 PYE-ACCT-TYPE    PIC X(1).
                       10 PYE-FORMAT       PIC X(1).
                       10 PYE-TOTAL        PIC S9(8)V99.
                       10 PYE-ARREARS      PIC 9(8)V99.
                       10 PYE-LINES        PIC 9(5).

      *        Which payee each deduction code is owed to. The kind is
      *        the remittance detail's: 'U' union local, 'B' benefit
      *        plan (the employer's share, kind 'E', goes to the same
      *        carrier as the plan), 'V' voluntary deduction code.
      *        Keep in step with URT-LOCAL-CODE, BPT-PLAN-CODE and the
      *        VD-CODEs in use in PROJECT2.
               01 WS-PMP-COUNT             PIC 9(2) VALUE ZEROS.
               01 PAYEE-MAP-TABLE.
                   05 PMP-ENTRY OCCURS 40 TIMES
                           INDEXED BY PMP-IDX.
                       10 PMP-DED-KIND     PIC X(1).
                       10 PMP-DED-CODE     PIC X(4).
                       10 PMP-PAYEE-ID     PIC X(6).

      *        One entry per deduction the GL carries: what the GL
      *        booked (the control records) against what the detail
      *        lines add up to. Union and benefit premium tie as one
      *        total each, the way the GL books them.
               01 WS-TIE-COUNT             PIC 9(3) VALUE ZEROS.
               01 WS-TIE-SUB               PIC 9(3) VALUE ZEROS.
               01 WS-TIE-KIND              PIC X(1) VALUE SPACE.
               01 WS-TIE-CODE              PIC X(4) VALUE SPACES.
               01 TIE-OUT-TABLE.
                   05 TIE-ENTRY OCCURS 250 TIMES
                           INDEXED BY TIE-IDX.
                       10 TIE-KIND         PIC X(1).
                       10 TIE-CODE         PIC X(4).
                       10 TIE-GL-AMOUNT    PIC S9(8)V99.
                       10 TIE-DETAIL       PIC S9(8)V99.
               01 WS-TIE-DIFF              PIC S9(8)V99 VALUE ZEROS.
               01 WS-OUT-OF-BALANCE        PIC X(1) VALUE 'N'.
               01 WS-TIE-LOST              PIC 9(4) VALUE ZEROS.

               01 WS-PAYEE-SUB             PIC 9(2) VALUE ZEROS.
               01 WS-CUR-PAYEE             PIC 9(2) VALUE ZEROS.
               01 WS-PAYEE-OPEN            PIC X(1) VALUE 'N'.
               01 WS-UNASSIGNED-SUB        PIC 9(2) VALUE 99.
               01 WS-UNASSIGNED-TOTAL      PIC S9(8)V99 VALUE ZEROS.
               01 WS-UNASSIGNED-LINES      PIC 9(5) VALUE ZEROS.

               01 TOTAL-DETAIL-LINES       PIC 9(6) VALUE ZEROS.
               01 TOTAL-REMITTED           PIC S9(9)V99 VALUE ZEROS.
               01 TOTAL-ACH-PAYEES         PIC 9(3) VALUE ZEROS.
               01 TOTAL-CHECK-PAYEES       PIC 9(3) VALUE ZEROS.
               01 TOTAL-NOTHING-DUE        PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
           0000-START.
               PERFORM 0100-INITIALIZE.
               PERFORM 0150-LOAD-PAYEE-TABLE.
               PERFORM 0160-LOAD-PAYEE-MAP.
               PERFORM 0200-READ-DETAIL.
               PERFORM 0250-CHECK-TIE-OUT.
               PERFORM 0300-SORT-DETAIL.
               PERFORM 0400-WRITE-REMITTANCES.
               PERFORM 0500-WRITE-TIE-OUT.
               IF WS-OUT-OF-BALANCE = 'N'
                   PERFORM 0600-WRITE-PAYMENT-FILE
               END-IF.
               PERFORM 0700-WRITE-TOTALS.
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
               MOVE RC-RUN-ID TO RSL-RUN-ID.
               MOVE RC-PERIOD-END TO RSL-PERIOD-END.
               MOVE RC-CHECK-DATE TO RSL-CHECK-DATE.
               OPEN OUTPUT REPORT-FILE.
               WRITE REPORT-LINE FROM RPT-HEADING-TITLE.
               WRITE REPORT-LINE FROM RUN-STAMP-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

      *        Union locals, benefit carriers, the 401k recordkeeper
      *        and the support/garnishment agencies we remit to.
           0150-LOAD-PAYEE-TABLE.
               MOVE 'UNL100' TO PYE-PAYEE-ID(1).
               MOVE 'UNION LOCAL 100' TO PYE-PAYEE-NAME(1).
               MOVE 'A' TO PYE-METHOD(1).
               MOVE 041000124 TO PYE-ROUTING(1).
               MOVE '7100023344' TO PYE-ACCOUNT(1).
               MOVE 'C' TO PYE-ACCT-TYPE(1).
               MOVE SPACE TO PYE-FORMAT(1).

               MOVE 'UNL200' TO PYE-PAYEE-ID(2).
               MOVE 'UNION LOCAL 200' TO PYE-PAYEE-NAME(2).
               MOVE 'A' TO PYE-METHOD(2).
               MOVE 041000124 TO PYE-ROUTING(2).
               MOVE '7100058812' TO PYE-ACCOUNT(2).
               MOVE 'C' TO PYE-ACCT-TYPE(2).
               MOVE SPACE TO PYE-FORMAT(2).

               MOVE 'UNL300' TO PYE-PAYEE-ID(3).
               MOVE 'UNION LOCAL 300' TO PYE-PAYEE-NAME(3).
               MOVE 'C' TO PYE-METHOD(3).
               MOVE ZEROS TO PYE-ROUTING(3).
               MOVE SPACES TO PYE-ACCOUNT(3).
               MOVE SPACE TO PYE-ACCT-TYPE(3).
               MOVE SPACE TO PYE-FORMAT(3).

               MOVE 'UNL400' TO PYE-PAYEE-ID(4).
               MOVE 'UNION LOCAL 400' TO PYE-PAYEE-NAME(4).
               MOVE 'C' TO PYE-METHOD(4).
               MOVE ZEROS TO PYE-ROUTING(4).
               MOVE SPACES TO PYE-ACCOUNT(4).
               MOVE SPACE TO PYE-ACCT-TYPE(4).
               MOVE SPACE TO PYE-FORMAT(4).

               MOVE 'UNL500' TO PYE-PAYEE-ID(5).
               MOVE 'UNION LOCAL 500' TO PYE-PAYEE-NAME(5).
               MOVE 'A' TO PYE-METHOD(5).
               MOVE 071000013 TO PYE-ROUTING(5).
               MOVE '5500193027' TO PYE-ACCOUNT(5).
               MOVE 'C' TO PYE-ACCT-TYPE(5).
               MOVE SPACE TO PYE-FORMAT(5).

               MOVE 'MEDCAR' TO PYE-PAYEE-ID(6).
               MOVE 'BLUE RIVER HEALTH PLAN' TO PYE-PAYEE-NAME(6).
               MOVE 'A' TO PYE-METHOD(6).
               MOVE 021000021 TO PYE-ROUTING(6).
               MOVE '3300917755' TO PYE-ACCOUNT(6).
               MOVE 'C' TO PYE-ACCT-TYPE(6).
               MOVE SPACE TO PYE-FORMAT(6).

               MOVE 'DENCAR' TO PYE-PAYEE-ID(7).
               MOVE 'RIDGELINE DENTAL' TO PYE-PAYEE-NAME(7).
               MOVE 'A' TO PYE-METHOD(7).
               MOVE 021000021 TO PYE-ROUTING(7).
               MOVE '3300920418' TO PYE-ACCOUNT(7).
               MOVE 'C' TO PYE-ACCT-TYPE(7).
               MOVE SPACE TO PYE-FORMAT(7).

               MOVE 'VISCAR' TO PYE-PAYEE-ID(8).
               MOVE 'CLEARVIEW VISION' TO PYE-PAYEE-NAME(8).
               MOVE 'C' TO PYE-METHOD(8).
               MOVE ZEROS TO PYE-ROUTING(8).
               MOVE SPACES TO PYE-ACCOUNT(8).
               MOVE SPACE TO PYE-ACCT-TYPE(8).
               MOVE SPACE TO PYE-FORMAT(8).

               MOVE 'RK401K' TO PYE-PAYEE-ID(9).
               MOVE 'SUMMIT RETIREMENT SVCS' TO PYE-PAYEE-NAME(9).
               MOVE 'A' TO PYE-METHOD(9).
               MOVE 011000028 TO PYE-ROUTING(9).
               MOVE '9081726354' TO PYE-ACCOUNT(9).
               MOVE 'C' TO PYE-ACCT-TYPE(9).
               MOVE 'K' TO PYE-FORMAT(9).

               MOVE 'HSATRU' TO PYE-PAYEE-ID(10).
               MOVE 'HEALTH SAVINGS TRUST' TO PYE-PAYEE-NAME(10).
               MOVE 'A' TO PYE-METHOD(10).
               MOVE 011000028 TO PYE-ROUTING(10).
               MOVE '9081799120' TO PYE-ACCOUNT(10).
               MOVE 'C' TO PYE-ACCT-TYPE(10).
               MOVE SPACE TO PYE-FORMAT(10).

               MOVE 'SDU001' TO PYE-PAYEE-ID(11).
               MOVE 'STATE DISBURSEMENT UNT' TO PYE-PAYEE-NAME(11).
               MOVE 'A' TO PYE-METHOD(11).
               MOVE 044000024 TO PYE-ROUTING(11).
               MOVE '0000451200' TO PYE-ACCOUNT(11).
               MOVE 'C' TO PYE-ACCT-TYPE(11).
               MOVE SPACE TO PYE-FORMAT(11).

               MOVE 'GARN01' TO PYE-PAYEE-ID(12).
               MOVE 'COUNTY SHERIFF GARNISH' TO PYE-PAYEE-NAME(12).
               MOVE 'C' TO PYE-METHOD(12).
               MOVE ZEROS TO PYE-ROUTING(12).
               MOVE SPACES TO PYE-ACCOUNT(12).
               MOVE SPACE TO PYE-ACCT-TYPE(12).
               MOVE SPACE TO PYE-FORMAT(12).

               MOVE 'UWAY01' TO PYE-PAYEE-ID(13).
               MOVE 'UNITED WAY' TO PYE-PAYEE-NAME(13).
               MOVE 'C' TO PYE-METHOD(13).
               MOVE ZEROS TO PYE-ROUTING(13).
               MOVE SPACES TO PYE-ACCOUNT(13).
               MOVE SPACE TO PYE-ACCT-TYPE(13).
               MOVE SPACE TO PYE-FORMAT(13).

               MOVE 13 TO WS-PYE-COUNT.
               PERFORM VARYING PYE-IDX FROM 1 BY 1
                       UNTIL PYE-IDX > WS-PYE-COUNT
                   MOVE ZEROS TO PYE-TOTAL(PYE-IDX)
                   MOVE ZEROS TO PYE-ARREARS(PYE-IDX)
                   MOVE ZEROS TO PYE-LINES(PYE-IDX)
               END-PERFORM.

           0160-LOAD-PAYEE-MAP.
               MOVE 'U' TO PMP-DED-KIND(1).
               MOVE 'L100' TO PMP-DED-CODE(1).
               MOVE 'UNL100' TO PMP-PAYEE-ID(1).
               MOVE 'U' TO PMP-DED-KIND(2).
               MOVE 'L200' TO PMP-DED-CODE(2).
               MOVE 'UNL200' TO PMP-PAYEE-ID(2).
               MOVE 'U' TO PMP-DED-KIND(3).
               MOVE 'L300' TO PMP-DED-CODE(3).
               MOVE 'UNL300' TO PMP-PAYEE-ID(3).
               MOVE 'U' TO PMP-DED-KIND(4).
               MOVE 'L400' TO PMP-DED-CODE(4).
               MOVE 'UNL400' TO PMP-PAYEE-ID(4).
               MOVE 'U' TO PMP-DED-KIND(5).
               MOVE 'L500' TO PMP-DED-CODE(5).
               MOVE 'UNL500' TO PMP-PAYEE-ID(5).

               MOVE 'B' TO PMP-DED-KIND(6).
               MOVE 'MEDS' TO PMP-DED-CODE(6).
               MOVE 'MEDCAR' TO PMP-PAYEE-ID(6).
               MOVE 'B' TO PMP-DED-KIND(7).
               MOVE 'MEDF' TO PMP-DED-CODE(7).
               MOVE 'MEDCAR' TO PMP-PAYEE-ID(7).
               MOVE 'B' TO PMP-DED-KIND(8).
               MOVE 'DENS' TO PMP-DED-CODE(8).
               MOVE 'DENCAR' TO PMP-PAYEE-ID(8).
               MOVE 'B' TO PMP-DED-KIND(9).
               MOVE 'DENF' TO PMP-DED-CODE(9).
               MOVE 'DENCAR' TO PMP-PAYEE-ID(9).
               MOVE 'B' TO PMP-DED-KIND(10).
               MOVE 'VISS' TO PMP-DED-CODE(10).
               MOVE 'VISCAR' TO PMP-PAYEE-ID(10).
               MOVE 'B' TO PMP-DED-KIND(11).
               MOVE 'VISF' TO PMP-DED-CODE(11).
               MOVE 'VISCAR' TO PMP-PAYEE-ID(11).

               MOVE 'V' TO PMP-DED-KIND(12).
               MOVE '401K' TO PMP-DED-CODE(12).
               MOVE 'RK401K' TO PMP-PAYEE-ID(12).
               MOVE 'V' TO PMP-DED-KIND(13).
               MOVE 'ROTH' TO PMP-DED-CODE(13).
               MOVE 'RK401K' TO PMP-PAYEE-ID(13).
               MOVE 'V' TO PMP-DED-KIND(14).
               MOVE '401L' TO PMP-DED-CODE(14).
               MOVE 'RK401K' TO PMP-PAYEE-ID(14).
               MOVE 'V' TO PMP-DED-KIND(15).
               MOVE 'HSA' TO PMP-DED-CODE(15).
               MOVE 'HSATRU' TO PMP-PAYEE-ID(15).
               MOVE 'V' TO PMP-DED-KIND(16).
               MOVE 'CSUP' TO PMP-DED-CODE(16).
               MOVE 'SDU001' TO PMP-PAYEE-ID(16).
               MOVE 'V' TO PMP-DED-KIND(17).
               MOVE 'CGAR' TO PMP-DED-CODE(17).
               MOVE 'GARN01' TO PMP-PAYEE-ID(17).
               MOVE 'V' TO PMP-DED-KIND(18).
               MOVE 'UWAY' TO PMP-DED-CODE(18).
               MOVE 'UWAY01' TO PMP-PAYEE-ID(18).

               MOVE 18 TO WS-PMP-COUNT.

      *        The detail file must be the one PROJECT2 wrote for the
      *        run on the control card - a stale file would remit a
      *        prior payday twice.
           0200-READ-DETAIL.
               OPEN INPUT REMIT-DETAIL-FILE.
               IF WS-REMIT-STATUS NOT = '00'
                   DISPLAY 'REMITTANCE DETAIL REMITDTL.TXT MISSING - '
                       'STATUS ' WS-REMIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT REMIT-WORK-FILE.
               MOVE 'N' TO DETAIL-EOF.
               PERFORM UNTIL DETAIL-EOF = 'Y'
                   READ REMIT-DETAIL-FILE
                       AT END
                           MOVE 'Y' TO DETAIL-EOF
                       NOT AT END
                           IF RD-RUN-ID NOT = RC-RUN-ID
                               DISPLAY 'REMITDTL.TXT IS FOR RUN '
                                   RD-RUN-ID ' NOT ' RC-RUN-ID
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF RD-REC-TYPE = 'C'
                               PERFORM 0210-POST-CONTROL
                           ELSE
                               PERFORM 0220-POST-DETAIL
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE REMIT-WORK-FILE.
               CLOSE REMIT-DETAIL-FILE.

           0210-POST-CONTROL.
               MOVE RD-DED-KIND TO WS-TIE-KIND.
               MOVE RD-DED-CODE TO WS-TIE-CODE.
               PERFORM 0270-FIND-TIE-ENTRY.
               IF WS-TIE-SUB > ZEROS
                   SET TIE-IDX TO WS-TIE-SUB
                   ADD RD-AMOUNT TO TIE-GL-AMOUNT(TIE-IDX)
               END-IF.

      *        Union dues and employee premium tie as one total each;
      *        the employer share and voluntary deductions by code.
           0220-POST-DETAIL.
               ADD 1 TO TOTAL-DETAIL-LINES.
               MOVE RD-DED-KIND TO WS-TIE-KIND.
               IF RD-DED-KIND = 'U' OR RD-DED-KIND = 'B'
                   MOVE 'ALL' TO WS-TIE-CODE
               ELSE
                   MOVE RD-DED-CODE TO WS-TIE-CODE
               END-IF.
               PERFORM 0270-FIND-TIE-ENTRY.
               IF WS-TIE-SUB > ZEROS
                   SET TIE-IDX TO WS-TIE-SUB
                   ADD RD-AMOUNT TO TIE-DETAIL(TIE-IDX)
               END-IF.

               MOVE WS-UNASSIGNED-SUB TO WS-PAYEE-SUB.
               PERFORM VARYING PMP-IDX FROM 1 BY 1
                       UNTIL PMP-IDX > WS-PMP-COUNT
                   IF PMP-DED-CODE(PMP-IDX) = RD-DED-CODE
                           AND (PMP-DED-KIND(PMP-IDX) = RD-DED-KIND
                               OR (PMP-DED-KIND(PMP-IDX) = 'B'
                                   AND RD-DED-KIND = 'E'))
                       PERFORM VARYING PYE-IDX FROM 1 BY 1
                               UNTIL PYE-IDX > WS-PYE-COUNT
                           IF PYE-PAYEE-ID(PYE-IDX) =
                                   PMP-PAYEE-ID(PMP-IDX)
                               SET WS-PAYEE-SUB TO PYE-IDX
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.
               MOVE WS-PAYEE-SUB TO RW-PAYEE-SUB.
               MOVE RD-EMPLOYEE-NUMBER TO RW-EMPLOYEE-NUMBER.
               MOVE RD-DED-KIND TO RW-DED-KIND.
               MOVE RD-DED-CODE TO RW-DED-CODE.
               MOVE RD-SOURCE TO RW-SOURCE.
               MOVE RD-EMPLOYEE-NAME TO RW-EMPLOYEE-NAME.
               MOVE RD-AMOUNT TO RW-AMOUNT.
               MOVE RD-ARREARS-COLL TO RW-ARREARS-COLL.
               MOVE RD-GROSS TO RW-GROSS.
               WRITE REMIT-WORK-RECORD.

      *        Every GL total must be matched by the detail to the
      *        cent, and every detail line must have a GL total to
      *        match.
           0250-CHECK-TIE-OUT.
               IF WS-TIE-LOST > ZEROS
                   MOVE 'Y' TO WS-OUT-OF-BALANCE
               END-IF.
               PERFORM VARYING TIE-IDX FROM 1 BY 1
                       UNTIL TIE-IDX > WS-TIE-COUNT
                   IF TIE-GL-AMOUNT(TIE-IDX) NOT = TIE-DETAIL(TIE-IDX)
                       MOVE 'Y' TO WS-OUT-OF-BALANCE
                   END-IF
               END-PERFORM.

           0270-FIND-TIE-ENTRY.
               MOVE ZEROS TO WS-TIE-SUB.
               PERFORM VARYING TIE-IDX FROM 1 BY 1
                       UNTIL TIE-IDX > WS-TIE-COUNT
                   IF TIE-KIND(TIE-IDX) = WS-TIE-KIND
                           AND TIE-CODE(TIE-IDX) = WS-TIE-CODE
                       SET WS-TIE-SUB TO TIE-IDX
                   END-IF
               END-PERFORM.
               IF WS-TIE-SUB = ZEROS
                   IF WS-TIE-COUNT < 250
                       ADD 1 TO WS-TIE-COUNT
                       SET TIE-IDX TO WS-TIE-COUNT
                       MOVE WS-TIE-KIND TO TIE-KIND(TIE-IDX)
                       MOVE WS-TIE-CODE TO TIE-CODE(TIE-IDX)
                       MOVE ZEROS TO TIE-GL-AMOUNT(TIE-IDX)
                       MOVE ZEROS TO TIE-DETAIL(TIE-IDX)
                       MOVE WS-TIE-COUNT TO WS-TIE-SUB
                   ELSE
                       ADD 1 TO WS-TIE-LOST
                   END-IF
               END-IF.

           0300-SORT-DETAIL.
               SORT REMIT-SORT-WORK
                   ON ASCENDING KEY RSW-PAYEE-SUB
                   ON ASCENDING KEY RSW-EMPLOYEE-NUMBER
                   ON ASCENDING KEY RSW-DED-KIND
                   ON ASCENDING KEY RSW-DED-CODE
                   USING REMIT-WORK-FILE
                   GIVING REMIT-SORTED-FILE.

      *        One section per payee. The recordkeeper file is only
      *        written when the run ties to the GL - the same rule as
      *        the payment file.
           0400-WRITE-REMITTANCES.
               IF WS-OUT-OF-BALANCE = 'N'
                   OPEN OUTPUT RECORDKEEPER-FILE
                   MOVE RK-PLAN-NUMBER TO RKH-PLAN-NUMBER
                   MOVE RC-RUN-ID TO RKH-RUN-ID
                   MOVE RC-PERIOD-END TO RKH-PERIOD-END
                   MOVE RC-CHECK-DATE TO RKH-CHECK-DATE
                   WRITE RECORDKEEPER-LINE FROM RK-HEADER-RECORD
               END-IF.
               OPEN INPUT REMIT-SORTED-FILE.
               MOVE 'N' TO WS-PAYEE-OPEN.
               MOVE 'N' TO SORTED-EOF.
               PERFORM UNTIL SORTED-EOF = 'Y'
                   READ REMIT-SORTED-FILE INTO REMIT-WORK-RECORD
                       AT END
                           MOVE 'Y' TO SORTED-EOF
                       NOT AT END
                           IF WS-PAYEE-OPEN = 'Y'
                                   AND RW-PAYEE-SUB NOT = WS-CUR-PAYEE
                               PERFORM 0450-CLOSE-PAYEE
                           END-IF
                           IF WS-PAYEE-OPEN = 'N'
                               PERFORM 0410-OPEN-PAYEE
                           END-IF
                           PERFORM 0420-LIST-DETAIL
                   END-READ
               END-PERFORM.
               IF WS-PAYEE-OPEN = 'Y'
                   PERFORM 0450-CLOSE-PAYEE
               END-IF.
               CLOSE REMIT-SORTED-FILE.
               IF WS-OUT-OF-BALANCE = 'N'
                   MOVE WS-RK-COUNT TO RKT-RECORD-COUNT
                   MOVE WS-RK-TOTAL TO RKT-TOTAL
                   WRITE RECORDKEEPER-LINE FROM RK-TRAILER-RECORD
                   CLOSE RECORDKEEPER-FILE
                   PERFORM 0460-PROVE-RK-FILE
               END-IF.

           0410-OPEN-PAYEE.
               MOVE 'Y' TO WS-PAYEE-OPEN.
               MOVE RW-PAYEE-SUB TO WS-CUR-PAYEE.
               IF WS-CUR-PAYEE = WS-UNASSIGNED-SUB
                   MOVE SPACES TO RPT-PH-PAYEE-ID
                   MOVE 'NO PAYEE ON FILE' TO RPT-PH-PAYEE-NAME
                   MOVE 'NOT REMITTED' TO RPT-PH-METHOD
               ELSE
                   SET PYE-IDX TO WS-CUR-PAYEE
                   MOVE PYE-PAYEE-ID(PYE-IDX) TO RPT-PH-PAYEE-ID
                   MOVE PYE-PAYEE-NAME(PYE-IDX) TO RPT-PH-PAYEE-NAME
                   IF PYE-METHOD(PYE-IDX) = 'A'
                       MOVE 'ACH CCD' TO RPT-PH-METHOD
                   ELSE
                       MOVE 'CHECK' TO RPT-PH-METHOD
                   END-IF
                   IF PYE-FORMAT(PYE-IDX) = 'K'
                       MOVE ' + 401K FILE' TO RPT-PH-METHOD(8:12)
                   END-IF
               END-IF.
               WRITE REPORT-LINE FROM RPT-PAYEE-HEADING.
               WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.

           0420-LIST-DETAIL.
               MOVE RW-EMPLOYEE-NUMBER TO RPT-EMP-NUM.
               MOVE RW-EMPLOYEE-NAME TO RPT-EMP-NAME.
               EVALUATE RW-DED-KIND
                   WHEN 'U'
                       MOVE 'UNION' TO RPT-KIND
                   WHEN 'B'
                       MOVE 'EE PREM' TO RPT-KIND
                   WHEN 'E'
                       MOVE 'ER PREM' TO RPT-KIND
                   WHEN OTHER
                       MOVE 'DEDUCT' TO RPT-KIND
               END-EVALUATE.
               MOVE RW-DED-CODE TO RPT-CODE.
               EVALUATE RW-SOURCE
                   WHEN 'A'
                       MOVE 'ADJUST' TO RPT-SOURCE
                   WHEN 'R'
                       MOVE 'REVERSAL' TO RPT-SOURCE
                   WHEN OTHER
                       MOVE 'PAY RUN' TO RPT-SOURCE
               END-EVALUATE.
               MOVE RW-AMOUNT TO RPT-AMOUNT.
               MOVE RW-ARREARS-COLL TO RPT-ARREARS.
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
               IF WS-CUR-PAYEE = WS-UNASSIGNED-SUB
                   ADD RW-AMOUNT TO WS-UNASSIGNED-TOTAL
                   ADD 1 TO WS-UNASSIGNED-LINES
               ELSE
                   SET PYE-IDX TO WS-CUR-PAYEE
                   ADD RW-AMOUNT TO PYE-TOTAL(PYE-IDX)
                   ADD RW-ARREARS-COLL TO PYE-ARREARS(PYE-IDX)
                   ADD 1 TO PYE-LINES(PYE-IDX)
                   IF PYE-FORMAT(PYE-IDX) = 'K'
                           AND WS-OUT-OF-BALANCE = 'N'
                           AND RW-AMOUNT NOT = ZEROS
                       PERFORM 0430-WRITE-RK-DETAIL
                   END-IF
               END-IF.

           0430-WRITE-RK-DETAIL.
               MOVE RW-EMPLOYEE-NUMBER TO RKD-EMPLOYEE-NUMBER.
               MOVE RW-EMPLOYEE-NAME TO RKD-EMPLOYEE-NAME.
               MOVE RW-DED-CODE TO RKD-SOURCE-CODE.
               MOVE RW-AMOUNT TO RKD-CONTRIBUTION.
               MOVE RW-GROSS TO RKD-PLAN-COMP.
               MOVE RC-CHECK-DATE TO RKD-CHECK-DATE.
               MOVE RC-RUN-ID TO RKD-RUN-ID.
               WRITE RECORDKEEPER-LINE FROM RK-DETAIL-RECORD.
               ADD 1 TO WS-RK-COUNT.
               ADD RW-AMOUNT TO WS-RK-TOTAL.

      *        A payee whose reversals outrun this run's withholding
      *        is owed nothing; the shortfall is taken up with the
      *        payee by hand, not carried.
           0450-CLOSE-PAYEE.
               MOVE 'N' TO WS-PAYEE-OPEN.
               MOVE SPACES TO RPT-PT-DISP.
               IF WS-CUR-PAYEE = WS-UNASSIGNED-SUB
                   MOVE WS-UNASSIGNED-LINES TO RPT-PT-LINES
                   MOVE WS-UNASSIGNED-TOTAL TO RPT-PT-AMOUNT
                   MOVE ZEROS TO RPT-PT-ARREARS
                   MOVE 'ADD A PAYEE - NOT PAID' TO RPT-PT-DISP
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   SET PYE-IDX TO WS-CUR-PAYEE
                   MOVE PYE-LINES(PYE-IDX) TO RPT-PT-LINES
                   MOVE PYE-TOTAL(PYE-IDX) TO RPT-PT-AMOUNT
                   MOVE PYE-ARREARS(PYE-IDX) TO RPT-PT-ARREARS
                   IF PYE-TOTAL(PYE-IDX) NOT > ZEROS
                       MOVE 'NOTHING DUE - RECOVER BY HAND'
                           TO RPT-PT-DISP
                       ADD 1 TO TOTAL-NOTHING-DUE
                       IF RETURN-CODE = 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       ADD PYE-TOTAL(PYE-IDX) TO TOTAL-REMITTED
                       IF PYE-METHOD(PYE-IDX) = 'A'
                           ADD 1 TO TOTAL-ACH-PAYEES
                       ELSE
                           MOVE 'ACCOUNTS PAYABLE CHECK'
                               TO RPT-PT-DISP
                           ADD 1 TO TOTAL-CHECK-PAYEES
                       END-IF
                   END-IF
               END-IF.
               WRITE REPORT-LINE FROM RPT-PAYEE-TOTAL-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.

      *        The recordkeeper file must carry exactly what the 401k
      *        payees are sent. If it does not, nothing is paid.
           0460-PROVE-RK-FILE.
               MOVE ZEROS TO WS-RK-PAYEE-TOTAL.
               PERFORM VARYING PYE-IDX FROM 1 BY 1
                       UNTIL PYE-IDX > WS-PYE-COUNT
                   IF PYE-FORMAT(PYE-IDX) = 'K'
                       ADD PYE-TOTAL(PYE-IDX) TO WS-RK-PAYEE-TOTAL
                   END-IF
               END-PERFORM.
               IF WS-RK-TOTAL NOT = WS-RK-PAYEE-TOTAL
                   MOVE 'Y' TO WS-OUT-OF-BALANCE
                   MOVE
                     '401K FILE DOES NOT TIE TO RECORDKEEPER REMITTANCE'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
                   DISPLAY 'REMIT: 401K FILE TOTAL ' WS-RK-TOTAL
                       ' DIFFERS FROM RECORDKEEPER REMITTANCE '
                       WS-RK-PAYEE-TOTAL
                   MOVE 8 TO RETURN-CODE
               END-IF.

           0500-WRITE-TIE-OUT.
               WRITE REPORT-LINE FROM RPT-TIE-HEADING.
               PERFORM VARYING TIE-IDX FROM 1 BY 1
                       UNTIL TIE-IDX > WS-TIE-COUNT
                   EVALUATE TIE-KIND(TIE-IDX)
                       WHEN 'U'
                           MOVE 'UNION' TO RPT-TIE-KIND
                       WHEN 'B'
                           MOVE 'HEALTH' TO RPT-TIE-KIND
                       WHEN 'E'
                           MOVE 'BENEFIT-ER' TO RPT-TIE-KIND
                       WHEN OTHER
                           MOVE 'DEDUCTION' TO RPT-TIE-KIND
                   END-EVALUATE
                   MOVE TIE-CODE(TIE-IDX) TO RPT-TIE-CODE
                   MOVE TIE-GL-AMOUNT(TIE-IDX) TO RPT-TIE-GL
                   MOVE TIE-DETAIL(TIE-IDX) TO RPT-TIE-DETAIL
                   COMPUTE WS-TIE-DIFF =
                       TIE-DETAIL(TIE-IDX) - TIE-GL-AMOUNT(TIE-IDX)
                   MOVE WS-TIE-DIFF TO RPT-TIE-DIFF
                   IF WS-TIE-DIFF = ZEROS
                       MOVE 'OK' TO RPT-TIE-STATUS
                   ELSE
                       MOVE 'OUT OF BALANCE' TO RPT-TIE-STATUS
                   END-IF
                   WRITE REPORT-LINE FROM RPT-TIE-LINE
               END-PERFORM.
               IF WS-TIE-LOST > ZEROS
                   MOVE 'TIE-OUT TABLE FULL - CODES NOT PROVED'
                       TO RPT-STATUS-TEXT
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               IF WS-OUT-OF-BALANCE = 'Y'
                   MOVE 'NOT IN BALANCE WITH GL - NO PAYMENT'
                       TO RPT-STATUS-TEXT
                   MOVE 'OR 401K FILE WRITTEN' TO RPT-STATUS-TEXT(37:20)
                   WRITE REPORT-LINE FROM RPT-STATUS-LINE
                   DISPLAY 'REMIT: DETAIL DOES NOT TIE TO GL TOTALS - '
                       'NOTHING PAID'
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *        One CCD credit per electronic payee with something due,
      *        then the batch and file controls and block padding,
      *        built the way PROJECT2 builds the payroll file.
           0600-WRITE-PAYMENT-FILE.
               OPEN OUTPUT REMIT-ACH-FILE.
               MOVE ACH-IMMED-DEST TO NFH-IMMED-DEST.
               MOVE ACH-IMMED-ORIGIN TO NFH-IMMED-ORIGIN.
               MOVE RC-CHECK-DATE(3:6) TO NFH-CREATE-DATE.
               MOVE ACH-IMMED-DEST-NAME TO NFH-DEST-NAME.
               MOVE ACH-COMPANY-NAME TO NFH-ORIGIN-NAME.
               MOVE RC-RUN-ID TO NFH-REFERENCE.
               WRITE ACH-LINE FROM NACHA-FILE-HEADER.
               MOVE ACH-COMPANY-NAME TO NBH-COMPANY-NAME.
               MOVE ACH-COMPANY-ID TO NBH-COMPANY-ID.
               MOVE RC-PERIOD-END(3:6) TO NBH-DESC-DATE.
               MOVE RC-CHECK-DATE(3:6) TO NBH-EFF-DATE.
               MOVE ACH-ODFI-PREFIX TO NBH-ODFI.
               WRITE ACH-LINE FROM NACHA-BATCH-HEADER.

               PERFORM VARYING PYE-IDX FROM 1 BY 1
                       UNTIL PYE-IDX > WS-PYE-COUNT
                   IF PYE-METHOD(PYE-IDX) = 'A'
                           AND PYE-TOTAL(PYE-IDX) > ZEROS
                       PERFORM 0610-WRITE-PAYEE-ENTRY
                   END-IF
               END-PERFORM.

               MOVE WS-ACH-ENTRY-COUNT TO NBC-ENTRY-COUNT.
               MOVE WS-ACH-HASH TO NBC-HASH.
               COMPUTE WS-ACH-CREDIT-CENTS = TOTAL-ACH-PAID * 100.
               MOVE WS-ACH-CREDIT-CENTS TO NBC-CREDIT.
               MOVE ACH-COMPANY-ID TO NBC-COMPANY-ID.
               MOVE ACH-ODFI-PREFIX TO NBC-ODFI.
               WRITE ACH-LINE FROM NACHA-BATCH-CONTROL.
               COMPUTE WS-ACH-REC-COUNT = WS-ACH-ENTRY-COUNT + 4.
               COMPUTE WS-ACH-BLOCKS = (WS-ACH-REC-COUNT + 9) / 10.
               MOVE WS-ACH-BLOCKS TO NFC-BLOCK-COUNT.
               MOVE WS-ACH-ENTRY-COUNT TO NFC-ENTRY-COUNT.
               MOVE WS-ACH-HASH TO NFC-HASH.
               MOVE WS-ACH-CREDIT-CENTS TO NFC-CREDIT.
               WRITE ACH-LINE FROM NACHA-FILE-CONTROL.
               COMPUTE WS-ACH-PAD-COUNT =
                   (WS-ACH-BLOCKS * 10) - WS-ACH-REC-COUNT.
               IF WS-ACH-PAD-COUNT > ZEROS
                   PERFORM 0620-WRITE-ACH-PAD-LINE
                       WS-ACH-PAD-COUNT TIMES
               END-IF.
               CLOSE REMIT-ACH-FILE.

           0610-WRITE-PAYEE-ENTRY.
               ADD 1 TO WS-ACH-ENTRY-COUNT.
               COMPUTE WS-ACH-HASH =
                   WS-ACH-HASH + PYE-ROUTING(PYE-IDX) / 10.
               IF PYE-ACCT-TYPE(PYE-IDX) = 'S'
                   MOVE 32 TO NED-TRAN-CODE
               ELSE
                   MOVE 22 TO NED-TRAN-CODE
               END-IF.
               MOVE PYE-ROUTING(PYE-IDX)(1:8) TO NED-ROUTING-RT8.
               MOVE PYE-ROUTING(PYE-IDX)(9:1) TO NED-ROUTING-CHECK.
               MOVE PYE-ACCOUNT(PYE-IDX) TO NED-ACCOUNT.
               COMPUTE NED-AMOUNT = PYE-TOTAL(PYE-IDX) * 100.
               MOVE PYE-PAYEE-ID(PYE-IDX) TO NED-INDIVIDUAL-ID.
               MOVE PYE-PAYEE-NAME(PYE-IDX) TO NED-INDIVIDUAL-NAME.
               MOVE ACH-ODFI-PREFIX TO NED-TRACE-ODFI.
               MOVE WS-ACH-ENTRY-COUNT TO NED-TRACE-SEQ.
               WRITE ACH-LINE FROM NACHA-ENTRY-DETAIL.
               ADD PYE-TOTAL(PYE-IDX) TO TOTAL-ACH-PAID.

           0620-WRITE-ACH-PAD-LINE.
               WRITE ACH-LINE FROM NACHA-PAD-LINE.

           0700-WRITE-TOTALS.
               MOVE 'DEDUCTION LINES' TO RPT-CNT-LABEL.
               MOVE TOTAL-DETAIL-LINES TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'PAYEES PAID BY ACH' TO RPT-CNT-LABEL.
               MOVE TOTAL-ACH-PAYEES TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'PAYEES PAID BY CHECK' TO RPT-CNT-LABEL.
               MOVE TOTAL-CHECK-PAYEES TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               IF TOTAL-NOTHING-DUE > ZEROS
                   MOVE 'PAYEES WITH NOTHING DUE' TO RPT-CNT-LABEL
                   MOVE TOTAL-NOTHING-DUE TO RPT-CNT-VALUE
                   WRITE REPORT-LINE FROM RPT-COUNT-LINE
               END-IF.
               MOVE '401K CONTRIBUTION RECORDS' TO RPT-CNT-LABEL.
               MOVE WS-RK-COUNT TO RPT-CNT-VALUE.
               WRITE REPORT-LINE FROM RPT-COUNT-LINE.
               MOVE 'TOTAL DUE TO PAYEES' TO RPT-AMT-LABEL.
               MOVE TOTAL-REMITTED TO RPT-AMT-VALUE.
               WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
               MOVE 'PAID BY ACH' TO RPT-AMT-LABEL.
               MOVE TOTAL-ACH-PAID TO RPT-AMT-VALUE.
               WRITE REPORT-LINE FROM RPT-AMOUNT-LINE.
               IF WS-UNASSIGNED-LINES > ZEROS
                   MOVE 'WITHHELD WITH NO PAYEE' TO RPT-AMT-LABEL
                   MOVE WS-UNASSIGNED-TOTAL TO RPT-AMT-VALUE
                   WRITE REPORT-LINE FROM RPT-AMOUNT-LINE
               END-IF.
               DISPLAY 'REMIT: ' TOTAL-DETAIL-LINES ' LINES, '
                   TOTAL-ACH-PAYEES ' ACH PAYEES, '
                   TOTAL-CHECK-PAYEES ' CHECK PAYEES'.
