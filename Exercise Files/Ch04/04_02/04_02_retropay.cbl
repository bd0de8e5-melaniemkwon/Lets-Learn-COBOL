       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
      * RETROACTIVE PAY FOR BACK-DATED SALARY CHANGES. SALPOST STAMPS
      * EVERY SALHIST.DAT RECORD WITH THE DATE IT WAS POSTED; A CHANGE
      * POSTED AFTER A PERIOD WAS PAID BUT EFFECTIVE ON OR BEFORE THAT
      * PERIOD'S DATE WAS MISSED BY THE PAY RUN. FOR EVERY PERIOD
      * PAYCLOSE HAS CLOSED IN PAYCTL.DAT THIS RUN WORKS OUT WHAT WAS
      * PAID (THE SALARY IN FORCE FROM THE RECORDS ALREADY ON FILE AT
      * PAY TIME) AGAINST WHAT SHOULD HAVE BEEN PAID (ALL RECORDS),
      * BOTH WITHHELD ON THE SAME BASIS PAYCALC USED FOR THAT PERIOD --
      * THE EMPLOYEE'S WHLDIDX.DAT PROFILE (FILING STATUS, ALLOWANCES,
      * EXEMPT, EXTRA WITHHOLDING, WORK STATE) AGAINST THE WHRATES.DAT
      * SETS IN FORCE ON THE PERIOD DATE, OR THAT PERIOD'S OWN
      * PAYRATES.DAT RATE SET WHERE THERE IS NO PROFILE OR SET -- AND:
      *   - WRITES ONE RETROADJ.DAT RECORD PER EMPLOYEE PER PERIOD
      *     THAT DIFFERS -- GROSS AND WITHHOLDING DIFFERENCE -- FOR
      *     THE NEXT PAYCALC RUN TO PAY AS A SEPARATE RETRO LINE;
      *   - PRINTS THE RETRO DETAIL REPORT (RETRORPT.DAT) WITH TOTALS
      *     AND AN HR SIGN-OFF BLOCK;
      *   - STAMPS THE SALARY RECORDS IT SETTLED WITH THE PERIOD DATE
      *     THEY ARE NOW PAID THROUGH (SH-RETRO-DATE), SO A CHANGE IS
      *     NEVER ADJUSTED TWICE.
      * AN HOURLY EMPLOYEE (PAYTYIDX.DAT) WAS PAID FROM TIME CARDS, NOT
      * FROM SALARY, SO IS LISTED AS AN EXCEPTION AND NEVER ADJUSTED.
      * RUN IT AFTER PAYCLOSE AND BEFORE THE NEXT PERIOD'S PAYCALC. THE
      * ADJUSTMENTS ARE TAGGED WITH THAT NEXT PERIOD; UNTIL ITS PAYCALC
      * HAS RUN THE BATCH IS STILL OWED AND A SECOND RUN IS REFUSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAYCTL-FILE ASSIGN TO "PAYCTL.DAT"
        FILE STATUS IS CTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SALHIST-FILE ASSIGN TO "SALHIST.DAT"
        FILE STATUS IS SALHIST-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY.

       SELECT PAYRATE-FILE ASSIGN TO "PAYRATES.DAT"
        FILE STATUS IS PAYRATE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-EFF-DATE.

       SELECT EMPIDX-FILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID-IDX
        ALTERNATE RECORD KEY IS EMP-LASTNAME-IDX
           WITH DUPLICATES.

       SELECT EMPSTAT-FILE ASSIGN TO "EMPSTIDX.DAT"
        FILE STATUS IS EMPSTAT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EST-EMP-ID.

       SELECT PAYTYPE-FILE ASSIGN TO "PAYTYIDX.DAT"
        FILE STATUS IS PAYTY-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PT-EMP-ID.

       SELECT WHLD-FILE ASSIGN TO "WHLDIDX.DAT"
        FILE STATUS IS WHLD-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WP-EMP-ID.

       SELECT WHRATE-FILE ASSIGN TO "WHRATES.DAT"
        FILE STATUS IS WHRATE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WR-KEY.

       SELECT RETROADJ-FILE ASSIGN TO "RETROADJ.DAT"
        FILE STATUS IS RETRO-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORT-FILE ASSIGN TO "RETRORPT.DAT"
        FILE STATUS IS RPT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYCTL-FILE.
       01 PAYCTL-RECORD.
           88 CTLATEOF VALUE HIGH-VALUES.
           05 CTL-PERIOD         PIC 9(2).
           05 CTL-EMP-DONE       PIC X.
           05 CTL-EMP-DATE       PIC 9(8).
           05 CTL-PAY-DONE       PIC X.
           05 CTL-PAY-DATE       PIC 9(8).
           05 CTL-CLOSED         PIC X.
           05 CTL-CLOSE-DATE     PIC X(8).
           05 CTL-PERIOD-DATE    PIC X(8).

       FD SALHIST-FILE.
       01 SALHIST-RECORD.
           05 SH-KEY.
              10 SH-EMP-ID       PIC 9(7).
              10 SH-EFF-DATE     PIC 9(8).
           05 SH-AMOUNT          PIC 9(9).
           05 SH-POST-DATE       PIC 9(8).
           05 SH-RETRO-DATE      PIC 9(8).

       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           05 PR-EFF-DATE        PIC 9(8).
           05 PR-FED-BRACKET OCCURS 4 TIMES.
              10 PR-FED-LOW      PIC 9(9).
              10 PR-FED-HIGH     PIC 9(9).
              10 PR-FED-RATE     PIC 9V999.
           05 PR-STATE-BRACKET OCCURS 4 TIMES.
              10 PR-STATE-LOW    PIC 9(9).
              10 PR-STATE-HIGH   PIC 9(9).
              10 PR-STATE-RATE   PIC 9V999.
           05 PR-BENEFITS-ANNUAL PIC 9(7).

       FD EMPIDX-FILE.
       01 EMPRECIDX.
           05 EMP-ID-IDX            PIC 9(7).
           05 EMP-LASTNAME-IDX      PIC X(10).
           05 EMP-FIRSTNAME-IDX     PIC X(10).
           05 EMP-START-YEAR-IDX    PIC 9(4).
           05 EMP-START-MONTH-IDX   PIC 9(2).
           05 EMP-START-DAY-IDX     PIC 9(2).
           05 EMP-SALARY-IDX        PIC 9(9).
           05 EMP-GENDER-IDX        PIC X.

       FD EMPSTAT-FILE.
       01 EMPSTAT-RECORD.
           05 EST-EMP-ID         PIC 9(7).
           05 EST-STATUS         PIC X.
           05 EST-EFF-DATE       PIC 9(8).

      *        How the employee is paid, from PAYTYLD: S salaried off
      *        the master, H hourly at PT-HOURLY-RATE. No record is
      *        salaried.
       FD PAYTYPE-FILE.
       01 PAYTYPE-RECORD.
           05 PT-EMP-ID          PIC 9(7).
           05 PT-PAY-TYPE        PIC X.
           05 PT-HOURLY-RATE     PIC 9(3)V99.

      *        The withholding profile and bracket sets PAYCALC
      *        withholds on.
       FD WHLD-FILE.
       01 WHLD-RECORD.
           05 WP-EMP-ID          PIC 9(7).
           05 WP-FILING-STATUS   PIC X.
           05 WP-ALLOWANCES      PIC 9(2).
           05 WP-EXTRA-WH        PIC 9(5)V99.
           05 WP-EXEMPT          PIC X.
           05 WP-WORK-STATE      PIC X(2).

       FD WHRATE-FILE.
       01 WHRATE-RECORD.
           05 WR-KEY.
              10 WR-JURIS        PIC X(2).
              10 WR-FILING-STATUS PIC X.
              10 WR-EFF-DATE     PIC 9(8).
           05 WR-BRACKET OCCURS 4 TIMES.
              10 WR-LOW          PIC 9(9).
              10 WR-HIGH         PIC 9(9).
              10 WR-RATE         PIC 9V999.
           05 WR-ALLOWANCE-AMT   PIC 9(7).

      *        Same layout PAYCALC reads. RA-PAYABLE-PERIOD is the
      *        period whose pay run is to carry the adjustment;
      *        RA-ADJ-PERIOD is the closed period being corrected.
       FD RETROADJ-FILE.
       01 RETROADJ-RECORD.
           05 RA-EMP-ID          PIC 9(7).
           05 RA-LASTNAME        PIC X(10).
           05 RA-FIRSTNAME       PIC X(10).
           05 RA-PAYABLE-PERIOD  PIC 9(2).
           05 RA-ADJ-PERIOD      PIC 9(2).
           05 RA-ADJ-PERIOD-DATE PIC 9(8).
           05 RA-EFF-DATE        PIC 9(8).
           05 RA-OLD-SALARY      PIC 9(9).
           05 RA-NEW-SALARY      PIC 9(9).
           05 RA-RETRO-GROSS     PIC S9(7)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 RA-FED-TAX         PIC S9(7)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 RA-STATE-TAX       PIC S9(7)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(132).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CTL-CHECK-KEY        PIC X(2).
           05  SALHIST-CHECK-KEY    PIC X(2).
           05  PAYRATE-CHECK-KEY    PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  PAYTY-CHECK-KEY      PIC X(2).
           05  RETRO-CHECK-KEY      PIC X(2).
           05  RPT-CHECK-KEY        PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-STAMPED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-SALHIST-EOF-SW    PIC X VALUE 'N'.
               88  SALHIST-AT-END         VALUE 'Y'.
           05  WS-HIST-DONE-SW      PIC X.
               88  EMP-HIST-DONE          VALUE 'Y'.
           05  WS-EMP-FOUND-SW      PIC X.
               88  EMP-FOUND              VALUE 'Y'.
           05  WS-PAYTY-AVAIL-SW    PIC X VALUE 'N'.
               88  PAYTY-AVAILABLE        VALUE 'Y'.
           05  WS-PAY-TYPE          PIC X.
               88  PAY-HOURLY             VALUE 'H'.
           05  WS-PR-MORE-SW        PIC X.
               88  MORE-PAYRATES          VALUE 'Y'.
               88  NO-MORE-PAYRATES       VALUE 'N'.
           05  WS-LNAME             PIC X(10).
           05  WS-FNAME             PIC X(10).
           05  WS-EXC-MESSAGE       PIC X(60).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       COPY PAYCTLWS.

       COPY EMPSTWS.

      *        The periods in scope. WS-LAST-CLOSED is the latest
      *        period PAYCLOSE has closed -- every closed period up to
      *        it is re-examined. WS-PAYABLE-PERIOD is the next one to
      *        be paid, the run that will carry the adjustments.
      *        A period's as-of date is the period date PAYCALC paid it
      *        for; a PAYCTL.DAT written before that was carried falls
      *        back to the date the period was paid.
       01  WS-PERIOD-AREAS.
           05 WS-LAST-CLOSED         PIC 9(2) VALUE ZERO.
           05 WS-LAST-PAID           PIC 9(2) VALUE ZERO.
           05 WS-PAYABLE-PERIOD      PIC 9(2) VALUE ZERO.
           05 WS-LAST-ASOF-DATE      PIC 9(8) VALUE ZERO.
           05 WS-LAST-ASOF-PARTS REDEFINES WS-LAST-ASOF-DATE.
              10 WS-LAST-ASOF-YYYY   PIC 9(4).
              10 FILLER              PIC 9(4).
           05 WS-PRD-IDX             PIC 9(2).
           05 WS-PRD-ENTRY OCCURS 26 TIMES.
              10 WS-PRD-ASOF-DATE    PIC 9(8).
              10 WS-PRD-RATE-DATE    PIC 9(8).
              10 WS-PRD-FED OCCURS 4 TIMES.
                 15 WS-PRD-FED-LOW     PIC 9(9).
                 15 WS-PRD-FED-HIGH    PIC 9(9).
                 15 WS-PRD-FED-RATE    PIC 9V999.
              10 WS-PRD-STATE OCCURS 4 TIMES.
                 15 WS-PRD-STATE-LOW   PIC 9(9).
                 15 WS-PRD-STATE-HIGH  PIC 9(9).
                 15 WS-PRD-STATE-RATE  PIC 9V999.

      *        PAYCALC's built-in brackets, which stand for any period
      *        no PAYRATES.DAT rate set was in effect for.
       01  WS-DEF-FED-BRACKET-TABLE.
           05 FILLER.
              10 FILLER         PIC 9(9) VALUE 000000000.
              10 FILLER         PIC 9(9) VALUE 000039999.
              10 FILLER         PIC 9V999 VALUE 0.100.
           05 FILLER.
              10 FILLER         PIC 9(9) VALUE 000040000.
              10 FILLER         PIC 9(9) VALUE 000089999.
              10 FILLER         PIC 9V999 VALUE 0.180.
           05 FILLER.
              10 FILLER         PIC 9(9) VALUE 000090000.
              10 FILLER         PIC 9(9) VALUE 000149999.
              10 FILLER         PIC 9V999 VALUE 0.240.
           05 FILLER.
              10 FILLER         PIC 9(9) VALUE 000150000.
              10 FILLER         PIC 9(9) VALUE 999999999.
              10 FILLER         PIC 9V999 VALUE 0.320.
       01  WS-DEF-FED-BRACKETS REDEFINES WS-DEF-FED-BRACKET-TABLE.
           05 WS-DEF-FED OCCURS 4 TIMES.
              10 WS-DEF-FED-LOW     PIC 9(9).
              10 WS-DEF-FED-HIGH    PIC 9(9).
              10 WS-DEF-FED-RATE    PIC 9V999.

       01  WS-DEF-STATE-BRACKET-TABLE.
           05 FILLER.
              10 FILLER         PIC 9(9) VALUE 000000000.
              10 FILLER         PIC 9(9) VALUE 000039999.
              10 FILLER         PIC 9V999 VALUE 0.020.
           05 FILLER.
              10 FILLER         PIC 9(9) VALUE 000040000.
              10 FILLER         PIC 9(9) VALUE 000089999.
              10 FILLER         PIC 9V999 VALUE 0.040.
           05 FILLER.
              10 FILLER         PIC 9(9) VALUE 000090000.
              10 FILLER         PIC 9(9) VALUE 000149999.
              10 FILLER         PIC 9V999 VALUE 0.060.
           05 FILLER.
              10 FILLER         PIC 9(9) VALUE 000150000.
              10 FILLER         PIC 9(9) VALUE 999999999.
              10 FILLER         PIC 9V999 VALUE 0.080.
       01  WS-DEF-STATE-BRACKETS REDEFINES WS-DEF-STATE-BRACKET-TABLE.
           05 WS-DEF-STATE OCCURS 4 TIMES.
              10 WS-DEF-STATE-LOW     PIC 9(9).
              10 WS-DEF-STATE-HIGH    PIC 9(9).
              10 WS-DEF-STATE-RATE    PIC 9V999.

      *        One employee's salary history, loaded off SALHIST.DAT in
      *        effective-date order. A record counts as pending when it
      *        was posted (SH-POST-DATE, zero on records from before
      *        the stamp existed) and is not yet settled through the
      *        last closed period.
       01  WS-HIST-AREAS.
           05 EMPLOYEEID             PIC 9(7).
           05 WS-CUR-EMP-ID          PIC 9(7).
           05 WS-NEXT-EMP-ID         PIC 9(7).
           05 WS-EMP-SALARY          PIC 9(9).
           05 WS-HIST-COUNT          PIC 9(3).
           05 WS-HIST-MAX            PIC 9(3) VALUE 100.
           05 WS-HIST-OVERFLOW-SW    PIC X.
              88 HIST-OVERFLOW            VALUE 'Y'.
           05 WS-PENDING-COUNT       PIC 9(3).
           05 WS-EMP-ADJ-COUNT       PIC 9(3).
           05 WS-HIST-IDX            PIC 9(3).
           05 WS-HIST-ENTRY OCCURS 100 TIMES.
              10 WS-HIST-EFF-DATE    PIC 9(8).
              10 WS-HIST-AMOUNT      PIC 9(9).
              10 WS-HIST-POST-DATE   PIC 9(8).
              10 WS-HIST-RETRO-DATE  PIC 9(8).

       01  WS-CALC-AREAS.
           05 WS-OLD-SALARY          PIC 9(9).
           05 WS-NEW-SALARY          PIC 9(9).
           05 WS-CHANGE-EFF-DATE     PIC 9(8).
           05 WS-LOOKUP-SALARY       PIC 9(9).
           05 WS-LOOKUP-GROSS        PIC 9(9)V99.
           05 WS-CALC-FED            PIC 9(9)V99.
           05 WS-CALC-STATE          PIC 9(9)V99.
           05 WS-BRACKET-IDX         PIC 9.
           05 WS-CUR-FED-RATE        PIC 9V999.
           05 WS-CUR-STATE-RATE      PIC 9V999.
           05 WS-OLD-GROSS           PIC 9(9)V99.
           05 WS-NEW-GROSS           PIC 9(9)V99.
           05 WS-OLD-FED             PIC 9(9)V99.
           05 WS-NEW-FED             PIC 9(9)V99.
           05 WS-OLD-STATE           PIC 9(9)V99.
           05 WS-NEW-STATE           PIC 9(9)V99.
           05 WS-PERIODS-PER-YEAR    PIC 9(2) VALUE 26.

      *        Withholding profile work areas, as in PAYCALC. Every
      *        WHRATES.DAT set is held, all dates, in key order, so
      *        each closed period finds the sets that were in force
      *        on its own as-of date. No profile withholds a single
      *        filer with no allowances on the period's PAYRATES.DAT
      *        brackets, and a missing set falls back to those
      *        brackets at the built-in allowance value -- the same
      *        basis the pay run used.
       01  WS-WHLD-AREAS.
           05 WHLD-CHECK-KEY         PIC X(2).
           05 WHRATE-CHECK-KEY       PIC X(2).
           05 WS-WHLD-AVAIL-SW       PIC X VALUE 'N'.
              88 WHLD-AVAILABLE           VALUE 'Y'.
           05 WS-WR-MORE-SW          PIC X.
              88 MORE-WHRATES             VALUE 'Y'.
              88 NO-MORE-WHRATES          VALUE 'N'.
           05 WS-PROFILE-SW          PIC X.
              88 PROFILE-FOUND            VALUE 'Y'.
           05 WS-CUR-FILING-STATUS   PIC X.
           05 WS-CUR-ALLOWANCES      PIC 9(2).
           05 WS-CUR-EXTRA-WH        PIC 9(5)V99.
           05 WS-CUR-EXEMPT          PIC X.
              88 FED-EXEMPT               VALUE 'Y'.
           05 WS-CUR-WORK-STATE      PIC X(2).
           05 WS-FED-SET-IDX         PIC 9(3).
           05 WS-STATE-SET-IDX       PIC 9(3).
           05 WS-STATE-ALL-IDX       PIC 9(3).
           05 WS-DEF-FED-ALLOW-AMT   PIC 9(7) VALUE 0004300.
           05 WS-DEF-STATE-ALLOW-AMT PIC 9(7) VALUE 0001000.
           05 WS-FED-ALLOW-ANNUAL    PIC 9(9).
           05 WS-STATE-ALLOW-ANNUAL  PIC 9(9).
           05 WS-FED-TAXABLE-ANNUAL  PIC 9(9).
           05 WS-STATE-TAXABLE-ANNUAL PIC 9(9).
           05 WS-FED-ALLOW-PERIOD    PIC 9(7)V99.
           05 WS-STATE-ALLOW-PERIOD  PIC 9(7)V99.
           05 WS-FED-TAXABLE-PERIOD  PIC 9(9)V99.
           05 WS-STATE-TAXABLE-PERIOD PIC 9(9)V99.
           05 WS-WH-SET-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-WH-SET-MAX          PIC 9(3) VALUE 200.
           05 WS-WH-SET-IDX          PIC 9(3).
           05 WS-WH-SET OCCURS 200 TIMES.
              10 WS-WHS-JURIS        PIC X(2).
              10 WS-WHS-STATUS       PIC X.
              10 WS-WHS-EFF-DATE     PIC 9(8).
              10 WS-WHS-BRACKET OCCURS 4 TIMES.
                 15 WS-WHS-LOW       PIC 9(9).
                 15 WS-WHS-HIGH      PIC 9(9).
                 15 WS-WHS-RATE      PIC 9V999.
              10 WS-WHS-ALLOW-AMT    PIC 9(7).

       01  WS-TOTAL-AREAS.
           05 WS-ADJ-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-EMP-ADJUSTED        PIC 9(7) VALUE ZERO.
           05 WS-TOT-GROSS           PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-FED             PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-STATE           PIC S9(11)V99 VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(30) VALUE
              'RETROACTIVE PAY ADJUSTMENTS'.
           05 FILLER            PIC X(16) VALUE 'THROUGH PERIOD: '.
           05 RH-THROUGH        PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(19) VALUE 'PAYABLE IN PERIOD: '.
           05 RH-PAYABLE        PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 RH-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-YYYY           PIC 9(4).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE           PIC ZZ9.
           05 FILLER            PIC X(20) VALUE SPACES.

       01  REPORT-HEADING-LINE.
           05 FILLER            PIC X(9)  VALUE 'EMP ID'.
           05 FILLER            PIC X(23) VALUE 'NAME'.
           05 FILLER            PIC X(6)  VALUE 'PER'.
           05 FILLER            PIC X(12) VALUE 'PERIOD DATE'.
           05 FILLER            PIC X(12) VALUE 'CHANGE EFF'.
           05 FILLER            PIC X(13) VALUE ' OLD SALARY'.
           05 FILLER            PIC X(13) VALUE ' NEW SALARY'.
           05 FILLER            PIC X(14) VALUE '   RETRO GROSS'.
           05 FILLER            PIC X(12) VALUE '    FED TAX'.
           05 FILLER            PIC X(12) VALUE '  STATE TAX'.
           05 FILLER            PIC X(6)  VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05 RD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-FNAME          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-LNAME          PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-PERIOD         PIC 99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RD-PERIOD-DATE    PIC 9999/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-EFF-DATE       PIC 9999/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-OLD-SALARY     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-NEW-SALARY     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-GROSS          PIC $$$$,$$9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-FED            PIC $$$,$$9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-STATE          PIC $$$,$$9.99-.
           05 FILLER            PIC X(7)  VALUE SPACES.

       01  REPORT-EXCEPTION-LINE.
           05 RX-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE '*** NOT ADJ:'.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RX-MESSAGE        PIC X(60).
           05 FILLER            PIC X(50) VALUE SPACES.

       01  REPORT-RULE-LINE.
           05 FILLER            PIC X(127) VALUE ALL '='.
           05 FILLER            PIC X(5) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TL-LABEL          PIC X(34).
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TL-AMOUNT         PIC $,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(68) VALUE SPACES.

       01  REPORT-SIGNOFF-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 SL-LABEL          PIC X(20).
           05 FILLER            PIC X(40) VALUE ALL '_'.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'DATE: '.
           05 FILLER            PIC X(12) VALUE ALL '_'.
           05 FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-RETRO-PAY.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.

           PERFORM 0105-FIND-PERIODS.
           PERFORM 0108-CHECK-PENDING-BATCH.

      *        Without the salary history there is nothing to look
      *        back over, and without the master no salary to start
      *        from; refuse rather than write an empty batch.
           OPEN I-O SALHIST-FILE
           IF SALHIST-CHECK-KEY NOT = "00"
              DISPLAY "RETROPAY REFUSED: SALHIST.DAT NOT AVAILABLE, ",
                 "NO SALARY CHANGES TO ADJUST"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPIDX-FILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "RETROPAY REFUSED: EMPIDX.DAT NOT AVAILABLE"
              CLOSE SALHIST-FILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPSTAT-FILE.
           IF EMPSTAT-CHECK-KEY = "00"
              MOVE 'Y' TO WS-EMPSTAT-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-EMPSTAT-AVAIL-SW
           END-IF.
      *        With no PAYTYIDX.DAT everyone is salaried, as in PAYCALC.
           OPEN INPUT PAYTYPE-FILE.
           IF PAYTY-CHECK-KEY = "00"
              MOVE 'Y' TO WS-PAYTY-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-PAYTY-AVAIL-SW
           END-IF.
           PERFORM 0112-LOAD-RATE-TABLES.
           PERFORM 0116-LOAD-WH-RATE-SETS THRU 0116-END.
      *        With no WHLDIDX.DAT everyone is withheld as PAYCALC
      *        withholds an employee with no profile.
           OPEN INPUT WHLD-FILE.
           IF WHLD-CHECK-KEY = "00"
              MOVE 'Y' TO WS-WHLD-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-WHLD-AVAIL-SW
           END-IF.

           OPEN OUTPUT RETROADJ-FILE
           IF RETRO-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "RETROADJ-FILE ", RETRO-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0245-PRINT-PAGE-HEADER.
           IF WS-LAST-CLOSED = ZERO
              DISPLAY "RETROPAY: NO CLOSED PERIOD IN PAYCTL.DAT, ",
                 "NOTHING TO ADJUST"
           ELSE
              MOVE ZERO TO SH-EMP-ID, SH-EFF-DATE
              START SALHIST-FILE KEY IS NOT LESS THAN SH-KEY
                 INVALID KEY SET SALHIST-AT-END TO TRUE
              END-START
              IF NOT SALHIST-AT-END
                 READ SALHIST-FILE NEXT RECORD
                    AT END SET SALHIST-AT-END TO TRUE
                    NOT AT END MOVE SH-EMP-ID TO WS-NEXT-EMP-ID
                 END-READ
              END-IF
              PERFORM 0200-PROCESS-EMPLOYEE UNTIL SALHIST-AT-END
           END-IF.
           PERFORM 0250-PRINT-REPORT-TOTALS.

           CLOSE SALHIST-FILE, EMPIDX-FILE, RETROADJ-FILE, REPORT-FILE.
           IF EMPSTAT-AVAILABLE
              CLOSE EMPSTAT-FILE
           END-IF.
           IF PAYTY-AVAILABLE
              CLOSE PAYTYPE-FILE
           END-IF.
           IF WHLD-AVAILABLE
              CLOSE WHLD-FILE
           END-IF.

           DISPLAY "RETROPAY SALARY RECORDS READ  = " WS-RECORDS-READ.
           DISPLAY "RETROPAY ADJUSTMENTS WRITTEN  = " WS-ADJ-COUNT.
           DISPLAY "RETROPAY EMPLOYEES ADJUSTED   = " WS-EMP-ADJUSTED.
           DISPLAY "RETROPAY CHANGES SETTLED      = " WS-STAMPED-COUNT.
           DISPLAY "RETROPAY EMPLOYEES NOT ADJUSTED = "
              WS-EXCEPTION-COUNT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The latest closed period bounds the look-back; the
      *        period after the latest one paid is the run that will
      *        pay the difference. A year with every period paid has
      *        no run left to carry it.
       0105-FIND-PERIODS.
           PERFORM 0910-LOAD-RUN-CONTROL.
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > 26
              IF WS-CTL-PERIOD-DATE(WS-PRD-IDX) > ZERO
                 MOVE WS-CTL-PERIOD-DATE(WS-PRD-IDX)
                    TO WS-PRD-ASOF-DATE(WS-PRD-IDX)
              ELSE
                 MOVE WS-CTL-PAY-DATE(WS-PRD-IDX)
                    TO WS-PRD-ASOF-DATE(WS-PRD-IDX)
              END-IF
              IF WS-CTL-CLOSED(WS-PRD-IDX) = 'Y'
                 MOVE WS-PRD-IDX TO WS-LAST-CLOSED
              END-IF
              IF WS-CTL-PAY-DONE(WS-PRD-IDX) = 'Y'
                 MOVE WS-PRD-IDX TO WS-LAST-PAID
              END-IF
           END-PERFORM.
           IF WS-LAST-PAID = 26
              DISPLAY "RETROPAY REFUSED: ALL 26 PERIODS PAID, NO ",
                 "PAY RUN LEFT THIS YEAR TO CARRY RETRO PAY"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           COMPUTE WS-PAYABLE-PERIOD = WS-LAST-PAID + 1.
           IF WS-LAST-CLOSED > ZERO
              MOVE WS-PRD-ASOF-DATE(WS-LAST-CLOSED)
                 TO WS-LAST-ASOF-DATE
           END-IF.
       0105-END.

      *        A batch already on RETROADJ.DAT is still owed while the
      *        period it was meant for has not been paid. Overwriting
      *        it would lose it -- its salary records are already
      *        stamped settled -- so the run stops. A batch left from
      *        another year is stale and is simply replaced.
       0108-CHECK-PENDING-BATCH.
           OPEN INPUT RETROADJ-FILE.
           IF RETRO-CHECK-KEY = "00"
              READ RETROADJ-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RA-PAYABLE-PERIOD >= 1
                       AND RA-PAYABLE-PERIOD <= 26
                       AND WS-CTL-PAY-DONE(RA-PAYABLE-PERIOD)
                          NOT = 'Y'
                       AND WS-LAST-CLOSED > ZERO
                       AND RA-ADJ-PERIOD-DATE >= WS-LAST-ASOF-YYYY
                          * 10000
                       DISPLAY "RETROPAY REFUSED: RETROADJ.DAT HOLDS ",
                          "ADJUSTMENTS NOT YET PAID, PAYABLE IN ",
                          "PERIOD " RA-PAYABLE-PERIOD
                       CLOSE RETROADJ-FILE
                       MOVE 'REFUSED' TO WS-AUDIT-EVENT
                       MOVE 8 TO RETURN-CODE
                       GO TO 9000-END-PROGRAM
                    END-IF
              END-READ
              CLOSE RETROADJ-FILE
           END-IF.
       0108-END.

      *        Each closed period gets the rate set PAYCALC used for
      *        it: the last PAYRATES.DAT set effective on or before its
      *        as-of date, or the built-in defaults when there was none.
       0112-LOAD-RATE-TABLES.
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > 26
              MOVE ZERO TO WS-PRD-RATE-DATE(WS-PRD-IDX)
              PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                 UNTIL WS-BRACKET-IDX > 4
                 MOVE WS-DEF-FED(WS-BRACKET-IDX)
                    TO WS-PRD-FED(WS-PRD-IDX, WS-BRACKET-IDX)
                 MOVE WS-DEF-STATE(WS-BRACKET-IDX)
                    TO WS-PRD-STATE(WS-PRD-IDX, WS-BRACKET-IDX)
              END-PERFORM
           END-PERFORM.
           OPEN INPUT PAYRATE-FILE.
           IF PAYRATE-CHECK-KEY = "00"
              MOVE ZERO TO PR-EFF-DATE
              MOVE 'Y' TO WS-PR-MORE-SW
              START PAYRATE-FILE KEY IS NOT LESS THAN PR-EFF-DATE
                 INVALID KEY SET NO-MORE-PAYRATES TO TRUE
              END-START
              PERFORM 0113-READ-NEXT-PAYRATE UNTIL NO-MORE-PAYRATES
              CLOSE PAYRATE-FILE
           END-IF.
       0112-END.

       0113-READ-NEXT-PAYRATE.
           READ PAYRATE-FILE NEXT RECORD
              AT END SET NO-MORE-PAYRATES TO TRUE
              NOT AT END
                 PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                    UNTIL WS-PRD-IDX > WS-LAST-CLOSED
                    IF WS-CTL-CLOSED(WS-PRD-IDX) = 'Y'
                       AND PR-EFF-DATE
                          NOT > WS-PRD-ASOF-DATE(WS-PRD-IDX)
                       PERFORM 0114-APPLY-RATE-SET
                    END-IF
                 END-PERFORM
           END-READ.
       0113-END.

       0114-APPLY-RATE-SET.
           MOVE PR-EFF-DATE TO WS-PRD-RATE-DATE(WS-PRD-IDX).
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
              UNTIL WS-BRACKET-IDX > 4
              MOVE PR-FED-LOW(WS-BRACKET-IDX)
                 TO WS-PRD-FED-LOW(WS-PRD-IDX, WS-BRACKET-IDX)
              MOVE PR-FED-HIGH(WS-BRACKET-IDX)
                 TO WS-PRD-FED-HIGH(WS-PRD-IDX, WS-BRACKET-IDX)
              MOVE PR-FED-RATE(WS-BRACKET-IDX)
                 TO WS-PRD-FED-RATE(WS-PRD-IDX, WS-BRACKET-IDX)
              MOVE PR-STATE-LOW(WS-BRACKET-IDX)
                 TO WS-PRD-STATE-LOW(WS-PRD-IDX, WS-BRACKET-IDX)
              MOVE PR-STATE-HIGH(WS-BRACKET-IDX)
                 TO WS-PRD-STATE-HIGH(WS-PRD-IDX, WS-BRACKET-IDX)
              MOVE PR-STATE-RATE(WS-BRACKET-IDX)
                 TO WS-PRD-STATE-RATE(WS-PRD-IDX, WS-BRACKET-IDX)
           END-PERFORM.
       0114-END.

      *        Every WHRATES.DAT set is kept, whatever its date: the
      *        periods being looked back over each need the sets in
      *        force on their own date. A table too small to hold them
      *        all would withhold some period on the wrong set, and
      *        the records it settles are never adjusted again, so the
      *        run stops instead.
       0116-LOAD-WH-RATE-SETS.
           OPEN INPUT WHRATE-FILE.
           IF WHRATE-CHECK-KEY = "00"
              MOVE LOW-VALUES TO WR-KEY
              MOVE 'Y' TO WS-WR-MORE-SW
              START WHRATE-FILE KEY IS NOT LESS THAN WR-KEY
                 INVALID KEY SET NO-MORE-WHRATES TO TRUE
              END-START
              PERFORM 0117-READ-NEXT-WHRATE THRU 0117-END
                 UNTIL NO-MORE-WHRATES
              CLOSE WHRATE-FILE
           END-IF.
       0116-END.

       0117-READ-NEXT-WHRATE.
           READ WHRATE-FILE NEXT RECORD
              AT END SET NO-MORE-WHRATES TO TRUE
              NOT AT END
                 IF WS-WH-SET-COUNT >= WS-WH-SET-MAX
                    DISPLAY "RETROPAY REFUSED: MORE THAN "
                       WS-WH-SET-MAX " SETS ON WHRATES.DAT"
                    CLOSE WHRATE-FILE
                    MOVE 'REFUSED' TO WS-AUDIT-EVENT
                    MOVE 8 TO RETURN-CODE
                    GO TO 9000-END-PROGRAM
                 END-IF
                 ADD 1 TO WS-WH-SET-COUNT
                 MOVE WS-WH-SET-COUNT TO WS-WH-SET-IDX
                 PERFORM 0118-KEEP-WH-SET
           END-READ.
       0117-END.

       0118-KEEP-WH-SET.
           MOVE WR-JURIS TO WS-WHS-JURIS(WS-WH-SET-IDX).
           MOVE WR-FILING-STATUS TO WS-WHS-STATUS(WS-WH-SET-IDX).
           MOVE WR-EFF-DATE TO WS-WHS-EFF-DATE(WS-WH-SET-IDX).
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
              UNTIL WS-BRACKET-IDX > 4
              MOVE WR-LOW(WS-BRACKET-IDX)
                 TO WS-WHS-LOW(WS-WH-SET-IDX, WS-BRACKET-IDX)
              MOVE WR-HIGH(WS-BRACKET-IDX)
                 TO WS-WHS-HIGH(WS-WH-SET-IDX, WS-BRACKET-IDX)
              MOVE WR-RATE(WS-BRACKET-IDX)
                 TO WS-WHS-RATE(WS-WH-SET-IDX, WS-BRACKET-IDX)
           END-PERFORM.
           MOVE WR-ALLOWANCE-AMT TO WS-WHS-ALLOW-AMT(WS-WH-SET-IDX).
       0118-END.

      *        One employee at a time: load the salary history, and
      *        only when something on it is pending look the periods
      *        over. Settled records are stamped once the employee's
      *        adjustments are written. An hourly employee's pay never
      *        came from the salary, so any change is left to payroll
      *        to settle by hand.
       0200-PROCESS-EMPLOYEE.
           MOVE WS-NEXT-EMP-ID TO WS-CUR-EMP-ID.
           PERFORM 0205-LOAD-EMP-HISTORY.
           IF WS-PENDING-COUNT > ZERO
              MOVE WS-CUR-EMP-ID TO EMP-ID-IDX
              PERFORM 0210-LOOKUP-EMPLOYEE
              PERFORM 0212-LOOKUP-PAY-TYPE
              IF NOT EMP-FOUND
                 MOVE 'NOT ON EMPIDX.DAT' TO WS-EXC-MESSAGE
                 PERFORM 0290-PRINT-EXCEPTION
              ELSE IF PAY-HOURLY
                 MOVE 'HOURLY (PAYTYIDX.DAT), PAID FROM TIME CARDS'
                    TO WS-EXC-MESSAGE
                 PERFORM 0290-PRINT-EXCEPTION
              ELSE IF HIST-OVERFLOW
                 MOVE 'MORE THAN 100 SALARY RECORDS ON SALHIST.DAT'
                    TO WS-EXC-MESSAGE
                 PERFORM 0290-PRINT-EXCEPTION
              ELSE
                 MOVE WS-CUR-EMP-ID TO EMPLOYEEID
                 PERFORM 0950-LOOKUP-EMP-STATUS
                 PERFORM 0214-LOOKUP-WH-PROFILE
                 MOVE ZERO TO WS-EMP-ADJ-COUNT
                 PERFORM 0220-ADJUST-PERIOD
                    VARYING WS-PRD-IDX FROM 1 BY 1
                    UNTIL WS-PRD-IDX > WS-LAST-CLOSED
                 IF WS-EMP-ADJ-COUNT > ZERO
                    ADD 1 TO WS-EMP-ADJUSTED
                 END-IF
                 PERFORM 0280-STAMP-SETTLED
                    VARYING WS-HIST-IDX FROM 1 BY 1
                    UNTIL WS-HIST-IDX > WS-HIST-COUNT
              END-IF
           END-IF.
       0200-END.

      *        Position on the employee's first record and read until
      *        the key moves on. The first record of the next employee
      *        is remembered; the next pass starts over from its key,
      *        since the stamping reads in between lose the position.
       0205-LOAD-EMP-HISTORY.
           MOVE ZERO TO WS-HIST-COUNT, WS-PENDING-COUNT.
           MOVE 'N' TO WS-HIST-OVERFLOW-SW.
           MOVE 'N' TO WS-HIST-DONE-SW.
           MOVE WS-CUR-EMP-ID TO SH-EMP-ID.
           MOVE ZERO TO SH-EFF-DATE.
           START SALHIST-FILE KEY IS NOT LESS THAN SH-KEY
              INVALID KEY
                 SET SALHIST-AT-END TO TRUE
                 SET EMP-HIST-DONE TO TRUE
           END-START.
           PERFORM 0207-READ-EMP-HISTORY UNTIL EMP-HIST-DONE.
       0205-END.

       0207-READ-EMP-HISTORY.
           READ SALHIST-FILE NEXT RECORD
              AT END
                 SET SALHIST-AT-END TO TRUE
                 SET EMP-HIST-DONE TO TRUE
              NOT AT END
                 IF SH-EMP-ID NOT = WS-CUR-EMP-ID
                    MOVE SH-EMP-ID TO WS-NEXT-EMP-ID
                    SET EMP-HIST-DONE TO TRUE
                 ELSE
                    ADD 1 TO WS-RECORDS-READ
                    PERFORM 0208-STORE-HISTORY
                 END-IF
           END-READ.
       0207-END.

       0208-STORE-HISTORY.
           IF WS-HIST-COUNT >= WS-HIST-MAX
              SET HIST-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-HIST-COUNT
              MOVE SH-EFF-DATE TO WS-HIST-EFF-DATE(WS-HIST-COUNT)
              MOVE SH-AMOUNT TO WS-HIST-AMOUNT(WS-HIST-COUNT)
              IF SH-POST-DATE NUMERIC
                 MOVE SH-POST-DATE TO WS-HIST-POST-DATE(WS-HIST-COUNT)
              ELSE
                 MOVE ZERO TO WS-HIST-POST-DATE(WS-HIST-COUNT)
              END-IF
              IF SH-RETRO-DATE NUMERIC
                 MOVE SH-RETRO-DATE
                    TO WS-HIST-RETRO-DATE(WS-HIST-COUNT)
              ELSE
                 MOVE ZERO TO WS-HIST-RETRO-DATE(WS-HIST-COUNT)
              END-IF
              IF WS-HIST-POST-DATE(WS-HIST-COUNT) > ZERO
                 AND SH-EFF-DATE NOT > WS-LAST-ASOF-DATE
                 AND WS-HIST-RETRO-DATE(WS-HIST-COUNT)
                    < WS-LAST-ASOF-DATE
                 ADD 1 TO WS-PENDING-COUNT
              END-IF
           END-IF.
       0208-END.

       0210-LOOKUP-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE SPACES TO WS-LNAME, WS-FNAME.
           READ EMPIDX-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SET EMP-FOUND TO TRUE
                 MOVE EMP-LASTNAME-IDX TO WS-LNAME
                 MOVE EMP-FIRSTNAME-IDX TO WS-FNAME
                 MOVE EMP-SALARY-IDX TO WS-EMP-SALARY
           END-READ.
       0210-END.

       0212-LOOKUP-PAY-TYPE.
           MOVE 'S' TO WS-PAY-TYPE.
           IF PAYTY-AVAILABLE
              MOVE WS-CUR-EMP-ID TO PT-EMP-ID
              READ PAYTYPE-FILE
                 NOT INVALID KEY
                    MOVE PT-PAY-TYPE TO WS-PAY-TYPE
              END-READ
           END-IF.
       0212-END.

      *        The employee's withholding profile. No profile, or no
      *        WHLDIDX.DAT, is a single filer with no allowances who is
      *        not exempt.
       0214-LOOKUP-WH-PROFILE.
           MOVE 'N' TO WS-PROFILE-SW.
           MOVE 'S' TO WS-CUR-FILING-STATUS.
           MOVE ZERO TO WS-CUR-ALLOWANCES.
           MOVE ZERO TO WS-CUR-EXTRA-WH.
           MOVE 'N' TO WS-CUR-EXEMPT.
           MOVE SPACES TO WS-CUR-WORK-STATE.
           IF WHLD-AVAILABLE
              MOVE WS-CUR-EMP-ID TO WP-EMP-ID
              READ WHLD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-PROFILE-SW
                    MOVE WP-FILING-STATUS TO WS-CUR-FILING-STATUS
                    MOVE WP-ALLOWANCES TO WS-CUR-ALLOWANCES
                    MOVE WP-EXTRA-WH TO WS-CUR-EXTRA-WH
                    MOVE WP-EXEMPT TO WS-CUR-EXEMPT
                    MOVE WP-WORK-STATE TO WS-CUR-WORK-STATE
              END-READ
           END-IF.
       0214-END.

      *        A period the employee was on leave or gone for paid no
      *        salary, so there is nothing to correct in it.
       0220-ADJUST-PERIOD.
           IF WS-CTL-CLOSED(WS-PRD-IDX) = 'Y'
              IF (EMP-ON-LEAVE OR EMP-PAID-LEAVE OR EMP-TERMINATED)
                 AND WS-EMP-STATUS-DATE
                    NOT > WS-PRD-ASOF-DATE(WS-PRD-IDX)
                 CONTINUE
              ELSE
                 PERFORM 0225-FIND-SALARIES
                 IF WS-NEW-SALARY NOT = WS-OLD-SALARY
                    PERFORM 0230-WRITE-ADJUSTMENT
                 END-IF
              END-IF
           END-IF.
       0220-END.

      *        What should have been paid is the latest record in
      *        force on the period's as-of date; what was paid is the
      *        latest of those the pay run could already see -- posted
      *        by the day the period was paid, settled through it by
      *        an earlier RETROPAY, or on file before posting dates
      *        were kept. With neither, the master salary stood.
       0225-FIND-SALARIES.
           MOVE WS-EMP-SALARY TO WS-OLD-SALARY, WS-NEW-SALARY.
           MOVE ZERO TO WS-CHANGE-EFF-DATE.
           PERFORM 0227-CHECK-HISTORY-ENTRY
              VARYING WS-HIST-IDX FROM 1 BY 1
              UNTIL WS-HIST-IDX > WS-HIST-COUNT.
       0225-END.

       0227-CHECK-HISTORY-ENTRY.
           IF WS-HIST-EFF-DATE(WS-HIST-IDX)
              NOT > WS-PRD-ASOF-DATE(WS-PRD-IDX)
              MOVE WS-HIST-AMOUNT(WS-HIST-IDX) TO WS-NEW-SALARY
              IF WS-HIST-POST-DATE(WS-HIST-IDX) = ZERO
                 OR WS-HIST-POST-DATE(WS-HIST-IDX)
                    NOT > WS-CTL-PAY-DATE(WS-PRD-IDX)
                 OR WS-HIST-RETRO-DATE(WS-HIST-IDX)
                    NOT < WS-PRD-ASOF-DATE(WS-PRD-IDX)
                 MOVE WS-HIST-AMOUNT(WS-HIST-IDX) TO WS-OLD-SALARY
              ELSE
                 MOVE WS-HIST-EFF-DATE(WS-HIST-IDX)
                    TO WS-CHANGE-EFF-DATE
              END-IF
           END-IF.
       0227-END.

      *        Gross and withholding are worked the way PAYCALC works
      *        them: annual salary over the periods in the year, and
      *        each tax on the period gross less a period's share of
      *        the allowances, at the rate bracketed on the annual
      *        salary less the allowances.
       0230-WRITE-ADJUSTMENT.
           COMPUTE WS-OLD-GROSS ROUNDED =
              WS-OLD-SALARY / WS-PERIODS-PER-YEAR.
           COMPUTE WS-NEW-GROSS ROUNDED =
              WS-NEW-SALARY / WS-PERIODS-PER-YEAR.
           PERFORM 0238-FIND-WH-SETS.
           MOVE WS-OLD-SALARY TO WS-LOOKUP-SALARY.
           MOVE WS-OLD-GROSS TO WS-LOOKUP-GROSS.
           PERFORM 0240-CALC-WITHHOLDING.
           MOVE WS-CALC-FED TO WS-OLD-FED.
           MOVE WS-CALC-STATE TO WS-OLD-STATE.
           MOVE WS-NEW-SALARY TO WS-LOOKUP-SALARY.
           MOVE WS-NEW-GROSS TO WS-LOOKUP-GROSS.
           PERFORM 0240-CALC-WITHHOLDING.
           MOVE WS-CALC-FED TO WS-NEW-FED.
           MOVE WS-CALC-STATE TO WS-NEW-STATE.

           MOVE SPACES TO RETROADJ-RECORD.
           MOVE WS-CUR-EMP-ID TO RA-EMP-ID.
           MOVE WS-LNAME TO RA-LASTNAME.
           MOVE WS-FNAME TO RA-FIRSTNAME.
           MOVE WS-PAYABLE-PERIOD TO RA-PAYABLE-PERIOD.
           MOVE WS-PRD-IDX TO RA-ADJ-PERIOD.
           MOVE WS-PRD-ASOF-DATE(WS-PRD-IDX) TO RA-ADJ-PERIOD-DATE.
           MOVE WS-CHANGE-EFF-DATE TO RA-EFF-DATE.
           MOVE WS-OLD-SALARY TO RA-OLD-SALARY.
           MOVE WS-NEW-SALARY TO RA-NEW-SALARY.
           COMPUTE RA-RETRO-GROSS = WS-NEW-GROSS - WS-OLD-GROSS.
           COMPUTE RA-FED-TAX = WS-NEW-FED - WS-OLD-FED.
           COMPUTE RA-STATE-TAX = WS-NEW-STATE - WS-OLD-STATE.
           WRITE RETROADJ-RECORD.
           IF RETRO-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "RETROADJ-RECORD ", RETRO-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD 1 TO WS-ADJ-COUNT.
           ADD 1 TO WS-EMP-ADJ-COUNT.
           ADD RA-RETRO-GROSS TO WS-TOT-GROSS.
           ADD RA-FED-TAX TO WS-TOT-FED.
           ADD RA-STATE-TAX TO WS-TOT-STATE.

           MOVE RA-EMP-ID TO RD-EMP-ID.
           MOVE WS-FNAME TO RD-FNAME.
           MOVE WS-LNAME TO RD-LNAME.
           MOVE RA-ADJ-PERIOD TO RD-PERIOD.
           MOVE RA-ADJ-PERIOD-DATE TO RD-PERIOD-DATE.
           MOVE RA-EFF-DATE TO RD-EFF-DATE.
           MOVE RA-OLD-SALARY TO RD-OLD-SALARY.
           MOVE RA-NEW-SALARY TO RD-NEW-SALARY.
           MOVE RA-RETRO-GROSS TO RD-GROSS.
           MOVE RA-FED-TAX TO RD-FED.
           MOVE RA-STATE-TAX TO RD-STATE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 0245-PRINT-PAGE-HEADER
           END-IF.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
       0230-END.

       0235-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
       0235-END.

      *        The sets in force on the period's as-of date: the
      *        latest federal set for the filing status, and the work
      *        state's latest set for the status or, failing that, its
      *        all-status ('A') set. The table is in jurisdiction,
      *        status and date order, so the last one found on or
      *        before the date is the one in force. The allowances are
      *        valued at the set's amount, or the built-in amount
      *        where there is no set.
       0238-FIND-WH-SETS.
           MOVE ZERO TO WS-FED-SET-IDX, WS-STATE-SET-IDX.
           MOVE ZERO TO WS-STATE-ALL-IDX.
           IF PROFILE-FOUND
              PERFORM VARYING WS-WH-SET-IDX FROM 1 BY 1
                 UNTIL WS-WH-SET-IDX > WS-WH-SET-COUNT
                 IF WS-WHS-EFF-DATE(WS-WH-SET-IDX)
                    NOT > WS-PRD-ASOF-DATE(WS-PRD-IDX)
                    IF WS-WHS-JURIS(WS-WH-SET-IDX) = 'US'
                       AND WS-WHS-STATUS(WS-WH-SET-IDX)
                          = WS-CUR-FILING-STATUS
                       MOVE WS-WH-SET-IDX TO WS-FED-SET-IDX
                    END-IF
                    IF WS-WHS-JURIS(WS-WH-SET-IDX) = WS-CUR-WORK-STATE
                       IF WS-WHS-STATUS(WS-WH-SET-IDX)
                          = WS-CUR-FILING-STATUS
                          MOVE WS-WH-SET-IDX TO WS-STATE-SET-IDX
                       ELSE IF WS-WHS-STATUS(WS-WH-SET-IDX) = 'A'
                          MOVE WS-WH-SET-IDX TO WS-STATE-ALL-IDX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-STATE-SET-IDX = ZERO
                 MOVE WS-STATE-ALL-IDX TO WS-STATE-SET-IDX
              END-IF
           END-IF.
           IF WS-FED-SET-IDX > ZERO
              COMPUTE WS-FED-ALLOW-ANNUAL = WS-CUR-ALLOWANCES
                 * WS-WHS-ALLOW-AMT(WS-FED-SET-IDX)
           ELSE
              COMPUTE WS-FED-ALLOW-ANNUAL = WS-CUR-ALLOWANCES
                 * WS-DEF-FED-ALLOW-AMT
           END-IF.
           IF WS-STATE-SET-IDX > ZERO
              COMPUTE WS-STATE-ALLOW-ANNUAL = WS-CUR-ALLOWANCES
                 * WS-WHS-ALLOW-AMT(WS-STATE-SET-IDX)
           ELSE
              COMPUTE WS-STATE-ALLOW-ANNUAL = WS-CUR-ALLOWANCES
                 * WS-DEF-STATE-ALLOW-AMT
           END-IF.
           COMPUTE WS-FED-ALLOW-PERIOD ROUNDED =
              WS-FED-ALLOW-ANNUAL / WS-PERIODS-PER-YEAR.
           COMPUTE WS-STATE-ALLOW-PERIOD ROUNDED =
              WS-STATE-ALLOW-ANNUAL / WS-PERIODS-PER-YEAR.
       0238-END.

      *        One salary's withholding for the period, on the sets
      *        0238 found -- or the period's PAYRATES.DAT brackets for
      *        a tax with no set. An exempt employee has no federal
      *        tax withheld; the extra withholding is the same on both
      *        sides of the difference.
       0240-CALC-WITHHOLDING.
           MOVE ZERO TO WS-FED-TAXABLE-ANNUAL.
           IF WS-LOOKUP-SALARY > WS-FED-ALLOW-ANNUAL
              COMPUTE WS-FED-TAXABLE-ANNUAL =
                 WS-LOOKUP-SALARY - WS-FED-ALLOW-ANNUAL
           END-IF.
           MOVE ZERO TO WS-STATE-TAXABLE-ANNUAL.
           IF WS-LOOKUP-SALARY > WS-STATE-ALLOW-ANNUAL
              COMPUTE WS-STATE-TAXABLE-ANNUAL =
                 WS-LOOKUP-SALARY - WS-STATE-ALLOW-ANNUAL
           END-IF.
           MOVE ZERO TO WS-FED-TAXABLE-PERIOD.
           IF WS-LOOKUP-GROSS > WS-FED-ALLOW-PERIOD
              COMPUTE WS-FED-TAXABLE-PERIOD =
                 WS-LOOKUP-GROSS - WS-FED-ALLOW-PERIOD
           END-IF.
           MOVE ZERO TO WS-STATE-TAXABLE-PERIOD.
           IF WS-LOOKUP-GROSS > WS-STATE-ALLOW-PERIOD
              COMPUTE WS-STATE-TAXABLE-PERIOD =
                 WS-LOOKUP-GROSS - WS-STATE-ALLOW-PERIOD
           END-IF.

           IF WS-FED-SET-IDX > ZERO
              MOVE WS-WHS-RATE(WS-FED-SET-IDX, 4) TO WS-CUR-FED-RATE
              PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                 UNTIL WS-BRACKET-IDX > 4
                 IF WS-FED-TAXABLE-ANNUAL >=
                       WS-WHS-LOW(WS-FED-SET-IDX, WS-BRACKET-IDX)
                    AND WS-FED-TAXABLE-ANNUAL <=
                       WS-WHS-HIGH(WS-FED-SET-IDX, WS-BRACKET-IDX)
                    MOVE WS-WHS-RATE(WS-FED-SET-IDX, WS-BRACKET-IDX)
                       TO WS-CUR-FED-RATE
                 END-IF
              END-PERFORM
           ELSE
              MOVE WS-PRD-FED-RATE(WS-PRD-IDX, 4) TO WS-CUR-FED-RATE
              PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                 UNTIL WS-BRACKET-IDX > 4
                 IF WS-FED-TAXABLE-ANNUAL >=
                       WS-PRD-FED-LOW(WS-PRD-IDX, WS-BRACKET-IDX)
                    AND WS-FED-TAXABLE-ANNUAL <=
                       WS-PRD-FED-HIGH(WS-PRD-IDX, WS-BRACKET-IDX)
                    MOVE WS-PRD-FED-RATE(WS-PRD-IDX, WS-BRACKET-IDX)
                       TO WS-CUR-FED-RATE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-STATE-SET-IDX > ZERO
              MOVE WS-WHS-RATE(WS-STATE-SET-IDX, 4)
                 TO WS-CUR-STATE-RATE
              PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                 UNTIL WS-BRACKET-IDX > 4
                 IF WS-STATE-TAXABLE-ANNUAL >=
                       WS-WHS-LOW(WS-STATE-SET-IDX, WS-BRACKET-IDX)
                    AND WS-STATE-TAXABLE-ANNUAL <=
                       WS-WHS-HIGH(WS-STATE-SET-IDX, WS-BRACKET-IDX)
                    MOVE WS-WHS-RATE(WS-STATE-SET-IDX, WS-BRACKET-IDX)
                       TO WS-CUR-STATE-RATE
                 END-IF
              END-PERFORM
           ELSE
              MOVE WS-PRD-STATE-RATE(WS-PRD-IDX, 4)
                 TO WS-CUR-STATE-RATE
              PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                 UNTIL WS-BRACKET-IDX > 4
                 IF WS-STATE-TAXABLE-ANNUAL >=
                       WS-PRD-STATE-LOW(WS-PRD-IDX, WS-BRACKET-IDX)
                    AND WS-STATE-TAXABLE-ANNUAL <=
                       WS-PRD-STATE-HIGH(WS-PRD-IDX, WS-BRACKET-IDX)
                    MOVE WS-PRD-STATE-RATE(WS-PRD-IDX, WS-BRACKET-IDX)
                       TO WS-CUR-STATE-RATE
                 END-IF
              END-PERFORM
           END-IF.

           IF FED-EXEMPT
              MOVE ZERO TO WS-CALC-FED
           ELSE
              COMPUTE WS-CALC-FED ROUNDED =
                 WS-FED-TAXABLE-PERIOD * WS-CUR-FED-RATE
                 + WS-CUR-EXTRA-WH
           END-IF.
           COMPUTE WS-CALC-STATE ROUNDED =
              WS-STATE-TAXABLE-PERIOD * WS-CUR-STATE-RATE.
       0240-END.

       0245-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-LAST-CLOSED TO RH-THROUGH.
           MOVE WS-PAYABLE-PERIOD TO RH-PAYABLE.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0245-END.

      *        The sign-off block is what HR initials before the batch
      *        is released to the pay run.
       0250-PRINT-REPORT-TOTALS.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE 'ADJUSTMENTS / RETRO GROSS' TO TL-LABEL.
           MOVE WS-ADJ-COUNT TO TL-COUNT.
           MOVE WS-TOT-GROSS TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE 'FEDERAL TAX DIFFERENCE' TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE WS-TOT-FED TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE 'STATE TAX DIFFERENCE' TO TL-LABEL.
           MOVE WS-TOT-STATE TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE 'EMPLOYEES ADJUSTED' TO TL-LABEL.
           MOVE WS-EMP-ADJUSTED TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE 'EMPLOYEES NOT ADJUSTED' TO TL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE 'HR APPROVAL:' TO SL-LABEL.
           MOVE REPORT-SIGNOFF-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
           MOVE 'PAYROLL REVIEW:' TO SL-LABEL.
           MOVE REPORT-SIGNOFF-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
       0250-END.

      *        Stamp every pending record as settled through the last
      *        closed period. The record is re-read by key, since the
      *        buffer has moved on to the next employee.
       0280-STAMP-SETTLED.
           IF WS-HIST-POST-DATE(WS-HIST-IDX) > ZERO
              AND WS-HIST-EFF-DATE(WS-HIST-IDX)
                 NOT > WS-LAST-ASOF-DATE
              AND WS-HIST-RETRO-DATE(WS-HIST-IDX) < WS-LAST-ASOF-DATE
              MOVE WS-CUR-EMP-ID TO SH-EMP-ID
              MOVE WS-HIST-EFF-DATE(WS-HIST-IDX) TO SH-EFF-DATE
              READ SALHIST-FILE
                 INVALID KEY
                    DISPLAY "RETROPAY: SALHIST RECORD " SH-KEY
                       " NOT FOUND TO STAMP"
                 NOT INVALID KEY
                    MOVE WS-LAST-ASOF-DATE TO SH-RETRO-DATE
                    REWRITE SALHIST-RECORD
                       INVALID KEY
                          DISPLAY "Non-zero file status returned ",
                             "from REWRITE SALHIST-RECORD ",
                             SALHIST-CHECK-KEY
                          GO TO 9000-END-PROGRAM
                    END-REWRITE
                    ADD 1 TO WS-STAMPED-COUNT
              END-READ
           END-IF.
       0280-END.

      *        An employee left out is listed, not stamped: the change
      *        stays pending for the next run once the cause is fixed.
       0290-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-CUR-EMP-ID TO RX-EMP-ID.
           MOVE WS-EXC-MESSAGE TO RX-MESSAGE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 0245-PRINT-PAGE-HEADER
           END-IF.
           MOVE REPORT-EXCEPTION-LINE TO REPORT-LINE.
           PERFORM 0235-WRITE-REPORT-LINE.
       0290-END.

       COPY PAYCTLPR.

       COPY EMPSTPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'RETROPAY' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM RETROPAY.
