       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSUPP.
      * OFF-CYCLE SUPPLEMENTAL PAY RUN: BONUSES, COMMISSIONS, FINAL
      * PAY AND PAY CORRECTIONS PAID OUTSIDE THE REGULAR PERIOD. ONE
      * BATCH ARRIVES ON SUPPTRAN.DAT -- AN 'H' HEADER WITH THE BATCH
      * ID AND PAY DATE, THEN ONE 'D' DETAIL PER PAYMENT (EMPLOYEE,
      * EARNINGS TYPE, AMOUNT). EACH PAYMENT
      *   (1) IS WITHHELD AT THE FLAT SUPPLEMENTAL FEDERAL AND STATE
      *       RATES ON SUPPPARM.DAT (22% AND 5% WITHOUT ONE), NOT
      *       THROUGH THE REGULAR BRACKETS -- NO FEDERAL TAX FOR AN
      *       EMPLOYEE WHOSE WHLDIDX.DAT PROFILE IS MARKED EXEMPT,
      *   (2) TAKES ONLY THE DEDUCTIONS SUPPPARM.DAT MARKS AS APPLYING
      *       TO SUPPLEMENTAL PAY -- RETIREMENT BY DEFAULT; HEALTH AND
      *       BENEFITS, WHEN MARKED, ONCE PER EMPLOYEE PER BATCH.
      *       GARNISHMENTS ARE NEVER TAKEN OFF-CYCLE: THEIR CASES AND
      *       REMITTANCE RUN WITH THE REGULAR PERIOD, SO AN EMPLOYEE
      *       WITH ONE IS NOTED ON THE REPORT FOR FOLLOW-UP,
      *   (3) IS WRITTEN TO NETPAY.DAT IN THE REGULAR LAYOUT WITH
      *       NP-OFF-CYCLE 'Y' AND ITS EARNINGS TYPE, SO PAYSTUB,
      *       PAYBANK, PAYCHECK, PAYGL AND PAYCLOSE RUN ON IT AS
      *       THEY DO ON A PERIOD, AND
      *   (4) IS ADDED INTO PAYYTD.DAT WITHOUT TOUCHING
      *       YTD-LAST-PERIOD, SO THE REGULAR PERIOD'S GUARD IS LEFT
      *       AS PAYCALC SET IT.
      * PAYCTL.DAT IS READ BUT NEVER WRITTEN: THE BATCH CARRIES THE
      * LAST PERIOD PAID AS ITS PERIOD AND THE HEADER PAY DATE AS ITS
      * PERIOD DATE. EVERY BATCH IS LOGGED ON SUPPCTL.DAT -- 'I' AS
      * IT STARTS, 'P' ONCE EVERY PAYMENT IS WRITTEN; A BATCH ID OR PAY
      * DATE ALREADY USED IS REFUSED, AND SO IS A BATCH ID THAT
      * STARTED BUT NEVER FINISHED (ITS PAYYTD.DAT UPDATES MAY BE
      * PARTLY MADE) AND A RUN WHILE NETPAY.DAT STILL HOLDS A PERIOD
      * OR BATCH NOT YET CLOSED. A STOPPED BATCH IS RE-SENT UNDER A
      * NEW BATCH ID ONCE PAYYTD.DAT IS RESTORED: IT HOLDS NO PAY DATE
      * AND ITS PARTIAL NETPAY.DAT IS SIMPLY REPLACED.
      * REJECTED PAYMENTS AND THE BATCH TOTALS ARE PRINTED ON THE
      * SUPPLEMENTAL REGISTER (SUPPRPT.DAT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUPPTRAN-FILE ASSIGN TO "SUPPTRAN.DAT"
        FILE STATUS IS TRAN-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUPPPARM-FILE ASSIGN TO "SUPPPARM.DAT"
        FILE STATUS IS PARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUPPCTL-FILE ASSIGN TO "SUPPCTL.DAT"
        FILE STATUS IS SUPPCTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYCTL-FILE ASSIGN TO "PAYCTL.DAT"
        FILE STATUS IS CTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EMPIDX-FILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID-IDX
        ALTERNATE RECORD KEY IS EMP-LASTNAME-IDX
           WITH DUPLICATES.

       SELECT ELECT-FILE ASSIGN TO "PAYELIDX.DAT"
        FILE STATUS IS ELECT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EL-EMP-ID.

       SELECT WHLD-FILE ASSIGN TO "WHLDIDX.DAT"
        FILE STATUS IS WHLD-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WP-EMP-ID.

       SELECT PAYRATE-FILE ASSIGN TO "PAYRATES.DAT"
        FILE STATUS IS PAYRATE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-EFF-DATE.

       SELECT PAYYTD-FILE ASSIGN TO "PAYYTD.DAT"
        FILE STATUS IS YTD-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS YTD-EMP-ID.

       SELECT NETPAYFILE ASSIGN TO "NETPAY.DAT"
        FILE STATUS IS NETPAY-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORT-FILE ASSIGN TO "SUPPRPT.DAT"
        FILE STATUS IS RPT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        ST-REC-TYPE 'H' is the batch header and must come
      *        first; every record after it is a 'D' payment.
      *        ST-EARN-TYPE is one of the supplemental codes in
      *        WS-EARN-TYPE-TABLE (BON, COM, FIN, COR).
       FD SUPPTRAN-FILE.
       01 SUPPTRAN-HEADER-RECORD.
           88 TRANATEOF VALUE HIGH-VALUES.
           05 SH-REC-TYPE        PIC X.
           05 SH-BATCH-ID        PIC X(8).
           05 SH-PAY-DATE        PIC 9(8).
           05 FILLER             PIC X(23).
       01 SUPPTRAN-DETAIL-RECORD REDEFINES SUPPTRAN-HEADER-RECORD.
           05 ST-REC-TYPE        PIC X.
           05 ST-EMP-ID          PIC 9(7).
           05 ST-EARN-TYPE       PIC X(3).
           05 ST-AMOUNT          PIC 9(7)V99.
           05 ST-MEMO            PIC X(20).

      *        The supplemental rates and which deductions apply to
      *        supplemental pay, 'Y' or 'N'. Optional: with no
      *        SUPPPARM.DAT the defaults in WS-SUPP-PARMS stand.
       FD SUPPPARM-FILE.
       01 SUPPPARM-RECORD.
           05 SP-FED-RATE        PIC 9V999.
           05 SP-STATE-RATE      PIC 9V999.
           05 SP-RETIRE-SW       PIC X.
           05 SP-HEALTH-SW       PIC X.
           05 SP-BENEFITS-SW     PIC X.

      *        The supplemental batch log. PAYSUPP appends an 'I' (in
      *        progress) record as a batch starts and a 'P' (paid)
      *        record once it has finished; PAYCLOSE appends
      *        'C' when the batch is closed and PAYREV 'R' when it is
      *        reversed, both keyed by the batch's pay date.
       FD SUPPCTL-FILE.
       01 SUPPCTL-RECORD.
           88 SUPPCTLATEOF VALUE HIGH-VALUES.
           05 SC-STATUS          PIC X.
           05 SC-BATCH-ID        PIC X(8).
           05 SC-PAY-DATE        PIC 9(8).
           05 SC-PAY-PERIOD      PIC 9(2).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-PAID-COUNT      PIC 9(7).
           05 SC-TOTAL-NET       PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

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

       FD ELECT-FILE.
       01 ELECT-RECORD.
           05 EL-EMP-ID          PIC 9(7).
           05 EL-RETIRE-PCT      PIC 9(2)V99.
           05 EL-HEALTH-PLAN     PIC X(3).
           05 EL-GARNISHMENT OCCURS 3 TIMES.
              10 EL-GARN-PRIORITY PIC 9.
              10 EL-GARN-AMOUNT  PIC 9(5)V99.

      *        The withholding profile PAYCALC withholds on; only the
      *        exempt flag matters here.
       FD WHLD-FILE.
       01 WHLD-RECORD.
           05 WP-EMP-ID          PIC 9(7).
           05 WP-FILING-STATUS   PIC X.
           05 WP-ALLOWANCES      PIC 9(2).
           05 WP-EXTRA-WH        PIC 9(5)V99.
           05 WP-EXEMPT          PIC X.
           05 WP-WORK-STATE      PIC X(2).

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

       FD PAYYTD-FILE.
       01 PAYYTD-RECORD.
           05 YTD-EMP-ID         PIC 9(7).
           05 YTD-YEAR           PIC 9(4).
           05 YTD-LAST-PERIOD    PIC 9(2).
           05 YTD-GROSS          PIC 9(11)V99.
           05 YTD-FED-TAX        PIC 9(11)V99.
           05 YTD-STATE-TAX      PIC 9(11)V99.
           05 YTD-BENEFITS       PIC 9(9)V99.
           05 YTD-RETIRE         PIC 9(9)V99.
           05 YTD-HEALTH         PIC 9(9)V99.
           05 YTD-GARNISH        PIC 9(9)V99.
           05 YTD-NET-PAY        PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 YTD-RETRO-PAY      PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

       FD NETPAYFILE.
       01 NETPAY-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 NP-EMP-ID          PIC 9(7).
           05 NP-LASTNAME        PIC X(10).
           05 NP-FIRSTNAME       PIC X(10).
           05 NP-GROSS-PAY       PIC 9(9)V99.
           05 NP-FEDERAL-TAX     PIC 9(9)V99.
           05 NP-STATE-TAX       PIC 9(9)V99.
           05 NP-BENEFITS        PIC 9(5)V99.
           05 NP-RETIRE          PIC 9(7)V99.
           05 NP-HEALTH          PIC 9(5)V99.
           05 NP-GARNISH         PIC 9(7)V99.
           05 NP-NET-PAY         PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 NP-PAY-PERIOD      PIC 9(2).
           05 NP-PERIOD-DATE     PIC 9(8).
           05 NP-RETRO-PAY       PIC S9(7)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 NP-OFF-CYCLE       PIC X.
              88 NP-IS-OFF-CYCLE     VALUE 'Y'.
           05 NP-EARN-TYPE       PIC X(3).
           05 NP-PAY-TYPE        PIC X.
              88 NP-IS-HOURLY        VALUE 'H'.
           05 NP-HOURLY-RATE     PIC 9(3)V99.
           05 NP-REG-HOURS       PIC 9(3)V99.
           05 NP-OT-HOURS        PIC 9(3)V99.
           05 NP-HOL-HOURS       PIC 9(3)V99.

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(132).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  TRAN-CHECK-KEY       PIC X(2).
           05  PARM-CHECK-KEY       PIC X(2).
           05  SUPPCTL-CHECK-KEY    PIC X(2).
           05  CTL-CHECK-KEY        PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  ELECT-CHECK-KEY      PIC X(2).
           05  WHLD-CHECK-KEY       PIC X(2).
           05  PAYRATE-CHECK-KEY    PIC X(2).
           05  YTD-CHECK-KEY        PIC X(2).
           05  NETPAY-CHECK-KEY     PIC X(2).
           05  RPT-CHECK-KEY        PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-NOTE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-ELECT-AVAIL-SW    PIC X VALUE 'N'.
               88  ELECT-AVAILABLE        VALUE 'Y'.
           05  WS-WHLD-AVAIL-SW     PIC X VALUE 'N'.
               88  WHLD-AVAILABLE         VALUE 'Y'.
           05  WS-CUR-EXEMPT        PIC X.
               88  FED-EXEMPT             VALUE 'Y'.
           05  WS-EXEMPT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-PR-MORE-SW        PIC X.
               88  MORE-PAYRATES          VALUE 'Y'.
               88  NO-MORE-PAYRATES       VALUE 'N'.
           05  WS-VALID-SW          PIC X.
               88  VALID-TRAN             VALUE 'Y'.
               88  INVALID-TRAN           VALUE 'N'.
           05  WS-YTD-FOUND-SW      PIC X.
               88  YTD-FOUND              VALUE 'Y'.
           05  WS-REJECT-REASON     PIC X(60).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       COPY PAYCTLWS.

       COPY EARNTYWS.

      *        The supplemental rates and deduction marks, defaulted
      *        here and overlaid by SUPPPARM.DAT when it is present.
       01  WS-SUPP-PARMS.
           05 WS-SUPP-FED-RATE       PIC 9V999 VALUE 0.220.
           05 WS-SUPP-STATE-RATE     PIC 9V999 VALUE 0.050.
           05 WS-SUPP-RETIRE-SW      PIC X VALUE 'Y'.
              88 SUPP-RETIRE-APPLIES      VALUE 'Y'.
           05 WS-SUPP-HEALTH-SW      PIC X VALUE 'N'.
              88 SUPP-HEALTH-APPLIES      VALUE 'Y'.
           05 WS-SUPP-BENEFITS-SW    PIC X VALUE 'N'.
              88 SUPP-BENEFITS-APPLIES    VALUE 'Y'.
           05 WS-BENEFITS-FLAT       PIC 9(7) VALUE 0002400.
           05 WS-PERIODS-PER-YEAR    PIC 9(2) VALUE 26.

      *        The batch. WS-SUPP-PERIOD is the last regular period
      *        paid, carried on every record so the downstream runs
      *        see a period they know; WS-PAY-DATE is the batch's own
      *        period date. WS-PRIOR- describes what NETPAY.DAT held
      *        before this run.
       01  WS-BATCH-AREAS.
           05 WS-BATCH-ID            PIC X(8).
           05 WS-PAY-DATE            PIC 9(8).
           05 WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
              10 WS-PAY-YYYY         PIC 9(4).
              10 WS-PAY-MM           PIC 9(2).
              10 WS-PAY-DD           PIC 9(2).
           05 WS-SUPP-PERIOD         PIC 9(2) VALUE ZERO.
           05 WS-PRIOR-SW            PIC X VALUE 'N'.
              88 PRIOR-OFF-CYCLE          VALUE 'Y'.
           05 WS-PRIOR-PAY-DATE      PIC 9(8) VALUE ZERO.
           05 WS-PRIOR-SETTLED-SW    PIC X VALUE 'N'.
              88 PRIOR-SETTLED            VALUE 'Y' 'S'.
              88 PRIOR-STOPPED            VALUE 'S'.
           05 WS-DUP-SW              PIC X VALUE 'N'.
              88 BATCH-ALREADY-RUN        VALUE 'Y'.
              88 PAY-DATE-ALREADY-USED    VALUE 'D'.
           05 WS-STARTED-SW          PIC X VALUE 'N'.
              88 BATCH-STARTED            VALUE 'Y'.
           05 WS-STARTED-RUN-DATE    PIC 9(8) VALUE ZERO.
           05 WS-LOG-STATUS          PIC X.
           05 WS-LOG-FAILED-SW       PIC X VALUE 'N'.
              88 BATCH-LOG-FAILED         VALUE 'Y'.

      *        Employees already charged health or benefits in this
      *        batch, so a second payment to the same employee is not
      *        charged again.
       01  WS-CHARGED-AREAS.
           05 WS-CHG-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-CHG-MAX             PIC 9(3) VALUE 500.
           05 WS-CHG-IDX             PIC 9(3).
           05 WS-CHG-FOUND-SW        PIC X VALUE 'N'.
              88 ALREADY-CHARGED          VALUE 'Y'.
           05 WS-CHG-EMP-ID OCCURS 500 TIMES PIC 9(7).

       01  WS-ELECT-AREAS.
           05 WS-CUR-RETIRE-PCT      PIC 9(2)V99.
           05 WS-CUR-HEALTH-PLAN     PIC X(3).
           05 WS-CUR-GARN-AMOUNT     PIC 9(7)V99.
           05 WS-GARN-IDX            PIC 9.
           05 WS-HEALTH-IDX          PIC 9.

      *        Per-period health plan charges by plan code, as
      *        PAYCALC charges them.
       01  WS-HEALTH-PLAN-TABLE.
           05 FILLER.
              10 FILLER            PIC X(3) VALUE 'NON'.
              10 FILLER            PIC 9(5)V99 VALUE ZERO.
           05 FILLER.
              10 FILLER            PIC X(3) VALUE 'HMO'.
              10 FILLER            PIC 9(5)V99 VALUE 45.00.
           05 FILLER.
              10 FILLER            PIC X(3) VALUE 'PPO'.
              10 FILLER            PIC 9(5)V99 VALUE 85.00.
           05 FILLER.
              10 FILLER            PIC X(3) VALUE 'HDP'.
              10 FILLER            PIC 9(5)V99 VALUE 25.00.
       01  WS-HEALTH-PLANS REDEFINES WS-HEALTH-PLAN-TABLE.
           05 WS-HEALTH-ENTRY OCCURS 4 TIMES.
              10 WS-HEALTH-CODE    PIC X(3).
              10 WS-HEALTH-CHARGE  PIC 9(5)V99.

       01  WS-CALC-AREAS.
           05 WS-SUPP-GROSS          PIC 9(9)V99.
           05 WS-FED-TAX             PIC 9(9)V99.
           05 WS-STATE-TAX           PIC 9(9)V99.
           05 WS-BENEFITS-DED        PIC 9(5)V99.
           05 WS-RETIRE-DED          PIC 9(7)V99.
           05 WS-HEALTH-DED          PIC 9(5)V99.
           05 WS-OTHER-DED           PIC 9(7)V99.
           05 WS-NET-PAY             PIC S9(9)V99.

       01  WS-TOTAL-AREAS.
           05 WS-TOT-GROSS           PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-FED             PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-STATE           PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-RETIRE          PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-OTHER           PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-NET             PIC S9(11)V99 VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.
           05 WS-HOLD-LINE          PIC X(132).

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(30) VALUE
              'SUPPLEMENTAL PAY REGISTER'.
           05 FILLER            PIC X(7)  VALUE 'BATCH: '.
           05 RH-BATCH          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'PAY DATE: '.
           05 RH-PAY-DATE       PIC 9999/99/99.
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
           05 FILLER            PIC X(24) VALUE SPACES.

       01  REPORT-HEADING-LINE.
           05 FILLER            PIC X(9)  VALUE 'EMP ID'.
           05 FILLER            PIC X(23) VALUE 'NAME'.
           05 FILLER            PIC X(5)  VALUE 'TYPE'.
           05 FILLER            PIC X(13) VALUE '      GROSS'.
           05 FILLER            PIC X(12) VALUE '   FED TAX'.
           05 FILLER            PIC X(12) VALUE ' STATE TAX'.
           05 FILLER            PIC X(12) VALUE '    RETIRE'.
           05 FILLER            PIC X(12) VALUE ' OTHER DED'.
           05 FILLER            PIC X(12) VALUE '    NET PAY'.
           05 FILLER            PIC X(22) VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05 RD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-FNAME          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-LNAME          PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-EARN-TYPE      PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-GROSS          PIC $$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-FED            PIC $$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-STATE          PIC $$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-RETIRE         PIC $$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-OTHER          PIC $$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-NET            PIC $$$$,$$9.99-.
           05 FILLER            PIC X(22) VALUE SPACES.

       01  REPORT-EXCEPTION-LINE.
           05 RX-EMP-ID         PIC X(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RX-TAG            PIC X(13).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RX-MESSAGE        PIC X(60).
           05 FILLER            PIC X(49) VALUE SPACES.

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

       PROCEDURE DIVISION.
       0100-SUPPLEMENTAL-PAY.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.

           PERFORM 0105-READ-SUPP-PARMS.
           PERFORM 0110-READ-BATCH-HEADER.
           PERFORM 0115-FIND-SUPP-PERIOD.
           PERFORM 0117-CHECK-NETPAY-CLOSED THRU 0117-END.
           PERFORM 0120-CHECK-BATCH-LOG.

           OPEN INPUT EMPIDX-FILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "PAYSUPP REFUSED: EMPIDX.DAT NOT AVAILABLE"
              CLOSE SUPPTRAN-FILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT ELECT-FILE.
           IF ELECT-CHECK-KEY = "00"
              MOVE 'Y' TO WS-ELECT-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-ELECT-AVAIL-SW
           END-IF.
      *        With no WHLDIDX.DAT nobody is exempt, as in PAYCALC.
           OPEN INPUT WHLD-FILE.
           IF WHLD-CHECK-KEY = "00"
              MOVE 'Y' TO WS-WHLD-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-WHLD-AVAIL-SW
           END-IF.
           IF SUPP-BENEFITS-APPLIES
              PERFORM 0112-LOAD-BENEFITS-RATE
           END-IF.
           PERFORM 0107-OPEN-YTD-FILE.

           OPEN OUTPUT NETPAYFILE
           IF NETPAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "NETPAYFILE ", NETPAY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

      *        The batch is on the log before the first YTD update, so
      *        a run that stops part way cannot be run again as new.
           MOVE 'I' TO WS-LOG-STATUS.
           PERFORM 0130-WRITE-BATCH-LOG THRU 0130-END.
           IF BATCH-LOG-FAILED
              DISPLAY "PAYSUPP REFUSED: BATCH " WS-BATCH-ID
                 " COULD NOT BE LOGGED AS STARTED, NOTHING PAID"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0245-PRINT-PAGE-HEADER.
           READ SUPPTRAN-FILE
              AT END SET TRANATEOF TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-PAYMENT UNTIL TRANATEOF.
           PERFORM 0250-PRINT-REPORT-TOTALS.

           CLOSE SUPPTRAN-FILE, EMPIDX-FILE, PAYYTD-FILE, NETPAYFILE,
                 REPORT-FILE.
           IF ELECT-AVAILABLE
              CLOSE ELECT-FILE
           END-IF.
           IF WHLD-AVAILABLE
              CLOSE WHLD-FILE
           END-IF.
           MOVE 'P' TO WS-LOG-STATUS.
           PERFORM 0130-WRITE-BATCH-LOG THRU 0130-END.

           DISPLAY "PAYSUPP BATCH              = " WS-BATCH-ID.
           DISPLAY "PAYSUPP PAY DATE           = " WS-PAY-DATE.
           DISPLAY "PAYSUPP PAYMENTS READ      = " WS-RECORDS-READ.
           DISPLAY "PAYSUPP PAYMENTS WRITTEN   = " WS-RECORDS-WRITTEN.
           DISPLAY "PAYSUPP PAYMENTS REJECTED  = " WS-REJECT-COUNT.
           DISPLAY "PAYSUPP EXEMPT FROM FED TAX = " WS-EXEMPT-COUNT.
           IF WS-NOTE-COUNT > 0
              DISPLAY "PAYSUPP GARNISHMENTS NOT TAKEN = "
                 WS-NOTE-COUNT " - SEE SUPPRPT.DAT"
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        Rates that are missing or not numeric leave the
      *        default in place; a deduction mark is 'Y' or it is off.
       0105-READ-SUPP-PARMS.
           OPEN INPUT SUPPPARM-FILE.
           IF PARM-CHECK-KEY = "00"
              READ SUPPPARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF SP-FED-RATE NUMERIC
                       MOVE SP-FED-RATE TO WS-SUPP-FED-RATE
                    END-IF
                    IF SP-STATE-RATE NUMERIC
                       MOVE SP-STATE-RATE TO WS-SUPP-STATE-RATE
                    END-IF
                    IF SP-RETIRE-SW = 'Y'
                       MOVE 'Y' TO WS-SUPP-RETIRE-SW
                    ELSE
                       MOVE 'N' TO WS-SUPP-RETIRE-SW
                    END-IF
                    IF SP-HEALTH-SW = 'Y'
                       MOVE 'Y' TO WS-SUPP-HEALTH-SW
                    ELSE
                       MOVE 'N' TO WS-SUPP-HEALTH-SW
                    END-IF
                    IF SP-BENEFITS-SW = 'Y'
                       MOVE 'Y' TO WS-SUPP-BENEFITS-SW
                    ELSE
                       MOVE 'N' TO WS-SUPP-BENEFITS-SW
                    END-IF
              END-READ
              CLOSE SUPPPARM-FILE
           END-IF.
       0105-END.

      *        The year-to-date file persists across runs; the first
      *        run of a new installation creates it.
       0107-OPEN-YTD-FILE.
           OPEN I-O PAYYTD-FILE.
           IF YTD-CHECK-KEY NOT = "00"
              OPEN OUTPUT PAYYTD-FILE
              IF YTD-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "PAYYTD-FILE ", YTD-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE PAYYTD-FILE
              OPEN I-O PAYYTD-FILE
              IF YTD-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "PAYYTD-FILE ", YTD-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0107-END.

      *        The header names the batch and its pay date. Without a
      *        usable header there is no batch to run; the file is
      *        left open positioned on the first payment.
       0110-READ-BATCH-HEADER.
           OPEN INPUT SUPPTRAN-FILE.
           IF TRAN-CHECK-KEY NOT = "00"
              DISPLAY "PAYSUPP REFUSED: NO SUPPTRAN.DAT, NOTHING ",
                 "TO PAY"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           READ SUPPTRAN-FILE
              AT END
                 DISPLAY "PAYSUPP REFUSED: SUPPTRAN.DAT IS EMPTY"
                 CLOSE SUPPTRAN-FILE
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
           END-READ.
           IF SH-REC-TYPE NOT = 'H'
              OR SH-BATCH-ID = SPACES
              OR SH-PAY-DATE NOT NUMERIC
              DISPLAY "PAYSUPP REFUSED: SUPPTRAN.DAT HAS NO VALID ",
                 "BATCH HEADER"
              CLOSE SUPPTRAN-FILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           MOVE SH-BATCH-ID TO WS-BATCH-ID.
           MOVE SH-PAY-DATE TO WS-PAY-DATE.
           IF WS-PAY-MM < 1 OR WS-PAY-MM > 12
              OR WS-PAY-DD < 1 OR WS-PAY-DD > 31
              DISPLAY "PAYSUPP REFUSED: BATCH PAY DATE " WS-PAY-DATE
                 " IS NOT A VALID DATE"
              CLOSE SUPPTRAN-FILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
       0110-END.

      *        Only the annual benefits charge is wanted from the rate
      *        set in effect on the pay date; the withholding is flat.
       0112-LOAD-BENEFITS-RATE.
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
                 IF PR-EFF-DATE > WS-PAY-DATE
                    SET NO-MORE-PAYRATES TO TRUE
                 ELSE
                    MOVE PR-BENEFITS-ANNUAL TO WS-BENEFITS-FLAT
                 END-IF
           END-READ.
       0113-END.

      *        The batch rides on the last regular period paid. Its
      *        pay date may not be that period's own date: PAYCHECK
      *        and PAYCLOSE tell one run's checks from another's by
      *        period and date together.
       0115-FIND-SUPP-PERIOD.
           PERFORM 0910-LOAD-RUN-CONTROL.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
              UNTIL WS-CTL-IDX > 26
              IF WS-CTL-PAY-DONE(WS-CTL-IDX) = 'Y'
                 MOVE WS-CTL-IDX TO WS-SUPP-PERIOD
              END-IF
           END-PERFORM.
           IF WS-SUPP-PERIOD > ZERO
              IF WS-CTL-PERIOD-DATE(WS-SUPP-PERIOD) = WS-PAY-DATE
                 DISPLAY "PAYSUPP REFUSED: PAY DATE " WS-PAY-DATE
                    " IS THE DATE OF REGULAR PERIOD " WS-SUPP-PERIOD
                 CLOSE SUPPTRAN-FILE
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0115-END.

      *        NETPAY.DAT is shared with the regular run, so the batch
      *        may only replace a file whose run has been closed. A
      *        regular period must be closed on PAYCTL.DAT; an earlier
      *        batch must be closed or reversed on SUPPCTL.DAT, or have
      *        stopped before finishing, which 0120-CHECK-BATCH-LOG
      *        proves.
       0117-CHECK-NETPAY-CLOSED.
           OPEN INPUT NETPAYFILE.
           IF NETPAY-CHECK-KEY NOT = "00"
              GO TO 0117-END
           END-IF.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           CLOSE NETPAYFILE.
           IF ENDOFFILE
              GO TO 0117-END
           END-IF.
           IF NP-IS-OFF-CYCLE
              MOVE 'Y' TO WS-PRIOR-SW
              MOVE NP-PERIOD-DATE TO WS-PRIOR-PAY-DATE
           ELSE
              IF NP-PAY-PERIOD >= 1 AND NP-PAY-PERIOD <= 26
                 AND WS-CTL-PAY-DONE(NP-PAY-PERIOD) = 'Y'
                 AND WS-CTL-CLOSED(NP-PAY-PERIOD) NOT = 'Y'
                 DISPLAY "PAYSUPP REFUSED: NETPAY.DAT HOLDS PERIOD "
                    NP-PAY-PERIOD " NOT YET CLOSED"
                 CLOSE SUPPTRAN-FILE
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0117-END.

       0120-CHECK-BATCH-LOG.
           OPEN INPUT SUPPCTL-FILE.
           IF SUPPCTL-CHECK-KEY = "00"
              READ SUPPCTL-FILE
                 AT END SET SUPPCTLATEOF TO TRUE
              END-READ
              PERFORM 0125-CHECK-ONE-BATCH UNTIL SUPPCTLATEOF
              CLOSE SUPPCTL-FILE
           END-IF.
           IF BATCH-ALREADY-RUN
              DISPLAY "PAYSUPP REFUSED: BATCH " WS-BATCH-ID
                 " ALREADY RUN"
           ELSE IF BATCH-STARTED
              DISPLAY "PAYSUPP REFUSED: BATCH " WS-BATCH-ID
                 " STARTED " WS-STARTED-RUN-DATE " BUT NEVER ",
                 "FINISHED - PAYYTD.DAT MAY BE PARTLY UPDATED"
           END-IF.
           IF PAY-DATE-ALREADY-USED
              DISPLAY "PAYSUPP REFUSED: PAY DATE " WS-PAY-DATE
                 " ALREADY USED BY AN EARLIER BATCH"
           END-IF.
           IF PRIOR-OFF-CYCLE AND NOT PRIOR-SETTLED
              DISPLAY "PAYSUPP REFUSED: NETPAY.DAT HOLDS THE BATCH ",
                 "PAID " WS-PRIOR-PAY-DATE ", NOT YET CLOSED"
           END-IF.
           IF PRIOR-OFF-CYCLE AND PRIOR-STOPPED
              DISPLAY "PAYSUPP: NETPAY.DAT FROM THE BATCH STOPPED ",
                 "ON PAY DATE " WS-PRIOR-PAY-DATE " IS REPLACED"
           END-IF.
           IF BATCH-ALREADY-RUN OR PAY-DATE-ALREADY-USED
              OR BATCH-STARTED
              OR (PRIOR-OFF-CYCLE AND NOT PRIOR-SETTLED)
              CLOSE SUPPTRAN-FILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
       0120-END.

      *        A batch's 'I' record with no 'P' after it is one that
      *        stopped part way through. Its own batch ID stays
      *        refused, but it paid nothing that can be closed, so it
      *        holds no pay date and the partial NETPAY.DAT it left
      *        counts as settled: once PAYYTD.DAT is restored from
      *        before the run, the payments are sent again under a new
      *        batch ID, on the same pay date if wanted.
       0125-CHECK-ONE-BATCH.
           IF SC-STATUS = 'I' AND SC-BATCH-ID = WS-BATCH-ID
              SET BATCH-STARTED TO TRUE
              MOVE SC-RUN-DATE TO WS-STARTED-RUN-DATE
           END-IF.
           IF SC-STATUS = 'P'
              IF SC-BATCH-ID = WS-BATCH-ID
                 SET BATCH-ALREADY-RUN TO TRUE
                 MOVE 'N' TO WS-STARTED-SW
              ELSE
                 IF SC-PAY-DATE = WS-PAY-DATE
                    AND NOT BATCH-ALREADY-RUN
                    SET PAY-DATE-ALREADY-USED TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF SC-PAY-DATE = WS-PRIOR-PAY-DATE
              IF SC-STATUS = 'C' OR SC-STATUS = 'R'
                 MOVE 'Y' TO WS-PRIOR-SETTLED-SW
              ELSE IF SC-STATUS = 'P'
                 MOVE 'N' TO WS-PRIOR-SETTLED-SW
              ELSE IF SC-STATUS = 'I' AND WS-PRIOR-SETTLED-SW = 'N'
                 SET PRIOR-STOPPED TO TRUE
              END-IF
           END-IF.
           READ SUPPCTL-FILE
              AT END SET SUPPCTLATEOF TO TRUE
           END-READ.
       0125-END.

      *        The log is appended to, never rewritten, so it keeps
      *        every batch ever paid. WS-LOG-STATUS is set by the
      *        caller: 'I' as the batch starts, 'P' when it is done.
       0130-WRITE-BATCH-LOG.
           MOVE 'N' TO WS-LOG-FAILED-SW.
           OPEN EXTEND SUPPCTL-FILE.
           IF SUPPCTL-CHECK-KEY NOT = "00"
              OPEN OUTPUT SUPPCTL-FILE
           END-IF.
           IF SUPPCTL-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "SUPPCTL-FILE ", SUPPCTL-CHECK-KEY
              DISPLAY "BATCH LOG NOT WRITTEN - BATCH " WS-BATCH-ID
                 " NOT RECORDED"
              SET BATCH-LOG-FAILED TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO 0130-END
           END-IF.
           MOVE WS-LOG-STATUS TO SC-STATUS.
           MOVE WS-BATCH-ID TO SC-BATCH-ID.
           MOVE WS-PAY-DATE TO SC-PAY-DATE.
           MOVE WS-SUPP-PERIOD TO SC-PAY-PERIOD.
           MOVE WS-RUN-DATE-NUM TO SC-RUN-DATE.
           MOVE WS-RECORDS-WRITTEN TO SC-PAID-COUNT.
           MOVE WS-TOT-NET TO SC-TOTAL-NET.
           WRITE SUPPCTL-RECORD.
           IF SUPPCTL-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "SUPPCTL-RECORD ", SUPPCTL-CHECK-KEY
              SET BATCH-LOG-FAILED TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SUPPCTL-FILE.
       0130-END.

       0200-PROCESS-PAYMENT.
           ADD 1 TO WS-RECORDS-READ.
           SET VALID-TRAN TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF ST-REC-TYPE = 'H'
              MOVE 'SECOND BATCH HEADER IN SUPPTRAN.DAT'
                 TO WS-REJECT-REASON
              SET INVALID-TRAN TO TRUE
           ELSE
              IF ST-REC-TYPE NOT = 'D'
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                 SET INVALID-TRAN TO TRUE
              ELSE
                 PERFORM 0210-VALIDATE-PAYMENT
              END-IF
           END-IF.
           IF VALID-TRAN
              PERFORM 0220-CALC-SUPPLEMENTAL
           END-IF.
           IF VALID-TRAN
              PERFORM 0230-WRITE-NETPAY
              PERFORM 0240-UPDATE-YTD THRU 0240-END
              PERFORM 0235-PRINT-DETAIL
              IF WS-CUR-GARN-AMOUNT > ZERO
                 PERFORM 0295-NOTE-GARNISHMENT
              END-IF
           ELSE
              PERFORM 0290-REJECT-PAYMENT
           END-IF.
           READ SUPPTRAN-FILE
              AT END SET TRANATEOF TO TRUE
           END-READ.
       0200-END.

      *        A terminated employee is still paid: final pay is one
      *        of the reasons this run exists. The year-to-date record
      *        is read here so a payment dated into a year the file
      *        has already rolled past is caught before anything is
      *        written.
       0210-VALIDATE-PAYMENT.
           IF ST-EMP-ID NOT NUMERIC
              MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-REJECT-REASON
              SET INVALID-TRAN TO TRUE
           ELSE IF ST-AMOUNT NOT NUMERIC
              MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
              SET INVALID-TRAN TO TRUE
           ELSE IF ST-AMOUNT = ZERO
              MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                 TO WS-REJECT-REASON
              SET INVALID-TRAN TO TRUE
           END-IF.
           IF VALID-TRAN
              MOVE ST-EARN-TYPE TO WS-EARN-LOOKUP-CODE
              PERFORM 0990-LOOKUP-EARN-TYPE
              IF NOT EARN-TYPE-FOUND OR ST-EARN-TYPE = 'REG'
                 MOVE 'NOT A SUPPLEMENTAL EARNINGS TYPE'
                    TO WS-REJECT-REASON
                 SET INVALID-TRAN TO TRUE
              END-IF
           END-IF.
           IF VALID-TRAN
              MOVE ST-EMP-ID TO EMP-ID-IDX
              READ EMPIDX-FILE
                 INVALID KEY
                    MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
                    SET INVALID-TRAN TO TRUE
              END-READ
           END-IF.
           IF VALID-TRAN
              MOVE 'N' TO WS-YTD-FOUND-SW
              MOVE ST-EMP-ID TO YTD-EMP-ID
              READ PAYYTD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-YTD-FOUND-SW
              END-READ
              IF YTD-FOUND AND YTD-YEAR > WS-PAY-YYYY
                 MOVE 'PAY DATE IN A YEAR PAYYTD.DAT HAS CLOSED'
                    TO WS-REJECT-REASON
                 SET INVALID-TRAN TO TRUE
              END-IF
           END-IF.
       0210-END.

      *        Flat-rate withholding on the payment itself, then the
      *        deductions marked as applying to supplemental pay.
      *        An employee exempt from federal withholding is exempt
      *        on supplemental pay too. Health and benefits are
      *        per-period charges, so an employee paid twice in one
      *        batch is charged once.
       0220-CALC-SUPPLEMENTAL.
           MOVE ST-AMOUNT TO WS-SUPP-GROSS.
           PERFORM 0965-LOOKUP-WH-PROFILE.
           IF FED-EXEMPT
              MOVE ZERO TO WS-FED-TAX
           ELSE
              COMPUTE WS-FED-TAX ROUNDED =
                 WS-SUPP-GROSS * WS-SUPP-FED-RATE
           END-IF.
           COMPUTE WS-STATE-TAX ROUNDED =
              WS-SUPP-GROSS * WS-SUPP-STATE-RATE.
           MOVE ZERO TO WS-RETIRE-DED, WS-HEALTH-DED,
              WS-BENEFITS-DED.
           PERFORM 0960-LOOKUP-ELECTIONS.
           IF SUPP-RETIRE-APPLIES
              COMPUTE WS-RETIRE-DED ROUNDED =
                 WS-SUPP-GROSS * WS-CUR-RETIRE-PCT / 100
           END-IF.
           IF SUPP-HEALTH-APPLIES OR SUPP-BENEFITS-APPLIES
              PERFORM 0225-FIND-CHARGED-EMP
              IF NOT ALREADY-CHARGED
                 IF WS-CHG-COUNT >= WS-CHG-MAX
                    MOVE 'TOO MANY EMPLOYEES IN BATCH'
                       TO WS-REJECT-REASON
                    SET INVALID-TRAN TO TRUE
                 ELSE
                    PERFORM 0227-CALC-PERIOD-CHARGES
                 END-IF
              END-IF
           END-IF.
           IF VALID-TRAN
              COMPUTE WS-NET-PAY =
                 WS-SUPP-GROSS - WS-FED-TAX - WS-STATE-TAX
                 - WS-BENEFITS-DED - WS-RETIRE-DED - WS-HEALTH-DED
              IF WS-NET-PAY NOT > ZERO
                 MOVE 'NET PAY NOT POSITIVE AFTER DEDUCTIONS'
                    TO WS-REJECT-REASON
                 SET INVALID-TRAN TO TRUE
              END-IF
           END-IF.
      *        Only a payment that will be written marks the employee
      *        charged, so a rejected one leaves the charge for the
      *        next payment to that employee.
           IF VALID-TRAN
              AND (SUPP-HEALTH-APPLIES OR SUPP-BENEFITS-APPLIES)
              AND NOT ALREADY-CHARGED
              ADD 1 TO WS-CHG-COUNT
              MOVE ST-EMP-ID TO WS-CHG-EMP-ID(WS-CHG-COUNT)
           END-IF.
           COMPUTE WS-OTHER-DED = WS-HEALTH-DED + WS-BENEFITS-DED.
       0220-END.

       0225-FIND-CHARGED-EMP.
           MOVE 'N' TO WS-CHG-FOUND-SW.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > WS-CHG-COUNT
              IF WS-CHG-EMP-ID(WS-CHG-IDX) = ST-EMP-ID
                 MOVE 'Y' TO WS-CHG-FOUND-SW
              END-IF
           END-PERFORM.
       0225-END.

       0227-CALC-PERIOD-CHARGES.
           IF SUPP-HEALTH-APPLIES
              PERFORM VARYING WS-HEALTH-IDX FROM 1 BY 1
                 UNTIL WS-HEALTH-IDX > 4
                 IF WS-CUR-HEALTH-PLAN = WS-HEALTH-CODE(WS-HEALTH-IDX)
                    MOVE WS-HEALTH-CHARGE(WS-HEALTH-IDX)
                       TO WS-HEALTH-DED
                    MOVE 5 TO WS-HEALTH-IDX
                 END-IF
              END-PERFORM
           END-IF.
           IF SUPP-BENEFITS-APPLIES
              COMPUTE WS-BENEFITS-DED ROUNDED =
                 WS-BENEFITS-FLAT / WS-PERIODS-PER-YEAR
           END-IF.
       0227-END.

       0230-WRITE-NETPAY.
           IF FED-EXEMPT
              ADD 1 TO WS-EXEMPT-COUNT
           END-IF.
           MOVE ST-EMP-ID TO NP-EMP-ID.
           MOVE EMP-LASTNAME-IDX TO NP-LASTNAME.
           MOVE EMP-FIRSTNAME-IDX TO NP-FIRSTNAME.
           MOVE WS-SUPP-GROSS TO NP-GROSS-PAY.
           MOVE WS-FED-TAX TO NP-FEDERAL-TAX.
           MOVE WS-STATE-TAX TO NP-STATE-TAX.
           MOVE WS-BENEFITS-DED TO NP-BENEFITS.
           MOVE WS-RETIRE-DED TO NP-RETIRE.
           MOVE WS-HEALTH-DED TO NP-HEALTH.
           MOVE ZERO TO NP-GARNISH.
           MOVE WS-NET-PAY TO NP-NET-PAY.
           MOVE WS-SUPP-PERIOD TO NP-PAY-PERIOD.
           MOVE WS-PAY-DATE TO NP-PERIOD-DATE.
           MOVE ZERO TO NP-RETRO-PAY.
           MOVE 'Y' TO NP-OFF-CYCLE.
           MOVE ST-EARN-TYPE TO NP-EARN-TYPE.
           MOVE SPACE TO NP-PAY-TYPE.
           MOVE ZERO TO NP-HOURLY-RATE.
           MOVE ZERO TO NP-REG-HOURS.
           MOVE ZERO TO NP-OT-HOURS.
           MOVE ZERO TO NP-HOL-HOURS.
           WRITE NETPAY-RECORD.
           IF NETPAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "NETPAY-RECORD ", NETPAY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD WS-SUPP-GROSS TO WS-TOT-GROSS.
           ADD WS-FED-TAX TO WS-TOT-FED.
           ADD WS-STATE-TAX TO WS-TOT-STATE.
           ADD WS-RETIRE-DED TO WS-TOT-RETIRE.
           ADD WS-OTHER-DED TO WS-TOT-OTHER.
           ADD WS-NET-PAY TO WS-TOT-NET.
       0230-END.

       0235-PRINT-DETAIL.
           MOVE ST-EMP-ID TO RD-EMP-ID.
           MOVE EMP-FIRSTNAME-IDX TO RD-FNAME.
           MOVE EMP-LASTNAME-IDX TO RD-LNAME.
           MOVE ST-EARN-TYPE TO RD-EARN-TYPE.
           MOVE WS-SUPP-GROSS TO RD-GROSS.
           MOVE WS-FED-TAX TO RD-FED.
           MOVE WS-STATE-TAX TO RD-STATE.
           MOVE WS-RETIRE-DED TO RD-RETIRE.
           MOVE WS-OTHER-DED TO RD-OTHER.
           MOVE WS-NET-PAY TO RD-NET.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
       0235-END.

      *        The payment is added in; YTD-LAST-PERIOD is left alone
      *        because it guards the regular period runs, not this
      *        one. The first payment of a new year rolls the record
      *        over the way PAYCALC's first period would.
       0240-UPDATE-YTD.
           IF NOT YTD-FOUND
              MOVE ST-EMP-ID TO YTD-EMP-ID
              MOVE WS-PAY-YYYY TO YTD-YEAR
              MOVE ZERO TO YTD-LAST-PERIOD
              MOVE WS-SUPP-GROSS TO YTD-GROSS
              MOVE WS-FED-TAX TO YTD-FED-TAX
              MOVE WS-STATE-TAX TO YTD-STATE-TAX
              MOVE WS-BENEFITS-DED TO YTD-BENEFITS
              MOVE WS-RETIRE-DED TO YTD-RETIRE
              MOVE WS-HEALTH-DED TO YTD-HEALTH
              MOVE ZERO TO YTD-GARNISH
              MOVE WS-NET-PAY TO YTD-NET-PAY
              MOVE ZERO TO YTD-RETRO-PAY
              WRITE PAYYTD-RECORD
                 INVALID KEY
                    DISPLAY "Non-zero file status returned from ",
                       "WRITE PAYYTD-RECORD ", YTD-CHECK-KEY
                    GO TO 9000-END-PROGRAM
              END-WRITE
              MOVE 'Y' TO WS-YTD-FOUND-SW
              GO TO 0240-END
           END-IF.
           IF YTD-YEAR < WS-PAY-YYYY
              MOVE WS-PAY-YYYY TO YTD-YEAR
              MOVE ZERO TO YTD-LAST-PERIOD
              MOVE ZERO TO YTD-GROSS
              MOVE ZERO TO YTD-FED-TAX
              MOVE ZERO TO YTD-STATE-TAX
              MOVE ZERO TO YTD-BENEFITS
              MOVE ZERO TO YTD-RETIRE
              MOVE ZERO TO YTD-HEALTH
              MOVE ZERO TO YTD-GARNISH
              MOVE ZERO TO YTD-NET-PAY
              MOVE ZERO TO YTD-RETRO-PAY
           END-IF.
           ADD WS-SUPP-GROSS TO YTD-GROSS.
           ADD WS-FED-TAX TO YTD-FED-TAX.
           ADD WS-STATE-TAX TO YTD-STATE-TAX.
           ADD WS-BENEFITS-DED TO YTD-BENEFITS.
           ADD WS-RETIRE-DED TO YTD-RETIRE.
           ADD WS-HEALTH-DED TO YTD-HEALTH.
           ADD WS-NET-PAY TO YTD-NET-PAY.
           REWRITE PAYYTD-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from ",
                    "REWRITE PAYYTD-RECORD ", YTD-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-REWRITE.
       0240-END.

       0245-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-BATCH-ID TO RH-BATCH.
           MOVE WS-PAY-DATE TO RH-PAY-DATE.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           PERFORM 0262-PUT-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO REPORT-LINE.
           PERFORM 0262-PUT-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0245-END.

       0250-PRINT-REPORT-TOTALS.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'PAYMENTS PAID / GROSS' TO TL-LABEL.
           MOVE WS-RECORDS-WRITTEN TO TL-COUNT.
           MOVE WS-TOT-GROSS TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'FEDERAL TAX AT SUPPLEMENTAL RATE' TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE WS-TOT-FED TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'STATE TAX AT SUPPLEMENTAL RATE' TO TL-LABEL.
           MOVE WS-TOT-STATE TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'RETIREMENT' TO TL-LABEL.
           MOVE WS-TOT-RETIRE TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'HEALTH AND BENEFITS' TO TL-LABEL.
           MOVE WS-TOT-OTHER TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'NET PAY' TO TL-LABEL.
           MOVE WS-RECORDS-WRITTEN TO TL-COUNT.
           MOVE WS-TOT-NET TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'PAYMENTS REJECTED' TO TL-LABEL.
           MOVE WS-REJECT-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'GARNISHMENTS NOT TAKEN' TO TL-LABEL.
           MOVE WS-NOTE-COUNT TO TL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
       0250-END.

       0260-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              MOVE REPORT-LINE TO WS-HOLD-LINE
              PERFORM 0245-PRINT-PAGE-HEADER
              MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF.
           PERFORM 0262-PUT-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       0260-END.

      *        The checked WRITE itself, with no page break, so the
      *        page header can use it too.
       0262-PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0262-END.

       0290-REJECT-PAYMENT.
           MOVE SPACES TO REPORT-EXCEPTION-LINE.
           MOVE ST-EMP-ID TO RX-EMP-ID.
           MOVE '*** REJECTED:' TO RX-TAG.
           MOVE WS-REJECT-REASON TO RX-MESSAGE.
           MOVE REPORT-EXCEPTION-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
       0290-END.

      *        The payment is made in full; the order is satisfied
      *        from the regular period, so payroll is told to look.
       0295-NOTE-GARNISHMENT.
           MOVE SPACES TO REPORT-EXCEPTION-LINE.
           MOVE ST-EMP-ID TO RX-EMP-ID.
           MOVE '*** NOTE:' TO RX-TAG.
           MOVE 'GARNISHMENT ON FILE, NOT TAKEN FROM OFF-CYCLE PAY'
              TO RX-MESSAGE.
           MOVE REPORT-EXCEPTION-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           ADD 1 TO WS-NOTE-COUNT.
       0295-END.

       COPY PAYCTLPR.

       COPY EARNTYPR.

      *        Election lookup as PAYCALC makes it. Only whether any
      *        garnishment slot carries an amount matters here.
       0960-LOOKUP-ELECTIONS.
           MOVE ZERO TO WS-CUR-RETIRE-PCT.
           MOVE 'NON' TO WS-CUR-HEALTH-PLAN.
           MOVE ZERO TO WS-CUR-GARN-AMOUNT.
           IF ELECT-AVAILABLE
              MOVE ST-EMP-ID TO EL-EMP-ID
              READ ELECT-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE EL-RETIRE-PCT TO WS-CUR-RETIRE-PCT
                    MOVE EL-HEALTH-PLAN TO WS-CUR-HEALTH-PLAN
                    PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                       UNTIL WS-GARN-IDX > 3
                       ADD EL-GARN-AMOUNT(WS-GARN-IDX)
                          TO WS-CUR-GARN-AMOUNT
                    END-PERFORM
              END-READ
           END-IF.
       0960-END.

       0965-LOOKUP-WH-PROFILE.
           MOVE 'N' TO WS-CUR-EXEMPT.
           IF WHLD-AVAILABLE
              MOVE ST-EMP-ID TO WP-EMP-ID
              READ WHLD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE WP-EXEMPT TO WS-CUR-EXEMPT
              END-READ
           END-IF.
       0965-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'PAYSUPP' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM PAYSUPP.
