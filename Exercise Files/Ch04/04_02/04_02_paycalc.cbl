		ACCESS MODE IS RANDOM
		RECORD KEY IS EL-EMP-ID.

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

	   SELECT GARNCASE-FILE ASSIGN TO "GARNIDX.DAT"
	    FILE STATUS IS GARN-CHECK-KEY
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GC-KEY.

	   SELECT RETROADJ-FILE ASSIGN TO "RETROADJ.DAT"
	    FILE STATUS IS RETRO-CHECK-KEY
		ORGANIZATION IS LINE SEQUENTIAL.

	   SELECT LEAVE-FILE ASSIGN TO "LEAVEIDX.DAT"
	    FILE STATUS IS LEAVE-CHECK-KEY
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS LV-EMP-ID.

	   SELECT PAYTYPE-FILE ASSIGN TO "PAYTYIDX.DAT"
	    FILE STATUS IS PAYTY-CHECK-KEY
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS PT-EMP-ID.

	   SELECT TIMECARD-FILE ASSIGN TO "TIMEIDX.DAT"
	    FILE STATUS IS TIME-CHECK-KEY
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS TI-EMP-ID.

	   SELECT PAYCHKPT-FILE ASSIGN TO "PAYCHKPT.DAT"
	    FILE STATUS IS CHKPT-CHECK-KEY
		ORGANIZATION IS LINE SEQUENTIAL.
	          10 NP-PERIOD-YYYY  PIC 9(4).
	          10 NP-PERIOD-MM    PIC 9(2).
	          10 NP-PERIOD-DD    PIC 9(2).
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

	   FD PAYPARMS-FILE.
	   01 PAYPARM-RECORD.
	          10 SH-EMP-ID       PIC 9(7).
	          10 SH-EFF-DATE     PIC 9(8).
	       05 SH-AMOUNT          PIC 9(9).
	       05 SH-POST-DATE       PIC 9(8).
	       05 SH-RETRO-DATE      PIC 9(8).

	   FD EMPSTAT-FILE.
	   01 EMPSTAT-RECORD.
	       05 CTL-PAY-DATE       PIC 9(8).
	       05 CTL-CLOSED         PIC X.
	       05 CTL-CLOSE-DATE     PIC X(8).
	       05 CTL-PERIOD-DATE    PIC X(8).

      *        One record per employee, keyed on EMPLOYEEID, carrying
      *        the year-to-date amounts accumulated across pay-period
	       05 YTD-GARNISH        PIC 9(9)V99.
	       05 YTD-NET-PAY        PIC S9(11)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.
	       05 YTD-RETRO-PAY      PIC S9(9)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.

      *        One complete rate set per effective date, posted by
      *        RATEPOST from RATETRANS.DAT: the four federal and four
	          10 EL-GARN-PRIORITY PIC 9.
	          10 EL-GARN-AMOUNT  PIC 9(5)V99.

      *        Per-employee withholding profile, keyed on EMPLOYEEID
      *        and loaded into WHLDIDX.DAT by WHLDLD: filing status,
      *        allowances, extra federal withholding per period, the
      *        federal exempt flag and the work state.
	   FD WHLD-FILE.
	   01 WHLD-RECORD.
	       05 WP-EMP-ID          PIC 9(7).
	       05 WP-FILING-STATUS   PIC X.
	       05 WP-ALLOWANCES      PIC 9(2).
	       05 WP-EXTRA-WH        PIC 9(5)V99.
	       05 WP-EXEMPT          PIC X.
	       05 WP-WORK-STATE      PIC X(2).

      *        Withholding bracket sets posted by WHRTPOST, one per
      *        jurisdiction ('US' or a state), filing status and
      *        effective date, each with the annual value of one
      *        allowance.
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

      *        Garnishment case master, keyed on EMPLOYEEID and case
      *        number and maintained by GARNLD: the court order behind
      *        one EL-GARNISHMENT slot, with the total owed, withheld to
      *        date, remaining balance, payee agency and stop date.
      *        0223-UPDATE-GARN-CASES carries each period's withholding
      *        onto it and remembers the period in GC-LAST- so an
      *        override rerun replaces it instead of adding it twice.
	   FD GARNCASE-FILE.
	   01 GARNCASE-RECORD.
	       05 GC-KEY.
	          10 GC-EMP-ID       PIC 9(7).
	          10 GC-CASE-NO      PIC X(12).
	       05 GC-SLOT            PIC 9.
	       05 GC-AGENCY-ID       PIC X(6).
	       05 GC-AGENCY-NAME     PIC X(24).
	       05 GC-TOTAL-OWED      PIC 9(9)V99.
	       05 GC-WITHHELD-TD     PIC 9(9)V99.
	       05 GC-BALANCE         PIC 9(9)V99.
	       05 GC-STOP-DATE       PIC 9(8).
	       05 GC-STATUS          PIC X.
	          88 CASE-ACTIVE          VALUE 'A'.
	          88 CASE-PAID-OFF        VALUE 'P'.
	          88 CASE-STOPPED         VALUE 'S'.
	          88 CASE-CLOSED          VALUE 'X'.
	       05 GC-OPEN-DATE       PIC 9(8).
	       05 GC-CLOSE-DATE      PIC 9(8).
	       05 GC-LAST-PERIOD     PIC 9(2).
	       05 GC-LAST-PERIOD-DATE PIC 9(8).
	       05 GC-LAST-ORDERED    PIC 9(7)V99.
	       05 GC-LAST-WITHHELD   PIC 9(7)V99.
	       05 GC-ARREARS         PIC 9(9)V99.

      *        Retroactive pay adjustments written by RETROPAY, in
      *        EMPLOYEEID order, one record per employee per closed
      *        period a back-dated salary change reached. Each carries
      *        the gross under-/over-payment and the withholding
      *        difference at that period's rates, and the period whose
      *        pay run is to carry it; that run adds them to the period
      *        as a separate retro earnings line. Records meant for any
      *        other period, or adjusting a period of another year (a
      *        batch already paid), are passed over.
	   FD RETROADJ-FILE.
	   01 RETROADJ-RECORD.
	       05 RA-EMP-ID          PIC 9(7).
	       05 RA-LASTNAME        PIC X(10).
	       05 RA-FIRSTNAME       PIC X(10).
	       05 RA-PAYABLE-PERIOD  PIC 9(2).
	       05 RA-ADJ-PERIOD      PIC 9(2).
	       05 RA-ADJ-PERIOD-DATE.
	          10 RA-ADJ-YYYY     PIC 9(4).
	          10 RA-ADJ-MMDD     PIC 9(4).
	       05 RA-EFF-DATE        PIC 9(8).
	       05 RA-OLD-SALARY      PIC 9(9).
	       05 RA-NEW-SALARY      PIC 9(9).
	       05 RA-RETRO-GROSS     PIC S9(7)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.
	       05 RA-FED-TAX         PIC S9(7)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.
	       05 RA-STATE-TAX       PIC S9(7)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.

      *        Vacation and sick leave bank, one record per employee
      *        keyed on EMPLOYEEID: the balance, what was carried in at
      *        the last year rollover, and the year's accrued, taken
      *        and forfeited hours. 0226-ACCRUE-LEAVE adds each paid
      *        period's accrual and remembers it in LV-LAST- so an
      *        override rerun replaces it instead of adding it twice;
      *        LEAVEPST takes the leave used off the balances.
	   FD LEAVE-FILE.
	   01 LEAVE-RECORD.
	       05 LV-EMP-ID          PIC 9(7).
	       05 LV-YEAR            PIC 9(4).
	       05 LV-VAC-BALANCE     PIC S9(5)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.
	       05 LV-VAC-CARRIED     PIC S9(5)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.
	       05 LV-VAC-ACCRUED     PIC 9(5)V99.
	       05 LV-VAC-TAKEN       PIC 9(5)V99.
	       05 LV-VAC-FORFEIT     PIC 9(5)V99.
	       05 LV-SICK-BALANCE    PIC S9(5)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.
	       05 LV-SICK-CARRIED    PIC S9(5)V99
	          SIGN IS TRAILING SEPARATE CHARACTER.
	       05 LV-SICK-ACCRUED    PIC 9(5)V99.
	       05 LV-SICK-TAKEN      PIC 9(5)V99.
	       05 LV-SICK-FORFEIT    PIC 9(5)V99.
	       05 LV-LAST-PERIOD     PIC 9(2).
	       05 LV-LAST-PERIOD-DATE PIC 9(8).
	       05 LV-LAST-VAC-ACCRUAL PIC 9(2)V99.
	       05 LV-LAST-SICK-ACCRUAL PIC 9(2)V99.
	       05 LV-LAST-TAKEN-DATE PIC 9(8).

      *        How the employee is paid, from PAYTYLD: S salaried off
      *        the master, H hourly at PT-HOURLY-RATE. No record is
      *        salaried, the way everyone was paid before.
	   FD PAYTYPE-FILE.
	   01 PAYTYPE-RECORD.
	       05 PT-EMP-ID          PIC 9(7).
	       05 PT-PAY-TYPE        PIC X.
	       05 PT-HOURLY-RATE     PIC 9(3)V99.

      *        The period's validated time cards, from TIMELD.
	   FD TIMECARD-FILE.
	   01 TIMEIDX-RECORD.
	       05 TI-EMP-ID          PIC 9(7).
	       05 TI-PERIOD-DATE     PIC 9(8).
	       05 TI-REG-HOURS       PIC 9(3)V99.
	       05 TI-OT-HOURS        PIC 9(3)V99.
	       05 TI-HOL-HOURS       PIC 9(3)V99.

      *        Checkpoint for the pay run, the same shape WIKIIDX
      *        keeps in WIKICHKPT.DAT: the period being run and the
      *        last EMPLOYEEID fully processed (netpay written and
           05 WS-GARN-IDX            PIC 9.
           05 WS-HEALTH-IDX          PIC 9.

      *        Garnishment case work areas, one entry per election
      *        slot. The case file is optional: with no GARNIDX.DAT, or
      *        no case on a slot, the slot deducts its per-period
      *        amount the way it always has. A slot whose only case
      *        has ended ('E') deducts nothing.
       01  WS-GARN-CASE-AREAS.
           05 GARN-CHECK-KEY         PIC X(2).
           05 WS-GARN-AVAIL-SW       PIC X VALUE 'N'.
              88 GARN-AVAILABLE           VALUE 'Y'.
           05 WS-GARN-SCAN-SW        PIC X.
              88 MORE-GARN-CASES          VALUE 'Y'.
              88 NO-MORE-GARN-CASES       VALUE 'N'.
           05 WS-GARN-SAME-SW        PIC X.
              88 GARN-SAME-PERIOD         VALUE 'Y'.
           05 WS-GARN-CLOSED-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-GARN-BALANCE        PIC 9(9)V99.
           05 WS-SLOT-CASE OCCURS 3 TIMES.
              10 WS-SLOT-CASE-SW     PIC X.
                 88 SLOT-HAS-CASE         VALUE 'Y'.
                 88 SLOT-CASE-ENDED       VALUE 'E'.
                 88 SLOT-NO-CASE          VALUE 'N'.
              10 WS-SLOT-CASE-NO     PIC X(12).
              10 WS-SLOT-BALANCE     PIC 9(9)V99.
              10 WS-SLOT-STOP-DATE   PIC 9(8).
              10 WS-SLOT-STOP-SW     PIC X.
                 88 SLOT-ORDER-STOPPED    VALUE 'Y'.
              10 WS-SLOT-ORDERED     PIC 9(7)V99.
              10 WS-SLOT-TAKEN       PIC 9(7)V99.

      *        Retro adjustment work areas. RETROADJ.DAT is optional:
      *        with no file nothing is added. It is matched against the
      *        master by EMPLOYEEID as both are read in key order. An
      *        adjustment the run cannot pay -- employee terminated, on
      *        leave, rejected, not on the master, or a retro decrease
      *        larger than the period itself -- is listed on
      *        PAYEXCPT.DAT instead.
       01  WS-RETRO-AREAS.
           05 RETRO-CHECK-KEY        PIC X(2).
           05 WS-RETRO-AVAIL-SW      PIC X VALUE 'N'.
              88 RETRO-AVAILABLE          VALUE 'Y'.
           05 WS-RETRO-EOF-SW        PIC X VALUE 'N'.
              88 RETRO-AT-END             VALUE 'Y'.
           05 WS-RETRO-FOUND-SW      PIC X.
              88 RETRO-FOUND              VALUE 'Y'.
           05 WS-RETRO-APPLIED-SW    PIC X.
              88 RETRO-APPLIED            VALUE 'Y'.
           05 WS-RETRO-GROSS         PIC S9(7)V99.
           05 WS-RETRO-FED           PIC S9(7)V99.
           05 WS-RETRO-STATE         PIC S9(7)V99.
           05 WS-RETRO-PAID          PIC S9(7)V99.
           05 WS-RETRO-EFF-DATE      PIC 9(8).
           05 WS-RETRO-APPLIED-COUNT PIC 9(9) VALUE ZERO.
           05 WS-RETRO-UNAPPLIED     PIC 9(9) VALUE ZERO.

      *        Withholding profile work areas. Both files are optional:
      *        an employee with no WHLDIDX.DAT profile is withheld the
      *        way every employee always was -- the PAYRATES.DAT
      *        brackets on the whole salary, no allowances -- and is
      *        listed on PAYEXCPT.DAT. The WHRATES.DAT sets in force on
      *        the period date are loaded once into WS-WH-SET; a
      *        profile whose federal or work-state set is missing is
      *        withheld on the PAYRATES.DAT brackets for that tax, at
      *        the built-in allowance value, and listed too.
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
           05 WS-FED-SET-IDX         PIC 9(2).
           05 WS-STATE-SET-IDX       PIC 9(2).
           05 WS-STATE-ALL-IDX       PIC 9(2).
           05 WS-DEF-FED-ALLOW-AMT   PIC 9(7) VALUE 0004300.
           05 WS-DEF-STATE-ALLOW-AMT PIC 9(7) VALUE 0001000.
           05 WS-FED-ALLOW-ANNUAL    PIC 9(9).
           05 WS-STATE-ALLOW-ANNUAL  PIC 9(9).
           05 WS-FED-TAXABLE-ANNUAL  PIC 9(9).
           05 WS-STATE-TAXABLE-ANNUAL PIC 9(9).
           05 WS-ALLOW-PERIOD        PIC 9(7)V99.
           05 WS-FED-TAXABLE-PERIOD  PIC 9(9)V99.
           05 WS-STATE-TAXABLE-PERIOD PIC 9(9)V99.
           05 WS-NO-PROFILE-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-NO-WH-SET-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-WH-EXC-REASON       PIC X(30).
           05 WS-WH-SET-COUNT        PIC 9(2) VALUE ZERO.
           05 WS-WH-SET-IDX          PIC 9(2).
           05 WS-WH-SET OCCURS 60 TIMES.
              10 WS-WHS-JURIS        PIC X(2).
              10 WS-WHS-STATUS       PIC X.
              10 WS-WHS-EFF-DATE     PIC 9(8).
              10 WS-WHS-BRACKET OCCURS 4 TIMES.
                 15 WS-WHS-LOW       PIC 9(9).
                 15 WS-WHS-HIGH      PIC 9(9).
                 15 WS-WHS-RATE      PIC 9V999.
              10 WS-WHS-ALLOW-AMT    PIC 9(7).

      *        Leave bank work areas. LEAVEIDX.DAT is created by the
      *        first run that needs it, like PAYYTD.DAT: every employee
      *        paid for the period, salaried or hourly, accrues, and one
      *        with no leave record yet starts one.
       01  WS-LEAVE-RUN-AREAS.
           05 LEAVE-CHECK-KEY        PIC X(2).
           05 WS-LEAVE-FOUND-SW      PIC X.
              88 LEAVE-ON-FILE            VALUE 'Y'.
           05 WS-LEAVE-ACCRUED-COUNT PIC 9(9) VALUE ZERO.
           05 WS-LEAVE-FORFEIT-COUNT PIC 9(9) VALUE ZERO.

       COPY LEAVEWS.

      *        Hourly pay work areas. PAYTYIDX.DAT and TIMEIDX.DAT are
      *        optional like the other companion files: with no pay
      *        type file everyone is salaried. An hourly employee is
      *        paid only from a time card for this period; with none
      *        they are left out of the cycle and listed. Every hour
      *        worked past WS-OT-THRESHOLD in the period is paid at
      *        WS-OT-FACTOR times the rate, whether the card carried
      *        it as regular or overtime; holiday hours are paid at
      *        the straight rate and do not count toward the
      *        threshold.
       01  WS-HOURLY-AREAS.
           05 PAYTY-CHECK-KEY        PIC X(2).
           05 TIME-CHECK-KEY         PIC X(2).
           05 WS-PAYTY-AVAIL-SW      PIC X VALUE 'N'.
              88 PAYTY-AVAILABLE          VALUE 'Y'.
           05 WS-TIME-AVAIL-SW       PIC X VALUE 'N'.
              88 TIME-AVAILABLE           VALUE 'Y'.
           05 WS-PAY-TYPE            PIC X.
              88 PAY-HOURLY               VALUE 'H'.
           05 WS-TIMECARD-SW         PIC X.
              88 TIMECARD-FOUND           VALUE 'Y'.
           05 WS-HOURLY-RATE         PIC 9(3)V99.
           05 WS-CARD-REG-HOURS      PIC 9(3)V99.
           05 WS-CARD-OT-HOURS       PIC 9(3)V99.
           05 WS-HOL-HOURS           PIC 9(3)V99.
           05 WS-WORKED-HOURS        PIC 9(3)V99.
           05 WS-STRAIGHT-HOURS      PIC 9(3)V99.
           05 WS-PREMIUM-HOURS       PIC 9(3)V99.
           05 WS-OT-THRESHOLD        PIC 9(3)V99 VALUE 80.00.
           05 WS-OT-FACTOR           PIC 9V9 VALUE 1.5.
           05 WS-REG-PAY             PIC 9(7)V99.
           05 WS-OT-PAY              PIC 9(7)V99.
           05 WS-HOL-PAY             PIC 9(7)V99.
           05 WS-HOURLY-PAID-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-NO-TIMECARD-COUNT   PIC 9(9) VALUE ZERO.

      *        Per-period health plan charges by plan code. NON (no
      *        coverage elected) is a real code so a missing elections
      *        record and a declined plan read the same downstream.
	   PERFORM 0109-OPEN-SALHIST-FILE.
	   PERFORM 0111-OPEN-EMPSTAT-FILE.
	   PERFORM 0112-LOAD-RATE-TABLES.
	   PERFORM 0124-LOAD-WH-RATE-SETS.
	   PERFORM 0115-OPEN-ELECT-FILE.
	   PERFORM 0129-OPEN-WHLD-FILE.
	   PERFORM 0121-OPEN-GARN-FILE.
	   PERFORM 0122-OPEN-RETRO-FILE.
	   PERFORM 0131-OPEN-HOURLY-FILES.

	   OPEN INPUT EMPLOYEEFILE
	   IF FILE-CHECK-KEY NOT = "00"
	      GO TO 9000-END-PROGRAM
	   END-IF.
	   PERFORM 0107-OPEN-YTD-FILE.
	   PERFORM 0123-OPEN-LEAVE-FILE.
	   IF RESTART-MODE
	      OPEN EXTEND PAYEXCPT-FILE
	      IF EXCPT-CHECK-KEY NOT = "00"
	      WS-PERIOD-MM "/" WS-PERIOD-DD "/" WS-PERIOD-YYYY.
	   DISPLAY NET-HEADING-LINE.
	   PERFORM 0200-PROCESS-PAYROLL UNTIL ENDOFFILE.
	   PERFORM 0986-FLUSH-RETRO-ADJ.
	   CLOSE EMPLOYEEFILE, NETPAYFILE, PAYREJECTS-FILE,
	         PAYYTD-FILE, PAYEXCPT-FILE, LEAVE-FILE.
	   IF SALHIST-AVAILABLE
	      CLOSE SALHIST-FILE
	   END-IF.
	   IF ELECT-AVAILABLE
	      CLOSE ELECT-FILE
	   END-IF.
	   IF WHLD-AVAILABLE
	      CLOSE WHLD-FILE
	   END-IF.
	   IF GARN-AVAILABLE
	      CLOSE GARNCASE-FILE
	   END-IF.
	   IF RETRO-AVAILABLE
	      CLOSE RETROADJ-FILE
	   END-IF.
	   IF PAYTY-AVAILABLE
	      CLOSE PAYTYPE-FILE
	   END-IF.
	   IF TIME-AVAILABLE
	      CLOSE TIMECARD-FILE
	   END-IF.
	   IF WS-TERMINATED-COUNT > 0
	      DISPLAY "PAYCALC TERMINATED EMPLOYEES SKIPPED = "
	         WS-TERMINATED-COUNT
	      DISPLAY "PAYCALC PAID LEAVE, BENEFITS ONLY    = "
	         WS-PAID-LEAVE-COUNT
	   END-IF.
	   IF WS-HOURLY-PAID-COUNT > 0
	      DISPLAY "PAYCALC HOURLY EMPLOYEES PAID        = "
	         WS-HOURLY-PAID-COUNT
	   END-IF.
	   IF WS-NO-TIMECARD-COUNT > 0
	      DISPLAY "PAYCALC HOURLY WITH NO TIME CARD     = "
	         WS-NO-TIMECARD-COUNT " - SEE PAYEXCPT.DAT"
	   END-IF.
	   IF WS-GARN-CLOSED-COUNT > 0
	      DISPLAY "PAYCALC GARNISHMENT CASES CLOSED     = "
	         WS-GARN-CLOSED-COUNT
	   END-IF.
	   IF WS-RETRO-APPLIED-COUNT > 0
	      DISPLAY "PAYCALC RETRO PAY APPLIED            = "
	         WS-RETRO-APPLIED-COUNT
	   END-IF.
	   IF WS-RETRO-UNAPPLIED > 0
	      DISPLAY "PAYCALC RETRO PAY NOT APPLIED        = "
	         WS-RETRO-UNAPPLIED " - SEE PAYEXCPT.DAT"
	   END-IF.
	   IF WS-NO-PROFILE-COUNT > 0
	      DISPLAY "PAYCALC NO WITHHOLDING PROFILE       = "
	         WS-NO-PROFILE-COUNT " - SEE PAYEXCPT.DAT"
	   END-IF.
	   IF WS-NO-WH-SET-COUNT > 0
	      DISPLAY "PAYCALC NO BRACKET SET FOR PROFILE   = "
	         WS-NO-WH-SET-COUNT " - SEE PAYEXCPT.DAT"
	   END-IF.
	   DISPLAY "PAYCALC LEAVE ACCRUED                = "
	      WS-LEAVE-ACCRUED-COUNT.
	   IF WS-LEAVE-FORFEIT-COUNT > 0
	      DISPLAY "PAYCALC LEAVE FORFEITED AT ROLLOVER  = "
	         WS-LEAVE-FORFEIT-COUNT " - SEE PAYEXCPT.DAT"
	   END-IF.

	   PERFORM 0119-CLEAR-CHECKPOINT.
	   MOVE 'Y' TO WS-CTL-PAY-DONE(WS-PAY-PERIOD).
	   MOVE WS-RUN-DATE-NUM TO WS-CTL-PAY-DATE(WS-PAY-PERIOD).
	   MOVE WS-PERIOD-DATE-NUM TO WS-CTL-PERIOD-DATE(WS-PAY-PERIOD).
	   PERFORM 0920-SAVE-RUN-CONTROL.
	   MOVE 'COMPLETE' TO WS-AUDIT-EVENT.

	   END-IF.
       0115-END.

      *        The garnishment case file is optional too, and opened
      *        I-O because the run carries the balances forward on it.
      *        GARNLD creates it; the pay run never does.
       0121-OPEN-GARN-FILE.
	   OPEN I-O GARNCASE-FILE.
	   IF GARN-CHECK-KEY = "00"
	      MOVE 'Y' TO WS-GARN-AVAIL-SW
	   ELSE
	      MOVE 'N' TO WS-GARN-AVAIL-SW
	   END-IF.
       0121-END.

      *        The retro adjustment file is optional too: RETROPAY
      *        writes it only when a back-dated salary change reached
      *        a period already paid. The first record is read ahead
      *        for the match against the master.
       0122-OPEN-RETRO-FILE.
	   OPEN INPUT RETROADJ-FILE.
	   IF RETRO-CHECK-KEY = "00"
	      MOVE 'Y' TO WS-RETRO-AVAIL-SW
	      PERFORM 0984-READ-RETRO-ADJ
	   ELSE
	      MOVE 'N' TO WS-RETRO-AVAIL-SW
	      SET RETRO-AT-END TO TRUE
	   END-IF.
       0122-END.

      *        The leave bank persists across runs the way the
      *        year-to-date file does, so the first run of a new
      *        installation creates it.
       0123-OPEN-LEAVE-FILE.
	   OPEN I-O LEAVE-FILE.
	   IF LEAVE-CHECK-KEY NOT = "00"
	      OPEN OUTPUT LEAVE-FILE
	      IF LEAVE-CHECK-KEY NOT = "00"
	         DISPLAY "Non-zero file status returned from OPEN ",
	            "LEAVE-FILE ", LEAVE-CHECK-KEY
	         GO TO 9000-END-PROGRAM
	      END-IF
	      CLOSE LEAVE-FILE
	      OPEN I-O LEAVE-FILE
	      IF LEAVE-CHECK-KEY NOT = "00"
	         DISPLAY "Non-zero file status returned from OPEN ",
	            "LEAVE-FILE ", LEAVE-CHECK-KEY
	         GO TO 9000-END-PROGRAM
	      END-IF
	   END-IF.
       0123-END.

      *        The withholding profile file is optional too: with no
      *        WHLDIDX.DAT every employee is withheld as before and
      *        listed as having no profile.
       0129-OPEN-WHLD-FILE.
	   OPEN INPUT WHLD-FILE.
	   IF WHLD-CHECK-KEY = "00"
	      MOVE 'Y' TO WS-WHLD-AVAIL-SW
	   ELSE
	      MOVE 'N' TO WS-WHLD-AVAIL-SW
	   END-IF.
       0129-END.

      *        The pay type and time card files are optional too: with
      *        no PAYTYIDX.DAT everyone is salaried, and with no
      *        TIMEIDX.DAT no hourly employee has a card to be paid
      *        from.
       0131-OPEN-HOURLY-FILES.
	   OPEN INPUT PAYTYPE-FILE.
	   IF PAYTY-CHECK-KEY = "00"
	      MOVE 'Y' TO WS-PAYTY-AVAIL-SW
	   ELSE
	      MOVE 'N' TO WS-PAYTY-AVAIL-SW
	   END-IF.
	   OPEN INPUT TIMECARD-FILE.
	   IF TIME-CHECK-KEY = "00"
	      MOVE 'Y' TO WS-TIME-AVAIL-SW
	   ELSE
	      MOVE 'N' TO WS-TIME-AVAIL-SW
	   END-IF.
       0131-END.

      *        Load every WHRATES.DAT bracket set in force on the
      *        period date. The file is in jurisdiction, status and
      *        date order, so each later-dated set on or before the
      *        period date replaces the one before it in the same
      *        table slot -- the same last-one-wins walk
      *        0112-LOAD-RATE-TABLES makes over PAYRATES.DAT.
       0124-LOAD-WH-RATE-SETS.
	   OPEN INPUT WHRATE-FILE.
	   IF WHRATE-CHECK-KEY = "00"
	      MOVE LOW-VALUES TO WR-KEY
	      MOVE 'Y' TO WS-WR-MORE-SW
	      START WHRATE-FILE KEY IS NOT LESS THAN WR-KEY
	         INVALID KEY SET NO-MORE-WHRATES TO TRUE
	      END-START
	      PERFORM 0125-READ-NEXT-WHRATE UNTIL NO-MORE-WHRATES
	      CLOSE WHRATE-FILE
	      DISPLAY "PAYCALC WITHHOLDING BRACKET SETS LOADED = "
	         WS-WH-SET-COUNT
	   END-IF.
       0124-END.

       0125-READ-NEXT-WHRATE.
	   READ WHRATE-FILE NEXT RECORD
	      AT END SET NO-MORE-WHRATES TO TRUE
	      NOT AT END
	         IF WR-EFF-DATE NOT > WS-PERIOD-DATE-NUM
	            PERFORM 0126-KEEP-WH-SET
	         END-IF
	   END-READ.
       0125-END.

       0126-KEEP-WH-SET.
	   IF WS-WH-SET-COUNT > ZERO
	      AND WS-WHS-JURIS(WS-WH-SET-COUNT) = WR-JURIS
	      AND WS-WHS-STATUS(WS-WH-SET-COUNT) = WR-FILING-STATUS
	      MOVE WS-WH-SET-COUNT TO WS-WH-SET-IDX
	   ELSE
	      IF WS-WH-SET-COUNT < 60
	         ADD 1 TO WS-WH-SET-COUNT
	         MOVE WS-WH-SET-COUNT TO WS-WH-SET-IDX
	      ELSE
	         DISPLAY "WITHHOLDING SET TABLE FULL, SET " WR-JURIS
	            " " WR-FILING-STATUS " IGNORED"
	         MOVE ZERO TO WS-WH-SET-IDX
	      END-IF
	   END-IF.
	   IF WS-WH-SET-IDX > ZERO
	      MOVE WR-JURIS TO WS-WHS-JURIS(WS-WH-SET-IDX)
	      MOVE WR-FILING-STATUS TO WS-WHS-STATUS(WS-WH-SET-IDX)
	      MOVE WR-EFF-DATE TO WS-WHS-EFF-DATE(WS-WH-SET-IDX)
	      PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
	         UNTIL WS-BRACKET-IDX > 4
	         MOVE WR-LOW(WS-BRACKET-IDX)
	            TO WS-WHS-LOW(WS-WH-SET-IDX, WS-BRACKET-IDX)
	         MOVE WR-HIGH(WS-BRACKET-IDX)
	            TO WS-WHS-HIGH(WS-WH-SET-IDX, WS-BRACKET-IDX)
	         MOVE WR-RATE(WS-BRACKET-IDX)
	            TO WS-WHS-RATE(WS-WH-SET-IDX, WS-BRACKET-IDX)
	      END-PERFORM
	      MOVE WR-ALLOWANCE-AMT TO WS-WHS-ALLOW-AMT(WS-WH-SET-IDX)
	   END-IF.
       0126-END.

      *        A non-empty PAYCHKPT.DAT means the prior run died
      *        mid-master: switch to restart mode and resume just past
      *        the last employee fully processed, instead of starting
       0200-PROCESS-PAYROLL.
	   ADD 1 TO WS-RECORDS-READ.
	   PERFORM 0160-VALIDATE-RECORD.
	   PERFORM 0980-GATHER-RETRO-ADJ.
	   IF VALID-RECORD
	      PERFORM 0950-LOOKUP-EMP-STATUS
	      PERFORM 0230-LOOKUP-PAY-TYPE
	      IF EMP-TERMINATED
	         PERFORM 0218-SKIP-TERMINATED
	      ELSE
	            IF EMP-PAID-LEAVE
	               PERFORM 0222-PAY-LEAVE-BENEFITS
	            ELSE
	               IF PAY-HOURLY AND NOT TIMECARD-FOUND
	                  PERFORM 0232-SKIP-NO-TIMECARD
	               ELSE
	                  PERFORM 0215-CALC-AND-WRITE
	               END-IF
	            END-IF
	         END-IF
	      END-IF
	   ELSE
	      PERFORM 0220-REJECT-RECORD
	   END-IF.
	   IF RETRO-FOUND AND NOT RETRO-APPLIED
	      PERFORM 0983-RETRO-EXCEPTION
	   END-IF.

	   MOVE EMPLOYEEID TO WS-LAST-EMP-DONE.
	   PERFORM 0118-WRITE-CHECKPOINT.
	   END-READ.
       0200-END.

      *        Withholding rates are bracketed on the annual SALARY
      *        less the employee's allowances, from the bracket sets
      *        the withholding profile picks; the amounts written are
      *        per pay period, with the annual figures divided over
      *        WS-PERIODS-PER-YEAR. Extra withholding the employee
      *        asked for is added to the federal tax; an employee
      *        exempt from federal withholding has none taken. An
      *        hourly employee's gross comes from the time card, and
      *        is annualized over the year's periods to pick brackets.
       0215-CALC-AND-WRITE.
	   PERFORM 0940-LOOKUP-EFFECTIVE-SALARY.
	   IF PAY-HOURLY
	      PERFORM 0231-CALC-HOURLY-GROSS
	   END-IF.
	   PERFORM 0205-LOOKUP-WH-PROFILE.
	   PERFORM 0210-LOOKUP-FED-RATE.
	   PERFORM 0212-LOOKUP-STATE-RATE.
	   PERFORM 0960-LOOKUP-ELECTIONS.
	   PERFORM 0965-LOOKUP-GARN-CASES.

	   IF NOT PAY-HOURLY
	      COMPUTE WS-PERIOD-GROSS ROUNDED =
	         WS-EFFECTIVE-SALARY / WS-PERIODS-PER-YEAR
	         ON SIZE ERROR
	            MOVE 'PERIOD GROSS COMPUTE ERROR'
	               TO WS-REJECT-REASON
	            SET INVALID-RECORD TO TRUE
	      END-COMPUTE
	   END-IF.
	   IF VALID-RECORD
	      COMPUTE WS-PERIOD-BENEFITS ROUNDED =
	         WS-BENEFITS-FLAT / WS-PERIODS-PER-YEAR
	      END-COMPUTE
	   END-IF.
	   IF VALID-RECORD
	      PERFORM 0211-SET-TAXABLE-WAGES
	   END-IF.
	   IF VALID-RECORD
	      IF FED-EXEMPT
	         MOVE ZERO TO WS-FED-TAX
	      ELSE
	         COMPUTE WS-FED-TAX ROUNDED =
	            WS-FED-TAXABLE-PERIOD * WS-CUR-FED-RATE
	            + WS-CUR-EXTRA-WH
	            ON SIZE ERROR
	               MOVE 'FEDERAL TAX COMPUTE ERROR'
	                  TO WS-REJECT-REASON
	               SET INVALID-RECORD TO TRUE
	         END-COMPUTE
	      END-IF
	   END-IF.
	   IF VALID-RECORD
	      COMPUTE WS-STATE-TAX ROUNDED =
	         WS-STATE-TAXABLE-PERIOD * WS-CUR-STATE-RATE
	         ON SIZE ERROR
	            MOVE 'STATE TAX COMPUTE ERROR' TO WS-REJECT-REASON
	            SET INVALID-RECORD TO TRUE
	      END-COMPUTE
	   END-IF.
	   IF VALID-RECORD AND RETRO-FOUND
	      IF FED-EXEMPT
	         MOVE ZERO TO WS-RETRO-FED
	      END-IF
	      PERFORM 0225-APPLY-RETRO-PAY
	   END-IF.
	   IF VALID-RECORD
	      PERFORM 0216-CALC-ELECTION-DEDUCTIONS
	   END-IF.
	   END-IF.

	   IF INVALID-RECORD
	      MOVE 'N' TO WS-RETRO-APPLIED-SW
	      PERFORM 0220-REJECT-RECORD
	   ELSE
	      IF RETRO-APPLIED
	         ADD 1 TO WS-RETRO-APPLIED-COUNT
	      END-IF
	      MOVE EMPLOYEEID TO NP-EMP-ID NDL-EMP-ID
	      MOVE LASTNAME TO NP-LASTNAME NDL-LNAME
	      MOVE FIRSTNAME TO NP-FIRSTNAME NDL-FNAME
	      MOVE WS-PERIOD-YYYY TO NP-PERIOD-YYYY
	      MOVE WS-PERIOD-MM TO NP-PERIOD-MM
	      MOVE WS-PERIOD-DD TO NP-PERIOD-DD
	      MOVE WS-RETRO-PAID TO NP-RETRO-PAY
	      MOVE 'N' TO NP-OFF-CYCLE
	      MOVE 'REG' TO NP-EARN-TYPE
	      PERFORM 0233-SET-NETPAY-HOURS
	      WRITE NETPAY-RECORD
	      IF NETPAY-CHECK-KEY NOT = "00"
	         DISPLAY "Non-zero file status returned from WRITE ",
	         GO TO 9000-END-PROGRAM
	      END-IF
	      ADD 1 TO WS-RECORDS-WRITTEN
	      IF PAY-HOURLY
	         ADD 1 TO WS-HOURLY-PAID-COUNT
	      END-IF
	      PERFORM 0217-UPDATE-YTD
	      PERFORM 0223-UPDATE-GARN-CASES
	      PERFORM 0226-ACCRUE-LEAVE
	      DISPLAY NET-DETAIL-LINE
	   END-IF.
       0215-END.

      *        Add the employee's retro adjustments to the period as a
      *        separate earnings line: the gross difference on top of
      *        the regular period gross, and the withholding difference
      *        RETROPAY worked out at the closed periods' own rates on
      *        top of this period's tax. The retirement percentage and
      *        the net then follow from the combined gross. A retro
      *        decrease bigger than what this period carries is left
      *        for payroll to recover by hand.
       0225-APPLY-RETRO-PAY.
	   IF WS-PERIOD-GROSS + WS-RETRO-GROSS NOT < ZERO
	      AND WS-FED-TAX + WS-RETRO-FED NOT < ZERO
	      AND WS-STATE-TAX + WS-RETRO-STATE NOT < ZERO
	      COMPUTE WS-PERIOD-GROSS = WS-PERIOD-GROSS + WS-RETRO-GROSS
	      COMPUTE WS-FED-TAX = WS-FED-TAX + WS-RETRO-FED
	      COMPUTE WS-STATE-TAX = WS-STATE-TAX + WS-RETRO-STATE
	      MOVE WS-RETRO-GROSS TO WS-RETRO-PAID
	      SET RETRO-APPLIED TO TRUE
	   END-IF.
       0225-END.

      *        Apply the employee's elected deductions between gross
      *        and net: the retirement percentage against period gross,
      *        the health plan charge for the elected plan code, then

      *        One garnishment priority level: every slot carrying the
      *        current priority takes its amount, or whatever net is
      *        left when the full amount no longer fits. What each slot
      *        actually took is kept for its garnishment case.
       0219-APPLY-GARNISHMENT-LEVEL.
	   PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
	      UNTIL WS-GARN-IDX > 3
	            <= WS-NET-AVAILABLE
	            ADD WS-CUR-GARN-AMOUNT(WS-GARN-IDX)
	               TO WS-GARNISH-DED
	            MOVE WS-CUR-GARN-AMOUNT(WS-GARN-IDX)
	               TO WS-SLOT-TAKEN(WS-GARN-IDX)
	            SUBTRACT WS-CUR-GARN-AMOUNT(WS-GARN-IDX)
	               FROM WS-NET-AVAILABLE
	         ELSE
	            ADD WS-NET-AVAILABLE TO WS-GARNISH-DED
	            MOVE WS-NET-AVAILABLE
	               TO WS-SLOT-TAKEN(WS-GARN-IDX)
	            MOVE ZERO TO WS-NET-AVAILABLE
	         END-IF
	      END-IF
	         MOVE WS-HEALTH-DED TO YTD-HEALTH
	         MOVE WS-GARNISH-DED TO YTD-GARNISH
	         MOVE WS-NET-PAY TO YTD-NET-PAY
	         MOVE WS-RETRO-PAID TO YTD-RETRO-PAY
	         WRITE PAYYTD-RECORD
	            INVALID KEY
	               DISPLAY "Non-zero file status returned from ",
	            MOVE ZERO TO YTD-HEALTH
	            MOVE ZERO TO YTD-GARNISH
	            MOVE ZERO TO YTD-NET-PAY
	            MOVE ZERO TO YTD-RETRO-PAY
	         END-IF
	         IF YTD-LAST-PERIOD = WS-PAY-PERIOD
	            CONTINUE
	            ADD WS-HEALTH-DED TO YTD-HEALTH
	            ADD WS-GARNISH-DED TO YTD-GARNISH
	            ADD WS-NET-PAY TO YTD-NET-PAY
	            ADD WS-RETRO-PAID TO YTD-RETRO-PAY
	            REWRITE PAYYTD-RECORD
	               INVALID KEY
	                  DISPLAY "Non-zero file status returned from ",
	   END-READ.
       0217-END.

      *        Carry the period's withholding onto each slot's case:
      *        withheld to date up, balance down, and any shortfall the
      *        net-available cap forced added to the arrears. A period
      *        already applied (the override rerun) is backed out
      *        first, the way 0217-UPDATE-YTD refuses to add it twice.
      *        A case paid down to zero, or whose stop date has
      *        passed, closes itself.
       0223-UPDATE-GARN-CASES.
	   IF GARN-AVAILABLE
	      PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
	         UNTIL WS-GARN-IDX > 3
	         IF SLOT-HAS-CASE(WS-GARN-IDX)
	            PERFORM 0224-UPDATE-ONE-GARN-CASE
	         END-IF
	      END-PERFORM
	   END-IF.
       0223-END.

       0224-UPDATE-ONE-GARN-CASE.
	   MOVE EMPLOYEEID TO GC-EMP-ID.
	   MOVE WS-SLOT-CASE-NO(WS-GARN-IDX) TO GC-CASE-NO.
	   READ GARNCASE-FILE
	      INVALID KEY
	         DISPLAY "Non-zero file status returned from ",
	            "READ GARNCASE-RECORD ", GARN-CHECK-KEY
	         GO TO 9000-END-PROGRAM
	   END-READ.
	   IF GC-LAST-PERIOD = WS-PAY-PERIOD
	      AND GC-LAST-PERIOD-DATE = WS-PERIOD-DATE-NUM
	      SUBTRACT GC-LAST-WITHHELD FROM GC-WITHHELD-TD
	      ADD GC-LAST-WITHHELD TO GC-BALANCE
	      COMPUTE GC-ARREARS =
	         GC-ARREARS - GC-LAST-ORDERED + GC-LAST-WITHHELD
	   END-IF.
	   ADD WS-SLOT-TAKEN(WS-GARN-IDX) TO GC-WITHHELD-TD.
	   SUBTRACT WS-SLOT-TAKEN(WS-GARN-IDX) FROM GC-BALANCE.
	   COMPUTE GC-ARREARS = GC-ARREARS
	      + WS-SLOT-ORDERED(WS-GARN-IDX)
	      - WS-SLOT-TAKEN(WS-GARN-IDX).
	   MOVE WS-PAY-PERIOD TO GC-LAST-PERIOD.
	   MOVE WS-PERIOD-DATE-NUM TO GC-LAST-PERIOD-DATE.
	   MOVE WS-SLOT-ORDERED(WS-GARN-IDX) TO GC-LAST-ORDERED.
	   MOVE WS-SLOT-TAKEN(WS-GARN-IDX) TO GC-LAST-WITHHELD.
	   IF GC-BALANCE = ZERO
	      SET CASE-PAID-OFF TO TRUE
	      MOVE WS-RUN-DATE-NUM TO GC-CLOSE-DATE
	      ADD 1 TO WS-GARN-CLOSED-COUNT
	   ELSE
	      IF SLOT-ORDER-STOPPED(WS-GARN-IDX)
	         SET CASE-STOPPED TO TRUE
	         MOVE WS-RUN-DATE-NUM TO GC-CLOSE-DATE
	         ADD 1 TO WS-GARN-CLOSED-COUNT
	      ELSE
	         SET CASE-ACTIVE TO TRUE
	         MOVE ZERO TO GC-CLOSE-DATE
	      END-IF
	   END-IF.
	   REWRITE GARNCASE-RECORD
	      INVALID KEY
	         DISPLAY "Non-zero file status returned from ",
	            "REWRITE GARNCASE-RECORD ", GARN-CHECK-KEY
	         GO TO 9000-END-PROGRAM
	   END-REWRITE.
       0224-END.

      *        Add the period's vacation and sick accrual to the
      *        employee's leave bank at the rate for their years of
      *        service on the period date. A period already accrued
      *        (the override rerun) is backed out first, the way
      *        0224-UPDATE-ONE-GARN-CASE replaces a period's
      *        withholding, and the first period of a new year rolls
      *        the balances over under the carry-over caps before its
      *        accrual goes in. Hours lost to a cap are listed on
      *        PAYEXCPT.DAT.
       0226-ACCRUE-LEAVE.
	   PERFORM 0227-COUNT-SERVICE-YEARS.
	   PERFORM 0996-FIND-ACCRUAL-RATE.
	   MOVE EMPLOYEEID TO LV-EMP-ID.
	   MOVE 'Y' TO WS-LEAVE-FOUND-SW.
	   READ LEAVE-FILE
	      INVALID KEY MOVE 'N' TO WS-LEAVE-FOUND-SW
	   END-READ.
	   IF NOT LEAVE-ON-FILE
	      MOVE EMPLOYEEID TO LV-EMP-ID
	      MOVE WS-PERIOD-YYYY TO LV-YEAR
	      MOVE ZERO TO LV-VAC-BALANCE, LV-VAC-CARRIED,
	         LV-VAC-ACCRUED, LV-VAC-TAKEN, LV-VAC-FORFEIT
	      MOVE ZERO TO LV-SICK-BALANCE, LV-SICK-CARRIED,
	         LV-SICK-ACCRUED, LV-SICK-TAKEN, LV-SICK-FORFEIT
	      MOVE ZERO TO LV-LAST-PERIOD, LV-LAST-PERIOD-DATE,
	         LV-LAST-VAC-ACCRUAL, LV-LAST-SICK-ACCRUAL,
	         LV-LAST-TAKEN-DATE
	   END-IF.
	   IF LV-LAST-PERIOD = WS-PAY-PERIOD
	      AND LV-LAST-PERIOD-DATE = WS-PERIOD-DATE-NUM
	      SUBTRACT LV-LAST-VAC-ACCRUAL
	         FROM LV-VAC-BALANCE, LV-VAC-ACCRUED
	      SUBTRACT LV-LAST-SICK-ACCRUAL
	         FROM LV-SICK-BALANCE, LV-SICK-ACCRUED
	   END-IF.
	   IF LV-YEAR < WS-PERIOD-YYYY
	      MOVE WS-PERIOD-YYYY TO WS-LEAVE-YEAR
	      PERFORM 0995-ROLL-LEAVE-YEAR
	      IF WS-VAC-FORFEIT > ZERO OR WS-SICK-FORFEIT > ZERO
	         PERFORM 0228-LEAVE-FORFEIT-EXCEPTION
	      END-IF
	   END-IF.
	   ADD WS-CUR-VAC-RATE TO LV-VAC-BALANCE, LV-VAC-ACCRUED.
	   ADD WS-CUR-SICK-RATE TO LV-SICK-BALANCE, LV-SICK-ACCRUED.
	   MOVE WS-PAY-PERIOD TO LV-LAST-PERIOD.
	   MOVE WS-PERIOD-DATE-NUM TO LV-LAST-PERIOD-DATE.
	   MOVE WS-CUR-VAC-RATE TO LV-LAST-VAC-ACCRUAL.
	   MOVE WS-CUR-SICK-RATE TO LV-LAST-SICK-ACCRUAL.
	   IF LEAVE-ON-FILE
	      REWRITE LEAVE-RECORD
	         INVALID KEY
	            DISPLAY "Non-zero file status returned from ",
	               "REWRITE LEAVE-RECORD ", LEAVE-CHECK-KEY
	            GO TO 9000-END-PROGRAM
	      END-REWRITE
	   ELSE
	      WRITE LEAVE-RECORD
	         INVALID KEY
	            DISPLAY "Non-zero file status returned from ",
	               "WRITE LEAVE-RECORD ", LEAVE-CHECK-KEY
	            GO TO 9000-END-PROGRAM
	      END-WRITE
	   END-IF.
	   ADD 1 TO WS-LEAVE-ACCRUED-COUNT.
       0226-END.

      *        Whole years of service on the period date, counted from
      *        STARTDATE; a start date after the period date is none.
       0227-COUNT-SERVICE-YEARS.
	   MOVE ZERO TO WS-SERVICE-YEARS.
	   IF START-YEAR < WS-PERIOD-YYYY
	      COMPUTE WS-SERVICE-YEARS = WS-PERIOD-YYYY - START-YEAR
	      IF START-MONTH > WS-PERIOD-MM
	         OR (START-MONTH = WS-PERIOD-MM
	             AND START-DAY > WS-PERIOD-DD)
	         SUBTRACT 1 FROM WS-SERVICE-YEARS
	      END-IF
	   END-IF.
       0227-END.

       0228-LEAVE-FORFEIT-EXCEPTION.
	   MOVE SPACES TO PAYEXCPT-LINE.
	   MOVE EMPLOYEEID TO EXC-EMP-ID.
	   MOVE FIRSTNAME TO EXC-FNAME.
	   MOVE LASTNAME TO EXC-LNAME.
	   MOVE WS-EMP-STATUS TO EXC-STATUS.
	   MOVE WS-PERIOD-DATE-NUM TO EXC-EFF-DATE.
	   MOVE 'LEAVE OVER CARRY-OVER CAP LOST' TO EXC-REASON.
	   WRITE PAYEXCPT-LINE.
	   IF EXCPT-CHECK-KEY NOT = "00"
	      DISPLAY "Non-zero file status returned from WRITE ",
	         "PAYEXCPT-LINE ", EXCPT-CHECK-KEY
	      GO TO 9000-END-PROGRAM
	   END-IF.
	   ADD 1 TO WS-LEAVE-FORFEIT-COUNT.
       0228-END.

      *        A terminated employee stays on the master for reporting
      *        and history, but never reaches NETPAY.DAT -- each one
      *        skipped is listed on PAYEXCPT.DAT so payroll can see
	   MOVE WS-PERIOD-YYYY TO NP-PERIOD-YYYY.
	   MOVE WS-PERIOD-MM TO NP-PERIOD-MM.
	   MOVE WS-PERIOD-DD TO NP-PERIOD-DD.
	   MOVE WS-RETRO-PAID TO NP-RETRO-PAY.
	   MOVE 'N' TO NP-OFF-CYCLE.
	   MOVE 'REG' TO NP-EARN-TYPE.
	   MOVE ZERO TO WS-STRAIGHT-HOURS.
	   MOVE ZERO TO WS-PREMIUM-HOURS.
	   MOVE ZERO TO WS-HOL-HOURS.
	   PERFORM 0233-SET-NETPAY-HOURS.
	   WRITE NETPAY-RECORD.
	   IF NETPAY-CHECK-KEY NOT = "00"
	      DISPLAY "Non-zero file status returned from WRITE ",
	   ADD 1 TO WS-REJECT-COUNT.
       0220-END.

      *        Pay type and this period's time card for the employee.
      *        A card on TIMEIDX.DAT for some other period is left
      *        over from an earlier load and is not paid from.
       0230-LOOKUP-PAY-TYPE.
	   MOVE 'S' TO WS-PAY-TYPE.
	   MOVE ZERO TO WS-HOURLY-RATE.
	   MOVE 'N' TO WS-TIMECARD-SW.
	   MOVE ZERO TO WS-CARD-REG-HOURS.
	   MOVE ZERO TO WS-CARD-OT-HOURS.
	   MOVE ZERO TO WS-HOL-HOURS.
	   IF PAYTY-AVAILABLE
	      MOVE EMPLOYEEID TO PT-EMP-ID
	      READ PAYTYPE-FILE
	         NOT INVALID KEY
	            MOVE PT-PAY-TYPE TO WS-PAY-TYPE
	            MOVE PT-HOURLY-RATE TO WS-HOURLY-RATE
	      END-READ
	   END-IF.
	   IF PAY-HOURLY AND TIME-AVAILABLE
	      MOVE EMPLOYEEID TO TI-EMP-ID
	      READ TIMECARD-FILE
	         NOT INVALID KEY
	            IF TI-PERIOD-DATE = WS-PERIOD-DATE-NUM
	               MOVE 'Y' TO WS-TIMECARD-SW
	               MOVE TI-REG-HOURS TO WS-CARD-REG-HOURS
	               MOVE TI-OT-HOURS TO WS-CARD-OT-HOURS
	               MOVE TI-HOL-HOURS TO WS-HOL-HOURS
	            END-IF
	      END-READ
	   END-IF.
       0230-END.

      *        Hourly gross for the period: the hours worked up to the
      *        threshold and the holiday hours at the straight rate,
      *        the hours worked past it at the overtime factor, each
      *        rounded to the cent on its own so the advice lines add
      *        up to the gross. The annual figure the brackets and
      *        allowances work from is the gross over a full year.
       0231-CALC-HOURLY-GROSS.
	   COMPUTE WS-WORKED-HOURS =
	      WS-CARD-REG-HOURS + WS-CARD-OT-HOURS.
	   IF WS-WORKED-HOURS > WS-OT-THRESHOLD
	      MOVE WS-OT-THRESHOLD TO WS-STRAIGHT-HOURS
	      COMPUTE WS-PREMIUM-HOURS =
	         WS-WORKED-HOURS - WS-OT-THRESHOLD
	   ELSE
	      MOVE WS-WORKED-HOURS TO WS-STRAIGHT-HOURS
	      MOVE ZERO TO WS-PREMIUM-HOURS
	   END-IF.
	   COMPUTE WS-REG-PAY ROUNDED =
	      WS-STRAIGHT-HOURS * WS-HOURLY-RATE.
	   COMPUTE WS-OT-PAY ROUNDED =
	      WS-PREMIUM-HOURS * WS-HOURLY-RATE * WS-OT-FACTOR.
	   COMPUTE WS-HOL-PAY ROUNDED =
	      WS-HOL-HOURS * WS-HOURLY-RATE.
	   COMPUTE WS-PERIOD-GROSS =
	      WS-REG-PAY + WS-OT-PAY + WS-HOL-PAY.
	   COMPUTE WS-EFFECTIVE-SALARY =
	      WS-PERIOD-GROSS * WS-PERIODS-PER-YEAR.
       0231-END.

      *        An hourly employee with no time card for the period is
      *        left out of the cycle like a leave, with a reason line
      *        on PAYEXCPT.DAT so payroll can chase the missing card.
       0232-SKIP-NO-TIMECARD.
	   MOVE SPACES TO PAYEXCPT-LINE.
	   MOVE EMPLOYEEID TO EXC-EMP-ID.
	   MOVE FIRSTNAME TO EXC-FNAME.
	   MOVE LASTNAME TO EXC-LNAME.
	   MOVE WS-EMP-STATUS TO EXC-STATUS.
	   MOVE WS-PERIOD-DATE-NUM TO EXC-EFF-DATE.
	   MOVE 'NO TIME CARD - NOT PAID' TO EXC-REASON.
	   WRITE PAYEXCPT-LINE.
	   IF EXCPT-CHECK-KEY NOT = "00"
	      DISPLAY "Non-zero file status returned from WRITE ",
	         "PAYEXCPT-LINE ", EXCPT-CHECK-KEY
	      GO TO 9000-END-PROGRAM
	   END-IF.
	   ADD 1 TO WS-NO-TIMECARD-COUNT.
       0232-END.

      *        Pay type, rate and hours paid onto the NETPAY.DAT
      *        record, so the advice and register can show them. A
      *        salaried record carries zero hours.
       0233-SET-NETPAY-HOURS.
	   MOVE WS-PAY-TYPE TO NP-PAY-TYPE.
	   IF PAY-HOURLY
	      MOVE WS-HOURLY-RATE TO NP-HOURLY-RATE
	      MOVE WS-STRAIGHT-HOURS TO NP-REG-HOURS
	      MOVE WS-PREMIUM-HOURS TO NP-OT-HOURS
	      MOVE WS-HOL-HOURS TO NP-HOL-HOURS
	   ELSE
	      MOVE ZERO TO NP-HOURLY-RATE
	      MOVE ZERO TO NP-REG-HOURS
	      MOVE ZERO TO NP-OT-HOURS
	      MOVE ZERO TO NP-HOL-HOURS
	   END-IF.
       0233-END.

      *        Withholding profile for the employee, and the annual
      *        wages each tax is bracketed on: the salary less the
      *        allowances at the set's allowance value (the built-in
      *        value where the set is missing). No profile leaves a
      *        single filer with no allowances on the PAYRATES.DAT
      *        brackets -- what everyone was before profiles existed.
       0205-LOOKUP-WH-PROFILE.
	   MOVE 'N' TO WS-PROFILE-SW.
	   MOVE 'S' TO WS-CUR-FILING-STATUS.
	   MOVE ZERO TO WS-CUR-ALLOWANCES.
	   MOVE ZERO TO WS-CUR-EXTRA-WH.
	   MOVE 'N' TO WS-CUR-EXEMPT.
	   MOVE SPACES TO WS-CUR-WORK-STATE.
	   MOVE ZERO TO WS-FED-SET-IDX.
	   MOVE ZERO TO WS-STATE-SET-IDX.
	   MOVE ZERO TO WS-FED-ALLOW-ANNUAL.
	   MOVE ZERO TO WS-STATE-ALLOW-ANNUAL.
	   IF WHLD-AVAILABLE
	      MOVE EMPLOYEEID TO WP-EMP-ID
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
	   IF PROFILE-FOUND
	      PERFORM 0206-FIND-WH-SETS
	      IF WS-FED-SET-IDX > ZERO
	         COMPUTE WS-FED-ALLOW-ANNUAL = WS-CUR-ALLOWANCES
	            * WS-WHS-ALLOW-AMT(WS-FED-SET-IDX)
	      ELSE
	         COMPUTE WS-FED-ALLOW-ANNUAL = WS-CUR-ALLOWANCES
	            * WS-DEF-FED-ALLOW-AMT
	         MOVE 'NO FED BRACKET SET FOR STATUS'
	            TO WS-WH-EXC-REASON
	         PERFORM 0207-WH-PROFILE-EXCEPTION
	      END-IF
	      IF WS-STATE-SET-IDX > ZERO
	         COMPUTE WS-STATE-ALLOW-ANNUAL = WS-CUR-ALLOWANCES
	            * WS-WHS-ALLOW-AMT(WS-STATE-SET-IDX)
	      ELSE
	         COMPUTE WS-STATE-ALLOW-ANNUAL = WS-CUR-ALLOWANCES
	            * WS-DEF-STATE-ALLOW-AMT
	         MOVE 'NO STATE BRACKET SET FOR STATE'
	            TO WS-WH-EXC-REASON
	         PERFORM 0207-WH-PROFILE-EXCEPTION
	      END-IF
	   ELSE
	      MOVE 'NO WITHHOLDING PROFILE' TO WS-WH-EXC-REASON
	      PERFORM 0207-WH-PROFILE-EXCEPTION
	   END-IF.
	   MOVE ZERO TO WS-FED-TAXABLE-ANNUAL.
	   IF WS-EFFECTIVE-SALARY > WS-FED-ALLOW-ANNUAL
	      COMPUTE WS-FED-TAXABLE-ANNUAL =
	         WS-EFFECTIVE-SALARY - WS-FED-ALLOW-ANNUAL
	   END-IF.
	   MOVE ZERO TO WS-STATE-TAXABLE-ANNUAL.
	   IF WS-EFFECTIVE-SALARY > WS-STATE-ALLOW-ANNUAL
	      COMPUTE WS-STATE-TAXABLE-ANNUAL =
	         WS-EFFECTIVE-SALARY - WS-STATE-ALLOW-ANNUAL
	   END-IF.
       0205-END.

      *        The federal set for the filing status, and the work
      *        state's set for the filing status or, failing that,
      *        the state's all-status ('A') set.
       0206-FIND-WH-SETS.
	   MOVE ZERO TO WS-STATE-ALL-IDX.
	   PERFORM VARYING WS-WH-SET-IDX FROM 1 BY 1
	      UNTIL WS-WH-SET-IDX > WS-WH-SET-COUNT
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
	   END-PERFORM.
	   IF WS-STATE-SET-IDX = ZERO
	      MOVE WS-STATE-ALL-IDX TO WS-STATE-SET-IDX
	   END-IF.
       0206-END.

      *        The reason text is set by the caller in
      *        WS-WH-EXC-REASON.
       0207-WH-PROFILE-EXCEPTION.
	   MOVE SPACES TO PAYEXCPT-LINE.
	   MOVE EMPLOYEEID TO EXC-EMP-ID.
	   MOVE FIRSTNAME TO EXC-FNAME.
	   MOVE LASTNAME TO EXC-LNAME.
	   MOVE WS-EMP-STATUS TO EXC-STATUS.
	   MOVE WS-PERIOD-DATE-NUM TO EXC-EFF-DATE.
	   MOVE WS-WH-EXC-REASON TO EXC-REASON.
	   WRITE PAYEXCPT-LINE.
	   IF EXCPT-CHECK-KEY NOT = "00"
	      DISPLAY "Non-zero file status returned from WRITE ",
	         "PAYEXCPT-LINE ", EXCPT-CHECK-KEY
	      GO TO 9000-END-PROGRAM
	   END-IF.
	   IF PROFILE-FOUND
	      ADD 1 TO WS-NO-WH-SET-COUNT
	   ELSE
	      ADD 1 TO WS-NO-PROFILE-COUNT
	   END-IF.
       0207-END.

      *        The period wages each tax is taken on: the period gross
      *        less a period's share of the annual allowance value.
       0211-SET-TAXABLE-WAGES.
	   COMPUTE WS-ALLOW-PERIOD ROUNDED =
	      WS-FED-ALLOW-ANNUAL / WS-PERIODS-PER-YEAR.
	   MOVE ZERO TO WS-FED-TAXABLE-PERIOD.
	   IF WS-PERIOD-GROSS > WS-ALLOW-PERIOD
	      COMPUTE WS-FED-TAXABLE-PERIOD =
	         WS-PERIOD-GROSS - WS-ALLOW-PERIOD
	   END-IF.
	   COMPUTE WS-ALLOW-PERIOD ROUNDED =
	      WS-STATE-ALLOW-ANNUAL / WS-PERIODS-PER-YEAR.
	   MOVE ZERO TO WS-STATE-TAXABLE-PERIOD.
	   IF WS-PERIOD-GROSS > WS-ALLOW-PERIOD
	      COMPUTE WS-STATE-TAXABLE-PERIOD =
	         WS-PERIOD-GROSS - WS-ALLOW-PERIOD
	   END-IF.
       0211-END.

      *        The profile's federal set when WHRATES.DAT has one for
      *        the filing status, otherwise the PAYRATES.DAT brackets.
       0210-LOOKUP-FED-RATE.
	   IF WS-FED-SET-IDX > ZERO
	      MOVE WS-WHS-RATE(WS-FED-SET-IDX, 4) TO WS-CUR-FED-RATE
	      PERFORM VARYING WS-FED-IDX FROM 1 BY 1
	         UNTIL WS-FED-IDX > 4
	         IF WS-FED-TAXABLE-ANNUAL >=
	            WS-WHS-LOW(WS-FED-SET-IDX, WS-FED-IDX)
	            AND WS-FED-TAXABLE-ANNUAL <=
	            WS-WHS-HIGH(WS-FED-SET-IDX, WS-FED-IDX)
	            MOVE WS-WHS-RATE(WS-FED-SET-IDX, WS-FED-IDX)
	               TO WS-CUR-FED-RATE
	            MOVE 5 TO WS-FED-IDX
	         END-IF
	      END-PERFORM
	   ELSE
	      MOVE WS-FED-RATE(4) TO WS-CUR-FED-RATE
	      PERFORM VARYING WS-FED-IDX FROM 1 BY 1
	         UNTIL WS-FED-IDX > 4
	         IF WS-FED-TAXABLE-ANNUAL >= WS-FED-LOW(WS-FED-IDX)
	            AND WS-FED-TAXABLE-ANNUAL <= WS-FED-HIGH(WS-FED-IDX)
	            MOVE WS-FED-RATE(WS-FED-IDX) TO WS-CUR-FED-RATE
	            MOVE 5 TO WS-FED-IDX
	         END-IF
	      END-PERFORM
	   END-IF.
       0210-END.

      *        Likewise the work state's set, or the PAYRATES.DAT
      *        state brackets.
       0212-LOOKUP-STATE-RATE.
	   IF WS-STATE-SET-IDX > ZERO
	      MOVE WS-WHS-RATE(WS-STATE-SET-IDX, 4)
	         TO WS-CUR-STATE-RATE
	      PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
	         UNTIL WS-STATE-IDX > 4
	         IF WS-STATE-TAXABLE-ANNUAL >=
	            WS-WHS-LOW(WS-STATE-SET-IDX, WS-STATE-IDX)
	            AND WS-STATE-TAXABLE-ANNUAL <=
	            WS-WHS-HIGH(WS-STATE-SET-IDX, WS-STATE-IDX)
	            MOVE WS-WHS-RATE(WS-STATE-SET-IDX, WS-STATE-IDX)
	               TO WS-CUR-STATE-RATE
	            MOVE 5 TO WS-STATE-IDX
	         END-IF
	      END-PERFORM
	   ELSE
	      MOVE WS-STATE-RATE(4) TO WS-CUR-STATE-RATE
	      PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
	         UNTIL WS-STATE-IDX > 4
	         IF WS-STATE-TAXABLE-ANNUAL >=
	            WS-STATE-LOW(WS-STATE-IDX)
	            AND WS-STATE-TAXABLE-ANNUAL <=
	            WS-STATE-HIGH(WS-STATE-IDX)
	            MOVE WS-STATE-RATE(WS-STATE-IDX)
	               TO WS-CUR-STATE-RATE
	            MOVE 5 TO WS-STATE-IDX
	         END-IF
	      END-PERFORM
	   END-IF.
       0212-END.

       COPY EMPVALPR.

       COPY EMPSTPR.

       COPY LEAVEPR.

      *        Election lookup against the indexed elections companion
      *        file, shaped like 0950-LOOKUP-EMP-STATUS: an employee
      *        with no elections record, or a run with no elections
	   END-IF.
       0960-END.

      *        Find the employee's garnishment cases and fit each
      *        slot's per-period amount to its case: never more than
      *        the balance still owed, and nothing once the order's
      *        stop date is behind the period. A case this same period
      *        closed on an earlier run is looked at again with its
      *        balance restored, so a rerun comes out the same.
       0965-LOOKUP-GARN-CASES.
	   PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
	      UNTIL WS-GARN-IDX > 3
	      SET SLOT-NO-CASE(WS-GARN-IDX) TO TRUE
	      MOVE 'N' TO WS-SLOT-STOP-SW(WS-GARN-IDX)
	      MOVE ZERO TO WS-SLOT-ORDERED(WS-GARN-IDX)
	      MOVE ZERO TO WS-SLOT-TAKEN(WS-GARN-IDX)
	   END-PERFORM.
	   IF GARN-AVAILABLE
	      MOVE EMPLOYEEID TO GC-EMP-ID
	      MOVE LOW-VALUES TO GC-CASE-NO
	      SET MORE-GARN-CASES TO TRUE
	      START GARNCASE-FILE KEY IS NOT LESS THAN GC-KEY
	         INVALID KEY SET NO-MORE-GARN-CASES TO TRUE
	      END-START
	      PERFORM 0966-READ-NEXT-GARN-CASE
	         UNTIL NO-MORE-GARN-CASES
	      PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
	         UNTIL WS-GARN-IDX > 3
	         PERFORM 0968-FIT-SLOT-TO-CASE
	      END-PERFORM
	   END-IF.
       0965-END.

       0966-READ-NEXT-GARN-CASE.
	   READ GARNCASE-FILE NEXT RECORD
	      AT END SET NO-MORE-GARN-CASES TO TRUE
	      NOT AT END
	         IF GC-EMP-ID NOT = EMPLOYEEID
	            SET NO-MORE-GARN-CASES TO TRUE
	         ELSE
	            IF GC-SLOT >= 1 AND GC-SLOT <= 3
	               PERFORM 0967-NOTE-GARN-CASE
	            END-IF
	         END-IF
	   END-READ.
       0966-END.

      *        An open case owns its slot; an ended one only silences
      *        a slot no open case has claimed.
       0967-NOTE-GARN-CASE.
	   MOVE 'N' TO WS-GARN-SAME-SW.
	   IF GC-LAST-PERIOD = WS-PAY-PERIOD
	      AND GC-LAST-PERIOD-DATE = WS-PERIOD-DATE-NUM
	      SET GARN-SAME-PERIOD TO TRUE
	   END-IF.
	   IF CASE-ACTIVE
	      OR (GARN-SAME-PERIOD AND NOT CASE-CLOSED)
	      SET SLOT-HAS-CASE(GC-SLOT) TO TRUE
	      MOVE GC-CASE-NO TO WS-SLOT-CASE-NO(GC-SLOT)
	      MOVE GC-STOP-DATE TO WS-SLOT-STOP-DATE(GC-SLOT)
	      IF GARN-SAME-PERIOD
	         COMPUTE WS-SLOT-BALANCE(GC-SLOT) =
	            GC-BALANCE + GC-LAST-WITHHELD
	      ELSE
	         MOVE GC-BALANCE TO WS-SLOT-BALANCE(GC-SLOT)
	      END-IF
	   ELSE
	      IF SLOT-NO-CASE(GC-SLOT)
	         SET SLOT-CASE-ENDED(GC-SLOT) TO TRUE
	      END-IF
	   END-IF.
       0967-END.

       0968-FIT-SLOT-TO-CASE.
	   IF SLOT-CASE-ENDED(WS-GARN-IDX)
	      MOVE ZERO TO WS-CUR-GARN-AMOUNT(WS-GARN-IDX)
	   END-IF.
	   IF SLOT-HAS-CASE(WS-GARN-IDX)
	      IF WS-SLOT-STOP-DATE(WS-GARN-IDX) > ZERO
	         AND WS-SLOT-STOP-DATE(WS-GARN-IDX)
	            < WS-PERIOD-DATE-NUM
	         SET SLOT-ORDER-STOPPED(WS-GARN-IDX) TO TRUE
	         MOVE ZERO TO WS-CUR-GARN-AMOUNT(WS-GARN-IDX)
	      END-IF
	      IF WS-CUR-GARN-AMOUNT(WS-GARN-IDX)
	         > WS-SLOT-BALANCE(WS-GARN-IDX)
	         MOVE WS-SLOT-BALANCE(WS-GARN-IDX)
	            TO WS-CUR-GARN-AMOUNT(WS-GARN-IDX)
	      END-IF
	      IF WS-CUR-GARN-PRIORITY(WS-GARN-IDX) > ZERO
	         MOVE WS-CUR-GARN-AMOUNT(WS-GARN-IDX)
	            TO WS-SLOT-ORDERED(WS-GARN-IDX)
	      END-IF
	   END-IF.
       0968-END.

      *        Collect this employee's retro adjustments from
      *        RETROADJ.DAT. Both files are in EMPLOYEEID order, so
      *        anything still waiting below the current employee
      *        belongs to nobody on the master -- except, on a
      *        restart, the employees the dead run already paid.
       0980-GATHER-RETRO-ADJ.
	   MOVE 'N' TO WS-RETRO-FOUND-SW.
	   MOVE 'N' TO WS-RETRO-APPLIED-SW.
	   MOVE ZERO TO WS-RETRO-GROSS, WS-RETRO-FED, WS-RETRO-STATE,
	      WS-RETRO-PAID, WS-RETRO-EFF-DATE.
	   PERFORM 0981-SKIP-RETRO-ADJ
	      UNTIL RETRO-AT-END OR RA-EMP-ID NOT < EMPLOYEEID.
	   PERFORM 0982-ADD-RETRO-ADJ
	      UNTIL RETRO-AT-END OR RA-EMP-ID NOT = EMPLOYEEID.
       0980-END.

       0981-SKIP-RETRO-ADJ.
	   IF RA-PAYABLE-PERIOD NOT = WS-PAY-PERIOD
	      OR RA-ADJ-YYYY NOT = WS-PERIOD-YYYY
	      CONTINUE
	   ELSE IF RESTART-MODE AND RA-EMP-ID NOT > WS-RESTART-EMP-ID
	      CONTINUE
	   ELSE
	      PERFORM 0985-RETRO-NOT-ON-MASTER
	   END-IF.
	   PERFORM 0984-READ-RETRO-ADJ.
       0981-END.

       0982-ADD-RETRO-ADJ.
	   IF RA-PAYABLE-PERIOD = WS-PAY-PERIOD
	      AND RA-ADJ-YYYY = WS-PERIOD-YYYY
	      SET RETRO-FOUND TO TRUE
	      ADD RA-RETRO-GROSS TO WS-RETRO-GROSS
	      ADD RA-FED-TAX TO WS-RETRO-FED
	      ADD RA-STATE-TAX TO WS-RETRO-STATE
	      IF RA-EFF-DATE > WS-RETRO-EFF-DATE
	         MOVE RA-EFF-DATE TO WS-RETRO-EFF-DATE
	      END-IF
	   END-IF.
	   PERFORM 0984-READ-RETRO-ADJ.
       0982-END.

       0983-RETRO-EXCEPTION.
	   MOVE SPACES TO PAYEXCPT-LINE.
	   MOVE EMPLOYEEID TO EXC-EMP-ID.
	   MOVE FIRSTNAME TO EXC-FNAME.
	   MOVE LASTNAME TO EXC-LNAME.
	   IF VALID-RECORD
	      MOVE WS-EMP-STATUS TO EXC-STATUS
	   END-IF.
	   MOVE WS-RETRO-EFF-DATE TO EXC-EFF-DATE.
	   MOVE 'RETRO PAY NOT APPLIED' TO EXC-REASON.
	   PERFORM 0987-WRITE-RETRO-EXCEPTION.
       0983-END.

       0984-READ-RETRO-ADJ.
	   READ RETROADJ-FILE
	      AT END SET RETRO-AT-END TO TRUE
	   END-READ.
       0984-END.

       0985-RETRO-NOT-ON-MASTER.
	   MOVE SPACES TO PAYEXCPT-LINE.
	   MOVE RA-EMP-ID TO EXC-EMP-ID.
	   MOVE RA-FIRSTNAME TO EXC-FNAME.
	   MOVE RA-LASTNAME TO EXC-LNAME.
	   MOVE RA-EFF-DATE TO EXC-EFF-DATE.
	   MOVE 'RETRO PAY - NOT ON MASTER' TO EXC-REASON.
	   PERFORM 0987-WRITE-RETRO-EXCEPTION.
       0985-END.

      *        Whatever is left once the master runs out belongs to
      *        EMPLOYEEIDs above the last one on file.
       0986-FLUSH-RETRO-ADJ.
	   PERFORM 0981-SKIP-RETRO-ADJ UNTIL RETRO-AT-END.
       0986-END.

       0987-WRITE-RETRO-EXCEPTION.
	   WRITE PAYEXCPT-LINE.
	   IF EXCPT-CHECK-KEY NOT = "00"
	      DISPLAY "Non-zero file status returned from WRITE ",
	         "PAYEXCPT-LINE ", EXCPT-CHECK-KEY
	      GO TO 9000-END-PROGRAM
	   END-IF.
	   ADD 1 TO WS-RETRO-UNAPPLIED.
       0987-END.

       0930-WRITE-AUDIT-RECORD.
	   OPEN EXTEND AUDITLOG-FILE.
	   IF AUDIT-CHECK-KEY NOT = "00"
