       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYERTAX.
      * EMPLOYER PAYROLL TAX LIABILITY FOR THE PAY RUN ON NETPAY.DAT,
      * REGULAR PERIOD OR OFF-CYCLE BATCH ALIKE. RUN AFTER PAYCALC OR
      * PAYSUPP AND BEFORE PAYGL. FOR EVERY NETPAY RECORD THE GROSS IS
      * CHARGED THE EMPLOYER'S SOCIAL SECURITY AND MEDICARE MATCH AND
      * FEDERAL AND STATE UNEMPLOYMENT, AT THE RATE SET ON ERRATES.DAT
      * IN EFFECT ON THE PAY DATE (ERRTPOST MAINTAINS IT; WITHOUT ONE
      * THE BUILT-IN DEFAULTS STAND). SOCIAL SECURITY, FUTA AND SUTA
      * STOP AT THEIR ANNUAL WAGE BASES, TRACKED PER EMPLOYEE PER TAX
      * YEAR ON ERTAXYTD.DAT. ERTAXYTD.DAT ALSO CARRIES EACH QUARTER'S
      * WAGES, WITHHOLDING AND EMPLOYER TAX FOR THE PAYQTR WORKSHEET;
      * A NEW YEAR STARTS A NEW RECORD, SO THE PRIOR YEAR'S STAY ON
      * FILE FOR ITS FOURTH-QUARTER WORKSHEET. THE RUN WRITES
      * ERTAX.DAT -- A HEADER NAMING THE PAY RUN, ONE DETAIL PER
      * NETPAY RECORD, AND A TRAILER -- WHICH PAYGL POSTS AS THE
      * EMPLOYER TAX EXPENSE/LIABILITY ENTRIES BY DEPARTMENT.
      * EVERY RECORD IS STAMPED WITH THE PERIOD, PAY DATE AND RUN IT
      * WAS LAST CHARGED BY. A RERUN OF THE SAME PAY RUN TAKES THE
      * STAMPED AMOUNTS BACK OUT BEFORE CHARGING AGAIN, SO NOTHING IS
      * COUNTED TWICE; PAYREV TAKES THEM OUT WHEN THE RUN IS REVERSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NETPAYFILE ASSIGN TO "NETPAY.DAT"
        FILE STATUS IS NETPAY-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ERRATE-FILE ASSIGN TO "ERRATES.DAT"
        FILE STATUS IS ERRATE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ER-EFF-DATE.

       SELECT ERTAXYTD-FILE ASSIGN TO "ERTAXYTD.DAT"
        FILE STATUS IS ERYTD-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EY-KEY.

       SELECT ERTAX-FILE ASSIGN TO "ERTAX.DAT"
        FILE STATUS IS ERTAX-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *        Employer rate sets maintained by ERRTPOST, one per
      *        effective date. A wage base of zero means no limit.
       FD ERRATE-FILE.
       01 ERRATE-RECORD.
           05 ER-EFF-DATE        PIC 9(8).
           05 ER-SS-RATE         PIC 9V9999.
           05 ER-SS-WAGE-BASE    PIC 9(7)V99.
           05 ER-MED-RATE        PIC 9V9999.
           05 ER-FUTA-RATE       PIC 9V9999.
           05 ER-FUTA-WAGE-BASE  PIC 9(7)V99.
           05 ER-SUTA-RATE       PIC 9V9999.
           05 ER-SUTA-WAGE-BASE  PIC 9(7)V99.

      *        Employer tax year-to-date, one record per employee
      *        per tax year, started by the year's first pay run.
      *        EY-LAST- holds what the stamped pay run charged, so a
      *        rerun or a reversal can take it back out.
       FD ERTAXYTD-FILE.
       01 ERTAXYTD-RECORD.
           05 EY-KEY.
              10 EY-EMP-ID       PIC 9(7).
              10 EY-YEAR         PIC 9(4).
           05 EY-LAST-PERIOD     PIC 9(2).
           05 EY-LAST-DATE       PIC 9(8).
           05 EY-LAST-RUN        PIC 9(16).
           05 EY-LAST-AMOUNTS.
              10 EY-LAST-GROSS      PIC 9(9)V99.
              10 EY-LAST-FED-TAX    PIC 9(9)V99.
              10 EY-LAST-STATE-TAX  PIC 9(9)V99.
              10 EY-LAST-SS-WAGES   PIC 9(9)V99.
              10 EY-LAST-SS-TAX     PIC 9(7)V99.
              10 EY-LAST-MED-WAGES  PIC 9(9)V99.
              10 EY-LAST-MED-TAX    PIC 9(7)V99.
              10 EY-LAST-FUTA-WAGES PIC 9(9)V99.
              10 EY-LAST-FUTA-TAX   PIC 9(7)V99.
              10 EY-LAST-SUTA-WAGES PIC 9(9)V99.
              10 EY-LAST-SUTA-TAX   PIC 9(7)V99.
           05 EY-YEAR-AMOUNTS.
              10 EY-YTD-SS-WAGES    PIC 9(11)V99.
              10 EY-YTD-MED-WAGES   PIC 9(11)V99.
              10 EY-YTD-FUTA-WAGES  PIC 9(11)V99.
              10 EY-YTD-SUTA-WAGES  PIC 9(11)V99.
              10 EY-QUARTER OCCURS 4 TIMES.
                 15 EY-Q-GROSS      PIC 9(11)V99.
                 15 EY-Q-FED-TAX    PIC 9(11)V99.
                 15 EY-Q-STATE-TAX  PIC 9(11)V99.
                 15 EY-Q-SS-WAGES   PIC 9(11)V99.
                 15 EY-Q-SS-TAX     PIC 9(9)V99.
                 15 EY-Q-MED-WAGES  PIC 9(11)V99.
                 15 EY-Q-MED-TAX    PIC 9(9)V99.
                 15 EY-Q-FUTA-WAGES PIC 9(11)V99.
                 15 EY-Q-FUTA-TAX   PIC 9(9)V99.
                 15 EY-Q-SUTA-WAGES PIC 9(11)V99.
                 15 EY-Q-SUTA-TAX   PIC 9(9)V99.

       FD ERTAX-FILE.
       01 ERTAX-HEADER-RECORD.
           05 XH-REC-TYPE        PIC X.
           05 XH-RUN-DATE        PIC 9(8).
           05 XH-PAY-PERIOD      PIC 9(2).
           05 XH-PERIOD-DATE     PIC 9(8).
           05 XH-OFF-CYCLE       PIC X.
           05 XH-RATE-EFF-DATE   PIC 9(8).
           05 FILLER             PIC X(60).
       01 ERTAX-DETAIL-RECORD REDEFINES ERTAX-HEADER-RECORD.
           05 XD-REC-TYPE        PIC X.
           05 XD-EMP-ID          PIC 9(7).
           05 XD-SS-WAGES        PIC 9(9)V99.
           05 XD-SS-TAX          PIC 9(7)V99.
           05 XD-MED-WAGES       PIC 9(9)V99.
           05 XD-MED-TAX         PIC 9(7)V99.
           05 XD-FUTA-WAGES      PIC 9(9)V99.
           05 XD-FUTA-TAX        PIC 9(7)V99.
           05 XD-SUTA-WAGES      PIC 9(9)V99.
           05 XD-SUTA-TAX        PIC 9(7)V99.
       01 ERTAX-TRAILER-RECORD REDEFINES ERTAX-HEADER-RECORD.
           05 XT-REC-TYPE        PIC X.
           05 XT-RECORD-COUNT    PIC 9(9).
           05 XT-TOTAL-TAX       PIC 9(13)V99.
           05 FILLER             PIC X(63).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  NETPAY-CHECK-KEY     PIC X(2).
           05  ERRATE-CHECK-KEY     PIC X(2).
           05  ERYTD-CHECK-KEY      PIC X(2).
           05  ERTAX-CHECK-KEY      PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-RECHARGED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-RUN-TIME          PIC 9(8) VALUE ZERO.
           05  WS-RUN-STAMP         PIC 9(16) VALUE ZERO.
           05  WS-ER-MORE-SW        PIC X.
               88  MORE-ERRATES           VALUE 'Y'.
               88  NO-MORE-ERRATES        VALUE 'N'.
           05  WS-EY-FOUND-SW       PIC X.
               88  EY-FOUND               VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        The pay run being charged, from the first NETPAY
      *        record: every record of one run carries the same
      *        period and pay date.
       01  WS-PAY-RUN-AREAS.
           05 WS-PAY-PERIOD          PIC 9(2).
           05 WS-PAY-DATE            PIC 9(8).
           05 WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
              10 WS-PAY-YYYY         PIC 9(4).
              10 WS-PAY-MM           PIC 9(2).
              10 WS-PAY-DD           PIC 9(2).
           05 WS-PAY-QTR             PIC 9.
           05 WS-PAY-OFF-CYCLE       PIC X.

      *        Employer rates, defaulted here and overlaid by the set
      *        on ERRATES.DAT in effect on the pay date.
       01  WS-EMPLOYER-RATES.
           05 WS-RATE-EFF-DATE       PIC 9(8) VALUE ZERO.
           05 WS-SS-RATE             PIC 9V9999 VALUE 0.0620.
           05 WS-SS-WAGE-BASE        PIC 9(7)V99 VALUE 168600.00.
           05 WS-MED-RATE            PIC 9V9999 VALUE 0.0145.
           05 WS-FUTA-RATE           PIC 9V9999 VALUE 0.0060.
           05 WS-FUTA-WAGE-BASE      PIC 9(7)V99 VALUE 7000.00.
           05 WS-SUTA-RATE           PIC 9V9999 VALUE 0.0270.
           05 WS-SUTA-WAGE-BASE      PIC 9(7)V99 VALUE 7000.00.

      *        One tax's share of the gross: what is left under the
      *        wage base, or all of it when the base is zero.
       01  WS-WAGE-BASE-AREAS.
           05 WS-TX-BASE             PIC 9(7)V99.
           05 WS-TX-YTD              PIC 9(11)V99.
           05 WS-TX-TAXABLE          PIC 9(9)V99.

       01  WS-CHARGE-AREAS.
           05 WS-SS-WAGES            PIC 9(9)V99.
           05 WS-SS-TAX              PIC 9(7)V99.
           05 WS-MED-WAGES           PIC 9(9)V99.
           05 WS-MED-TAX             PIC 9(7)V99.
           05 WS-FUTA-WAGES          PIC 9(9)V99.
           05 WS-FUTA-TAX            PIC 9(7)V99.
           05 WS-SUTA-WAGES          PIC 9(9)V99.
           05 WS-SUTA-TAX            PIC 9(7)V99.

       01  WS-TOTAL-AREAS.
           05 WS-TOT-SS-TAX          PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-MED-TAX         PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-FUTA-TAX        PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-SUTA-TAX        PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-ER-TAX          PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-EDIT            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-CALC-EMPLOYER-TAX.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.
           COMPUTE WS-RUN-STAMP =
              WS-RUN-DATE-NUM * 100000000 + WS-RUN-TIME.

           OPEN INPUT NETPAYFILE
           IF NETPAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "NETPAYFILE ", NETPAY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           IF ENDOFFILE
              DISPLAY "PAYERTAX REFUSED: NETPAY.DAT IS EMPTY, ",
                 "NOTHING TO CHARGE"
              CLOSE NETPAYFILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           MOVE NP-PAY-PERIOD TO WS-PAY-PERIOD.
           MOVE NP-PERIOD-DATE TO WS-PAY-DATE.
           MOVE NP-OFF-CYCLE TO WS-PAY-OFF-CYCLE.
           IF WS-PAY-MM < 1 OR WS-PAY-MM > 12
              DISPLAY "PAYERTAX REFUSED: NETPAY.DAT PERIOD DATE "
                 WS-PAY-DATE " IS NOT A VALID DATE"
              CLOSE NETPAYFILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           COMPUTE WS-PAY-QTR = (WS-PAY-MM + 2) / 3.

           PERFORM 0110-LOAD-EMPLOYER-RATES.
           PERFORM 0107-OPEN-ERTAXYTD-FILE.
           OPEN OUTPUT ERTAX-FILE
           IF ERTAX-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "ERTAX-FILE ", ERTAX-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           MOVE SPACES TO ERTAX-HEADER-RECORD.
           MOVE 'H' TO XH-REC-TYPE.
           MOVE WS-RUN-DATE-NUM TO XH-RUN-DATE.
           MOVE WS-PAY-PERIOD TO XH-PAY-PERIOD.
           MOVE WS-PAY-DATE TO XH-PERIOD-DATE.
           MOVE WS-PAY-OFF-CYCLE TO XH-OFF-CYCLE.
           MOVE WS-RATE-EFF-DATE TO XH-RATE-EFF-DATE.
           PERFORM 0290-WRITE-ERTAX-RECORD.

           PERFORM 0200-CHARGE-ONE-RECORD UNTIL ENDOFFILE.

           MOVE SPACES TO ERTAX-HEADER-RECORD.
           MOVE 'T' TO XT-REC-TYPE.
           MOVE WS-RECORDS-WRITTEN TO XT-RECORD-COUNT.
           MOVE WS-TOT-ER-TAX TO XT-TOTAL-TAX.
           PERFORM 0290-WRITE-ERTAX-RECORD.

           CLOSE NETPAYFILE, ERTAXYTD-FILE, ERTAX-FILE.

           DISPLAY "PAYERTAX PAY PERIOD          = " WS-PAY-PERIOD.
           DISPLAY "PAYERTAX PAY DATE            = " WS-PAY-DATE.
           DISPLAY "PAYERTAX RECORDS READ        = " WS-RECORDS-READ.
           DISPLAY "PAYERTAX RECORDS CHARGED     = "
              WS-RECORDS-WRITTEN.
           DISPLAY "PAYERTAX RECHARGED ON RERUN  = "
              WS-RECHARGED-COUNT.
           MOVE WS-TOT-SS-TAX TO WS-TOT-EDIT.
           DISPLAY "PAYERTAX SOCIAL SECURITY     = " WS-TOT-EDIT.
           MOVE WS-TOT-MED-TAX TO WS-TOT-EDIT.
           DISPLAY "PAYERTAX MEDICARE            = " WS-TOT-EDIT.
           MOVE WS-TOT-FUTA-TAX TO WS-TOT-EDIT.
           DISPLAY "PAYERTAX FUTA                = " WS-TOT-EDIT.
           MOVE WS-TOT-SUTA-TAX TO WS-TOT-EDIT.
           DISPLAY "PAYERTAX SUTA                = " WS-TOT-EDIT.
           MOVE WS-TOT-ER-TAX TO WS-TOT-EDIT.
           DISPLAY "PAYERTAX TOTAL EMPLOYER TAX  = " WS-TOT-EDIT.
           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The year-to-date file persists across runs; the first
      *        run of a new installation creates it.
       0107-OPEN-ERTAXYTD-FILE.
           OPEN I-O ERTAXYTD-FILE.
           IF ERYTD-CHECK-KEY NOT = "00"
              OPEN OUTPUT ERTAXYTD-FILE
              IF ERYTD-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "ERTAXYTD-FILE ", ERYTD-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE ERTAXYTD-FILE
              OPEN I-O ERTAXYTD-FILE
              IF ERYTD-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "ERTAXYTD-FILE ", ERYTD-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0107-END.

      *        Keep the last rate set whose effective date is on or
      *        before the pay date, the same walk PAYCALC's
      *        0112-LOAD-RATE-TABLES makes over PAYRATES.DAT.
       0110-LOAD-EMPLOYER-RATES.
           OPEN INPUT ERRATE-FILE.
           IF ERRATE-CHECK-KEY = "00"
              MOVE ZERO TO ER-EFF-DATE
              MOVE 'Y' TO WS-ER-MORE-SW
              START ERRATE-FILE KEY IS NOT LESS THAN ER-EFF-DATE
                 INVALID KEY SET NO-MORE-ERRATES TO TRUE
              END-START
              PERFORM 0113-READ-NEXT-ERRATE UNTIL NO-MORE-ERRATES
              CLOSE ERRATE-FILE
           END-IF.
           IF WS-RATE-EFF-DATE > ZERO
              DISPLAY "PAYERTAX RATE SET EFFECTIVE " WS-RATE-EFF-DATE
           ELSE
              DISPLAY "PAYERTAX NO EMPLOYER RATE SET IN EFFECT, ",
                 "DEFAULT RATES USED"
           END-IF.
       0110-END.

       0113-READ-NEXT-ERRATE.
           READ ERRATE-FILE NEXT RECORD
              AT END SET NO-MORE-ERRATES TO TRUE
              NOT AT END
                 IF ER-EFF-DATE > WS-PAY-DATE
                    SET NO-MORE-ERRATES TO TRUE
                 ELSE
                    PERFORM 0114-APPLY-RATE-SET
                 END-IF
           END-READ.
       0113-END.

       0114-APPLY-RATE-SET.
           MOVE ER-EFF-DATE TO WS-RATE-EFF-DATE.
           MOVE ER-SS-RATE TO WS-SS-RATE.
           MOVE ER-SS-WAGE-BASE TO WS-SS-WAGE-BASE.
           MOVE ER-MED-RATE TO WS-MED-RATE.
           MOVE ER-FUTA-RATE TO WS-FUTA-RATE.
           MOVE ER-FUTA-WAGE-BASE TO WS-FUTA-WAGE-BASE.
           MOVE ER-SUTA-RATE TO WS-SUTA-RATE.
           MOVE ER-SUTA-WAGE-BASE TO WS-SUTA-WAGE-BASE.
       0114-END.

       0200-CHARGE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-READ-ERTAXYTD THRU 0210-END.
           PERFORM 0230-CALC-EMPLOYER-TAX.
           PERFORM 0240-UPDATE-ERTAXYTD.
           PERFORM 0250-WRITE-DETAIL.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        The employee's record for the pay date's tax year; the
      *        year's first pay run starts it. A record stamped with
      *        this same period and pay date was charged before.
      *        Stamped by this very run, it is a second payment to the
      *        employee in one batch and is added to the stamp; stamped
      *        by an earlier run, the pay run is being rerun and the
      *        earlier charge comes back out first.
       0210-READ-ERTAXYTD.
           MOVE NP-EMP-ID TO EY-EMP-ID.
           MOVE WS-PAY-YYYY TO EY-YEAR.
           READ ERTAXYTD-FILE
              INVALID KEY MOVE 'N' TO WS-EY-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO WS-EY-FOUND-SW
           END-READ.
           IF NOT EY-FOUND
              MOVE NP-EMP-ID TO EY-EMP-ID
              MOVE WS-PAY-YYYY TO EY-YEAR
              MOVE ZERO TO EY-LAST-PERIOD, EY-LAST-DATE, EY-LAST-RUN
              MOVE ZERO TO EY-LAST-AMOUNTS
              MOVE ZERO TO EY-YEAR-AMOUNTS
              GO TO 0210-END
           END-IF.
           IF EY-LAST-PERIOD = WS-PAY-PERIOD
              AND EY-LAST-DATE = WS-PAY-DATE
              IF EY-LAST-RUN NOT = WS-RUN-STAMP
                 PERFORM 0220-BACK-OUT-LAST-CHARGE
                 ADD 1 TO WS-RECHARGED-COUNT
              END-IF
           ELSE
              MOVE ZERO TO EY-LAST-AMOUNTS
           END-IF.
       0210-END.

       0220-BACK-OUT-LAST-CHARGE.
           SUBTRACT EY-LAST-SS-WAGES FROM EY-YTD-SS-WAGES.
           SUBTRACT EY-LAST-MED-WAGES FROM EY-YTD-MED-WAGES.
           SUBTRACT EY-LAST-FUTA-WAGES FROM EY-YTD-FUTA-WAGES.
           SUBTRACT EY-LAST-SUTA-WAGES FROM EY-YTD-SUTA-WAGES.
           SUBTRACT EY-LAST-GROSS FROM EY-Q-GROSS(WS-PAY-QTR).
           SUBTRACT EY-LAST-FED-TAX FROM EY-Q-FED-TAX(WS-PAY-QTR).
           SUBTRACT EY-LAST-STATE-TAX FROM EY-Q-STATE-TAX(WS-PAY-QTR).
           SUBTRACT EY-LAST-SS-WAGES FROM EY-Q-SS-WAGES(WS-PAY-QTR).
           SUBTRACT EY-LAST-SS-TAX FROM EY-Q-SS-TAX(WS-PAY-QTR).
           SUBTRACT EY-LAST-MED-WAGES FROM EY-Q-MED-WAGES(WS-PAY-QTR).
           SUBTRACT EY-LAST-MED-TAX FROM EY-Q-MED-TAX(WS-PAY-QTR).
           SUBTRACT EY-LAST-FUTA-WAGES
              FROM EY-Q-FUTA-WAGES(WS-PAY-QTR).
           SUBTRACT EY-LAST-FUTA-TAX FROM EY-Q-FUTA-TAX(WS-PAY-QTR).
           SUBTRACT EY-LAST-SUTA-WAGES
              FROM EY-Q-SUTA-WAGES(WS-PAY-QTR).
           SUBTRACT EY-LAST-SUTA-TAX FROM EY-Q-SUTA-TAX(WS-PAY-QTR).
           MOVE ZERO TO EY-LAST-AMOUNTS.
       0220-END.

      *        Medicare has no wage base; the other three are charged
      *        only on the part of the gross still under theirs.
       0230-CALC-EMPLOYER-TAX.
           MOVE WS-SS-WAGE-BASE TO WS-TX-BASE.
           MOVE EY-YTD-SS-WAGES TO WS-TX-YTD.
           PERFORM 0235-APPLY-WAGE-BASE.
           MOVE WS-TX-TAXABLE TO WS-SS-WAGES.
           COMPUTE WS-SS-TAX ROUNDED = WS-SS-WAGES * WS-SS-RATE.

           MOVE NP-GROSS-PAY TO WS-MED-WAGES.
           COMPUTE WS-MED-TAX ROUNDED = WS-MED-WAGES * WS-MED-RATE.

           MOVE WS-FUTA-WAGE-BASE TO WS-TX-BASE.
           MOVE EY-YTD-FUTA-WAGES TO WS-TX-YTD.
           PERFORM 0235-APPLY-WAGE-BASE.
           MOVE WS-TX-TAXABLE TO WS-FUTA-WAGES.
           COMPUTE WS-FUTA-TAX ROUNDED = WS-FUTA-WAGES * WS-FUTA-RATE.

           MOVE WS-SUTA-WAGE-BASE TO WS-TX-BASE.
           MOVE EY-YTD-SUTA-WAGES TO WS-TX-YTD.
           PERFORM 0235-APPLY-WAGE-BASE.
           MOVE WS-TX-TAXABLE TO WS-SUTA-WAGES.
           COMPUTE WS-SUTA-TAX ROUNDED = WS-SUTA-WAGES * WS-SUTA-RATE.
       0230-END.

       0235-APPLY-WAGE-BASE.
           IF WS-TX-BASE = ZERO
              MOVE NP-GROSS-PAY TO WS-TX-TAXABLE
           ELSE IF WS-TX-YTD NOT < WS-TX-BASE
              MOVE ZERO TO WS-TX-TAXABLE
           ELSE IF WS-TX-YTD + NP-GROSS-PAY > WS-TX-BASE
              COMPUTE WS-TX-TAXABLE = WS-TX-BASE - WS-TX-YTD
           ELSE
              MOVE NP-GROSS-PAY TO WS-TX-TAXABLE
           END-IF.
       0235-END.

       0240-UPDATE-ERTAXYTD.
           ADD WS-SS-WAGES TO EY-YTD-SS-WAGES.
           ADD WS-MED-WAGES TO EY-YTD-MED-WAGES.
           ADD WS-FUTA-WAGES TO EY-YTD-FUTA-WAGES.
           ADD WS-SUTA-WAGES TO EY-YTD-SUTA-WAGES.
           ADD NP-GROSS-PAY TO EY-Q-GROSS(WS-PAY-QTR), EY-LAST-GROSS.
           ADD NP-FEDERAL-TAX TO EY-Q-FED-TAX(WS-PAY-QTR),
              EY-LAST-FED-TAX.
           ADD NP-STATE-TAX TO EY-Q-STATE-TAX(WS-PAY-QTR),
              EY-LAST-STATE-TAX.
           ADD WS-SS-WAGES TO EY-Q-SS-WAGES(WS-PAY-QTR),
              EY-LAST-SS-WAGES.
           ADD WS-SS-TAX TO EY-Q-SS-TAX(WS-PAY-QTR), EY-LAST-SS-TAX.
           ADD WS-MED-WAGES TO EY-Q-MED-WAGES(WS-PAY-QTR),
              EY-LAST-MED-WAGES.
           ADD WS-MED-TAX TO EY-Q-MED-TAX(WS-PAY-QTR), EY-LAST-MED-TAX.
           ADD WS-FUTA-WAGES TO EY-Q-FUTA-WAGES(WS-PAY-QTR),
              EY-LAST-FUTA-WAGES.
           ADD WS-FUTA-TAX TO EY-Q-FUTA-TAX(WS-PAY-QTR),
              EY-LAST-FUTA-TAX.
           ADD WS-SUTA-WAGES TO EY-Q-SUTA-WAGES(WS-PAY-QTR),
              EY-LAST-SUTA-WAGES.
           ADD WS-SUTA-TAX TO EY-Q-SUTA-TAX(WS-PAY-QTR),
              EY-LAST-SUTA-TAX.
           MOVE WS-PAY-PERIOD TO EY-LAST-PERIOD.
           MOVE WS-PAY-DATE TO EY-LAST-DATE.
           MOVE WS-RUN-STAMP TO EY-LAST-RUN.
           IF EY-FOUND
              REWRITE ERTAXYTD-RECORD
                 INVALID KEY
                    DISPLAY "Non-zero file status returned from ",
                       "REWRITE ERTAXYTD-RECORD ", ERYTD-CHECK-KEY
                    GO TO 9000-END-PROGRAM
              END-REWRITE
           ELSE
              WRITE ERTAXYTD-RECORD
                 INVALID KEY
                    DISPLAY "Non-zero file status returned from ",
                       "WRITE ERTAXYTD-RECORD ", ERYTD-CHECK-KEY
                    GO TO 9000-END-PROGRAM
              END-WRITE
           END-IF.
       0240-END.

       0250-WRITE-DETAIL.
           MOVE SPACES TO ERTAX-HEADER-RECORD.
           MOVE 'D' TO XD-REC-TYPE.
           MOVE NP-EMP-ID TO XD-EMP-ID.
           MOVE WS-SS-WAGES TO XD-SS-WAGES.
           MOVE WS-SS-TAX TO XD-SS-TAX.
           MOVE WS-MED-WAGES TO XD-MED-WAGES.
           MOVE WS-MED-TAX TO XD-MED-TAX.
           MOVE WS-FUTA-WAGES TO XD-FUTA-WAGES.
           MOVE WS-FUTA-TAX TO XD-FUTA-TAX.
           MOVE WS-SUTA-WAGES TO XD-SUTA-WAGES.
           MOVE WS-SUTA-TAX TO XD-SUTA-TAX.
           PERFORM 0290-WRITE-ERTAX-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD WS-SS-TAX TO WS-TOT-SS-TAX.
           ADD WS-MED-TAX TO WS-TOT-MED-TAX.
           ADD WS-FUTA-TAX TO WS-TOT-FUTA-TAX.
           ADD WS-SUTA-TAX TO WS-TOT-SUTA-TAX.
           ADD WS-SS-TAX, WS-MED-TAX, WS-FUTA-TAX, WS-SUTA-TAX
              TO WS-TOT-ER-TAX.
       0250-END.

       0290-WRITE-ERTAX-RECORD.
           WRITE ERTAX-HEADER-RECORD.
           IF ERTAX-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "ERTAX-FILE ", ERTAX-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0290-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'PAYERTAX' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE ZERO TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM PAYERTAX.
