       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVLIAB.
      * PERIOD-END ACCRUED LEAVE LIABILITY BY DEPARTMENT FROM THE
      * VACATION AND SICK LEAVE BANK (LEAVEIDX.DAT) PAYCALC ACCRUES
      * AND LEAVEPST DRAWS DOWN. EVERY BANK IS VALUED AT THE HOLDER'S
      * HOURLY RATE -- FOR AN HOURLY EMPLOYEE THE RATE ON THE
      * PAY-TYPE FILE PAYTYIDX.DAT, FOR A SALARIED ONE THE ANNUAL
      * SALARY IN EFFECT ON THE AS-OF DATE FROM SALHIST.DAT (OR THE
      * MASTER SALARY WITHOUT ONE) OVER 2080 HOURS -- AND LISTED WITH
      * ITS DEPARTMENT FROM THE DEPARTMENT MASTER DEPTIDX.DAT,
      * FOLLOWED BY THE DEPARTMENT SUMMARY AND THE
      * COMPANY TOTAL. THE AS-OF DATE IS THE ONE ON LIABPARM.DAT OR,
      * WITHOUT ONE, THE LATEST PERIOD DATE PAYCALC HAS COMPLETED ON
      * PAYCTL.DAT. THE REPORT IS WRITTEN TO LEAVLIAB.DAT. A BANK
      * WHOSE EMPLOYEE IS NO LONGER ON EMPIDX.DAT CANNOT BE VALUED: IT
      * IS LISTED, LEFT OUT OF THE TOTALS, AND ENDS THE RUN WITH
      * RETURN-CODE 8 BECAUSE THE LIABILITY IS INCOMPLETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIABPARM-FILE ASSIGN TO "LIABPARM.DAT"
        FILE STATUS IS PARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LEAVE-FILE ASSIGN TO "LEAVEIDX.DAT"
        FILE STATUS IS LEAVE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LV-EMP-ID.

       SELECT EMPLOYEEFILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMPLOYEEID
        ALTERNATE RECORD KEY IS LASTNAME
           WITH DUPLICATES.

       SELECT SALHIST-FILE ASSIGN TO "SALHIST.DAT"
        FILE STATUS IS SALHIST-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY.

       SELECT PAYTYPE-FILE ASSIGN TO "PAYTYIDX.DAT"
        FILE STATUS IS PAYTY-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PT-EMP-ID.

       SELECT DEPTIDX-FILE ASSIGN TO "DEPTIDX.DAT"
        FILE STATUS IS DEPT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DM-LOW-ID.

       SELECT PAYCTL-FILE ASSIGN TO "PAYCTL.DAT"
        FILE STATUS IS CTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORT-FILE ASSIGN TO "LEAVLIAB.DAT"
        FILE STATUS IS RPT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        The date (YYYYMMDD) to value the liability as of.
      *        Optional.
       FD LIABPARM-FILE.
       01 LIABPARM-RECORD.
           05 LP-AS-OF-DATE      PIC 9(8).

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
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

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
           02 EMPLOYEEID        PIC 9(7).
           02 EMPLOYEENAME.
               03 LASTNAME      PIC X(10).
               03 FIRSTNAME     PIC X(10).
           02 STARTDATE.
               03 START-YEAR    PIC 9(4).
               03 START-MONTH   PIC 9(2).
               03 START-DAY     PIC 9(2).
           02 SALARY            PIC 9(9).
           02 GENDER            PIC X.

       FD SALHIST-FILE.
       01 SALHIST-RECORD.
           05 SH-KEY.
              10 SH-EMP-ID       PIC 9(7).
              10 SH-EFF-DATE     PIC 9(8).
           05 SH-AMOUNT          PIC 9(9).
           05 SH-POST-DATE       PIC 9(8).
           05 SH-RETRO-DATE      PIC 9(8).

      *        How the employee is paid, from PAYTYLD: S salaried off
      *        the master, H hourly at PT-HOURLY-RATE. No record is
      *        salaried.
       FD PAYTYPE-FILE.
       01 PAYTYPE-RECORD.
           05 PT-EMP-ID          PIC 9(7).
           05 PT-PAY-TYPE        PIC X.
           05 PT-HOURLY-RATE     PIC 9(3)V99.

       FD DEPTIDX-FILE.
       01 DEPTIDX-RECORD.
           05 DM-LOW-ID          PIC 9(7).
           05 DM-HIGH-ID         PIC 9(7).
           05 DM-DEPT-CODE       PIC X(4).
           05 DM-DEPT-NAME       PIC X(20).
           05 DM-STATUS          PIC X.

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

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(132).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  PARM-CHECK-KEY       PIC X(2).
           05  LEAVE-CHECK-KEY      PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  DEPT-CHECK-KEY       PIC X(2).
           05  PAYTY-CHECK-KEY      PIC X(2).
           05  CTL-CHECK-KEY        PIC X(2).
           05  RPT-CHECK-KEY        PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-NOT-ON-MASTER     PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-PAYTY-AVAIL-SW    PIC X VALUE 'N'.
               88  PAYTY-AVAILABLE        VALUE 'Y'.
           05  WS-PAY-TYPE          PIC X.
               88  PAY-HOURLY             VALUE 'H'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       01  WS-AS-OF-DATE.
           05  WS-AS-OF-YYYY        PIC 9(4).
           05  WS-AS-OF-MM          PIC 9(2).
           05  WS-AS-OF-DD          PIC 9(2).
       01  WS-AS-OF-DATE-NUM REDEFINES WS-AS-OF-DATE PIC 9(8).

       01  WS-VALUATION-AREAS.
           05 WS-HOURS-PER-YEAR      PIC 9(4) VALUE 2080.
           05 WS-HOURLY-RATE         PIC 9(5)V99.
           05 WS-VAC-VALUE           PIC S9(9)V99.
           05 WS-SICK-VALUE          PIC S9(9)V99.
           05 WS-EMP-VALUE           PIC S9(9)V99.

      *        One accumulator per loaded department plus the
      *        catch-all GENERAL bucket at WS-DEPT-GEN-IDX, kept in
      *        step with WS-DEPT-ENTRY (COPY DEPTTBWS).
       01  WS-LIABILITY-TOTALS.
           05 WS-LIAB-ENTRY OCCURS 21 TIMES.
              10 WS-LIAB-DEPT-CODE   PIC X(4).
              10 WS-LIAB-DEPT-NAME   PIC X(20).
              10 WS-LIAB-COUNT       PIC 9(7).
              10 WS-LIAB-VAC-HOURS   PIC S9(9)V99.
              10 WS-LIAB-VAC-VALUE   PIC S9(11)V99.
              10 WS-LIAB-SICK-HOURS  PIC S9(9)V99.
              10 WS-LIAB-SICK-VALUE  PIC S9(11)V99.
           05 WS-TOT-COUNT           PIC 9(7) VALUE ZERO.
           05 WS-TOT-VAC-HOURS       PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-VAC-VALUE       PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-SICK-HOURS      PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-SICK-VALUE      PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-VALUE           PIC S9(11)V99 VALUE ZERO.

       COPY PAYCTLWS.

       COPY SALHISTWS.

       COPY DEPTTBWS.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.
           05 WS-HOLD-LINE          PIC X(132).

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(36) VALUE
              'ACCRUED LEAVE LIABILITY'.
           05 FILLER            PIC X(7)  VALUE 'AS OF: '.
           05 RH-AS-OF-MM       PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-AS-OF-DD       PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-AS-OF-YYYY     PIC 9(4).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 RH-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-YYYY           PIC 9(4).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE           PIC ZZ9.
           05 FILLER            PIC X(36) VALUE SPACES.

       01  REPORT-HEADING-LINE.
           05 FILLER            PIC X(6)  VALUE 'DEPT'.
           05 FILLER            PIC X(9)  VALUE 'EMP ID'.
           05 FILLER            PIC X(23) VALUE 'NAME'.
           05 FILLER            PIC X(9)  VALUE '  HOURLY'.
           05 FILLER            PIC X(11) VALUE '  VAC HOURS'.
           05 FILLER            PIC X(13) VALUE '    VAC VALUE'.
           05 FILLER            PIC X(11) VALUE ' SICK HOURS'.
           05 FILLER            PIC X(13) VALUE '   SICK VALUE'.
           05 FILLER            PIC X(13) VALUE '  TOTAL VALUE'.
           05 FILLER            PIC X(24) VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05 RD-DEPT-CODE      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-FNAME          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-LNAME          PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-HOURLY         PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-VAC-HOURS      PIC ZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-VAC-VALUE      PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-SICK-HOURS     PIC ZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-SICK-VALUE     PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-TOTAL-VALUE    PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-NOTE           PIC X(22).

       01  REPORT-DEPT-HEADING-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(26) VALUE 'DEPARTMENT'.
           05 FILLER            PIC X(8)  VALUE '   STAFF'.
           05 FILLER            PIC X(14) VALUE '     VAC HOURS'.
           05 FILLER            PIC X(17) VALUE '        VAC VALUE'.
           05 FILLER            PIC X(14) VALUE '    SICK HOURS'.
           05 FILLER            PIC X(17) VALUE '       SICK VALUE'.
           05 FILLER            PIC X(17) VALUE '      TOTAL VALUE'.
           05 FILLER            PIC X(16) VALUE SPACES.

       01  REPORT-DEPT-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RDL-DEPT-CODE     PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-DEPT-NAME     PIC X(20).
           05 RDL-COUNT         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-VAC-HOURS     PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-VAC-VALUE     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-SICK-HOURS    PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-SICK-VALUE    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RDL-TOTAL-VALUE   PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(22) VALUE SPACES.

       01  REPORT-SECTION-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RS-TITLE          PIC X(60).
           05 FILLER            PIC X(69) VALUE SPACES.

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
       0100-LEAVE-LIABILITY.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0105-SET-AS-OF-DATE.
           MOVE WS-AS-OF-DATE-NUM TO WS-PERIOD-DATE-NUM.
           PERFORM 0970-LOAD-DEPT-TABLE.
           PERFORM 0110-CLEAR-DEPT-TOTALS.

           OPEN INPUT LEAVE-FILE
           IF LEAVE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "LEAVE-FILE ", LEAVE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPLOYEEFILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "EMPLOYEEFILE ", FILE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0115-OPEN-SALHIST-FILE.
           PERFORM 0117-OPEN-PAYTYPE-FILE.
           OPEN OUTPUT REPORT-FILE
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0245-PRINT-PAGE-HEADER.
           READ LEAVE-FILE NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-LEAVE-BANK UNTIL ENDOFFILE.
           PERFORM 0250-PRINT-DEPT-SUMMARY.

           CLOSE LEAVE-FILE, EMPLOYEEFILE, REPORT-FILE.
           IF SALHIST-AVAILABLE
              CLOSE SALHIST-FILE
           END-IF.
           IF PAYTY-AVAILABLE
              CLOSE PAYTYPE-FILE
           END-IF.

           DISPLAY "LEAVLIAB AS OF DATE             = "
              WS-AS-OF-DATE-NUM.
           DISPLAY "LEAVLIAB LEAVE BANKS READ       = " WS-RECORDS-READ.
           DISPLAY "LEAVLIAB EMPLOYEES VALUED       = "
              WS-RECORDS-WRITTEN.
           DISPLAY "LEAVLIAB TOTAL LIABILITY        = " WS-TOT-VALUE.
           IF WS-NOT-ON-MASTER > 0
              DISPLAY "LEAVLIAB LIABILITY INCOMPLETE: " WS-NOT-ON-MASTER
                 " LEAVE BANKS NOT ON EMPLOYEE MASTER"
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        A missing or unusable parameter falls back to the
      *        latest period date PAYCALC has completed, the period
      *        end the balances were last accrued to; with no period
      *        completed at all, the run date.
       0105-SET-AS-OF-DATE.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
           PERFORM 0910-LOAD-RUN-CONTROL.
           MOVE ZERO TO WS-PERIOD-DATE-NUM.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
              UNTIL WS-CTL-IDX > 26
              IF WS-CTL-PAY-DONE(WS-CTL-IDX) = 'Y'
                 AND WS-CTL-PERIOD-DATE(WS-CTL-IDX) > WS-PERIOD-DATE-NUM
                 MOVE WS-CTL-PERIOD-DATE(WS-CTL-IDX)
                    TO WS-PERIOD-DATE-NUM
              END-IF
           END-PERFORM.
           IF WS-PERIOD-DATE-NUM > ZERO
              MOVE WS-PERIOD-DATE-NUM TO WS-AS-OF-DATE-NUM
           END-IF.
           OPEN INPUT LIABPARM-FILE.
           IF PARM-CHECK-KEY = "00"
              READ LIABPARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF LP-AS-OF-DATE NUMERIC AND LP-AS-OF-DATE > ZERO
                       MOVE LP-AS-OF-DATE TO WS-AS-OF-DATE-NUM
                    ELSE
                       DISPLAY "LEAVLIAB: LIABPARM.DAT NOT VALID, ",
                          "LAST PERIOD DATE USED"
                    END-IF
              END-READ
              CLOSE LIABPARM-FILE
           END-IF.
       0105-END.

       0110-CLEAR-DEPT-TOTALS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-GEN-IDX
              IF WS-DEPT-IDX < WS-DEPT-GEN-IDX
                 MOVE WS-DEPT-CODE(WS-DEPT-IDX)
                    TO WS-LIAB-DEPT-CODE(WS-DEPT-IDX)
                 MOVE WS-DEPT-NAME(WS-DEPT-IDX)
                    TO WS-LIAB-DEPT-NAME(WS-DEPT-IDX)
              END-IF
              MOVE ZERO TO WS-LIAB-COUNT(WS-DEPT-IDX)
              MOVE ZERO TO WS-LIAB-VAC-HOURS(WS-DEPT-IDX)
              MOVE ZERO TO WS-LIAB-VAC-VALUE(WS-DEPT-IDX)
              MOVE ZERO TO WS-LIAB-SICK-HOURS(WS-DEPT-IDX)
              MOVE ZERO TO WS-LIAB-SICK-VALUE(WS-DEPT-IDX)
           END-PERFORM.
           MOVE 'GEN ' TO WS-LIAB-DEPT-CODE(WS-DEPT-GEN-IDX).
           MOVE 'GENERAL' TO WS-LIAB-DEPT-NAME(WS-DEPT-GEN-IDX).
       0110-END.

       0115-OPEN-SALHIST-FILE.
           OPEN INPUT SALHIST-FILE.
           IF SALHIST-CHECK-KEY = "00"
              MOVE 'Y' TO WS-SALHIST-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-SALHIST-AVAIL-SW
           END-IF.
       0115-END.

      *        With no PAYTYIDX.DAT everyone is salaried, as in PAYCALC.
       0117-OPEN-PAYTYPE-FILE.
           OPEN INPUT PAYTYPE-FILE.
           IF PAYTY-CHECK-KEY = "00"
              MOVE 'Y' TO WS-PAYTY-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-PAYTY-AVAIL-SW
           END-IF.
       0117-END.

      *        LEAVEIDX.DAT is in EMPLOYEEID order and the department
      *        ranges are too, so the listing falls out grouped by
      *        department without a sort.
       0200-PROCESS-LEAVE-BANK.
           ADD 1 TO WS-RECORDS-READ.
           MOVE LV-EMP-ID TO EMPLOYEEID.
           READ EMPLOYEEFILE
              INVALID KEY
                 PERFORM 0230-LIST-UNVALUED-BANK
              NOT INVALID KEY
                 PERFORM 0210-VALUE-LEAVE-BANK
           END-READ.
           READ LEAVE-FILE NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        An hourly employee accrues from time-card hours and is
      *        paid at the PAYTYIDX.DAT rate, so that is what their
      *        hours are worth; only a salaried bank is priced off the
      *        salary.
       0210-VALUE-LEAVE-BANK.
           PERFORM 0215-LOOKUP-PAY-TYPE.
           IF PAY-HOURLY
              MOVE PT-HOURLY-RATE TO WS-HOURLY-RATE
           ELSE
              PERFORM 0940-LOOKUP-EFFECTIVE-SALARY
              COMPUTE WS-HOURLY-RATE ROUNDED =
                 WS-EFFECTIVE-SALARY / WS-HOURS-PER-YEAR
           END-IF.
           COMPUTE WS-VAC-VALUE ROUNDED =
              LV-VAC-BALANCE * WS-HOURLY-RATE.
           COMPUTE WS-SICK-VALUE ROUNDED =
              LV-SICK-BALANCE * WS-HOURLY-RATE.
           COMPUTE WS-EMP-VALUE = WS-VAC-VALUE + WS-SICK-VALUE.
           MOVE LV-EMP-ID TO WS-DEPT-LOOKUP-ID.
           PERFORM 0978-FIND-DEPT-RANGE.

           MOVE WS-LIAB-DEPT-CODE(WS-DEPT-MATCH-IDX) TO RD-DEPT-CODE.
           MOVE LV-EMP-ID TO RD-EMP-ID.
           MOVE FIRSTNAME TO RD-FNAME.
           MOVE LASTNAME TO RD-LNAME.
           MOVE WS-HOURLY-RATE TO RD-HOURLY.
           MOVE LV-VAC-BALANCE TO RD-VAC-HOURS.
           MOVE WS-VAC-VALUE TO RD-VAC-VALUE.
           MOVE LV-SICK-BALANCE TO RD-SICK-HOURS.
           MOVE WS-SICK-VALUE TO RD-SICK-VALUE.
           MOVE WS-EMP-VALUE TO RD-TOTAL-VALUE.
           IF DEPT-UNMATCHED
              MOVE '*NO DEPARTMENT RANGE*' TO RD-NOTE
           ELSE
              MOVE SPACES TO RD-NOTE
           END-IF.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           ADD 1 TO WS-RECORDS-WRITTEN.

           ADD 1 TO WS-LIAB-COUNT(WS-DEPT-MATCH-IDX).
           ADD LV-VAC-BALANCE TO WS-LIAB-VAC-HOURS(WS-DEPT-MATCH-IDX).
           ADD WS-VAC-VALUE TO WS-LIAB-VAC-VALUE(WS-DEPT-MATCH-IDX).
           ADD LV-SICK-BALANCE
              TO WS-LIAB-SICK-HOURS(WS-DEPT-MATCH-IDX).
           ADD WS-SICK-VALUE TO WS-LIAB-SICK-VALUE(WS-DEPT-MATCH-IDX).
           ADD 1 TO WS-TOT-COUNT.
           ADD LV-VAC-BALANCE TO WS-TOT-VAC-HOURS.
           ADD WS-VAC-VALUE TO WS-TOT-VAC-VALUE.
           ADD LV-SICK-BALANCE TO WS-TOT-SICK-HOURS.
           ADD WS-SICK-VALUE TO WS-TOT-SICK-VALUE.
           ADD WS-EMP-VALUE TO WS-TOT-VALUE.
       0210-END.

       0215-LOOKUP-PAY-TYPE.
           MOVE 'S' TO WS-PAY-TYPE.
           IF PAYTY-AVAILABLE
              MOVE LV-EMP-ID TO PT-EMP-ID
              READ PAYTYPE-FILE
                 NOT INVALID KEY
                    MOVE PT-PAY-TYPE TO WS-PAY-TYPE
              END-READ
           END-IF.
       0215-END.

      *        No salary to value the hours at: the bank is listed
      *        with its hours so it can be chased, but carries no
      *        value and stays out of the department figures.
       0230-LIST-UNVALUED-BANK.
           ADD 1 TO WS-NOT-ON-MASTER.
           MOVE LV-EMP-ID TO WS-DEPT-LOOKUP-ID.
           PERFORM 0978-FIND-DEPT-RANGE.
           MOVE WS-LIAB-DEPT-CODE(WS-DEPT-MATCH-IDX) TO RD-DEPT-CODE.
           MOVE LV-EMP-ID TO RD-EMP-ID.
           MOVE SPACES TO RD-FNAME.
           MOVE '*NO NAME*' TO RD-LNAME.
           MOVE ZERO TO RD-HOURLY.
           MOVE LV-VAC-BALANCE TO RD-VAC-HOURS.
           MOVE ZERO TO RD-VAC-VALUE.
           MOVE LV-SICK-BALANCE TO RD-SICK-HOURS.
           MOVE ZERO TO RD-SICK-VALUE.
           MOVE ZERO TO RD-TOTAL-VALUE.
           MOVE '*NOT ON MASTER*' TO RD-NOTE.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
       0230-END.

       0245-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-AS-OF-MM TO RH-AS-OF-MM.
           MOVE WS-AS-OF-DD TO RH-AS-OF-DD.
           MOVE WS-AS-OF-YYYY TO RH-AS-OF-YYYY.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0245-END.

      *        One line per department that holds any leave, GENERAL
      *        last, then the company liability.
       0250-PRINT-DEPT-SUMMARY.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE SPACES TO RS-TITLE.
           MOVE 'LIABILITY BY DEPARTMENT' TO RS-TITLE.
           MOVE REPORT-SECTION-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE REPORT-DEPT-HEADING-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-GEN-IDX
              IF WS-LIAB-COUNT(WS-DEPT-IDX) > ZERO
                 PERFORM 0252-PRINT-DEPT-LINE
              END-IF
           END-PERFORM.

           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE SPACES TO RS-TITLE.
           MOVE 'COMPANY ACCRUED LEAVE LIABILITY' TO RS-TITLE.
           MOVE REPORT-SECTION-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'EMPLOYEES / VACATION LIABILITY' TO TL-LABEL.
           MOVE WS-TOT-COUNT TO TL-COUNT.
           MOVE WS-TOT-VAC-VALUE TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE ZERO TO TL-COUNT.
           MOVE 'SICK LEAVE LIABILITY' TO TL-LABEL.
           MOVE WS-TOT-SICK-VALUE TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'TOTAL ACCRUED LEAVE LIABILITY' TO TL-LABEL.
           MOVE WS-TOT-VALUE TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           IF WS-NOT-ON-MASTER > 0
              MOVE SPACES TO RS-TITLE
              MOVE '*** INCOMPLETE: LEAVE BANKS NOT ON EMPLOYEE MASTER'
                 TO RS-TITLE
              MOVE REPORT-SECTION-LINE TO REPORT-LINE
              PERFORM 0260-WRITE-REPORT-LINE
              MOVE 'LEAVE BANKS NOT VALUED' TO TL-LABEL
              MOVE WS-NOT-ON-MASTER TO TL-COUNT
              MOVE ZERO TO TL-AMOUNT
              PERFORM 0255-PRINT-TOTAL-LINE
           END-IF.
       0250-END.

       0252-PRINT-DEPT-LINE.
           MOVE WS-LIAB-DEPT-CODE(WS-DEPT-IDX) TO RDL-DEPT-CODE.
           MOVE WS-LIAB-DEPT-NAME(WS-DEPT-IDX) TO RDL-DEPT-NAME.
           MOVE WS-LIAB-COUNT(WS-DEPT-IDX) TO RDL-COUNT.
           MOVE WS-LIAB-VAC-HOURS(WS-DEPT-IDX) TO RDL-VAC-HOURS.
           MOVE WS-LIAB-VAC-VALUE(WS-DEPT-IDX) TO RDL-VAC-VALUE.
           MOVE WS-LIAB-SICK-HOURS(WS-DEPT-IDX) TO RDL-SICK-HOURS.
           MOVE WS-LIAB-SICK-VALUE(WS-DEPT-IDX) TO RDL-SICK-VALUE.
           COMPUTE WS-EMP-VALUE = WS-LIAB-VAC-VALUE(WS-DEPT-IDX)
              + WS-LIAB-SICK-VALUE(WS-DEPT-IDX).
           MOVE WS-EMP-VALUE TO RDL-TOTAL-VALUE.
           MOVE REPORT-DEPT-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
       0252-END.

       0255-PRINT-TOTAL-LINE.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
       0255-END.

       0260-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              MOVE REPORT-LINE TO WS-HOLD-LINE
              PERFORM 0245-PRINT-PAGE-HEADER
              MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
       0260-END.

       COPY PAYCTLPR.

       COPY SALHISTPR.

       COPY DEPTTBPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'LEAVLIAB' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-NOT-ON-MASTER TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM LEAVLIAB.
