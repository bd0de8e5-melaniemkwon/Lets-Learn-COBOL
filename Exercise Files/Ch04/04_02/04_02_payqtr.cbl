       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQTR.
      * QUARTER-END PAYROLL TAX WORKSHEET FROM THE EMPLOYER TAX
      * YEAR-TO-DATE FILE PAYERTAX MAINTAINS (ERTAXYTD.DAT). FOR THE
      * YEAR AND QUARTER ON QTRPARM.DAT -- OR, WITHOUT ONE, THE LAST
      * QUARTER ENDED BEFORE THE RUN DATE -- EVERY EMPLOYEE PAID IN
      * THE QUARTER IS LISTED WITH GROSS WAGES, FEDERAL AND STATE TAX
      * WITHHELD, THE SOCIAL SECURITY, MEDICARE, FUTA AND SUTA TAXABLE
      * WAGES AND THE EMPLOYER TAX, NAMED FROM EMPIDX.DAT. THE RETURN
      * FIGURES FOLLOW AS COMPANY TOTALS READY TO TRANSCRIBE. THE
      * WORKSHEET IS WRITTEN TO QTRTAX.DAT. ERTAXYTD.DAT KEEPS ONE
      * RECORD PER EMPLOYEE PER TAX YEAR, SO ONLY THE RECORDS FOR THE
      * YEAR BEING REPORTED ARE READ, AND A QUARTER CAN BE RUN (OR RUN
      * AGAIN) AFTER THE NEXT YEAR'S PAY RUNS HAVE STARTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT QTRPARM-FILE ASSIGN TO "QTRPARM.DAT"
        FILE STATUS IS PARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ERTAXYTD-FILE ASSIGN TO "ERTAXYTD.DAT"
        FILE STATUS IS ERYTD-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EY-KEY.

       SELECT EMPIDX-FILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID-IDX
        ALTERNATE RECORD KEY IS EMP-LASTNAME-IDX
           WITH DUPLICATES.

       SELECT REPORT-FILE ASSIGN TO "QTRTAX.DAT"
        FILE STATUS IS RPT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        The year and quarter (1-4) to report. Optional.
       FD QTRPARM-FILE.
       01 QTRPARM-RECORD.
           05 QP-YEAR            PIC 9(4).
           05 QP-QUARTER         PIC 9.

       FD ERTAXYTD-FILE.
       01 ERTAXYTD-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
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

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(132).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  PARM-CHECK-KEY       PIC X(2).
           05  ERYTD-CHECK-KEY      PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  RPT-CHECK-KEY        PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-NAMES-MISSING     PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-EMPIDX-AVAIL-SW   PIC X VALUE 'N'.
               88  EMPIDX-AVAILABLE       VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       01  WS-QUARTER-AREAS.
           05 WS-QTR-YEAR            PIC 9(4).
           05 WS-QTR                 PIC 9.

       01  WS-QUARTER-TOTALS.
           05 WS-TOT-GROSS           PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-FED-TAX         PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-STATE-TAX       PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-SS-WAGES        PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-SS-TAX          PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-MED-WAGES       PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-MED-TAX         PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-FUTA-WAGES      PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-FUTA-TAX        PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-SUTA-WAGES      PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-SUTA-TAX        PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-ER-TAX          PIC 9(13)V99 VALUE ZERO.
           05 WS-EMP-ER-TAX          PIC 9(11)V99.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.
           05 WS-HOLD-LINE          PIC X(132).

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(36) VALUE
              'EMPLOYER TAX QUARTERLY WORKSHEET'.
           05 FILLER            PIC X(6)  VALUE 'YEAR: '.
           05 RH-YEAR           PIC 9(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE 'QUARTER: '.
           05 RH-QTR            PIC 9.
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
           05 FILLER            PIC X(31) VALUE SPACES.

       01  REPORT-HEADING-LINE.
           05 FILLER            PIC X(9)  VALUE 'EMP ID'.
           05 FILLER            PIC X(23) VALUE 'NAME'.
           05 FILLER            PIC X(11) VALUE '      GROSS'.
           05 FILLER            PIC X(11) VALUE '    FED W/H'.
           05 FILLER            PIC X(11) VALUE '  STATE W/H'.
           05 FILLER            PIC X(11) VALUE '   SS WAGES'.
           05 FILLER            PIC X(11) VALUE '  MED WAGES'.
           05 FILLER            PIC X(11) VALUE ' FUTA WAGES'.
           05 FILLER            PIC X(11) VALUE ' SUTA WAGES'.
           05 FILLER            PIC X(11) VALUE '     ER TAX'.
           05 FILLER            PIC X(12) VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05 RD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-FNAME          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-LNAME          PIC X(10).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RD-GROSS          PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-FED            PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-STATE          PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-SS-WAGES       PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-MED-WAGES      PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-FUTA-WAGES     PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-SUTA-WAGES     PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-ER-TAX         PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(12) VALUE SPACES.

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
       0100-QUARTER-WORKSHEET.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0105-READ-QTR-PARM.

           OPEN INPUT ERTAXYTD-FILE
           IF ERYTD-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "ERTAXYTD-FILE ", ERYTD-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-EMPIDX-FILE.
           OPEN OUTPUT REPORT-FILE
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0245-PRINT-PAGE-HEADER.
           READ ERTAXYTD-FILE NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-EMPLOYEE UNTIL ENDOFFILE.
           PERFORM 0250-PRINT-RETURN-FIGURES.

           CLOSE ERTAXYTD-FILE, REPORT-FILE.
           IF EMPIDX-AVAILABLE
              CLOSE EMPIDX-FILE
           END-IF.

           DISPLAY "PAYQTR YEAR / QUARTER      = " WS-QTR-YEAR
              " / " WS-QTR.
           DISPLAY "PAYQTR RECORDS READ        = " WS-RECORDS-READ.
           DISPLAY "PAYQTR EMPLOYEES LISTED    = " WS-RECORDS-WRITTEN.
           IF WS-NAMES-MISSING > 0
              DISPLAY "PAYQTR NAMES NOT ON MASTER = "
                 WS-NAMES-MISSING
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        A missing or unusable parameter falls back to the last
      *        quarter ended before today, which is the quarter whose
      *        returns are being prepared.
       0105-READ-QTR-PARM.
           IF WS-RUN-MM < 4
              COMPUTE WS-QTR-YEAR = WS-RUN-YYYY - 1
              MOVE 4 TO WS-QTR
           ELSE
              MOVE WS-RUN-YYYY TO WS-QTR-YEAR
              COMPUTE WS-QTR = (WS-RUN-MM + 2) / 3 - 1
           END-IF.
           OPEN INPUT QTRPARM-FILE.
           IF PARM-CHECK-KEY = "00"
              READ QTRPARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF QP-YEAR NUMERIC AND QP-YEAR > ZERO
                       AND QP-QUARTER NUMERIC
                       AND QP-QUARTER >= 1 AND QP-QUARTER <= 4
                       MOVE QP-YEAR TO WS-QTR-YEAR
                       MOVE QP-QUARTER TO WS-QTR
                    ELSE
                       DISPLAY "PAYQTR: QTRPARM.DAT NOT VALID, ",
                          "LAST QUARTER ENDED USED"
                    END-IF
              END-READ
              CLOSE QTRPARM-FILE
           END-IF.
       0105-END.

       0110-OPEN-EMPIDX-FILE.
           OPEN INPUT EMPIDX-FILE.
           IF FILE-CHECK-KEY = "00"
              MOVE 'Y' TO WS-EMPIDX-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-EMPIDX-AVAIL-SW
           END-IF.
       0110-END.

      *        Only employees with wages in the quarter are listed;
      *        a record for another year carries nothing for this one.
       0200-PROCESS-EMPLOYEE.
           IF EY-YEAR = WS-QTR-YEAR
              ADD 1 TO WS-RECORDS-READ
              IF EY-Q-GROSS(WS-QTR) > ZERO
                 PERFORM 0210-LIST-EMPLOYEE
              END-IF
           END-IF.
           READ ERTAXYTD-FILE NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

       0210-LIST-EMPLOYEE.
           COMPUTE WS-EMP-ER-TAX = EY-Q-SS-TAX(WS-QTR)
              + EY-Q-MED-TAX(WS-QTR) + EY-Q-FUTA-TAX(WS-QTR)
              + EY-Q-SUTA-TAX(WS-QTR).
           PERFORM 0230-LOOKUP-EMP-NAME.
           MOVE EY-Q-GROSS(WS-QTR) TO RD-GROSS.
           MOVE EY-Q-FED-TAX(WS-QTR) TO RD-FED.
           MOVE EY-Q-STATE-TAX(WS-QTR) TO RD-STATE.
           MOVE EY-Q-SS-WAGES(WS-QTR) TO RD-SS-WAGES.
           MOVE EY-Q-MED-WAGES(WS-QTR) TO RD-MED-WAGES.
           MOVE EY-Q-FUTA-WAGES(WS-QTR) TO RD-FUTA-WAGES.
           MOVE EY-Q-SUTA-WAGES(WS-QTR) TO RD-SUTA-WAGES.
           MOVE WS-EMP-ER-TAX TO RD-ER-TAX.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD EY-Q-GROSS(WS-QTR) TO WS-TOT-GROSS.
           ADD EY-Q-FED-TAX(WS-QTR) TO WS-TOT-FED-TAX.
           ADD EY-Q-STATE-TAX(WS-QTR) TO WS-TOT-STATE-TAX.
           ADD EY-Q-SS-WAGES(WS-QTR) TO WS-TOT-SS-WAGES.
           ADD EY-Q-SS-TAX(WS-QTR) TO WS-TOT-SS-TAX.
           ADD EY-Q-MED-WAGES(WS-QTR) TO WS-TOT-MED-WAGES.
           ADD EY-Q-MED-TAX(WS-QTR) TO WS-TOT-MED-TAX.
           ADD EY-Q-FUTA-WAGES(WS-QTR) TO WS-TOT-FUTA-WAGES.
           ADD EY-Q-FUTA-TAX(WS-QTR) TO WS-TOT-FUTA-TAX.
           ADD EY-Q-SUTA-WAGES(WS-QTR) TO WS-TOT-SUTA-WAGES.
           ADD EY-Q-SUTA-TAX(WS-QTR) TO WS-TOT-SUTA-TAX.
           ADD WS-EMP-ER-TAX TO WS-TOT-ER-TAX.
       0210-END.

       0230-LOOKUP-EMP-NAME.
           MOVE EY-EMP-ID TO RD-EMP-ID.
           MOVE SPACES TO RD-FNAME.
           MOVE '*NO NAME*' TO RD-LNAME.
           IF EMPIDX-AVAILABLE
              MOVE EY-EMP-ID TO EMP-ID-IDX
              READ EMPIDX-FILE
                 INVALID KEY
                    ADD 1 TO WS-NAMES-MISSING
                 NOT INVALID KEY
                    MOVE EMP-FIRSTNAME-IDX TO RD-FNAME
                    MOVE EMP-LASTNAME-IDX TO RD-LNAME
              END-READ
           ELSE
              ADD 1 TO WS-NAMES-MISSING
           END-IF.
       0230-END.

       0245-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-QTR-YEAR TO RH-YEAR.
           MOVE WS-QTR TO RH-QTR.
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

      *        The company totals in the order the returns ask for
      *        them: wages and withholding, then each employer tax
      *        with the taxable wages it was charged on.
       0250-PRINT-RETURN-FIGURES.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE SPACES TO RS-TITLE.
           MOVE 'RETURN FIGURES FOR THE QUARTER' TO RS-TITLE.
           MOVE REPORT-SECTION-LINE TO REPORT-LINE.
           PERFORM 0260-WRITE-REPORT-LINE.
           MOVE 'EMPLOYEES PAID / TOTAL WAGES' TO TL-LABEL.
           MOVE WS-RECORDS-WRITTEN TO TL-COUNT.
           MOVE WS-TOT-GROSS TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE ZERO TO TL-COUNT.
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO TL-LABEL.
           MOVE WS-TOT-FED-TAX TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'STATE INCOME TAX WITHHELD' TO TL-LABEL.
           MOVE WS-TOT-STATE-TAX TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'SOCIAL SECURITY TAXABLE WAGES' TO TL-LABEL.
           MOVE WS-TOT-SS-WAGES TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'SOCIAL SECURITY EMPLOYER TAX' TO TL-LABEL.
           MOVE WS-TOT-SS-TAX TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'MEDICARE TAXABLE WAGES' TO TL-LABEL.
           MOVE WS-TOT-MED-WAGES TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'MEDICARE EMPLOYER TAX' TO TL-LABEL.
           MOVE WS-TOT-MED-TAX TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'FUTA TAXABLE WAGES' TO TL-LABEL.
           MOVE WS-TOT-FUTA-WAGES TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'FUTA TAX' TO TL-LABEL.
           MOVE WS-TOT-FUTA-TAX TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'SUTA TAXABLE WAGES' TO TL-LABEL.
           MOVE WS-TOT-SUTA-WAGES TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'SUTA TAX' TO TL-LABEL.
           MOVE WS-TOT-SUTA-TAX TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
           MOVE 'TOTAL EMPLOYER TAX' TO TL-LABEL.
           MOVE WS-TOT-ER-TAX TO TL-AMOUNT.
           PERFORM 0255-PRINT-TOTAL-LINE.
       0250-END.

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

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'PAYQTR' TO AUDIT-PROGRAM-ID.
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

          END PROGRAM PAYQTR.
