       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMOVE.
      * MONTHLY WORKFORCE-MOVEMENT REPORT BY DEPARTMENT: OPENING
      * HEADCOUNT, HIRES, TERMINATIONS, LEAVES STARTED AND RETURNED,
      * CLOSING HEADCOUNT, TURNOVER PERCENTAGE, AND THE CLOSING
      * HEADCOUNT BROKEN INTO TENURE BANDS BY WHOLE YEARS OF SERVICE
      * FROM STARTDATE. THE MONTH (YYYYMM) IS THE ONE ON MOVEPARM.DAT
      * OR, WITHOUT ONE, THE MONTH BEFORE THE RUN DATE. PEOPLE COME
      * FROM THE EMPLOYEE MASTER EMPIDX.DAT PLUS THE EMPMAINT CHANGE
      * LOG EMPCHGLOG.DAT -- AN ADD NOT YET ON THE MASTER IS COUNTED
      * FROM ITS AFTER IMAGE, A DELETE FROM ITS BEFORE IMAGE AND AS A
      * TERMINATION IN THE MONTH UNLESS THE STATUS FILE DATES IT.
      * TERMINATION, LEAVE AND RETURN DATES ARE THE STATUS DATES ON
      * EMPSTIDX.DAT. DEPARTMENTS ARE THE DEPTIDX.DAT RANGES. THE
      * REPORT IS WRITTEN TO EMPMOVE.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVEPARM-FILE ASSIGN TO "MOVEPARM.DAT"
        FILE STATUS IS PARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EMPLOYEEFILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EMPLOYEEID
        ALTERNATE RECORD KEY IS LASTNAME
           WITH DUPLICATES.

       SELECT EMPSTAT-FILE ASSIGN TO "EMPSTIDX.DAT"
        FILE STATUS IS EMPSTAT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EST-EMP-ID.

       SELECT CHANGELOG-FILE ASSIGN TO "EMPCHGLOG.DAT"
        FILE STATUS IS CHGLOG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEPTIDX-FILE ASSIGN TO "DEPTIDX.DAT"
        FILE STATUS IS DEPT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DM-LOW-ID.

       SELECT REPORT-FILE ASSIGN TO "EMPMOVE.DAT"
        FILE STATUS IS RPT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        The month (YYYYMM) to report on. Optional.
       FD MOVEPARM-FILE.
       01 MOVEPARM-RECORD.
           05 MP-MONTH.
              10 MP-YYYY         PIC 9(4).
              10 MP-MM           PIC 9(2).

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
           88 ENDOFFILE VALUE HIGH-VALUES.
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

       FD EMPSTAT-FILE.
       01 EMPSTAT-RECORD.
           05 EST-EMP-ID         PIC 9(7).
           05 EST-STATUS         PIC X.
           05 EST-EFF-DATE       PIC 9(8).

      *        Written by EMPMAINT; the images are EMPDETAILS.
       FD CHANGELOG-FILE.
       01 CHANGELOG-LINE.
           88 CHGLOG-EOF VALUE HIGH-VALUES.
           05 CHG-ACTION         PIC X(6).
           05 FILLER             PIC X(2).
           05 CHG-EMP-ID         PIC X(7).
           05 FILLER             PIC X(2).
           05 CHG-BEFORE         PIC X(45).
           05 FILLER             PIC X(2).
           05 CHG-AFTER          PIC X(45).

       FD DEPTIDX-FILE.
       01 DEPTIDX-RECORD.
           05 DM-LOW-ID          PIC 9(7).
           05 DM-HIGH-ID         PIC 9(7).
           05 DM-DEPT-CODE       PIC X(4).
           05 DM-DEPT-NAME       PIC X(20).
           05 DM-STATUS          PIC X.

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(132).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  PARM-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  CHGLOG-CHECK-KEY     PIC X(2).
           05  DEPT-CHECK-KEY       PIC X(2).
           05  RPT-CHECK-KEY        PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-LOG-READ          PIC 9(9) VALUE ZERO.
           05  WS-LOG-ADDS-COUNTED  PIC 9(9) VALUE ZERO.
           05  WS-LOG-ADDS-OUTSIDE  PIC 9(9) VALUE ZERO.
           05  WS-LOG-DELETES       PIC 9(9) VALUE ZERO.
           05  WS-DELETE-TERMS      PIC 9(9) VALUE ZERO.
           05  WS-STATUS-READ       PIC 9(9) VALUE ZERO.
           05  WS-NO-DEPT-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-CHGLOG-AVAIL-SW   PIC X VALUE 'N'.
               88  CHGLOG-AVAILABLE       VALUE 'Y'.
           05  WS-STAT-EOF-SW       PIC X VALUE 'N'.
               88  STAT-EOF               VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        First and last day of the report month.
       01  WS-MONTH-START.
           05  WS-MONTH-YYYY        PIC 9(4).
           05  WS-MONTH-MM          PIC 9(2).
           05  WS-MONTH-FIRST-DD    PIC 9(2).
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START PIC 9(8).

       01  WS-MONTH-END.
           05  WS-MONTH-END-YYYY    PIC 9(4).
           05  WS-MONTH-END-MM      PIC 9(2).
           05  WS-MONTH-END-DD      PIC 9(2).
       01  WS-MONTH-END-NUM REDEFINES WS-MONTH-END PIC 9(8).

       01  WS-CALENDAR-AREAS.
           05 WS-DAYS-IN-MONTH-DATA.
              10 FILLER      PIC 99 VALUE 31.
              10 FILLER      PIC 99 VALUE 28.
              10 FILLER      PIC 99 VALUE 31.
              10 FILLER      PIC 99 VALUE 30.
              10 FILLER      PIC 99 VALUE 31.
              10 FILLER      PIC 99 VALUE 30.
              10 FILLER      PIC 99 VALUE 31.
              10 FILLER      PIC 99 VALUE 31.
              10 FILLER      PIC 99 VALUE 30.
              10 FILLER      PIC 99 VALUE 31.
              10 FILLER      PIC 99 VALUE 30.
              10 FILLER      PIC 99 VALUE 31.
           05 WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-DATA
                 PIC 99 OCCURS 12 TIMES.
           05 WS-YEAR-DIV            PIC 9(4).
           05 WS-YEAR-MOD-4          PIC 9(4).
           05 WS-YEAR-MOD-100        PIC 9(4).
           05 WS-YEAR-MOD-400        PIC 9(4).

      *        One person being counted, from the master or from a
      *        change-log image. WS-PSN-TERM-NUM is the termination
      *        date, all nines for someone never terminated.
       01  WS-PERSON-AREAS.
           05 WS-PSN-ID              PIC 9(7).
           05 WS-PSN-START.
              10 WS-PSN-START-YYYY   PIC 9(4).
              10 WS-PSN-START-MM     PIC 9(2).
              10 WS-PSN-START-DD     PIC 9(2).
           05 WS-PSN-START-NUM REDEFINES WS-PSN-START PIC 9(8).
           05 WS-PSN-TERM-NUM        PIC 9(8).
           05 WS-PSN-DELETED-SW      PIC X.
              88 PSN-DELETED              VALUE 'Y'.
           05 WS-SERVICE-YEARS       PIC 9(3).
           05 WS-BAND-IDX            PIC 9.

       01  WS-LOG-IMAGE.
           05 LI-EMP-ID              PIC 9(7).
           05 LI-NAME                PIC X(20).
           05 LI-START-DATE          PIC 9(8).
           05 LI-SALARY              PIC 9(9).
           05 LI-GENDER              PIC X.

      *        EMPLOYEEIDs deleted on the change log, so the master
      *        pass does not count someone EMPIDX.DAT still holds
      *        because it has not been reloaded since EMPMAINT ran.
       01  WS-DELETED-TABLE.
           05 WS-DEL-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-DEL-MAX             PIC 9(3) VALUE 500.
           05 WS-DEL-IDX             PIC 9(3).
           05 WS-DEL-FOUND-SW        PIC X.
              88 DEL-FOUND                VALUE 'Y'.
           05 WS-DEL-ID OCCURS 500 TIMES PIC 9(7).

      *        One set of counts per loaded department plus the
      *        catch-all GENERAL bucket at WS-DEPT-GEN-IDX, kept in
      *        step with WS-DEPT-ENTRY (COPY DEPTTBWS). The tenure
      *        bands are under 1, 1-4, 5-9 and 10 or more whole years
      *        of service at the end of the month.
       01  WS-MOVEMENT-TOTALS.
           05 WS-MOV-ENTRY OCCURS 21 TIMES.
              10 WS-MOV-DEPT-CODE    PIC X(4).
              10 WS-MOV-DEPT-NAME    PIC X(20).
              10 WS-MOV-OPEN         PIC 9(7).
              10 WS-MOV-HIRES        PIC 9(7).
              10 WS-MOV-TERMS        PIC 9(7).
              10 WS-MOV-LV-START     PIC 9(7).
              10 WS-MOV-LV-RETURN    PIC 9(7).
              10 WS-MOV-CLOSE        PIC 9(7).
              10 WS-MOV-TENURE       PIC 9(7) OCCURS 4 TIMES.
           05 WS-TOT-OPEN            PIC 9(7) VALUE ZERO.
           05 WS-TOT-HIRES           PIC 9(7) VALUE ZERO.
           05 WS-TOT-TERMS           PIC 9(7) VALUE ZERO.
           05 WS-TOT-LV-START        PIC 9(7) VALUE ZERO.
           05 WS-TOT-LV-RETURN       PIC 9(7) VALUE ZERO.
           05 WS-TOT-CLOSE           PIC 9(7) VALUE ZERO.
           05 WS-TOT-TENURE          PIC 9(7) OCCURS 4 TIMES.
           05 WS-TURNOVER-PCT        PIC 9(5)V9.

       COPY EMPSTWS.

       COPY DEPTTBWS.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.
           05 WS-COLUMN-HEADING     PIC X(132) VALUE SPACES.
           05 WS-HOLD-LINE          PIC X(132).

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(36) VALUE
              'WORKFORCE MOVEMENT BY DEPARTMENT'.
           05 FILLER            PIC X(7)  VALUE 'MONTH: '.
           05 RH-MONTH-MM       PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-MONTH-YYYY     PIC 9(4).
           05 FILLER            PIC X(7)  VALUE SPACES.
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

       01  REPORT-MOVE-HEADING-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(27) VALUE 'DEPARTMENT'.
           05 FILLER            PIC X(10) VALUE '   OPENING'.
           05 FILLER            PIC X(10) VALUE '     HIRES'.
           05 FILLER            PIC X(10) VALUE '     TERMS'.
           05 FILLER            PIC X(10) VALUE 'LV STARTED'.
           05 FILLER            PIC X(10) VALUE 'LV RETURNS'.
           05 FILLER            PIC X(10) VALUE '   CLOSING'.
           05 FILLER            PIC X(11) VALUE ' TURNOVER %'.
           05 FILLER            PIC X(31) VALUE SPACES.

       01  REPORT-MOVE-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ML-DEPT-CODE      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ML-DEPT-NAME      PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ML-OPEN           PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ML-HIRES          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ML-TERMS          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ML-LV-START       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ML-LV-RETURN      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ML-CLOSE          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 ML-TURNOVER       PIC ZZZZ9.9.
           05 FILLER            PIC X(31) VALUE SPACES.

       01  REPORT-TENURE-HEADING-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(27) VALUE 'DEPARTMENT'.
           05 FILLER            PIC X(10) VALUE 'UNDER 1 YR'.
           05 FILLER            PIC X(10) VALUE '   1-4 YRS'.
           05 FILLER            PIC X(10) VALUE '   5-9 YRS'.
           05 FILLER            PIC X(10) VALUE '   10+ YRS'.
           05 FILLER            PIC X(10) VALUE '   CLOSING'.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  REPORT-TENURE-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TN-DEPT-CODE      PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TN-DEPT-NAME      PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TN-BAND-COLUMN OCCURS 4 TIMES.
              10 FILLER         PIC X(3).
              10 TN-BAND        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TN-CLOSE          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  REPORT-SECTION-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RS-TITLE          PIC X(60).
           05 FILLER            PIC X(69) VALUE SPACES.

       01  REPORT-RULE-LINE.
           05 FILLER            PIC X(112) VALUE ALL '='.
           05 FILLER            PIC X(20) VALUE SPACES.

       01  REPORT-NOTE-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 NL-LABEL          PIC X(50).
           05 NL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-WORKFORCE-MOVEMENT.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0105-SET-REPORT-MONTH.
           PERFORM 0970-LOAD-DEPT-TABLE.
           PERFORM 0110-CLEAR-DEPT-TOTALS.

           OPEN INPUT EMPLOYEEFILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "EMPLOYEEFILE ", FILE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPSTAT-FILE.
           IF EMPSTAT-CHECK-KEY = "00"
              MOVE 'Y' TO WS-EMPSTAT-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-EMPSTAT-AVAIL-SW
              DISPLAY "EMPMOVE: EMPSTIDX.DAT NOT AVAILABLE, ",
                 "NO STATUS DATES USED"
           END-IF.
           OPEN INPUT CHANGELOG-FILE.
           IF CHGLOG-CHECK-KEY = "00"
              MOVE 'Y' TO WS-CHGLOG-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-CHGLOG-AVAIL-SW
              DISPLAY "EMPMOVE: EMPCHGLOG.DAT NOT AVAILABLE, ",
                 "MASTER AND STATUS FILE ONLY"
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           IF CHGLOG-AVAILABLE
              READ CHANGELOG-FILE
                 AT END SET CHGLOG-EOF TO TRUE
              END-READ
              PERFORM 0200-PROCESS-CHANGE-LOG UNTIL CHGLOG-EOF
              CLOSE CHANGELOG-FILE
           END-IF.
           IF EMPSTAT-AVAILABLE
              PERFORM 0300-SCAN-STATUS-FILE
           END-IF.
           PERFORM 0400-SCAN-EMPLOYEE-MASTER.

           PERFORM 0600-PRINT-MOVEMENT.
           PERFORM 0650-PRINT-TENURE.
           PERFORM 0680-PRINT-NOTES.

           CLOSE EMPLOYEEFILE, REPORT-FILE.
           IF EMPSTAT-AVAILABLE
              CLOSE EMPSTAT-FILE
           END-IF.

           DISPLAY "EMPMOVE MONTH                  = "
              WS-MONTH-YYYY WS-MONTH-MM.
           DISPLAY "EMPMOVE MASTER RECORDS READ    = " WS-RECORDS-READ.
           DISPLAY "EMPMOVE CHANGE LOG LINES READ  = " WS-LOG-READ.
           DISPLAY "EMPMOVE STATUS RECORDS READ    = " WS-STATUS-READ.
           DISPLAY "EMPMOVE OPENING HEADCOUNT      = " WS-TOT-OPEN.
           DISPLAY "EMPMOVE HIRES                  = " WS-TOT-HIRES.
           DISPLAY "EMPMOVE TERMINATIONS           = " WS-TOT-TERMS.
           DISPLAY "EMPMOVE CLOSING HEADCOUNT      = " WS-TOT-CLOSE.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        A missing or unusable parameter falls back to the
      *        month before the run date, the month HR asks about.
       0105-SET-REPORT-MONTH.
           MOVE WS-RUN-YYYY TO WS-MONTH-YYYY.
           MOVE WS-RUN-MM TO WS-MONTH-MM.
           IF WS-MONTH-MM = 1
              MOVE 12 TO WS-MONTH-MM
              SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           OPEN INPUT MOVEPARM-FILE.
           IF PARM-CHECK-KEY = "00"
              READ MOVEPARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF MP-MONTH NUMERIC AND MP-YYYY > ZERO
                       AND MP-MM >= 1 AND MP-MM <= 12
                       MOVE MP-YYYY TO WS-MONTH-YYYY
                       MOVE MP-MM TO WS-MONTH-MM
                    ELSE
                       DISPLAY "EMPMOVE: MOVEPARM.DAT NOT VALID, ",
                          "PRIOR MONTH USED"
                    END-IF
              END-READ
              CLOSE MOVEPARM-FILE
           END-IF.
           MOVE 01 TO WS-MONTH-FIRST-DD.
           MOVE WS-MONTH-YYYY TO WS-MONTH-END-YYYY.
           MOVE WS-MONTH-MM TO WS-MONTH-END-MM.
           PERFORM 0107-SET-MONTH-END-DAY.
       0105-END.

      *        Days in the report month, with February bumped to 29
      *        in a leap year (divisible by 4, not by 100 unless also
      *        by 400).
       0107-SET-MONTH-END-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-MONTH-MM) TO WS-MONTH-END-DD.
           IF WS-MONTH-MM = 2
              DIVIDE WS-MONTH-YYYY BY 4 GIVING WS-YEAR-DIV
                 REMAINDER WS-YEAR-MOD-4
              IF WS-YEAR-MOD-4 = 0
                 DIVIDE WS-MONTH-YYYY BY 100 GIVING WS-YEAR-DIV
                    REMAINDER WS-YEAR-MOD-100
                 IF WS-YEAR-MOD-100 NOT = 0
                    MOVE 29 TO WS-MONTH-END-DD
                 ELSE
                    DIVIDE WS-MONTH-YYYY BY 400 GIVING WS-YEAR-DIV
                       REMAINDER WS-YEAR-MOD-400
                    IF WS-YEAR-MOD-400 = 0
                       MOVE 29 TO WS-MONTH-END-DD
                    END-IF
                 END-IF
              END-IF
           END-IF.
       0107-END.

       0110-CLEAR-DEPT-TOTALS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-GEN-IDX
              IF WS-DEPT-IDX < WS-DEPT-GEN-IDX
                 MOVE WS-DEPT-CODE(WS-DEPT-IDX)
                    TO WS-MOV-DEPT-CODE(WS-DEPT-IDX)
                 MOVE WS-DEPT-NAME(WS-DEPT-IDX)
                    TO WS-MOV-DEPT-NAME(WS-DEPT-IDX)
              END-IF
              MOVE ZERO TO WS-MOV-OPEN(WS-DEPT-IDX)
              MOVE ZERO TO WS-MOV-HIRES(WS-DEPT-IDX)
              MOVE ZERO TO WS-MOV-TERMS(WS-DEPT-IDX)
              MOVE ZERO TO WS-MOV-LV-START(WS-DEPT-IDX)
              MOVE ZERO TO WS-MOV-LV-RETURN(WS-DEPT-IDX)
              MOVE ZERO TO WS-MOV-CLOSE(WS-DEPT-IDX)
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                 UNTIL WS-BAND-IDX > 4
                 MOVE ZERO TO WS-MOV-TENURE(WS-DEPT-IDX, WS-BAND-IDX)
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 4
              MOVE ZERO TO WS-TOT-TENURE(WS-BAND-IDX)
           END-PERFORM.
           MOVE 'GEN ' TO WS-MOV-DEPT-CODE(WS-DEPT-GEN-IDX).
           MOVE 'GENERAL' TO WS-MOV-DEPT-NAME(WS-DEPT-GEN-IDX).
       0110-END.

      *        The change log covers the EMPMAINT run(s) for the
      *        month. An ADD already on the master is left to the
      *        master pass; one not yet loaded is counted from its
      *        after image. Every DELETE is counted from its before
      *        image and remembered so the master pass skips it.
      *        CHANGE lines move nobody.
       0200-PROCESS-CHANGE-LOG.
           ADD 1 TO WS-LOG-READ.
           IF CHG-ACTION = "ADD"
              MOVE CHG-AFTER TO WS-LOG-IMAGE
              IF LI-START-DATE < WS-MONTH-START-NUM
                 OR LI-START-DATE > WS-MONTH-END-NUM
                 ADD 1 TO WS-LOG-ADDS-OUTSIDE
              END-IF
              MOVE LI-EMP-ID TO EMPLOYEEID
              READ EMPLOYEEFILE
                 INVALID KEY
                    ADD 1 TO WS-LOG-ADDS-COUNTED
                    PERFORM 0210-COUNT-LOG-IMAGE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
           ELSE IF CHG-ACTION = "DELETE"
              MOVE CHG-BEFORE TO WS-LOG-IMAGE
              ADD 1 TO WS-LOG-DELETES
              IF WS-DEL-COUNT < WS-DEL-MAX
                 ADD 1 TO WS-DEL-COUNT
                 MOVE LI-EMP-ID TO WS-DEL-ID(WS-DEL-COUNT)
              ELSE
                 DISPLAY "EMPMOVE: DELETED-EMPLOYEE TABLE FULL, ",
                    LI-EMP-ID " MAY BE COUNTED TWICE"
              END-IF
              PERFORM 0215-COUNT-DELETED-IMAGE
           END-IF.
           READ CHANGELOG-FILE
              AT END SET CHGLOG-EOF TO TRUE
           END-READ.
       0200-END.

       0210-COUNT-LOG-IMAGE.
           MOVE LI-EMP-ID TO WS-PSN-ID.
           MOVE LI-START-DATE TO WS-PSN-START-NUM.
           MOVE 'N' TO WS-PSN-DELETED-SW.
           PERFORM 0500-COUNT-PERSON.
       0210-END.

       0215-COUNT-DELETED-IMAGE.
           MOVE LI-EMP-ID TO WS-PSN-ID.
           MOVE LI-START-DATE TO WS-PSN-START-NUM.
           MOVE 'Y' TO WS-PSN-DELETED-SW.
           PERFORM 0500-COUNT-PERSON.
       0215-END.

      *        Terminations, leaves and returns are the status
      *        records dated in the month. An active status dated on
      *        the employee's start date is the hire being set up, not
      *        a return from leave. The status file holds only each
      *        employee's current status, so someone who went on leave
      *        and came back inside the month shows only the return.
       0300-SCAN-STATUS-FILE.
           MOVE ZERO TO EST-EMP-ID.
           MOVE 'N' TO WS-STAT-EOF-SW.
           START EMPSTAT-FILE KEY IS NOT LESS THAN EST-EMP-ID
              INVALID KEY SET STAT-EOF TO TRUE
           END-START.
           PERFORM 0310-READ-STATUS-RECORD UNTIL STAT-EOF.
       0300-END.

       0310-READ-STATUS-RECORD.
           READ EMPSTAT-FILE NEXT RECORD
              AT END SET STAT-EOF TO TRUE
              NOT AT END PERFORM 0320-COUNT-STATUS-CHANGE
           END-READ.
       0310-END.

       0320-COUNT-STATUS-CHANGE.
           ADD 1 TO WS-STATUS-READ.
           IF EST-EFF-DATE >= WS-MONTH-START-NUM
              AND EST-EFF-DATE <= WS-MONTH-END-NUM
              MOVE EST-EMP-ID TO WS-DEPT-LOOKUP-ID
              PERFORM 0978-FIND-DEPT-RANGE
              IF EST-STATUS = 'T'
                 ADD 1 TO WS-MOV-TERMS(WS-DEPT-MATCH-IDX)
                 ADD 1 TO WS-TOT-TERMS
              ELSE IF EST-STATUS = 'L' OR EST-STATUS = 'P'
                 ADD 1 TO WS-MOV-LV-START(WS-DEPT-MATCH-IDX)
                 ADD 1 TO WS-TOT-LV-START
              ELSE IF EST-STATUS = 'A'
                 MOVE EST-EMP-ID TO EMPLOYEEID
                 MOVE ZERO TO WS-PSN-START-NUM
                 READ EMPLOYEEFILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE STARTDATE TO WS-PSN-START
                 END-READ
                 IF WS-PSN-START-NUM NOT = EST-EFF-DATE
                    ADD 1 TO WS-MOV-LV-RETURN(WS-DEPT-MATCH-IDX)
                    ADD 1 TO WS-TOT-LV-RETURN
                 END-IF
              END-IF
           END-IF.
       0320-END.

       0400-SCAN-EMPLOYEE-MASTER.
           MOVE ZERO TO EMPLOYEEID.
           START EMPLOYEEFILE KEY IS NOT LESS THAN EMPLOYEEID
              INVALID KEY SET ENDOFFILE TO TRUE
           END-START.
           IF NOT ENDOFFILE
              READ EMPLOYEEFILE NEXT RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-IF.
           PERFORM 0410-PROCESS-MASTER-RECORD UNTIL ENDOFFILE.
       0400-END.

       0410-PROCESS-MASTER-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           MOVE 'N' TO WS-DEL-FOUND-SW.
           PERFORM VARYING WS-DEL-IDX FROM 1 BY 1
              UNTIL WS-DEL-IDX > WS-DEL-COUNT OR DEL-FOUND
              IF WS-DEL-ID(WS-DEL-IDX) = EMPLOYEEID
                 MOVE 'Y' TO WS-DEL-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT DEL-FOUND
              MOVE EMPLOYEEID TO WS-PSN-ID
              MOVE STARTDATE TO WS-PSN-START
              MOVE 'N' TO WS-PSN-DELETED-SW
              PERFORM 0500-COUNT-PERSON
           END-IF.
           READ EMPLOYEEFILE NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0410-END.

      *        Places one person in the opening count (started before
      *        the month, not terminated before it), the hires (start
      *        date in the month) and the closing count (started by
      *        month end, not terminated by it). A deleted employee
      *        the status file does not already show as terminated in
      *        or before the month is taken as terminated at month end
      *        and counted here, since the status pass never saw it.
       0500-COUNT-PERSON.
           MOVE WS-PSN-ID TO EMPLOYEEID.
           PERFORM 0950-LOOKUP-EMP-STATUS.
           MOVE 99999999 TO WS-PSN-TERM-NUM.
           IF EMP-TERMINATED
              MOVE WS-EMP-STATUS-DATE TO WS-PSN-TERM-NUM
           END-IF.
           MOVE WS-PSN-ID TO WS-DEPT-LOOKUP-ID.
           PERFORM 0978-FIND-DEPT-RANGE.
           IF DEPT-UNMATCHED
              ADD 1 TO WS-NO-DEPT-COUNT
           END-IF.
           IF PSN-DELETED AND WS-PSN-TERM-NUM > WS-MONTH-END-NUM
              MOVE WS-MONTH-END-NUM TO WS-PSN-TERM-NUM
              ADD 1 TO WS-DELETE-TERMS
              ADD 1 TO WS-MOV-TERMS(WS-DEPT-MATCH-IDX)
              ADD 1 TO WS-TOT-TERMS
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.

           IF WS-PSN-START-NUM < WS-MONTH-START-NUM
              AND WS-PSN-TERM-NUM >= WS-MONTH-START-NUM
              ADD 1 TO WS-MOV-OPEN(WS-DEPT-MATCH-IDX)
              ADD 1 TO WS-TOT-OPEN
           END-IF.
           IF WS-PSN-START-NUM >= WS-MONTH-START-NUM
              AND WS-PSN-START-NUM <= WS-MONTH-END-NUM
              ADD 1 TO WS-MOV-HIRES(WS-DEPT-MATCH-IDX)
              ADD 1 TO WS-TOT-HIRES
           END-IF.
           IF WS-PSN-START-NUM <= WS-MONTH-END-NUM
              AND WS-PSN-TERM-NUM > WS-MONTH-END-NUM
              ADD 1 TO WS-MOV-CLOSE(WS-DEPT-MATCH-IDX)
              ADD 1 TO WS-TOT-CLOSE
              PERFORM 0510-FIND-TENURE-BAND
              ADD 1 TO WS-MOV-TENURE(WS-DEPT-MATCH-IDX, WS-BAND-IDX)
              ADD 1 TO WS-TOT-TENURE(WS-BAND-IDX)
           END-IF.
       0500-END.

      *        Whole years of service at month end, counted from the
      *        start date the same way leave accrual counts them.
       0510-FIND-TENURE-BAND.
           MOVE ZERO TO WS-SERVICE-YEARS.
           IF WS-PSN-START-YYYY < WS-MONTH-END-YYYY
              COMPUTE WS-SERVICE-YEARS =
                 WS-MONTH-END-YYYY - WS-PSN-START-YYYY
              IF WS-PSN-START-MM > WS-MONTH-END-MM
                 OR (WS-PSN-START-MM = WS-MONTH-END-MM
                     AND WS-PSN-START-DD > WS-MONTH-END-DD)
                 SUBTRACT 1 FROM WS-SERVICE-YEARS
              END-IF
           END-IF.
           IF WS-SERVICE-YEARS < 1
              MOVE 1 TO WS-BAND-IDX
           ELSE IF WS-SERVICE-YEARS < 5
              MOVE 2 TO WS-BAND-IDX
           ELSE IF WS-SERVICE-YEARS < 10
              MOVE 3 TO WS-BAND-IDX
           ELSE
              MOVE 4 TO WS-BAND-IDX
           END-IF.
       0510-END.

      *        Every loaded department, GENERAL only when someone
      *        fell outside the ranges, then the company line.
       0600-PRINT-MOVEMENT.
           MOVE REPORT-MOVE-HEADING-LINE TO WS-COLUMN-HEADING.
           PERFORM 0745-PRINT-PAGE-HEADER.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-GEN-IDX
              IF WS-DEPT-IDX < WS-DEPT-GEN-IDX
                 OR WS-MOV-OPEN(WS-DEPT-IDX) > ZERO
                 OR WS-MOV-HIRES(WS-DEPT-IDX) > ZERO
                 OR WS-MOV-TERMS(WS-DEPT-IDX) > ZERO
                 OR WS-MOV-LV-START(WS-DEPT-IDX) > ZERO
                 OR WS-MOV-LV-RETURN(WS-DEPT-IDX) > ZERO
                 OR WS-MOV-CLOSE(WS-DEPT-IDX) > ZERO
                 PERFORM 0610-PRINT-MOVE-LINE
              END-IF
           END-PERFORM.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE SPACES TO ML-DEPT-CODE.
           MOVE 'COMPANY TOTAL' TO ML-DEPT-NAME.
           MOVE WS-TOT-OPEN TO ML-OPEN.
           MOVE WS-TOT-HIRES TO ML-HIRES.
           MOVE WS-TOT-TERMS TO ML-TERMS.
           MOVE WS-TOT-LV-START TO ML-LV-START.
           MOVE WS-TOT-LV-RETURN TO ML-LV-RETURN.
           MOVE WS-TOT-CLOSE TO ML-CLOSE.
           MOVE ZERO TO WS-TURNOVER-PCT.
           IF WS-TOT-OPEN + WS-TOT-CLOSE > ZERO
              COMPUTE WS-TURNOVER-PCT ROUNDED =
                 WS-TOT-TERMS * 200 / (WS-TOT-OPEN + WS-TOT-CLOSE)
           END-IF.
           MOVE WS-TURNOVER-PCT TO ML-TURNOVER.
           MOVE REPORT-MOVE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
       0600-END.

      *        Turnover is terminations over the average of the
      *        opening and closing headcounts.
       0610-PRINT-MOVE-LINE.
           MOVE WS-MOV-DEPT-CODE(WS-DEPT-IDX) TO ML-DEPT-CODE.
           MOVE WS-MOV-DEPT-NAME(WS-DEPT-IDX) TO ML-DEPT-NAME.
           MOVE WS-MOV-OPEN(WS-DEPT-IDX) TO ML-OPEN.
           MOVE WS-MOV-HIRES(WS-DEPT-IDX) TO ML-HIRES.
           MOVE WS-MOV-TERMS(WS-DEPT-IDX) TO ML-TERMS.
           MOVE WS-MOV-LV-START(WS-DEPT-IDX) TO ML-LV-START.
           MOVE WS-MOV-LV-RETURN(WS-DEPT-IDX) TO ML-LV-RETURN.
           MOVE WS-MOV-CLOSE(WS-DEPT-IDX) TO ML-CLOSE.
           MOVE ZERO TO WS-TURNOVER-PCT.
           IF WS-MOV-OPEN(WS-DEPT-IDX) + WS-MOV-CLOSE(WS-DEPT-IDX)
              > ZERO
              COMPUTE WS-TURNOVER-PCT ROUNDED =
                 WS-MOV-TERMS(WS-DEPT-IDX) * 200 /
                 (WS-MOV-OPEN(WS-DEPT-IDX) + WS-MOV-CLOSE(WS-DEPT-IDX))
           END-IF.
           MOVE WS-TURNOVER-PCT TO ML-TURNOVER.
           MOVE REPORT-MOVE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
       0610-END.

       0650-PRINT-TENURE.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE SPACES TO RS-TITLE.
           MOVE 'TENURE OF CLOSING HEADCOUNT AT MONTH END' TO RS-TITLE.
           MOVE REPORT-SECTION-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE REPORT-TENURE-HEADING-LINE TO WS-COLUMN-HEADING.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-GEN-IDX
              IF WS-DEPT-IDX < WS-DEPT-GEN-IDX
                 OR WS-MOV-CLOSE(WS-DEPT-IDX) > ZERO
                 PERFORM 0660-PRINT-TENURE-LINE
              END-IF
           END-PERFORM.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-TENURE-LINE.
           MOVE 'COMPANY TOTAL' TO TN-DEPT-NAME.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 4
              MOVE WS-TOT-TENURE(WS-BAND-IDX) TO TN-BAND(WS-BAND-IDX)
           END-PERFORM.
           MOVE WS-TOT-CLOSE TO TN-CLOSE.
           MOVE REPORT-TENURE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
       0650-END.

       0660-PRINT-TENURE-LINE.
           MOVE SPACES TO REPORT-TENURE-LINE.
           MOVE WS-MOV-DEPT-CODE(WS-DEPT-IDX) TO TN-DEPT-CODE.
           MOVE WS-MOV-DEPT-NAME(WS-DEPT-IDX) TO TN-DEPT-NAME.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > 4
              MOVE WS-MOV-TENURE(WS-DEPT-IDX, WS-BAND-IDX)
                 TO TN-BAND(WS-BAND-IDX)
           END-PERFORM.
           MOVE WS-MOV-CLOSE(WS-DEPT-IDX) TO TN-CLOSE.
           MOVE REPORT-TENURE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
       0660-END.

      *        Where the figures came from, so a reader can tell a
      *        quiet month from a missing input.
       0680-PRINT-NOTES.
           MOVE SPACES TO WS-COLUMN-HEADING.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE SPACES TO RS-TITLE.
           MOVE 'SOURCES' TO RS-TITLE.
           MOVE REPORT-SECTION-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE 'EMPLOYEE MASTER RECORDS READ' TO NL-LABEL.
           MOVE WS-RECORDS-READ TO NL-COUNT.
           PERFORM 0690-PRINT-NOTE-LINE.
           IF CHGLOG-AVAILABLE
              MOVE 'CHANGE LOG LINES READ' TO NL-LABEL
              MOVE WS-LOG-READ TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
              MOVE 'ADDS NOT YET ON MASTER, COUNTED FROM LOG'
                 TO NL-LABEL
              MOVE WS-LOG-ADDS-COUNTED TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
              MOVE 'ADDS WITH START DATE OUTSIDE THE MONTH'
                 TO NL-LABEL
              MOVE WS-LOG-ADDS-OUTSIDE TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
              MOVE 'DELETES ON CHANGE LOG' TO NL-LABEL
              MOVE WS-LOG-DELETES TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
              MOVE 'DELETES WITH NO TERMINATION STATUS DATE'
                 TO NL-LABEL
              MOVE WS-DELETE-TERMS TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
           ELSE
              MOVE '*** EMPCHGLOG.DAT NOT AVAILABLE' TO NL-LABEL
              MOVE ZERO TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
           END-IF.
           IF EMPSTAT-AVAILABLE
              MOVE 'STATUS RECORDS READ' TO NL-LABEL
              MOVE WS-STATUS-READ TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
           ELSE
              MOVE '*** EMPSTIDX.DAT NOT AVAILABLE' TO NL-LABEL
              MOVE ZERO TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
           END-IF.
           IF WS-NO-DEPT-COUNT > ZERO
              MOVE 'EMPLOYEES OUTSIDE ANY DEPARTMENT RANGE' TO NL-LABEL
              MOVE WS-NO-DEPT-COUNT TO NL-COUNT
              PERFORM 0690-PRINT-NOTE-LINE
           END-IF.
       0680-END.

       0690-PRINT-NOTE-LINE.
           MOVE REPORT-NOTE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
       0690-END.

       0745-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-MONTH-MM TO RH-MONTH-MM.
           MOVE WS-MONTH-YYYY TO RH-MONTH-YYYY.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-COLUMN-HEADING NOT = SPACES
              MOVE WS-COLUMN-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE ZERO TO WS-LINE-COUNT.
       0745-END.

       0760-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              MOVE REPORT-LINE TO WS-HOLD-LINE
              PERFORM 0745-PRINT-PAGE-HEADER
              MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
       0760-END.

       COPY EMPSTPR.

       COPY DEPTTBPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'EMPMOVE' TO AUDIT-PROGRAM-ID.
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

          END PROGRAM EMPMOVE.
