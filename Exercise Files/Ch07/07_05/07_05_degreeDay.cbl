       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTHRDD.
      * HEATING AND COOLING DEGREE-DAY REPORT (WTHRDD.DAT) AND
      * FACILITIES COST EXTRACT (WTHRDDX.DAT) FROM THE INDEXED
      * WEATHER DATABASE WTHRIDX BUILDS. EACH DAY'S WX-MEAN-TEMP IS
      * MEASURED AGAINST THE BASE TEMPERATURE ON DDPARM.DAT (DEFAULT
      * 65): A DAY BELOW THE BASE EARNS BASE MINUS MEAN HEATING
      * DEGREE DAYS, A DAY ABOVE IT MEAN MINUS BASE COOLING DEGREE
      * DAYS. THE SAME STATION-BY-MONTH-BY-YEAR TABLE WTHRCMP HOLDS
      * GIVES, FOR EVERY STATION-MONTH, THE MONTH'S HDD AND CDD, THE
      * SEASON-TO-DATE TOTALS (THE HEATING SEASON STARTS IN THE
      * DDPARM.DAT MONTH, DEFAULT JULY; THE COOLING SEASON IS THE
      * CALENDAR YEAR) AND THE SAME MONTH OF THE PRIOR YEAR WITH THE
      * CHANGE. A STATION-MONTH SHORT OF THE DAYS IN ITS CALENDAR
      * MONTH IS FLAGGED INCOMPLETE THE WAY WTHRCMP FLAGS IT, AS IS A
      * COMPARISON AGAINST AN INCOMPLETE PRIOR MONTH AND A SEASON
      * TOTAL THAT INCLUDES ONE. STATION NAMES COME FROM STNIDX.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WTHRIDX-FILE ASSIGN TO "WTHRIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WX-KEY.

       SELECT DDPARM-FILE ASSIGN TO "DDPARM.DAT"
        FILE STATUS IS PARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORT-FILE ASSIGN TO "WTHRDD.DAT"
        FILE STATUS IS REPORT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXTRACT-FILE ASSIGN TO "WTHRDDX.DAT"
        FILE STATUS IS EXTRACT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT STNIDX-FILE ASSIGN TO "STNIDX.DAT"
        FILE STATUS IS STNIDX-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-STATION.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WTHRIDX-FILE.
       01 WTHR-RECORD-IDX.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 WX-KEY.
              10 WX-STATION    PIC X(6).
              10 WX-YEAR       PIC 9(4).
              10 WX-MONTH      PIC 9(2).
              10 WX-DAY        PIC 9(2).
           05 WX-MEAN-TEMP     PIC S9(3)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 WX-FOG           PIC X(5).
           05 WX-RAIN          PIC X(5).
           05 WX-SNOW          PIC X(5).
           05 WX-HAIL          PIC X(5).
           05 WX-THUNDER       PIC X(5).
           05 WX-TORNADO       PIC X(5).

       FD DDPARM-FILE.
       01 DDPARM-RECORD.
           05 DDP-BASE-TEMP        PIC 9(3).
           05 DDP-HEAT-SEASON-MM   PIC 9(2).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(132).

      *        All three extract record types share one FD; the
      *        record type in byte 1 says which layout follows, the
      *        way PAYBANK lays out the bank file.
       FD EXTRACT-FILE.
       01 DDX-HEADER-RECORD.
           05 DXH-REC-TYPE         PIC X.
           05 DXH-RUN-DATE         PIC 9(8).
           05 DXH-BASE-TEMP        PIC 9(3).
           05 DXH-HEAT-SEASON-MM   PIC 9(2).
           05 FILLER               PIC X(86).
      *        One 'D' detail per station-month. DXD-COMPLETE and the
      *        season-to-date flags are Y when the figures can be
      *        trusted; DXD-PRIOR-STATUS is Y for a complete prior
      *        year month, I for an incomplete one, N for none.
       01 DDX-DETAIL-RECORD REDEFINES DDX-HEADER-RECORD.
           05 DXD-REC-TYPE         PIC X.
           05 DXD-STATION          PIC X(6).
           05 DXD-STATION-NAME     PIC X(30).
           05 DXD-YEAR             PIC 9(4).
           05 DXD-MONTH            PIC 9(2).
           05 DXD-DAYS             PIC 9(2).
           05 DXD-DAYS-IN-MONTH    PIC 9(2).
           05 DXD-COMPLETE         PIC X.
           05 DXD-HDD              PIC 9(5).
           05 DXD-CDD              PIC 9(5).
           05 DXD-HDD-STD          PIC 9(6).
           05 DXD-HDD-STD-COMPLETE PIC X.
           05 DXD-CDD-STD          PIC 9(6).
           05 DXD-CDD-STD-COMPLETE PIC X.
           05 DXD-PRIOR-STATUS     PIC X.
           05 DXD-PRIOR-HDD        PIC 9(5).
           05 DXD-PRIOR-CDD        PIC 9(5).
           05 FILLER               PIC X(17).
       01 DDX-TRAILER-RECORD REDEFINES DDX-HEADER-RECORD.
           05 DXT-REC-TYPE         PIC X.
           05 DXT-RECORD-COUNT     PIC 9(9).
           05 DXT-TOTAL-HDD        PIC 9(11).
           05 DXT-TOTAL-CDD        PIC 9(11).
           05 FILLER               PIC X(68).

       FD STNIDX-FILE.
       01 STNIDX-RECORD.
           05 SM-STATION       PIC X(6).
           05 SM-NAME          PIC X(30).
           05 SM-LOCATION      PIC X(30).
           05 SM-ACTIVE-FROM   PIC 9(8).
           05 SM-ACTIVE-TO     PIC 9(8).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  PARM-CHECK-KEY       PIC X(2).
           05  REPORT-CHECK-KEY     PIC X(2).
           05  EXTRACT-CHECK-KEY    PIC X(2).
           05  STNIDX-CHECK-KEY     PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-EXTRACT-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-YEARS-DROPPED     PIC 9(9) VALUE ZERO.
           05  WS-STATION-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-INCOMPLETE-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-HDD         PIC 9(11) VALUE ZERO.
           05  WS-TOTAL-CDD         PIC 9(11) VALUE ZERO.
           05  WS-STNIDX-AVAIL-SW   PIC X VALUE 'N'.
               88  STNIDX-AVAILABLE       VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       01  WS-DEGREE-DAY-AREAS.
           05  WS-BASE-TEMP         PIC 9(3) VALUE 65.
           05  WS-HEAT-SEASON-MM    PIC 9(2) VALUE 07.
           05  WS-DAY-DEGREES       PIC S9(4).

      *        One station's whole history, a cell per calendar month
      *        per year slot, held the way WTHRCMP holds it: up to ten
      *        years per station, an eleventh dropped with a warning.
       01  WS-STATION-TABLE-AREAS.
           05  WS-CUR-STATION       PIC X(6) VALUE SPACES.
           05  WS-CUR-STATION-NAME  PIC X(30) VALUE SPACES.
           05  WS-STATION-SW        PIC X VALUE 'N'.
               88  STATION-IN-PROGRESS    VALUE 'Y'.
           05  WS-YEAR-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-YEAR-VAL          OCCURS 10 TIMES PIC 9(4).
           05  WS-YEAR-SLOT         PIC 9(2).
           05  WS-YEAR-IDX          PIC 9(2).
           05  WS-MONTH-IDX         PIC 9(2).
           05  WS-PRIOR-IDX         PIC 9(2).
           05  WS-PRIOR-SLOT        PIC 9(2).
           05  WS-MONTH-ROW OCCURS 12 TIMES.
               10  WS-YEAR-CELL OCCURS 10 TIMES.
                   15  WS-CELL-DAYS    PIC 9(3).
                   15  WS-CELL-HDD     PIC 9(5).
                   15  WS-CELL-CDD     PIC 9(5).

      *        Season-to-date running totals. A season restarts when
      *        the season year a month belongs to changes, so a gap
      *        year in a station's history cannot run two seasons
      *        together. The next month each season expects is kept
      *        so that a missing month, or a history that starts part
      *        way through a season, marks the total incomplete.
       01  WS-SEASON-AREAS.
           05  WS-HDD-SEASON-YEAR   PIC 9(4).
           05  WS-CDD-SEASON-YEAR   PIC 9(4).
           05  WS-MONTH-SEASON-YEAR PIC 9(4).
           05  WS-HDD-STD           PIC 9(6).
           05  WS-CDD-STD           PIC 9(6).
           05  WS-HDD-STD-SW        PIC X.
               88  HDD-STD-INCOMPLETE     VALUE 'N'.
           05  WS-CDD-STD-SW        PIC X.
               88  CDD-STD-INCOMPLETE     VALUE 'N'.
           05  WS-HDD-NEXT-MM       PIC 9(2).
           05  WS-CDD-NEXT-MM       PIC 9(2).
           05  WS-MONTH-COMPLETE-SW PIC X.
               88  MONTH-COMPLETE         VALUE 'Y'.
               88  MONTH-INCOMPLETE       VALUE 'N'.
           05  WS-PRIOR-STATUS      PIC X.
               88  PRIOR-COMPLETE         VALUE 'Y'.
               88  PRIOR-INCOMPLETE       VALUE 'I'.
               88  NO-PRIOR-MONTH         VALUE 'N'.
           05  WS-CHANGE            PIC S9(5).

      *        Feb carries the non-leap default of 28; a leap year
      *        bumps WS-CUR-DAYS-IN-MONTH to 29 before the
      *        completeness check, as in WTHRCMP.
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
           05 WS-CUR-DAYS-IN-MONTH   PIC 99.
           05 WS-CAL-YEAR            PIC 9(4).
           05 WS-YEAR-DIV            PIC 9(4).
           05 WS-YEAR-MOD-4          PIC 9(4).
           05 WS-YEAR-MOD-100        PIC 9(4).
           05 WS-YEAR-MOD-400        PIC 9(4).

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(32) VALUE
              'HEATING / COOLING DEGREE DAYS'.
           05 FILLER            PIC X(11) VALUE 'BASE TEMP: '.
           05 RH-BASE-TEMP      PIC ZZ9.
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
           05 FILLER            PIC X(43) VALUE SPACES.

       01  STATION-BREAK-LINE.
           05 FILLER            PIC X(9)  VALUE 'STATION: '.
           05 SB-STATION        PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SB-NAME           PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SB-LOCATION       PIC X(30).
           05 FILLER            PIC X(53) VALUE SPACES.

       01  DD-HEADING-LINE.
           05 FILLER            PIC X(6)  VALUE 'YEAR'.
           05 FILLER            PIC X(5)  VALUE 'MO'.
           05 FILLER            PIC X(6)  VALUE 'DAYS'.
           05 FILLER            PIC X(9)  VALUE '   HDD'.
           05 FILLER            PIC X(9)  VALUE '   CDD'.
           05 FILLER            PIC X(10) VALUE 'HDD SEASON'.
           05 FILLER            PIC X(10) VALUE 'CDD SEASON'.
           05 FILLER            PIC X(9)  VALUE 'PRIOR HDD'.
           05 FILLER            PIC X(9)  VALUE 'PRIOR CDD'.
           05 FILLER            PIC X(10) VALUE '  HDD CHG'.
           05 FILLER            PIC X(10) VALUE '  CDD CHG'.
           05 FILLER            PIC X(39) VALUE 'FLAG'.

       01  DD-DETAIL-LINE.
           05 CD-YEAR           PIC 9(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CD-MONTH          PIC 99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 CD-DAYS           PIC ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 CD-HDD            PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 CD-CDD            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CD-HDD-STD        PIC ZZZ,ZZ9.
           05 CD-HDD-STD-MARK   PIC X.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CD-CDD-STD        PIC ZZZ,ZZ9.
           05 CD-CDD-STD-MARK   PIC X.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CD-PRIOR-HDD      PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 CD-PRIOR-CDD      PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 CD-HDD-CHG        PIC ---,--9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 CD-CDD-CHG        PIC ---,--9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 CD-FLAG           PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CD-PRIOR-FLAG     PIC X(16).
           05 FILLER            PIC X(12) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05 TL-LABEL          PIC X(40).
           05 TL-COUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(78) VALUE SPACES.

       01  REPORT-NOTE-LINE.
           05 NL-TEXT           PIC X(80).
           05 FILLER            PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-DEGREE-DAYS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0105-READ-DD-PARMS.
           OPEN INPUT WTHRIDX-FILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WTHRIDX-FILE ", FILE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", REPORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "EXTRACT-FILE ", EXTRACT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-STNIDX-FILE.
           PERFORM 0245-PRINT-PAGE-HEADER.
           PERFORM 0120-WRITE-EXTRACT-HEADER.

           READ WTHRIDX-FILE NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-DAY UNTIL ENDOFFILE.
           IF STATION-IN-PROGRESS
              PERFORM 0300-REPORT-STATION
           END-IF.

           PERFORM 0400-PRINT-TOTALS.
           PERFORM 0130-WRITE-EXTRACT-TRAILER.

           CLOSE WTHRIDX-FILE, REPORT-FILE, EXTRACT-FILE.
           IF STNIDX-AVAILABLE
              CLOSE STNIDX-FILE
           END-IF.

           DISPLAY "WTHRDD BASE TEMPERATURE   = " WS-BASE-TEMP.
           DISPLAY "WTHRDD RECORDS READ       = " WS-RECORDS-READ.
           DISPLAY "WTHRDD STATION-MONTHS     = " WS-EXTRACT-WRITTEN.
           DISPLAY "WTHRDD INCOMPLETE MONTHS  = " WS-INCOMPLETE-COUNT.
           IF WS-YEARS-DROPPED > 0
              DISPLAY "WTHRDD DAYS DROPPED, YEAR TABLE FULL = "
                 WS-YEARS-DROPPED
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        No DDPARM.DAT, or a value that is not usable, leaves
      *        the 65 degree base and the July heating season.
       0105-READ-DD-PARMS.
           OPEN INPUT DDPARM-FILE.
           IF PARM-CHECK-KEY = "00"
              READ DDPARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF DDP-BASE-TEMP NUMERIC AND DDP-BASE-TEMP > ZERO
                       MOVE DDP-BASE-TEMP TO WS-BASE-TEMP
                    ELSE
                       DISPLAY "WTHRDD: DDPARM.DAT BASE NOT VALID, ",
                          "65 USED"
                    END-IF
                    IF DDP-HEAT-SEASON-MM NUMERIC
                       AND DDP-HEAT-SEASON-MM >= 1
                       AND DDP-HEAT-SEASON-MM <= 12
                       MOVE DDP-HEAT-SEASON-MM TO WS-HEAT-SEASON-MM
                    ELSE
                       DISPLAY "WTHRDD: DDPARM.DAT SEASON MONTH NOT ",
                          "VALID, 07 USED"
                    END-IF
              END-READ
              CLOSE DDPARM-FILE
           END-IF.
       0105-END.

       0110-OPEN-STNIDX-FILE.
           OPEN INPUT STNIDX-FILE.
           IF STNIDX-CHECK-KEY = "00"
              MOVE 'Y' TO WS-STNIDX-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-STNIDX-AVAIL-SW
           END-IF.
       0110-END.

       0120-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO DDX-HEADER-RECORD.
           MOVE 'H' TO DXH-REC-TYPE.
           MOVE WS-RUN-DATE TO DXH-RUN-DATE.
           MOVE WS-BASE-TEMP TO DXH-BASE-TEMP.
           MOVE WS-HEAT-SEASON-MM TO DXH-HEAT-SEASON-MM.
           PERFORM 0125-WRITE-EXTRACT-RECORD.
       0120-END.

       0125-WRITE-EXTRACT-RECORD.
           WRITE DDX-HEADER-RECORD.
           IF EXTRACT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "EXTRACT-FILE ", EXTRACT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0125-END.

       0130-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO DDX-HEADER-RECORD.
           MOVE 'T' TO DXT-REC-TYPE.
           MOVE WS-EXTRACT-WRITTEN TO DXT-RECORD-COUNT.
           MOVE WS-TOTAL-HDD TO DXT-TOTAL-HDD.
           MOVE WS-TOTAL-CDD TO DXT-TOTAL-CDD.
           PERFORM 0125-WRITE-EXTRACT-RECORD.
       0130-END.

       0200-PROCESS-DAY.
           ADD 1 TO WS-RECORDS-READ.
           IF WX-STATION NOT = WS-CUR-STATION
              IF STATION-IN-PROGRESS
                 PERFORM 0300-REPORT-STATION
              END-IF
              PERFORM 0210-START-NEW-STATION
           END-IF.
           PERFORM 0220-ACCUMULATE-DAY.
           READ WTHRIDX-FILE NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

       0210-START-NEW-STATION.
           MOVE WX-STATION TO WS-CUR-STATION.
           MOVE 'Y' TO WS-STATION-SW.
           MOVE ZERO TO WS-YEAR-COUNT.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
              UNTIL WS-MONTH-IDX > 12
              PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                 UNTIL WS-YEAR-IDX > 10
                 MOVE ZERO
                    TO WS-CELL-DAYS(WS-MONTH-IDX, WS-YEAR-IDX)
                 MOVE ZERO
                    TO WS-CELL-HDD(WS-MONTH-IDX, WS-YEAR-IDX)
                 MOVE ZERO
                    TO WS-CELL-CDD(WS-MONTH-IDX, WS-YEAR-IDX)
              END-PERFORM
           END-PERFORM.
       0210-END.

      *        A day exactly at the base earns neither kind of
      *        degree day.
       0220-ACCUMULATE-DAY.
           MOVE ZERO TO WS-YEAR-SLOT.
           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
              UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
              IF WX-YEAR = WS-YEAR-VAL(WS-YEAR-IDX)
                 MOVE WS-YEAR-IDX TO WS-YEAR-SLOT
                 COMPUTE WS-YEAR-IDX = WS-YEAR-COUNT + 1
              END-IF
           END-PERFORM.
           IF WS-YEAR-SLOT = ZERO
              IF WS-YEAR-COUNT < 10
                 ADD 1 TO WS-YEAR-COUNT
                 MOVE WX-YEAR TO WS-YEAR-VAL(WS-YEAR-COUNT)
                 MOVE WS-YEAR-COUNT TO WS-YEAR-SLOT
              ELSE
                 ADD 1 TO WS-YEARS-DROPPED
              END-IF
           END-IF.
           IF WS-YEAR-SLOT > ZERO
              ADD 1 TO WS-CELL-DAYS(WX-MONTH, WS-YEAR-SLOT)
              COMPUTE WS-DAY-DEGREES = WS-BASE-TEMP - WX-MEAN-TEMP
              IF WS-DAY-DEGREES > ZERO
                 ADD WS-DAY-DEGREES
                    TO WS-CELL-HDD(WX-MONTH, WS-YEAR-SLOT)
              ELSE IF WS-DAY-DEGREES < ZERO
                 SUBTRACT WS-DAY-DEGREES
                    FROM WS-CELL-CDD(WX-MONTH, WS-YEAR-SLOT)
              END-IF
           END-IF.
       0220-END.

      *        Year slots are in chronological order, so walking them
      *        slot by slot, month by month, runs the season totals
      *        forward in time.
       0300-REPORT-STATION.
           ADD 1 TO WS-STATION-COUNT.
           PERFORM 0310-PRINT-STATION-BREAK.
           MOVE ZERO TO WS-HDD-SEASON-YEAR.
           MOVE ZERO TO WS-CDD-SEASON-YEAR.
           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
              UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
              PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                 UNTIL WS-MONTH-IDX > 12
                 IF WS-CELL-DAYS(WS-MONTH-IDX, WS-YEAR-IDX) > 0
                    PERFORM 0320-REPORT-STATION-MONTH
                 END-IF
              END-PERFORM
           END-PERFORM.
       0300-END.

       0310-PRINT-STATION-BREAK.
           MOVE SPACES TO SB-NAME.
           MOVE SPACES TO SB-LOCATION.
           MOVE WS-CUR-STATION TO SB-STATION.
           IF STNIDX-AVAILABLE
              MOVE WS-CUR-STATION TO SM-STATION
              READ STNIDX-FILE
                 INVALID KEY
                    MOVE '(NOT ON STATION MASTER)' TO SB-NAME
                 NOT INVALID KEY
                    MOVE SM-NAME TO SB-NAME
                    MOVE SM-LOCATION TO SB-LOCATION
              END-READ
           END-IF.
           MOVE SB-NAME TO WS-CUR-STATION-NAME.
           IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
              PERFORM 0245-PRINT-PAGE-HEADER
           END-IF.
           MOVE STATION-BREAK-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE DD-HEADING-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       0310-END.

       0320-REPORT-STATION-MONTH.
           MOVE WS-YEAR-VAL(WS-YEAR-IDX) TO WS-CAL-YEAR.
           PERFORM 0350-DAYS-IN-CAL-MONTH.
           IF WS-CELL-DAYS(WS-MONTH-IDX, WS-YEAR-IDX)
              < WS-CUR-DAYS-IN-MONTH
              SET MONTH-INCOMPLETE TO TRUE
              ADD 1 TO WS-INCOMPLETE-COUNT
           ELSE
              SET MONTH-COMPLETE TO TRUE
           END-IF.
           PERFORM 0330-RUN-SEASON-TOTALS.
           PERFORM 0340-FIND-PRIOR-YEAR.
           PERFORM 0360-PRINT-MONTH-LINE.
           PERFORM 0370-WRITE-EXTRACT-DETAIL.
           ADD WS-CELL-HDD(WS-MONTH-IDX, WS-YEAR-IDX)
              TO WS-TOTAL-HDD.
           ADD WS-CELL-CDD(WS-MONTH-IDX, WS-YEAR-IDX)
              TO WS-TOTAL-CDD.
       0320-END.

      *        The heating season a month belongs to is named for the
      *        year it started in: with a July start, March 2024 is
      *        in the season that began July 2023.
       0330-RUN-SEASON-TOTALS.
           IF WS-MONTH-IDX >= WS-HEAT-SEASON-MM
              MOVE WS-CAL-YEAR TO WS-MONTH-SEASON-YEAR
           ELSE
              COMPUTE WS-MONTH-SEASON-YEAR = WS-CAL-YEAR - 1
           END-IF.
           IF WS-MONTH-SEASON-YEAR NOT = WS-HDD-SEASON-YEAR
              MOVE WS-MONTH-SEASON-YEAR TO WS-HDD-SEASON-YEAR
              MOVE ZERO TO WS-HDD-STD
              MOVE 'Y' TO WS-HDD-STD-SW
              MOVE WS-HEAT-SEASON-MM TO WS-HDD-NEXT-MM
           END-IF.
           IF WS-CAL-YEAR NOT = WS-CDD-SEASON-YEAR
              MOVE WS-CAL-YEAR TO WS-CDD-SEASON-YEAR
              MOVE ZERO TO WS-CDD-STD
              MOVE 'Y' TO WS-CDD-STD-SW
              MOVE 1 TO WS-CDD-NEXT-MM
           END-IF.
           IF WS-MONTH-IDX NOT = WS-HDD-NEXT-MM
              MOVE 'N' TO WS-HDD-STD-SW
           END-IF.
           IF WS-MONTH-IDX NOT = WS-CDD-NEXT-MM
              MOVE 'N' TO WS-CDD-STD-SW
           END-IF.
           IF WS-MONTH-IDX = 12
              MOVE 1 TO WS-HDD-NEXT-MM
           ELSE
              COMPUTE WS-HDD-NEXT-MM = WS-MONTH-IDX + 1
           END-IF.
           COMPUTE WS-CDD-NEXT-MM = WS-MONTH-IDX + 1.
           ADD WS-CELL-HDD(WS-MONTH-IDX, WS-YEAR-IDX) TO WS-HDD-STD.
           ADD WS-CELL-CDD(WS-MONTH-IDX, WS-YEAR-IDX) TO WS-CDD-STD.
           IF MONTH-INCOMPLETE
              MOVE 'N' TO WS-HDD-STD-SW
              MOVE 'N' TO WS-CDD-STD-SW
           END-IF.
       0330-END.

       0340-FIND-PRIOR-YEAR.
           MOVE ZERO TO WS-PRIOR-SLOT.
           SET NO-PRIOR-MONTH TO TRUE.
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
              UNTIL WS-PRIOR-IDX > WS-YEAR-COUNT
              IF WS-YEAR-VAL(WS-PRIOR-IDX) + 1 = WS-CAL-YEAR
                 MOVE WS-PRIOR-IDX TO WS-PRIOR-SLOT
                 COMPUTE WS-PRIOR-IDX = WS-YEAR-COUNT + 1
              END-IF
           END-PERFORM.
           IF WS-PRIOR-SLOT > ZERO
              IF WS-CELL-DAYS(WS-MONTH-IDX, WS-PRIOR-SLOT) > 0
                 COMPUTE WS-CAL-YEAR = WS-CAL-YEAR - 1
                 PERFORM 0350-DAYS-IN-CAL-MONTH
                 IF WS-CELL-DAYS(WS-MONTH-IDX, WS-PRIOR-SLOT)
                    < WS-CUR-DAYS-IN-MONTH
                    SET PRIOR-INCOMPLETE TO TRUE
                 ELSE
                    SET PRIOR-COMPLETE TO TRUE
                 END-IF
                 MOVE WS-YEAR-VAL(WS-YEAR-IDX) TO WS-CAL-YEAR
                 PERFORM 0350-DAYS-IN-CAL-MONTH
              END-IF
           END-IF.
       0340-END.

      *        Days in WS-MONTH-IDX for WS-CAL-YEAR: the table value,
      *        with February bumped to 29 in a leap year (divisible
      *        by 4, not by 100 unless also by 400).
       0350-DAYS-IN-CAL-MONTH.
           MOVE WS-DAYS-IN-MONTH(WS-MONTH-IDX)
              TO WS-CUR-DAYS-IN-MONTH.
           IF WS-MONTH-IDX = 2
              DIVIDE WS-CAL-YEAR BY 4 GIVING WS-YEAR-DIV
                 REMAINDER WS-YEAR-MOD-4
              IF WS-YEAR-MOD-4 = 0
                 DIVIDE WS-CAL-YEAR BY 100 GIVING WS-YEAR-DIV
                    REMAINDER WS-YEAR-MOD-100
                 IF WS-YEAR-MOD-100 NOT = 0
                    MOVE 29 TO WS-CUR-DAYS-IN-MONTH
                 ELSE
                    DIVIDE WS-CAL-YEAR BY 400 GIVING WS-YEAR-DIV
                       REMAINDER WS-YEAR-MOD-400
                    IF WS-YEAR-MOD-400 = 0
                       MOVE 29 TO WS-CUR-DAYS-IN-MONTH
                    END-IF
                 END-IF
              END-IF
           END-IF.
       0350-END.

       0360-PRINT-MONTH-LINE.
           MOVE SPACES TO DD-DETAIL-LINE.
           MOVE WS-CAL-YEAR TO CD-YEAR.
           MOVE WS-MONTH-IDX TO CD-MONTH.
           MOVE WS-CELL-DAYS(WS-MONTH-IDX, WS-YEAR-IDX) TO CD-DAYS.
           MOVE WS-CELL-HDD(WS-MONTH-IDX, WS-YEAR-IDX) TO CD-HDD.
           MOVE WS-CELL-CDD(WS-MONTH-IDX, WS-YEAR-IDX) TO CD-CDD.
           MOVE WS-HDD-STD TO CD-HDD-STD.
           MOVE WS-CDD-STD TO CD-CDD-STD.
           IF HDD-STD-INCOMPLETE
              MOVE '*' TO CD-HDD-STD-MARK
           END-IF.
           IF CDD-STD-INCOMPLETE
              MOVE '*' TO CD-CDD-STD-MARK
           END-IF.
           IF MONTH-INCOMPLETE
              MOVE 'INCOMPLETE' TO CD-FLAG
           END-IF.
           IF NO-PRIOR-MONTH
              MOVE 'NO PRIOR YEAR' TO CD-PRIOR-FLAG
           ELSE
              MOVE WS-CELL-HDD(WS-MONTH-IDX, WS-PRIOR-SLOT)
                 TO CD-PRIOR-HDD
              MOVE WS-CELL-CDD(WS-MONTH-IDX, WS-PRIOR-SLOT)
                 TO CD-PRIOR-CDD
              COMPUTE WS-CHANGE =
                 WS-CELL-HDD(WS-MONTH-IDX, WS-YEAR-IDX)
                 - WS-CELL-HDD(WS-MONTH-IDX, WS-PRIOR-SLOT)
              MOVE WS-CHANGE TO CD-HDD-CHG
              COMPUTE WS-CHANGE =
                 WS-CELL-CDD(WS-MONTH-IDX, WS-YEAR-IDX)
                 - WS-CELL-CDD(WS-MONTH-IDX, WS-PRIOR-SLOT)
              MOVE WS-CHANGE TO CD-CDD-CHG
              IF PRIOR-INCOMPLETE
                 MOVE 'PRIOR INCOMPLETE' TO CD-PRIOR-FLAG
              END-IF
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 0245-PRINT-PAGE-HEADER
              MOVE DD-HEADING-LINE TO REPORT-LINE
              PERFORM 0240-WRITE-REPORT-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE DD-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       0360-END.

       0370-WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO DDX-HEADER-RECORD.
           MOVE 'D' TO DXD-REC-TYPE.
           MOVE WS-CUR-STATION TO DXD-STATION.
           MOVE WS-CUR-STATION-NAME TO DXD-STATION-NAME.
           MOVE WS-CAL-YEAR TO DXD-YEAR.
           MOVE WS-MONTH-IDX TO DXD-MONTH.
           MOVE WS-CELL-DAYS(WS-MONTH-IDX, WS-YEAR-IDX) TO DXD-DAYS.
           MOVE WS-CUR-DAYS-IN-MONTH TO DXD-DAYS-IN-MONTH.
           MOVE WS-MONTH-COMPLETE-SW TO DXD-COMPLETE.
           MOVE WS-CELL-HDD(WS-MONTH-IDX, WS-YEAR-IDX) TO DXD-HDD.
           MOVE WS-CELL-CDD(WS-MONTH-IDX, WS-YEAR-IDX) TO DXD-CDD.
           MOVE WS-HDD-STD TO DXD-HDD-STD.
           MOVE WS-HDD-STD-SW TO DXD-HDD-STD-COMPLETE.
           MOVE WS-CDD-STD TO DXD-CDD-STD.
           MOVE WS-CDD-STD-SW TO DXD-CDD-STD-COMPLETE.
           MOVE WS-PRIOR-STATUS TO DXD-PRIOR-STATUS.
           IF NO-PRIOR-MONTH
              MOVE ZERO TO DXD-PRIOR-HDD
              MOVE ZERO TO DXD-PRIOR-CDD
           ELSE
              MOVE WS-CELL-HDD(WS-MONTH-IDX, WS-PRIOR-SLOT)
                 TO DXD-PRIOR-HDD
              MOVE WS-CELL-CDD(WS-MONTH-IDX, WS-PRIOR-SLOT)
                 TO DXD-PRIOR-CDD
           END-IF.
           PERFORM 0125-WRITE-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-WRITTEN.
       0370-END.

       0400-PRINT-TOTALS.
           IF WS-LINE-COUNT + 6 >= WS-LINES-PER-PAGE
              PERFORM 0245-PRINT-PAGE-HEADER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           MOVE 'STATIONS' TO TL-LABEL.
           MOVE WS-STATION-COUNT TO TL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           MOVE 'STATION-MONTHS' TO TL-LABEL.
           MOVE WS-EXTRACT-WRITTEN TO TL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           MOVE 'INCOMPLETE STATION-MONTHS' TO TL-LABEL.
           MOVE WS-INCOMPLETE-COUNT TO TL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           MOVE 'TOTAL HEATING DEGREE DAYS' TO TL-LABEL.
           MOVE WS-TOTAL-HDD TO TL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           MOVE 'TOTAL COOLING DEGREE DAYS' TO TL-LABEL.
           MOVE WS-TOTAL-CDD TO TL-COUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           MOVE '* SEASON-TO-DATE INCLUDES AN INCOMPLETE MONTH'
              TO NL-TEXT.
           MOVE REPORT-NOTE-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
       0400-END.

       0240-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", REPORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0240-END.

       0245-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-BASE-TEMP TO RH-BASE-TEMP.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           PERFORM 0240-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0245-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'WTHRDD' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-EXTRACT-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-YEARS-DROPPED TO AUDIT-RECORDS-REJECTED.
           MOVE 'ENDRUN' TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM WTHRDD.
