       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTHRMNT.
      * APPLY ADD / CORRECT / DELETE TRANSACTIONS FROM WXTRANS.DAT
      * DIRECTLY AGAINST THE INDEXED WEATHER DATABASE WTHRIDX BUILDS,
      * ONE STATION-DAY AT A TIME BY WX-KEY, SO A BAD READING OR A
      * MISSED FLAG DAY NO LONGER MEANS FIXING weather.csv AND
      * REBUILDING YEARS OF HISTORY THROUGH CH7UNSTRING AND WTHRIDX.
      * EACH TRANSACTION CARRIES A REASON AND IS PROVED THE WAY THE
      * LOAD PROVES A NEW OBSERVATION: A REAL CALENDAR DATE, A SIGNED
      * TEMPERATURE OF AT MOST THREE DIGITS, AND A STATION ON THE
      * STATION MASTER (STNIDX.DAT) AND ACTIVE ON THAT DATE. AN ADD
      * MUST NOT ALREADY BE ON FILE; A CORRECTION OR DELETE MUST BE.
      * EVERY CHANGE APPLIED IS APPENDED TO THE CORRECTION JOURNAL
      * WTHRJRNL.DAT WITH ITS BEFORE AND AFTER IMAGES, THE REASON AND
      * THE RUN DATE, AND LISTED ON THE CORRECTION REPORT WTHRMNT.DAT;
      * A TRANSACTION THAT FAILS IS SURFACED TO WTHRMREJ.DAT. RERUN
      * WTHRRPT, WTHRCMP AND WTHRDD AFTER A CORRECTION RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WXTRANS-FILE ASSIGN TO "WXTRANS.DAT"
        FILE STATUS IS TRANS-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WTHRIDX-FILE ASSIGN TO "WTHRIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WX-KEY.

       SELECT STNIDX-FILE ASSIGN TO "STNIDX.DAT"
        FILE STATUS IS STNIDX-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-STATION.

       SELECT JOURNAL-FILE ASSIGN TO "WTHRJRNL.DAT"
        FILE STATUS IS JRNL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORT-FILE ASSIGN TO "WTHRMNT.DAT"
        FILE STATUS IS REPORT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WTHRMREJ-FILE ASSIGN TO "WTHRMREJ.DAT"
        FILE STATUS IS REJECT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        The transaction carries the WTHRIDX record image behind
      *        a one-byte action code (A add, C correct, D delete) and
      *        is followed by the reason for the change. A delete
      *        needs only the key.
       FD WXTRANS-FILE.
       01 WXTRANS-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 TRN-ACTION            PIC X.
           05 TRN-WX-DETAILS.
              10 TRN-KEY.
                 15 TRN-STATION     PIC X(6).
                 15 TRN-YEAR        PIC 9(4).
                 15 TRN-MONTH       PIC 9(2).
                 15 TRN-DAY         PIC 9(2).
              10 TRN-MEAN-TEMP      PIC S9(3)
                  SIGN IS LEADING SEPARATE CHARACTER.
              10 TRN-FOG            PIC X(5).
              10 TRN-RAIN           PIC X(5).
              10 TRN-SNOW           PIC X(5).
              10 TRN-HAIL           PIC X(5).
              10 TRN-THUNDER        PIC X(5).
              10 TRN-TORNADO        PIC X(5).
           05 TRN-WX-IMAGE REDEFINES TRN-WX-DETAILS
                                    PIC X(48).
           05 TRN-REASON            PIC X(30).

       FD WTHRIDX-FILE.
       01 WTHR-RECORD-IDX.
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

       FD STNIDX-FILE.
       01 STNIDX-RECORD.
           05 SM-STATION       PIC X(6).
           05 SM-NAME          PIC X(30).
           05 SM-LOCATION      PIC X(30).
           05 SM-ACTIVE-FROM   PIC 9(8).
           05 SM-ACTIVE-TO     PIC 9(8).

      *        Kept from run to run: an ADD has a blank before image,
      *        a DELETE a blank after image.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JR-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(2).
           05 JR-ACTION             PIC X(7).
           05 FILLER                PIC X(2).
           05 JR-BEFORE             PIC X(48).
           05 FILLER                PIC X(2).
           05 JR-AFTER              PIC X(48).
           05 FILLER                PIC X(2).
           05 JR-REASON             PIC X(30).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(132).

       FD WTHRMREJ-FILE.
       01 WTHRMREJ-LINE.
           05 REJ-ACTION            PIC X.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 REJ-RAW-RECORD        PIC X(48).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 REJ-REASON            PIC X(30).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  TRANS-CHECK-KEY      PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  STNIDX-CHECK-KEY     PIC X(2).
           05  JRNL-CHECK-KEY       PIC X(2).
           05  REPORT-CHECK-KEY     PIC X(2).
           05  REJECT-CHECK-KEY     PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-TRANS-READ        PIC 9(9) VALUE ZERO.
           05  WS-ADDS-APPLIED      PIC 9(9) VALUE ZERO.
           05  WS-CHANGES-APPLIED   PIC 9(9) VALUE ZERO.
           05  WS-DELETES-APPLIED   PIC 9(9) VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-OBS-DATE-NUM      PIC 9(8).
           05  WS-ACTION-NAME       PIC X(7).
           05  WS-STNIDX-AVAIL-SW   PIC X VALUE 'N'.
               88  STNIDX-AVAILABLE       VALUE 'Y'.
           05  WS-VALID-SW          PIC X.
               88  VALID-TRANS            VALUE 'Y'.
               88  INVALID-TRANS          VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       01  WS-IMAGE-AREAS.
           05  WS-BEFORE-IMAGE      PIC X(48).
           05  WS-AFTER-IMAGE       PIC X(48).
      *        Either image laid out field by field for printing.
           05  WS-PRINT-IMAGE.
               10 PI-KEY            PIC X(14).
               10 PI-MEAN-TEMP      PIC S9(3)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 PI-FOG            PIC X(5).
               10 PI-RAIN           PIC X(5).
               10 PI-SNOW           PIC X(5).
               10 PI-HAIL           PIC X(5).
               10 PI-THUNDER        PIC X(5).
               10 PI-TORNADO        PIC X(5).

      *        Feb carries the non-leap default of 28, bumped to 29 in
      *        a leap year as WTHRCMP does.
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
           05 WS-YEAR-DIV            PIC 9(4).
           05 WS-YEAR-MOD-4          PIC 9(4).
           05 WS-YEAR-MOD-100        PIC 9(4).
           05 WS-YEAR-MOD-400        PIC 9(4).

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(34) VALUE
              'WEATHER DATABASE CORRECTIONS'.
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
           05 FILLER            PIC X(57) VALUE SPACES.

       01  CORRECTION-HEADING-LINE.
           05 FILLER            PIC X(9)  VALUE 'ACTION'.
           05 FILLER            PIC X(8)  VALUE 'STATION'.
           05 FILLER            PIC X(12) VALUE 'OBS DATE'.
           05 FILLER            PIC X(8)  VALUE 'IMAGE'.
           05 FILLER            PIC X(6)  VALUE 'TEMP'.
           05 FILLER            PIC X(6)  VALUE 'FOG'.
           05 FILLER            PIC X(6)  VALUE 'RAIN'.
           05 FILLER            PIC X(6)  VALUE 'SNOW'.
           05 FILLER            PIC X(6)  VALUE 'HAIL'.
           05 FILLER            PIC X(6)  VALUE 'THUND'.
           05 FILLER            PIC X(7)  VALUE 'TORN'.
           05 FILLER            PIC X(52) VALUE 'REASON'.

       01  CORRECTION-DETAIL-LINE.
           05 CL-ACTION         PIC X(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-STATION        PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-OBS-DATE.
              10 CL-YYYY        PIC 9(4).
              10 CL-SLASH-1     PIC X.
              10 CL-MM          PIC 99.
              10 CL-SLASH-2     PIC X.
              10 CL-DD          PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-IMAGE          PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-MEAN-TEMP      PIC ---9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-FOG            PIC X(5).
           05 FILLER            PIC X     VALUE SPACES.
           05 CL-RAIN           PIC X(5).
           05 FILLER            PIC X     VALUE SPACES.
           05 CL-SNOW           PIC X(5).
           05 FILLER            PIC X     VALUE SPACES.
           05 CL-HAIL           PIC X(5).
           05 FILLER            PIC X     VALUE SPACES.
           05 CL-THUNDER        PIC X(5).
           05 FILLER            PIC X     VALUE SPACES.
           05 CL-TORNADO        PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-REASON         PIC X(30).
           05 FILLER            PIC X(22) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05 TL-LABEL          PIC X(30).
           05 TL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-MAINT-WEATHER-IDX.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT WXTRANS-FILE
           IF TRANS-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WXTRANS-FILE ", TRANS-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN I-O WTHRIDX-FILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WTHRIDX-FILE ", FILE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JRNL-CHECK-KEY NOT = "00"
              OPEN OUTPUT JOURNAL-FILE
              IF JRNL-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "JOURNAL-FILE ", JRNL-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", REPORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT WTHRMREJ-FILE
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WTHRMREJ-FILE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-STNIDX-FILE.
           PERFORM 0345-PRINT-PAGE-HEADER.

           READ WXTRANS-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-TRANS UNTIL ENDOFFILE.

           PERFORM 0400-PRINT-TOTALS.

           CLOSE WXTRANS-FILE, WTHRIDX-FILE, JOURNAL-FILE,
                 REPORT-FILE, WTHRMREJ-FILE.
           IF STNIDX-AVAILABLE
              CLOSE STNIDX-FILE
           END-IF.

           DISPLAY "WTHRMNT TRANSACTIONS READ = " WS-TRANS-READ.
           DISPLAY "WTHRMNT ADDS APPLIED      = " WS-ADDS-APPLIED.
           DISPLAY "WTHRMNT CORRECTIONS       = " WS-CHANGES-APPLIED.
           DISPLAY "WTHRMNT DELETES APPLIED   = " WS-DELETES-APPLIED.
           DISPLAY "WTHRMNT TRANS REJECTED    = " WS-REJECT-COUNT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        Optional as it is for the load: with no STNIDX.DAT the
      *        station code is taken at face value and the operator
      *        is told.
       0110-OPEN-STNIDX-FILE.
           OPEN INPUT STNIDX-FILE.
           IF STNIDX-CHECK-KEY = "00"
              MOVE 'Y' TO WS-STNIDX-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-STNIDX-AVAIL-SW
              DISPLAY "WTHRMNT: NO STNIDX.DAT, STATION CODES ",
                 "NOT VALIDATED"
           END-IF.
       0110-END.

      *        Transactions apply in file order, so a later fix to the
      *        same station-day applies on top of an earlier one.
       0200-PROCESS-TRANS.
           ADD 1 TO WS-TRANS-READ.
           PERFORM 0210-VALIDATE-TRANS.
           IF VALID-TRANS
              MOVE TRN-KEY TO WX-KEY
              IF TRN-ACTION = "A"
                 PERFORM 0220-APPLY-ADD
              ELSE IF TRN-ACTION = "C"
                 PERFORM 0225-APPLY-CORRECTION
              ELSE
                 PERFORM 0230-APPLY-DELETE
              END-IF
           ELSE
              PERFORM 0260-REJECT-TRANS
           END-IF.
           READ WXTRANS-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        A delete is only proved for its key and reason, so a
      *        station-day loaded under a station since retired, or
      *        before the master existed, can still be removed.
       0210-VALIDATE-TRANS.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRN-ACTION NOT = "A" AND TRN-ACTION NOT = "C"
              AND TRN-ACTION NOT = "D"
              SET INVALID-TRANS TO TRUE
              MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           ELSE IF TRN-REASON = SPACES
              SET INVALID-TRANS TO TRUE
              MOVE "NO REASON GIVEN" TO WS-REJECT-REASON
           ELSE IF TRN-STATION = SPACES
              SET INVALID-TRANS TO TRUE
              MOVE "BLANK STATION" TO WS-REJECT-REASON
           ELSE IF TRN-YEAR NOT NUMERIC OR TRN-MONTH NOT NUMERIC
              OR TRN-DAY NOT NUMERIC
              SET INVALID-TRANS TO TRUE
              MOVE "INVALID OBSERVATION DATE" TO WS-REJECT-REASON
           ELSE IF TRN-MONTH < 1 OR TRN-MONTH > 12
              SET INVALID-TRANS TO TRUE
              MOVE "INVALID OBSERVATION DATE" TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS
              PERFORM 0350-DAYS-IN-CAL-MONTH
              IF TRN-DAY < 1 OR TRN-DAY > WS-CUR-DAYS-IN-MONTH
                 SET INVALID-TRANS TO TRUE
                 MOVE "INVALID OBSERVATION DATE" TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF VALID-TRANS AND TRN-ACTION NOT = "D"
              IF TRN-MEAN-TEMP NOT NUMERIC
                 SET INVALID-TRANS TO TRUE
                 MOVE "INVALID TEMPERATURE" TO WS-REJECT-REASON
              ELSE
                 PERFORM 0215-VALIDATE-STATION
              END-IF
           END-IF.
       0210-END.

      *        The same station test WTHRIDX applies on the load.
       0215-VALIDATE-STATION.
           IF STNIDX-AVAILABLE
              MOVE TRN-STATION TO SM-STATION
              READ STNIDX-FILE
                 INVALID KEY
                    SET INVALID-TRANS TO TRUE
                    MOVE "UNKNOWN STATION"
                       TO WS-REJECT-REASON
                 NOT INVALID KEY
                    COMPUTE WS-OBS-DATE-NUM =
                       TRN-YEAR * 10000 + TRN-MONTH * 100
                       + TRN-DAY
                    IF WS-OBS-DATE-NUM < SM-ACTIVE-FROM
                       OR WS-OBS-DATE-NUM > SM-ACTIVE-TO
                       SET INVALID-TRANS TO TRUE
                       MOVE "STATION INACTIVE ON OBS DATE"
                          TO WS-REJECT-REASON
                    END-IF
              END-READ
           END-IF.
       0215-END.

       0220-APPLY-ADD.
           MOVE TRN-WX-IMAGE TO WTHR-RECORD-IDX.
           WRITE WTHR-RECORD-IDX
              INVALID KEY
                 MOVE "STATION-DAY ALREADY ON FILE"
                    TO WS-REJECT-REASON
                 PERFORM 0260-REJECT-TRANS
              NOT INVALID KEY
                 ADD 1 TO WS-ADDS-APPLIED
                 MOVE "ADD" TO WS-ACTION-NAME
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE TRN-WX-IMAGE TO WS-AFTER-IMAGE
                 PERFORM 0250-RECORD-CHANGE
           END-WRITE.
       0220-END.

       0225-APPLY-CORRECTION.
           READ WTHRIDX-FILE
              INVALID KEY
                 MOVE "STATION-DAY NOT ON FILE"
                    TO WS-REJECT-REASON
                 PERFORM 0260-REJECT-TRANS
              NOT INVALID KEY
                 MOVE WTHR-RECORD-IDX TO WS-BEFORE-IMAGE
                 IF WS-BEFORE-IMAGE = TRN-WX-IMAGE
                    MOVE "CORRECTION CHANGES NOTHING"
                       TO WS-REJECT-REASON
                    PERFORM 0260-REJECT-TRANS
                 ELSE
                    MOVE TRN-WX-IMAGE TO WTHR-RECORD-IDX
                    REWRITE WTHR-RECORD-IDX
                       INVALID KEY
                          MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                          PERFORM 0260-REJECT-TRANS
                       NOT INVALID KEY
                          ADD 1 TO WS-CHANGES-APPLIED
                          MOVE "CORRECT" TO WS-ACTION-NAME
                          MOVE TRN-WX-IMAGE TO WS-AFTER-IMAGE
                          PERFORM 0250-RECORD-CHANGE
                    END-REWRITE
                 END-IF
           END-READ.
       0225-END.

       0230-APPLY-DELETE.
           READ WTHRIDX-FILE
              INVALID KEY
                 MOVE "STATION-DAY NOT ON FILE"
                    TO WS-REJECT-REASON
                 PERFORM 0260-REJECT-TRANS
              NOT INVALID KEY
                 MOVE WTHR-RECORD-IDX TO WS-BEFORE-IMAGE
                 DELETE WTHRIDX-FILE RECORD
                    INVALID KEY
                       MOVE "DELETE FAILED" TO WS-REJECT-REASON
                       PERFORM 0260-REJECT-TRANS
                    NOT INVALID KEY
                       ADD 1 TO WS-DELETES-APPLIED
                       MOVE "DELETE" TO WS-ACTION-NAME
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM 0250-RECORD-CHANGE
                 END-DELETE
           END-READ.
       0230-END.

      *        Journal first, then the report, for every change that
      *        reached the database.
       0250-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE WS-RUN-DATE TO JR-RUN-DATE.
           MOVE WS-ACTION-NAME TO JR-ACTION.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           MOVE TRN-REASON TO JR-REASON.
           WRITE JOURNAL-RECORD.
           IF JRNL-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "JOURNAL-RECORD ", JRNL-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0300-PRINT-CORRECTION.
       0250-END.

       0260-REJECT-TRANS.
           MOVE SPACES TO WTHRMREJ-LINE.
           MOVE TRN-ACTION TO REJ-ACTION.
           MOVE TRN-WX-IMAGE TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE WTHRMREJ-LINE.
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "WTHRMREJ-LINE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0260-END.

      *        One line per image: the before image of a correction
      *        or delete, then the after image of an add or
      *        correction. The action, key and reason print once.
       0300-PRINT-CORRECTION.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
              PERFORM 0345-PRINT-PAGE-HEADER
           END-IF.
           MOVE SPACES TO CORRECTION-DETAIL-LINE.
           MOVE WS-ACTION-NAME TO CL-ACTION.
           MOVE TRN-STATION TO CL-STATION.
           MOVE TRN-YEAR TO CL-YYYY.
           MOVE '/' TO CL-SLASH-1.
           MOVE TRN-MONTH TO CL-MM.
           MOVE '/' TO CL-SLASH-2.
           MOVE TRN-DAY TO CL-DD.
           MOVE TRN-REASON TO CL-REASON.
           IF WS-BEFORE-IMAGE NOT = SPACES
              MOVE 'BEFORE' TO CL-IMAGE
              MOVE WS-BEFORE-IMAGE TO WS-PRINT-IMAGE
              PERFORM 0310-PRINT-IMAGE-LINE
              MOVE SPACES TO CORRECTION-DETAIL-LINE
           END-IF.
           IF WS-AFTER-IMAGE NOT = SPACES
              MOVE 'AFTER' TO CL-IMAGE
              MOVE WS-AFTER-IMAGE TO WS-PRINT-IMAGE
              PERFORM 0310-PRINT-IMAGE-LINE
           END-IF.
       0300-END.

       0310-PRINT-IMAGE-LINE.
           MOVE PI-MEAN-TEMP TO CL-MEAN-TEMP.
           MOVE PI-FOG TO CL-FOG.
           MOVE PI-RAIN TO CL-RAIN.
           MOVE PI-SNOW TO CL-SNOW.
           MOVE PI-HAIL TO CL-HAIL.
           MOVE PI-THUNDER TO CL-THUNDER.
           MOVE PI-TORNADO TO CL-TORNADO.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 0345-PRINT-PAGE-HEADER
           END-IF.
           MOVE CORRECTION-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0340-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       0310-END.

       0340-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", REPORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0340-END.

       0345-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           PERFORM 0340-WRITE-REPORT-LINE.
           MOVE CORRECTION-HEADING-LINE TO REPORT-LINE.
           PERFORM 0340-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0345-END.

      *        Days in TRN-MONTH for TRN-YEAR: the table value, with
      *        February bumped to 29 in a leap year (divisible by 4,
      *        not by 100 unless also by 400).
       0350-DAYS-IN-CAL-MONTH.
           MOVE WS-DAYS-IN-MONTH(TRN-MONTH)
              TO WS-CUR-DAYS-IN-MONTH.
           IF TRN-MONTH = 2
              DIVIDE TRN-YEAR BY 4 GIVING WS-YEAR-DIV
                 REMAINDER WS-YEAR-MOD-4
              IF WS-YEAR-MOD-4 = 0
                 DIVIDE TRN-YEAR BY 100 GIVING WS-YEAR-DIV
                    REMAINDER WS-YEAR-MOD-100
                 IF WS-YEAR-MOD-100 NOT = 0
                    MOVE 29 TO WS-CUR-DAYS-IN-MONTH
                 ELSE
                    DIVIDE TRN-YEAR BY 400 GIVING WS-YEAR-DIV
                       REMAINDER WS-YEAR-MOD-400
                    IF WS-YEAR-MOD-400 = 0
                       MOVE 29 TO WS-CUR-DAYS-IN-MONTH
                    END-IF
                 END-IF
              END-IF
           END-IF.
       0350-END.

       0400-PRINT-TOTALS.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
              PERFORM 0345-PRINT-PAGE-HEADER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0340-WRITE-REPORT-LINE.
           MOVE 'TRANSACTIONS READ' TO TL-LABEL.
           MOVE WS-TRANS-READ TO TL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE 'STATION-DAYS ADDED' TO TL-LABEL.
           MOVE WS-ADDS-APPLIED TO TL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE 'STATION-DAYS CORRECTED' TO TL-LABEL.
           MOVE WS-CHANGES-APPLIED TO TL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE 'STATION-DAYS DELETED' TO TL-LABEL.
           MOVE WS-DELETES-APPLIED TO TL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
           MOVE 'REJECTED (SEE WTHRMREJ.DAT)' TO TL-LABEL.
           MOVE WS-REJECT-COUNT TO TL-COUNT.
           PERFORM 0410-PRINT-TOTAL-LINE.
       0400-END.

       0410-PRINT-TOTAL-LINE.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0340-WRITE-REPORT-LINE.
       0410-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'WTHRMNT' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-TRANS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-APPLIED-COUNT TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE 'ENDRUN' TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           IF WS-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

          END PROGRAM WTHRMNT.
