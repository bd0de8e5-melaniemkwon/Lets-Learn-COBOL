       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYTYLD.
      * BUILD THE INDEXED PAY-TYPE COMPANION FILE (PAYTYIDX.DAT,
      * RECORD KEY EMPLOYEEID) FROM THE SEQUENTIAL PAYTYPE.DAT FEED,
      * THE SAME WAY ELECTLD BUILDS THE ELECTIONS INDEX. EACH RECORD
      * SAYS HOW THE EMPLOYEE IS PAID: S SALARIED, AT THE SALARY ON
      * THE MASTER AS ALWAYS, OR H HOURLY, AT THE HOURLY RATE CARRIED
      * HERE FOR THE HOURS TIMELD LOADS FROM TIMECARD.DAT. AN
      * EMPLOYEE WITH NO RECORD IS SALARIED. A BAD EMPLOYEEID, PAY
      * TYPE OR RATE, A RATE ON A SALARIED RECORD, OR A DUPLICATE
      * KEY IS SURFACED TO PAYTYREJ.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAYTY-SEQ-FILE ASSIGN TO "PAYTYPE.DAT"
        FILE STATUS IS SEQ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYTYPE-FILE ASSIGN TO "PAYTYIDX.DAT"
        FILE STATUS IS PAYTY-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PT-EMP-ID.

       SELECT PAYTYREJ-FILE ASSIGN TO "PAYTYREJ.DAT"
        FILE STATUS IS REJECT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYTY-SEQ-FILE.
       01 PAYTY-SEQ-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 SEQ-EMP-ID            PIC 9(7).
           05 SEQ-PAY-TYPE          PIC X.
           05 SEQ-HOURLY-RATE       PIC 9(3)V99.
       01 PAYTY-SEQ-RAW REDEFINES PAYTY-SEQ-RECORD PIC X(13).

       FD PAYTYPE-FILE.
       01 PAYTYPE-RECORD.
           05 PT-EMP-ID             PIC 9(7).
           05 PT-PAY-TYPE           PIC X.
           05 PT-HOURLY-RATE        PIC 9(3)V99.

       FD PAYTYREJ-FILE.
       01 PAYTYREJ-LINE.
           05 REJ-RAW-RECORD        PIC X(13).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 REJ-REASON            PIC X(30).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  SEQ-CHECK-KEY        PIC X(2).
           05  PAYTY-CHECK-KEY      PIC X(2).
           05  REJECT-CHECK-KEY     PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-HOURLY-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-VALID-SW          PIC X.
               88  VALID-PAYTY-REC        VALUE 'Y'.
               88  INVALID-PAYTY-REC      VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       PROCEDURE DIVISION.
       0100-LOAD-PAYTYPE-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAYTY-SEQ-FILE
           IF SEQ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "PAYTY-SEQ-FILE ", SEQ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT PAYTYPE-FILE
           IF PAYTY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "PAYTYPE-FILE ", PAYTY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT PAYTYREJ-FILE
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "PAYTYREJ-FILE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           READ PAYTY-SEQ-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-RECORD UNTIL ENDOFFILE.

           DISPLAY "PAYTYLD RECORDS READ     = " WS-RECORDS-READ.
           DISPLAY "PAYTYLD RECORDS WRITTEN  = " WS-RECORDS-WRITTEN.
           DISPLAY "PAYTYLD HOURLY EMPLOYEES = " WS-HOURLY-COUNT.
           DISPLAY "PAYTYLD RECORDS REJECTED = " WS-REJECT-COUNT.
           CLOSE PAYTY-SEQ-FILE, PAYTYPE-FILE, PAYTYREJ-FILE.

           PERFORM 9000-END-PROGRAM.
       0100-END.

       0200-PROCESS-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-RECORD.
           IF VALID-PAYTY-REC
              MOVE SEQ-EMP-ID TO PT-EMP-ID
              MOVE SEQ-PAY-TYPE TO PT-PAY-TYPE
              MOVE SEQ-HOURLY-RATE TO PT-HOURLY-RATE
              WRITE PAYTYPE-RECORD
                 INVALID KEY
                    MOVE 'DUPLICATE EMPLOYEEID'
                       TO WS-REJECT-REASON
                    PERFORM 0220-REJECT-RECORD
                 NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-WRITTEN
                    IF PT-PAY-TYPE = 'H'
                       ADD 1 TO WS-HOURLY-COUNT
                    END-IF
              END-WRITE
           ELSE
              PERFORM 0220-REJECT-RECORD
           END-IF.
           READ PAYTY-SEQ-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        An hourly employee must carry a rate to be paid at; a
      *        salaried one is paid off the master, so a rate on that
      *        record means the feed has the type wrong and is sent
      *        back rather than guessed at.
       0210-VALIDATE-RECORD.
           SET VALID-PAYTY-REC TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF SEQ-EMP-ID NOT NUMERIC OR SEQ-EMP-ID = ZERO
              SET INVALID-PAYTY-REC TO TRUE
              MOVE 'INVALID EMPLOYEEID' TO WS-REJECT-REASON
           ELSE IF SEQ-PAY-TYPE NOT = 'S' AND SEQ-PAY-TYPE NOT = 'H'
              SET INVALID-PAYTY-REC TO TRUE
              MOVE 'INVALID PAY TYPE' TO WS-REJECT-REASON
           ELSE IF SEQ-HOURLY-RATE NOT NUMERIC
              SET INVALID-PAYTY-REC TO TRUE
              MOVE 'INVALID HOURLY RATE' TO WS-REJECT-REASON
           ELSE IF SEQ-PAY-TYPE = 'H' AND SEQ-HOURLY-RATE = ZERO
              SET INVALID-PAYTY-REC TO TRUE
              MOVE 'NO RATE FOR HOURLY EMPLOYEE' TO WS-REJECT-REASON
           ELSE IF SEQ-PAY-TYPE = 'S' AND SEQ-HOURLY-RATE > ZERO
              SET INVALID-PAYTY-REC TO TRUE
              MOVE 'RATE ON SALARIED EMPLOYEE' TO WS-REJECT-REASON
           END-IF.
       0210-END.

       0220-REJECT-RECORD.
           MOVE SPACES TO PAYTYREJ-LINE.
           MOVE PAYTY-SEQ-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE PAYTYREJ-LINE.
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "PAYTYREJ-LINE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0220-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'PAYTYLD' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE 'ENDRUN' TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           IF WS-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

          END PROGRAM PAYTYLD.
