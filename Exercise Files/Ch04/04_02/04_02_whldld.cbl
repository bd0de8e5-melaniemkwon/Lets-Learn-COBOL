       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHLDLD.
      * BUILD THE INDEXED WITHHOLDING-PROFILE COMPANION FILE
      * (WHLDIDX.DAT, RECORD KEY EMPLOYEEID) FROM THE SEQUENTIAL
      * WHLDPROF.DAT FEED, THE SAME WAY ELECTLD BUILDS THE ELECTIONS
      * INDEX. EACH RECORD CARRIES WHAT THE EMPLOYEE CLAIMED ON THE
      * WITHHOLDING CERTIFICATE: FILING STATUS (S SINGLE, M MARRIED,
      * H HEAD OF HOUSEHOLD), THE NUMBER OF ALLOWANCES, AN EXTRA FLAT
      * AMOUNT OF FEDERAL TAX TO WITHHOLD EACH PERIOD, WHETHER THE
      * EMPLOYEE IS EXEMPT FROM FEDERAL WITHHOLDING, AND THE TWO-
      * LETTER STATE THE EMPLOYEE WORKS IN. PAYCALC USES IT TO PICK
      * THE FEDERAL BRACKET SET FOR THE FILING STATUS AND THE STATE
      * BRACKET SET FOR THE WORK STATE FROM WHRATES.DAT. A BAD
      * EMPLOYEEID, STATUS, ALLOWANCE COUNT, AMOUNT, EXEMPT FLAG,
      * WORK STATE, OR A DUPLICATE KEY IS SURFACED TO WHLDREJ.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WHLD-SEQ-FILE ASSIGN TO "WHLDPROF.DAT"
        FILE STATUS IS SEQ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WHLD-FILE ASSIGN TO "WHLDIDX.DAT"
        FILE STATUS IS WHLD-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WP-EMP-ID.

       SELECT WHLDREJ-FILE ASSIGN TO "WHLDREJ.DAT"
        FILE STATUS IS REJECT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WHLD-SEQ-FILE.
       01 WHLD-SEQ-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 SEQ-EMP-ID            PIC 9(7).
           05 SEQ-FILING-STATUS     PIC X.
           05 SEQ-ALLOWANCES        PIC 9(2).
           05 SEQ-EXTRA-WH          PIC 9(5)V99.
           05 SEQ-EXEMPT            PIC X.
           05 SEQ-WORK-STATE.
              10 SEQ-STATE-1        PIC X.
              10 SEQ-STATE-2        PIC X.
       01 WHLD-SEQ-RAW REDEFINES WHLD-SEQ-RECORD PIC X(20).

       FD WHLD-FILE.
       01 WHLD-RECORD.
           05 WP-EMP-ID             PIC 9(7).
           05 WP-FILING-STATUS      PIC X.
           05 WP-ALLOWANCES         PIC 9(2).
           05 WP-EXTRA-WH           PIC 9(5)V99.
           05 WP-EXEMPT             PIC X.
           05 WP-WORK-STATE         PIC X(2).

       FD WHLDREJ-FILE.
       01 WHLDREJ-LINE.
           05 REJ-RAW-RECORD        PIC X(20).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 REJ-REASON            PIC X(30).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  SEQ-CHECK-KEY        PIC X(2).
           05  WHLD-CHECK-KEY       PIC X(2).
           05  REJECT-CHECK-KEY     PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-VALID-SW          PIC X.
               88  VALID-WHLD-REC         VALUE 'Y'.
               88  INVALID-WHLD-REC       VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       PROCEDURE DIVISION.
       0100-LOAD-WHLD-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT WHLD-SEQ-FILE
           IF SEQ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WHLD-SEQ-FILE ", SEQ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT WHLD-FILE
           IF WHLD-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WHLD-FILE ", WHLD-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT WHLDREJ-FILE
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WHLDREJ-FILE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           READ WHLD-SEQ-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-RECORD UNTIL ENDOFFILE.

           DISPLAY "WHLDLD RECORDS READ     = " WS-RECORDS-READ.
           DISPLAY "WHLDLD RECORDS WRITTEN  = " WS-RECORDS-WRITTEN.
           DISPLAY "WHLDLD RECORDS REJECTED = " WS-REJECT-COUNT.
           CLOSE WHLD-SEQ-FILE, WHLD-FILE, WHLDREJ-FILE.

           PERFORM 9000-END-PROGRAM.
       0100-END.

       0200-PROCESS-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-RECORD.
           IF VALID-WHLD-REC
              MOVE SEQ-EMP-ID TO WP-EMP-ID
              MOVE SEQ-FILING-STATUS TO WP-FILING-STATUS
              MOVE SEQ-ALLOWANCES TO WP-ALLOWANCES
              MOVE SEQ-EXTRA-WH TO WP-EXTRA-WH
              MOVE SEQ-EXEMPT TO WP-EXEMPT
              MOVE SEQ-WORK-STATE TO WP-WORK-STATE
              WRITE WHLD-RECORD
                 INVALID KEY
                    MOVE 'DUPLICATE EMPLOYEEID'
                       TO WS-REJECT-REASON
                    PERFORM 0220-REJECT-RECORD
                 NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-WRITTEN
              END-WRITE
           ELSE
              PERFORM 0220-REJECT-RECORD
           END-IF.
           READ WHLD-SEQ-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        Allowances are capped at 20 and the extra withholding
      *        at 5,000.00 a period so a keying slip cannot zero out
      *        or swallow a paycheck. An exempt employee has nothing
      *        withheld, so asking for extra withholding as well is a
      *        contradiction and is sent back rather than guessed at.
      *        'US' is the federal jurisdiction on WHRATES.DAT, never
      *        a work state.
       0210-VALIDATE-RECORD.
           SET VALID-WHLD-REC TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF SEQ-EMP-ID NOT NUMERIC OR SEQ-EMP-ID = ZERO
              SET INVALID-WHLD-REC TO TRUE
              MOVE 'INVALID EMPLOYEEID' TO WS-REJECT-REASON
           ELSE IF SEQ-FILING-STATUS NOT = 'S'
              AND SEQ-FILING-STATUS NOT = 'M'
              AND SEQ-FILING-STATUS NOT = 'H'
              SET INVALID-WHLD-REC TO TRUE
              MOVE 'INVALID FILING STATUS' TO WS-REJECT-REASON
           ELSE IF SEQ-ALLOWANCES NOT NUMERIC
              OR SEQ-ALLOWANCES > 20
              SET INVALID-WHLD-REC TO TRUE
              MOVE 'INVALID ALLOWANCE COUNT' TO WS-REJECT-REASON
           ELSE IF SEQ-EXTRA-WH NOT NUMERIC
              OR SEQ-EXTRA-WH > 5000.00
              SET INVALID-WHLD-REC TO TRUE
              MOVE 'INVALID EXTRA WITHHOLDING' TO WS-REJECT-REASON
           ELSE IF SEQ-EXEMPT NOT = 'Y' AND SEQ-EXEMPT NOT = 'N'
              SET INVALID-WHLD-REC TO TRUE
              MOVE 'INVALID EXEMPT FLAG' TO WS-REJECT-REASON
           ELSE IF SEQ-EXEMPT = 'Y' AND SEQ-EXTRA-WH > ZERO
              SET INVALID-WHLD-REC TO TRUE
              MOVE 'EXTRA WITHHOLDING WHILE EXEMPT' TO WS-REJECT-REASON
           ELSE IF SEQ-STATE-1 NOT ALPHABETIC-UPPER
              OR SEQ-STATE-2 NOT ALPHABETIC-UPPER
              OR SEQ-STATE-1 = SPACE OR SEQ-STATE-2 = SPACE
              OR SEQ-WORK-STATE = 'US'
              SET INVALID-WHLD-REC TO TRUE
              MOVE 'INVALID WORK STATE' TO WS-REJECT-REASON
           END-IF.
       0210-END.

       0220-REJECT-RECORD.
           MOVE SPACES TO WHLDREJ-LINE.
           MOVE WHLD-SEQ-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE WHLDREJ-LINE.
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "WHLDREJ-LINE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0220-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'WHLDLD' TO AUDIT-PROGRAM-ID.
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

          END PROGRAM WHLDLD.
