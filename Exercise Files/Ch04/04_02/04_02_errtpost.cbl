       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRTPOST.
      * POST EMPLOYER PAYROLL-TAX RATE CHANGES FROM ERRTTRAN.DAT TO
      * THE EFFECTIVE-DATED EMPLOYER RATE FILE (ERRATES.DAT, INDEXED
      * ON EFFECTIVE DATE), THE SAME WAY RATEPOST POSTS THE
      * WITHHOLDING RATES TO PAYRATES.DAT. EACH RECORD CARRIES A
      * COMPLETE SET -- THE SOCIAL SECURITY AND MEDICARE MATCH RATES,
      * THE FEDERAL AND STATE UNEMPLOYMENT RATES, AND THE ANNUAL WAGE
      * BASE EACH OF SOCIAL SECURITY, FUTA AND SUTA STOPS AT -- SO
      * PAYERTAX CAN CHARGE ANY PAY DATE AT THE RATES IN FORCE ON IT.
      * A WAGE BASE OF ZERO MEANS THE TAX HAS NO ANNUAL LIMIT. A
      * TRANSACTION DUPLICATING AN EXISTING EFFECTIVE DATE, OR
      * CARRYING A BAD DATE, RATE OR WAGE BASE, IS REJECTED TO
      * ERRTREJ.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ERRTTRAN-FILE ASSIGN TO "ERRTTRAN.DAT"
        FILE STATUS IS TRANS-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ERRATE-FILE ASSIGN TO "ERRATES.DAT"
        FILE STATUS IS ERRATE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ER-EFF-DATE.

       SELECT ERRTREJ-FILE ASSIGN TO "ERRTREJ.DAT"
        FILE STATUS IS TREJ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ERRTTRAN-FILE.
       01 ERRTTRAN-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 TR-EFF-DATE.
              10 TR-EFF-YYYY        PIC 9(4).
              10 TR-EFF-MM          PIC 9(2).
              10 TR-EFF-DD          PIC 9(2).
           05 TR-SS-RATE            PIC 9V9999.
           05 TR-SS-WAGE-BASE       PIC 9(7)V99.
           05 TR-MED-RATE           PIC 9V9999.
           05 TR-FUTA-RATE          PIC 9V9999.
           05 TR-FUTA-WAGE-BASE     PIC 9(7)V99.
           05 TR-SUTA-RATE          PIC 9V9999.
           05 TR-SUTA-WAGE-BASE     PIC 9(7)V99.
       01 ERRTTRAN-RAW REDEFINES ERRTTRAN-RECORD PIC X(55).

       FD ERRATE-FILE.
       01 ERRATE-RECORD.
           05 ER-EFF-DATE           PIC 9(8).
           05 ER-SS-RATE            PIC 9V9999.
           05 ER-SS-WAGE-BASE       PIC 9(7)V99.
           05 ER-MED-RATE           PIC 9V9999.
           05 ER-FUTA-RATE          PIC 9V9999.
           05 ER-FUTA-WAGE-BASE     PIC 9(7)V99.
           05 ER-SUTA-RATE          PIC 9V9999.
           05 ER-SUTA-WAGE-BASE     PIC 9(7)V99.

       FD ERRTREJ-FILE.
       01 ERRTREJ-LINE.
           05 REJ-RAW-RECORD        PIC X(55).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 REJ-REASON            PIC X(30).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  TRANS-CHECK-KEY      PIC X(2).
           05  ERRATE-CHECK-KEY     PIC X(2).
           05  TREJ-CHECK-KEY       PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-VALID-SW          PIC X.
               88  VALID-TRANS            VALUE 'Y'.
               88  INVALID-TRANS          VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       PROCEDURE DIVISION.
       0100-POST-EMPLOYER-RATES.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ERRTTRAN-FILE
           IF TRANS-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "ERRTTRAN-FILE ", TRANS-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-ERRATE-FILE.
           OPEN OUTPUT ERRTREJ-FILE
           IF TREJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "ERRTREJ-FILE ", TREJ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           READ ERRTTRAN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-TRANS UNTIL ENDOFFILE.

           CLOSE ERRTTRAN-FILE, ERRATE-FILE, ERRTREJ-FILE.

           DISPLAY "ERRTPOST TRANSACTIONS READ = " WS-RECORDS-READ.
           DISPLAY "ERRTPOST RECORDS POSTED    = " WS-RECORDS-WRITTEN.
           DISPLAY "ERRTPOST TRANS REJECTED    = " WS-REJECT-COUNT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The rate file persists across runs, so the first run of
      *        a new installation has to create it before it can be
      *        opened I-O for keyed writes.
       0110-OPEN-ERRATE-FILE.
           OPEN I-O ERRATE-FILE.
           IF ERRATE-CHECK-KEY NOT = "00"
              OPEN OUTPUT ERRATE-FILE
              IF ERRATE-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "ERRATE-FILE ", ERRATE-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE ERRATE-FILE
              OPEN I-O ERRATE-FILE
              IF ERRATE-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "ERRATE-FILE ", ERRATE-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0110-END.

       0200-PROCESS-TRANS.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-TRANS.
           IF VALID-TRANS
              PERFORM 0220-POST-TRANS
           ELSE
              PERFORM 0230-REJECT-TRANS
           END-IF.
           READ ERRTTRAN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        A rate of 1.0000 or more would charge the employer more
      *        than the wages themselves and can only be a keying
      *        error, so every rate has to be a fraction.
       0210-VALIDATE-TRANS.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TR-EFF-YYYY NOT NUMERIC OR TR-EFF-YYYY = ZERO
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID EFFECTIVE YEAR' TO WS-REJECT-REASON
           ELSE IF TR-EFF-MM NOT NUMERIC
              OR TR-EFF-MM < 1 OR TR-EFF-MM > 12
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID EFFECTIVE MONTH' TO WS-REJECT-REASON
           ELSE IF TR-EFF-DD NOT NUMERIC
              OR TR-EFF-DD < 1 OR TR-EFF-DD > 31
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID EFFECTIVE DAY' TO WS-REJECT-REASON
           ELSE IF TR-SS-RATE NOT NUMERIC OR TR-SS-RATE NOT < 1
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID SOCIAL SECURITY RATE' TO WS-REJECT-REASON
           ELSE IF TR-SS-WAGE-BASE NOT NUMERIC
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID SOCIAL SECURITY BASE' TO WS-REJECT-REASON
           ELSE IF TR-MED-RATE NOT NUMERIC OR TR-MED-RATE NOT < 1
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID MEDICARE RATE' TO WS-REJECT-REASON
           ELSE IF TR-FUTA-RATE NOT NUMERIC OR TR-FUTA-RATE NOT < 1
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID FUTA RATE' TO WS-REJECT-REASON
           ELSE IF TR-FUTA-WAGE-BASE NOT NUMERIC
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID FUTA WAGE BASE' TO WS-REJECT-REASON
           ELSE IF TR-SUTA-RATE NOT NUMERIC OR TR-SUTA-RATE NOT < 1
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID SUTA RATE' TO WS-REJECT-REASON
           ELSE IF TR-SUTA-WAGE-BASE NOT NUMERIC
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID SUTA WAGE BASE' TO WS-REJECT-REASON
           END-IF.
       0210-END.

       0220-POST-TRANS.
           MOVE TR-EFF-DATE TO ER-EFF-DATE.
           MOVE TR-SS-RATE TO ER-SS-RATE.
           MOVE TR-SS-WAGE-BASE TO ER-SS-WAGE-BASE.
           MOVE TR-MED-RATE TO ER-MED-RATE.
           MOVE TR-FUTA-RATE TO ER-FUTA-RATE.
           MOVE TR-FUTA-WAGE-BASE TO ER-FUTA-WAGE-BASE.
           MOVE TR-SUTA-RATE TO ER-SUTA-RATE.
           MOVE TR-SUTA-WAGE-BASE TO ER-SUTA-WAGE-BASE.
           WRITE ERRATE-RECORD
              INVALID KEY
                 MOVE 'DUPLICATE EFFECTIVE DATE'
                    TO WS-REJECT-REASON
                 PERFORM 0230-REJECT-TRANS
              NOT INVALID KEY
                 ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.
       0220-END.

       0230-REJECT-TRANS.
           MOVE SPACES TO ERRTREJ-LINE.
           MOVE ERRTTRAN-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE ERRTREJ-LINE.
           IF TREJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "ERRTREJ-LINE ", TREJ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0230-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'ERRTPOST' TO AUDIT-PROGRAM-ID.
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

          END PROGRAM ERRTPOST.
