       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIKIDIR.
      * PRINTED A-TO-Z TOPIC DIRECTORY (WIKIDIR.DAT) OF THE WIKI
      * INDEX, FOR THE REFERENCE LISTING THAT WAS BUILT BY HAND FROM
      * WIKIQUERY LOOKUPS. WIKIIDX.DAT IS SORTED ON AN UPPER-CASED
      * COPY OF THE TOPIC, SO CASE DOES NOT SPLIT A LETTER GROUP, AND
      * EACH TOPIC PRINTS UNDER ITS LETTER-GROUP HEADING (TOPICS NOT
      * STARTING WITH A LETTER COME FIRST, AS ONE GROUP HEADED OTHER)
      * WITH ITS WIKI-ID-IDX AND ITS COMMENT WRAPPED AT WORD BREAKS
      * ONTO AS MANY LINES AS IT NEEDS. A SECOND SECTION IS A
      * CONCORDANCE FROM THE KEYWORD INDEX WIKIKWB BUILDS (WIKIKW.DAT):
      * EACH KEYWORD, COMMON STOP-WORDS LEFT OUT, FOLLOWED BY THE
      * TOPICS THAT MENTION IT. TWO EXCEPTION SECTIONS FOLLOW: TOPICS
      * WHOSE COMMENT IS BLANK, AND KEYWORDS STILL POINTING AT A
      * WIKI-ID-IDX NO LONGER ON THE INDEX -- A SIGN WIKIKWB HAS NOT
      * BEEN RUN SINCE THE LAST INDEX CHANGE. EVERY PAGE IS DATED AND
      * NUMBERED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT WIKIFILEIDX ASSIGN TO "WIKIIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WIKI-ID-IDX
        ALTERNATE RECORD KEY IS WIKI-TOPIC-IDX
           WITH DUPLICATES.

       SELECT WIKIKW-FILE ASSIGN TO "WIKIKW.DAT"
        FILE STATUS IS KW-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KW-KEY.

       SELECT REPORT-FILE ASSIGN TO "WIKIDIR.DAT"
        FILE STATUS IS REPORT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WORK-SORT-FILE ASSIGN TO "WIKISORT.TMP".

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WIKIFILEIDX.
       01 WIKIRECORDIDX.
          88 ENDOFFILE      VALUE   HIGH-VALUES.
          05 WIKI-TOPIC-IDX         PIC X(50).
          05 WIKI-ID-IDX            PIC 9(8).
          05 WIKI-COMMENT-IDX       PIC X(100).

       FD WIKIKW-FILE.
       01 WIKIKW-RECORD.
          05 KW-KEY.
             10 KW-WORD             PIC X(20).
             10 KW-ID               PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(132).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

      *        SRT-GROUP is the upper-cased first letter, or '#' for a
      *        topic that does not start with one, so every OTHER topic
      *        sorts together ahead of A.
       SD WORK-SORT-FILE.
       01 SORT-RECORD.
          05 SRT-GROUP              PIC X.
          05 SRT-UPPER-TOPIC        PIC X(50).
          05 SRT-TOPIC              PIC X(50).
          05 SRT-ID                 PIC 9(8).
          05 SRT-COMMENT            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY     PIC X(2).
           05  KW-CHECK-KEY       PIC X(2).
           05  REPORT-CHECK-KEY   PIC X(2).
           05  AUDIT-CHECK-KEY    PIC X(2).
           05  WS-TOPICS-READ     PIC 9(9) VALUE ZERO.
           05  WS-BLANK-COMMENTS  PIC 9(9) VALUE ZERO.
           05  WS-KW-READ         PIC 9(9) VALUE ZERO.
           05  WS-KEYWORDS-LISTED PIC 9(9) VALUE ZERO.
           05  WS-STOP-WORDS-SKIP PIC 9(9) VALUE ZERO.
           05  WS-ORPHAN-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-LINES-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-SORT-EOF-SW     PIC X VALUE 'N'.
               88  SORT-EOF             VALUE 'Y'.
           05  WS-KW-SCAN-SW      PIC X.
               88  KW-SCAN-DONE         VALUE 'Y'.
           05  WS-PREV-WORD       PIC X(20).
           05  WS-STOP-SW         PIC X.
               88  IS-STOP-WORD         VALUE 'Y'.
           05  WS-NEW-WORD-SW     PIC X.
               88  FIRST-REF-OF-WORD    VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(4).
           05  WS-RUN-MM          PIC 9(2).
           05  WS-RUN-DD          PIC 9(2).

      *        Words too common to be worth a concordance entry.
      *        WIKIKWB still indexes them, so WIKISRCH can find them.
       01  WS-STOP-WORD-AREAS.
           05  WS-STOP-WORD-DATA.
               10 FILLER PIC X(8) VALUE 'A'.
               10 FILLER PIC X(8) VALUE 'AN'.
               10 FILLER PIC X(8) VALUE 'AND'.
               10 FILLER PIC X(8) VALUE 'ARE'.
               10 FILLER PIC X(8) VALUE 'AS'.
               10 FILLER PIC X(8) VALUE 'AT'.
               10 FILLER PIC X(8) VALUE 'BE'.
               10 FILLER PIC X(8) VALUE 'BUT'.
               10 FILLER PIC X(8) VALUE 'BY'.
               10 FILLER PIC X(8) VALUE 'FOR'.
               10 FILLER PIC X(8) VALUE 'FROM'.
               10 FILLER PIC X(8) VALUE 'HAS'.
               10 FILLER PIC X(8) VALUE 'HAVE'.
               10 FILLER PIC X(8) VALUE 'HE'.
               10 FILLER PIC X(8) VALUE 'HER'.
               10 FILLER PIC X(8) VALUE 'HIS'.
               10 FILLER PIC X(8) VALUE 'IN'.
               10 FILLER PIC X(8) VALUE 'INTO'.
               10 FILLER PIC X(8) VALUE 'IS'.
               10 FILLER PIC X(8) VALUE 'IT'.
               10 FILLER PIC X(8) VALUE 'ITS'.
               10 FILLER PIC X(8) VALUE 'OF'.
               10 FILLER PIC X(8) VALUE 'ON'.
               10 FILLER PIC X(8) VALUE 'OR'.
               10 FILLER PIC X(8) VALUE 'SHE'.
               10 FILLER PIC X(8) VALUE 'THAT'.
               10 FILLER PIC X(8) VALUE 'THE'.
               10 FILLER PIC X(8) VALUE 'THEIR'.
               10 FILLER PIC X(8) VALUE 'THEY'.
               10 FILLER PIC X(8) VALUE 'THIS'.
               10 FILLER PIC X(8) VALUE 'TO'.
               10 FILLER PIC X(8) VALUE 'WAS'.
               10 FILLER PIC X(8) VALUE 'WERE'.
               10 FILLER PIC X(8) VALUE 'WHICH'.
               10 FILLER PIC X(8) VALUE 'WHO'.
               10 FILLER PIC X(8) VALUE 'WITH'.
               10 FILLER PIC X(8) VALUE 'ALSO'.
               10 FILLER PIC X(8) VALUE 'BEEN'.
               10 FILLER PIC X(8) VALUE 'NOT'.
               10 FILLER PIC X(8) VALUE 'ONE'.
           05  WS-STOP-WORD REDEFINES WS-STOP-WORD-DATA
                  PIC X(8) OCCURS 40 TIMES.
           05  WS-STOP-IDX        PIC 9(2).

      *        The comment is wrapped at the last space that lets a
      *        segment fit the print width; a word longer than the
      *        width is simply cut.
       01  WS-WRAP-AREAS.
           05  WS-WRAP-TEXT       PIC X(100).
           05  WS-WRAP-WIDTH      PIC 9(3) VALUE 060.
           05  WS-WRAP-START      PIC 9(3).
           05  WS-WRAP-END        PIC 9(3).
           05  WS-WRAP-LEFT       PIC 9(3).
           05  WS-WRAP-BREAK      PIC 9(3).
           05  WS-SEG-LEN         PIC 9(3).
           05  WS-FIRST-LINE-SW   PIC X.
               88  FIRST-TOPIC-LINE     VALUE 'Y'.

       01  WS-LETTER-AREAS.
           05  WS-CUR-GROUP       PIC X VALUE LOW-VALUES.
           05  WS-TOPIC-LETTER    PIC X.
           05  WS-LOWER-LETTERS   PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WS-UPPER-LETTERS   PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE   PIC 9(3) VALUE 050.
           05 WS-PAGE-NUM         PIC 9(3) VALUE ZERO.
           05 WS-HOLD-LINE        PIC X(132).

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(22) VALUE
              'WIKI TOPIC DIRECTORY'.
           05 RH-SECTION        PIC X(36).
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 RH-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-YYYY           PIC 9(4).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE           PIC ZZ9.
           05 FILLER            PIC X(35) VALUE SPACES.

       01  LETTER-GROUP-LINE.
           05 FILLER            PIC X(4)  VALUE '--- '.
           05 LG-LETTER         PIC X(5).
           05 FILLER            PIC X(4)  VALUE ' ---'.
           05 FILLER            PIC X(119) VALUE SPACES.

       01  TOPIC-HEADING-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(52) VALUE 'TOPIC'.
           05 FILLER            PIC X(10) VALUE 'WIKI ID'.
           05 FILLER            PIC X(68) VALUE 'COMMENT'.

       01  TOPIC-DETAIL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TD-TOPIC          PIC X(50).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TD-ID             PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TD-COMMENT        PIC X(60).
           05 FILLER            PIC X(8)  VALUE SPACES.

       01  KEYWORD-HEADING-LINE.
           05 FILLER            PIC X(22) VALUE 'KEYWORD'.
           05 FILLER            PIC X(52) VALUE 'TOPIC'.
           05 FILLER            PIC X(58) VALUE 'WIKI ID'.

       01  KEYWORD-DETAIL-LINE.
           05 KD-WORD           PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 KD-TOPIC          PIC X(50).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 KD-ID             PIC 9(8).
           05 FILLER            PIC X(50) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TL-LABEL          PIC X(40).
           05 TL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-PRINT-DIRECTORY.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT WIKIFILEIDX.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WIKIFILEIDX ", FILE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT WIKIKW-FILE.
           IF KW-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WIKIKW-FILE ", KW-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", REPORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           MOVE 'A-TO-Z BY TOPIC' TO RH-SECTION.
           PERFORM 0745-PRINT-PAGE-HEADER.
           PERFORM 0200-DIRECTORY-SECTION.

           MOVE 'KEYWORD CONCORDANCE' TO RH-SECTION.
           PERFORM 0745-PRINT-PAGE-HEADER.
           PERFORM 0400-CONCORDANCE-SECTION.

           MOVE 'TOPICS WITH NO COMMENT' TO RH-SECTION.
           PERFORM 0745-PRINT-PAGE-HEADER.
           PERFORM 0300-BLANK-COMMENT-SECTION.

           MOVE 'KEYWORDS FOR IDS NOT ON INDEX' TO RH-SECTION.
           PERFORM 0745-PRINT-PAGE-HEADER.
           PERFORM 0500-ORPHAN-KEYWORD-SECTION.

           PERFORM 0600-PRINT-TOTALS.

           CLOSE WIKIFILEIDX, WIKIKW-FILE, REPORT-FILE.

           DISPLAY "WIKIDIR TOPICS LISTED      = " WS-TOPICS-READ.
           DISPLAY "WIKIDIR BLANK COMMENTS     = " WS-BLANK-COMMENTS.
           DISPLAY "WIKIDIR KEYWORDS LISTED    = " WS-KEYWORDS-LISTED.
           DISPLAY "WIKIDIR STOP-WORDS SKIPPED = " WS-STOP-WORDS-SKIP.
           DISPLAY "WIKIDIR ORPHAN KEYWORDS    = " WS-ORPHAN-COUNT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The alternate key collates on the topic exactly as
      *        keyed, so 'apple' would follow 'Zebra'; the topics go
      *        through a SORT on an upper-cased copy instead.
       0200-DIRECTORY-SECTION.
           MOVE TOPIC-HEADING-LINE TO REPORT-LINE.
           PERFORM 0740-WRITE-REPORT-LINE.
           SORT WORK-SORT-FILE
              ON ASCENDING KEY SRT-GROUP
                               SRT-UPPER-TOPIC
                               SRT-ID
              INPUT PROCEDURE 0202-SORT-INPUT
              OUTPUT PROCEDURE 0206-SORT-OUTPUT.
       0200-END.

       0202-SORT-INPUT.
           MOVE LOW-VALUES TO WIKI-TOPIC-IDX.
           START WIKIFILEIDX KEY IS NOT LESS THAN WIKI-TOPIC-IDX
              INVALID KEY SET ENDOFFILE TO TRUE
           END-START.
           IF NOT ENDOFFILE
              READ WIKIFILEIDX NEXT RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-IF.
           PERFORM 0204-RELEASE-TOPIC UNTIL ENDOFFILE.
       0202-END.

       0204-RELEASE-TOPIC.
           MOVE WIKI-TOPIC-IDX TO SRT-UPPER-TOPIC.
           INSPECT SRT-UPPER-TOPIC
              CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS.
           MOVE SRT-UPPER-TOPIC(1:1) TO SRT-GROUP.
           IF SRT-GROUP IS NOT ALPHABETIC-UPPER
              OR SRT-GROUP = SPACE
              MOVE '#' TO SRT-GROUP
           END-IF.
           MOVE WIKI-TOPIC-IDX TO SRT-TOPIC.
           MOVE WIKI-ID-IDX TO SRT-ID.
           MOVE WIKI-COMMENT-IDX TO SRT-COMMENT.
           RELEASE SORT-RECORD.
           READ WIKIFILEIDX NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0204-END.

       0206-SORT-OUTPUT.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 0208-RETURN-TOPIC UNTIL SORT-EOF.
       0206-END.

       0208-RETURN-TOPIC.
           RETURN WORK-SORT-FILE
              AT END SET SORT-EOF TO TRUE
              NOT AT END PERFORM 0210-LIST-TOPIC
           END-RETURN.
       0208-END.

       0210-LIST-TOPIC.
           ADD 1 TO WS-TOPICS-READ.
           MOVE SRT-TOPIC TO WIKI-TOPIC-IDX.
           MOVE SRT-ID TO WIKI-ID-IDX.
           MOVE SRT-COMMENT TO WIKI-COMMENT-IDX.
           PERFORM 0220-CHECK-LETTER-GROUP.
           PERFORM 0230-PRINT-TOPIC.
       0210-END.

       0220-CHECK-LETTER-GROUP.
           MOVE SRT-GROUP TO WS-TOPIC-LETTER.
           IF WS-TOPIC-LETTER NOT = WS-CUR-GROUP
              MOVE WS-TOPIC-LETTER TO WS-CUR-GROUP
              IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
                 PERFORM 0745-PRINT-PAGE-HEADER
                 MOVE TOPIC-HEADING-LINE TO REPORT-LINE
                 PERFORM 0740-WRITE-REPORT-LINE
              END-IF
              IF WS-TOPIC-LETTER = '#'
                 MOVE 'OTHER' TO LG-LETTER
              ELSE
                 MOVE WS-TOPIC-LETTER TO LG-LETTER
              END-IF
              MOVE SPACES TO REPORT-LINE
              PERFORM 0740-WRITE-REPORT-LINE
              MOVE LETTER-GROUP-LINE TO REPORT-LINE
              PERFORM 0740-WRITE-REPORT-LINE
           END-IF.
       0220-END.

       0230-PRINT-TOPIC.
           MOVE SPACES TO TOPIC-DETAIL-LINE.
           MOVE WIKI-TOPIC-IDX TO TD-TOPIC.
           MOVE WIKI-ID-IDX TO TD-ID.
           IF WIKI-COMMENT-IDX = SPACES
              ADD 1 TO WS-BLANK-COMMENTS
              MOVE '(NO COMMENT)' TO TD-COMMENT
              MOVE TOPIC-DETAIL-LINE TO REPORT-LINE
              PERFORM 0740-WRITE-REPORT-LINE
           ELSE
              MOVE WIKI-COMMENT-IDX TO WS-WRAP-TEXT
              PERFORM VARYING WS-WRAP-END FROM 100 BY -1
                 UNTIL WS-WRAP-TEXT(WS-WRAP-END:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
              MOVE 1 TO WS-WRAP-START
              MOVE 'Y' TO WS-FIRST-LINE-SW
              PERFORM 0240-PRINT-COMMENT-SEGMENT
                 UNTIL WS-WRAP-START > WS-WRAP-END
           END-IF.
       0230-END.

      *        Continuation lines carry only the comment, so the
      *        topic and its ID stand out on the first line.
       0240-PRINT-COMMENT-SEGMENT.
           COMPUTE WS-WRAP-LEFT = WS-WRAP-END - WS-WRAP-START + 1.
           IF WS-WRAP-LEFT NOT > WS-WRAP-WIDTH
              MOVE WS-WRAP-LEFT TO WS-SEG-LEN
           ELSE
              COMPUTE WS-WRAP-BREAK = WS-WRAP-START + WS-WRAP-WIDTH
              PERFORM UNTIL WS-WRAP-BREAK = WS-WRAP-START
                 OR WS-WRAP-TEXT(WS-WRAP-BREAK:1) = SPACE
                 SUBTRACT 1 FROM WS-WRAP-BREAK
              END-PERFORM
              IF WS-WRAP-BREAK = WS-WRAP-START
                 MOVE WS-WRAP-WIDTH TO WS-SEG-LEN
              ELSE
                 COMPUTE WS-SEG-LEN = WS-WRAP-BREAK - WS-WRAP-START
              END-IF
           END-IF.
           IF NOT FIRST-TOPIC-LINE
              MOVE SPACES TO TOPIC-DETAIL-LINE
           END-IF.
           MOVE WS-WRAP-TEXT(WS-WRAP-START:WS-SEG-LEN) TO TD-COMMENT.
           MOVE TOPIC-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0740-WRITE-REPORT-LINE.
           MOVE 'N' TO WS-FIRST-LINE-SW.
           ADD WS-SEG-LEN TO WS-WRAP-START.
           PERFORM UNTIL WS-WRAP-START > WS-WRAP-END
              OR WS-WRAP-TEXT(WS-WRAP-START:1) NOT = SPACE
              ADD 1 TO WS-WRAP-START
           END-PERFORM.
       0240-END.

       0300-BLANK-COMMENT-SECTION.
           MOVE TOPIC-HEADING-LINE TO REPORT-LINE.
           PERFORM 0740-WRITE-REPORT-LINE.
           MOVE LOW-VALUES TO WIKI-TOPIC-IDX.
           START WIKIFILEIDX KEY IS NOT LESS THAN WIKI-TOPIC-IDX
              INVALID KEY SET ENDOFFILE TO TRUE
           END-START.
           IF NOT ENDOFFILE
              READ WIKIFILEIDX NEXT RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-IF.
           PERFORM 0310-CHECK-BLANK-COMMENT UNTIL ENDOFFILE.
       0300-END.

       0310-CHECK-BLANK-COMMENT.
           IF WIKI-COMMENT-IDX = SPACES
              MOVE SPACES TO TOPIC-DETAIL-LINE
              MOVE WIKI-TOPIC-IDX TO TD-TOPIC
              MOVE WIKI-ID-IDX TO TD-ID
              MOVE TOPIC-DETAIL-LINE TO REPORT-LINE
              PERFORM 0740-WRITE-REPORT-LINE
           END-IF.
           READ WIKIFILEIDX NEXT RECORD
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0310-END.

      *        WIKIKW.DAT collates on word then ID, so one pass gives
      *        every keyword with its references together. Each ID
      *        is looked up on the index for its topic; an ID that
      *        is not there is left for the orphan section.
       0400-CONCORDANCE-SECTION.
           MOVE KEYWORD-HEADING-LINE TO REPORT-LINE.
           PERFORM 0740-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PREV-WORD.
           MOVE SPACES TO KW-WORD.
           MOVE ZERO TO KW-ID.
           MOVE 'N' TO WS-KW-SCAN-SW.
           START WIKIKW-FILE KEY IS NOT LESS THAN KW-KEY
              INVALID KEY SET KW-SCAN-DONE TO TRUE
           END-START.
           PERFORM 0410-LIST-KEYWORD-REF UNTIL KW-SCAN-DONE.
       0400-END.

       0410-LIST-KEYWORD-REF.
           READ WIKIKW-FILE NEXT RECORD
              AT END SET KW-SCAN-DONE TO TRUE
              NOT AT END
                 ADD 1 TO WS-KW-READ
                 IF KW-WORD NOT = WS-PREV-WORD
                    MOVE KW-WORD TO WS-PREV-WORD
                    MOVE 'Y' TO WS-NEW-WORD-SW
                    PERFORM 0420-CHECK-STOP-WORD
                    IF IS-STOP-WORD
                       ADD 1 TO WS-STOP-WORDS-SKIP
                    END-IF
                 END-IF
                 IF NOT IS-STOP-WORD
                    MOVE KW-ID TO WIKI-ID-IDX
                    READ WIKIFILEIDX KEY IS WIKI-ID-IDX
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM 0430-PRINT-KEYWORD-REF
                    END-READ
                 END-IF
           END-READ.
       0410-END.

       0420-CHECK-STOP-WORD.
           MOVE 'N' TO WS-STOP-SW.
           PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
              UNTIL WS-STOP-IDX > 40
              IF KW-WORD = WS-STOP-WORD(WS-STOP-IDX)
                 MOVE 'Y' TO WS-STOP-SW
                 MOVE 41 TO WS-STOP-IDX
              END-IF
           END-PERFORM.
       0420-END.

      *        The keyword prints once, beside its first topic.
       0430-PRINT-KEYWORD-REF.
           MOVE SPACES TO KEYWORD-DETAIL-LINE.
           IF FIRST-REF-OF-WORD
              ADD 1 TO WS-KEYWORDS-LISTED
              MOVE KW-WORD TO KD-WORD
              MOVE 'N' TO WS-NEW-WORD-SW
           END-IF.
           MOVE WIKI-TOPIC-IDX TO KD-TOPIC.
           MOVE WIKI-ID-IDX TO KD-ID.
           MOVE KEYWORD-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0740-WRITE-REPORT-LINE.
       0430-END.

      *        Every keyword is proved here, stop-words included: a
      *        dangling reference means the keyword index is stale
      *        whatever the word.
       0500-ORPHAN-KEYWORD-SECTION.
           MOVE KEYWORD-HEADING-LINE TO REPORT-LINE.
           PERFORM 0740-WRITE-REPORT-LINE.
           MOVE SPACES TO KW-WORD.
           MOVE ZERO TO KW-ID.
           MOVE 'N' TO WS-KW-SCAN-SW.
           START WIKIKW-FILE KEY IS NOT LESS THAN KW-KEY
              INVALID KEY SET KW-SCAN-DONE TO TRUE
           END-START.
           PERFORM 0510-CHECK-KEYWORD-ID UNTIL KW-SCAN-DONE.
       0500-END.

       0510-CHECK-KEYWORD-ID.
           READ WIKIKW-FILE NEXT RECORD
              AT END SET KW-SCAN-DONE TO TRUE
              NOT AT END
                 MOVE KW-ID TO WIKI-ID-IDX
                 READ WIKIFILEIDX KEY IS WIKI-ID-IDX
                    INVALID KEY
                       ADD 1 TO WS-ORPHAN-COUNT
                       MOVE SPACES TO KEYWORD-DETAIL-LINE
                       MOVE KW-WORD TO KD-WORD
                       MOVE '(NOT ON WIKIIDX.DAT)' TO KD-TOPIC
                       MOVE KW-ID TO KD-ID
                       MOVE KEYWORD-DETAIL-LINE TO REPORT-LINE
                       PERFORM 0740-WRITE-REPORT-LINE
                 END-READ
           END-READ.
       0510-END.

       0600-PRINT-TOTALS.
           MOVE 'RUN TOTALS' TO RH-SECTION.
           PERFORM 0745-PRINT-PAGE-HEADER.
           MOVE 'TOPICS LISTED' TO TL-LABEL.
           MOVE WS-TOPICS-READ TO TL-COUNT.
           PERFORM 0610-PRINT-TOTAL-LINE.
           MOVE 'TOPICS WITH NO COMMENT' TO TL-LABEL.
           MOVE WS-BLANK-COMMENTS TO TL-COUNT.
           PERFORM 0610-PRINT-TOTAL-LINE.
           MOVE 'KEYWORD ENTRIES READ' TO TL-LABEL.
           MOVE WS-KW-READ TO TL-COUNT.
           PERFORM 0610-PRINT-TOTAL-LINE.
           MOVE 'KEYWORDS IN CONCORDANCE' TO TL-LABEL.
           MOVE WS-KEYWORDS-LISTED TO TL-COUNT.
           PERFORM 0610-PRINT-TOTAL-LINE.
           MOVE 'STOP-WORDS LEFT OUT' TO TL-LABEL.
           MOVE WS-STOP-WORDS-SKIP TO TL-COUNT.
           PERFORM 0610-PRINT-TOTAL-LINE.
           MOVE 'KEYWORD ENTRIES FOR IDS NOT ON INDEX' TO TL-LABEL.
           MOVE WS-ORPHAN-COUNT TO TL-COUNT.
           PERFORM 0610-PRINT-TOTAL-LINE.
       0600-END.

       0610-PRINT-TOTAL-LINE.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0740-WRITE-REPORT-LINE.
       0610-END.

       0740-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              MOVE REPORT-LINE TO WS-HOLD-LINE
              PERFORM 0745-PRINT-PAGE-HEADER
              MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF.
           PERFORM 0750-PUT-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-LINES-WRITTEN.
       0740-END.

      *        The checked WRITE itself, with no page break, so the
      *        page header can use it too.
       0750-PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", REPORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0750-END.

       0745-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           PERFORM 0750-PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 0750-PUT-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0745-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'WIKIDIR' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-TOPICS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-ORPHAN-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE 'ENDRUN' TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM WIKIDIR.
