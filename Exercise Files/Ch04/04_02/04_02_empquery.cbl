              10 SH-EMP-ID          PIC 9(7).
              10 SH-EFF-DATE        PIC 9(8).
           05 SH-AMOUNT             PIC 9(9).
           05 SH-POST-DATE          PIC 9(8).
           05 SH-RETRO-DATE         PIC 9(8).

       FD PAYYTD-FILE.
       01 PAYYTD-RECORD.
           05 YTD-GARNISH           PIC 9(9)V99.
           05 YTD-NET-PAY           PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 YTD-RETRO-PAY         PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
