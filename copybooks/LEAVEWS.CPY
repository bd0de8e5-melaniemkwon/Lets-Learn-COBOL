      *        Vacation and sick leave policy and work areas, shared by
      *        PAYCALC (which accrues every pay period) and LEAVEPST
      *        (which posts the leave taken). Accrual is in hours per
      *        pay period and steps up with whole years of service from
      *        STARTDATE: 0996-FIND-ACCRUAL-RATE (COPY LEAVEPR) uses
      *        the last row whose WS-LVP-MIN-YEARS WS-SERVICE-YEARS has
      *        reached. At the first activity of a new leave year
      *        0995-ROLL-LEAVE-YEAR caps what is carried forward at
      *        WS-VAC-CARRY-CAP and WS-SICK-CARRY-CAP; anything over
      *        the cap is forfeited. Requires the copying program to
      *        declare the LEAVE-FILE FD (LEAVEIDX.DAT).
       01  WS-LEAVE-POLICY-TABLE.
           05 FILLER.
              10 FILLER            PIC 9(2)    VALUE 00.
              10 FILLER            PIC 9(2)V99 VALUE 03.08.
              10 FILLER            PIC 9(2)V99 VALUE 03.69.
           05 FILLER.
              10 FILLER            PIC 9(2)    VALUE 02.
              10 FILLER            PIC 9(2)V99 VALUE 04.62.
              10 FILLER            PIC 9(2)V99 VALUE 03.69.
           05 FILLER.
              10 FILLER            PIC 9(2)    VALUE 05.
              10 FILLER            PIC 9(2)V99 VALUE 06.15.
              10 FILLER            PIC 9(2)V99 VALUE 03.69.
           05 FILLER.
              10 FILLER            PIC 9(2)    VALUE 10.
              10 FILLER            PIC 9(2)V99 VALUE 07.69.
              10 FILLER            PIC 9(2)V99 VALUE 03.69.
       01  WS-LEAVE-POLICY REDEFINES WS-LEAVE-POLICY-TABLE.
           05 WS-LVP-ENTRY OCCURS 4 TIMES.
              10 WS-LVP-MIN-YEARS  PIC 9(2).
              10 WS-LVP-VAC-RATE   PIC 9(2)V99.
              10 WS-LVP-SICK-RATE  PIC 9(2)V99.
       01  WS-LEAVE-AREAS.
           05 WS-VAC-CARRY-CAP       PIC 9(5)V99 VALUE 120.00.
           05 WS-SICK-CARRY-CAP      PIC 9(5)V99 VALUE 480.00.
           05 WS-LVP-IDX             PIC 9.
           05 WS-SERVICE-YEARS       PIC 9(3).
           05 WS-CUR-VAC-RATE        PIC 9(2)V99.
           05 WS-CUR-SICK-RATE       PIC 9(2)V99.
           05 WS-LEAVE-YEAR          PIC 9(4).
           05 WS-VAC-FORFEIT         PIC 9(5)V99.
           05 WS-SICK-FORFEIT        PIC 9(5)V99.
