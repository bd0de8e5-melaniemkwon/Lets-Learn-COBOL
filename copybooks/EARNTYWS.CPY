      *        Earnings types a NETPAY.DAT record can carry, shared by
      *        PAYSUPP (which accepts only the supplemental codes on
      *        SUPPTRAN.DAT) and PAYSTUB (which prints the label on the
      *        advice). REG is the regular period run PAYCALC writes;
      *        every other code is off-cycle pay. 0990-LOOKUP-EARN-TYPE
      *        (COPY EARNTYPR) finds WS-EARN-LOOKUP-CODE in the table.
       01  WS-EARN-TYPE-TABLE.
           05 FILLER.
              10 FILLER            PIC X(3)  VALUE 'REG'.
              10 FILLER            PIC X(16) VALUE 'REGULAR PAY'.
           05 FILLER.
              10 FILLER            PIC X(3)  VALUE 'BON'.
              10 FILLER            PIC X(16) VALUE 'BONUS'.
           05 FILLER.
              10 FILLER            PIC X(3)  VALUE 'COM'.
              10 FILLER            PIC X(16) VALUE 'COMMISSION'.
           05 FILLER.
              10 FILLER            PIC X(3)  VALUE 'FIN'.
              10 FILLER            PIC X(16) VALUE 'FINAL PAY'.
           05 FILLER.
              10 FILLER            PIC X(3)  VALUE 'COR'.
              10 FILLER            PIC X(16) VALUE 'PAY CORRECTION'.
       01  WS-EARN-TYPES REDEFINES WS-EARN-TYPE-TABLE.
           05 WS-EARN-ENTRY OCCURS 5 TIMES.
              10 WS-EARN-CODE      PIC X(3).
              10 WS-EARN-NAME      PIC X(16).
       01  WS-EARN-LOOKUP-AREAS.
           05 WS-EARN-IDX          PIC 9.
           05 WS-EARN-COUNT        PIC 9 VALUE 5.
           05 WS-EARN-LOOKUP-CODE  PIC X(3).
           05 WS-EARN-LABEL        PIC X(16).
           05 WS-EARN-FOUND-SW     PIC X.
              88 EARN-TYPE-FOUND       VALUE 'Y'.
