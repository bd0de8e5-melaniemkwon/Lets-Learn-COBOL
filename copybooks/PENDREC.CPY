      *        Dual-control pending-approval record (PENDAPPR.DAT,
      *        RECORD KEY PQ-KEY). SALPOST holds a salary change over
      *        the DUALPARM.DAT threshold here and BANKACLD every new
      *        or changed bank account, each stamped with the operator
      *        who submitted it; APPRREL posts an item to SALHIST.DAT
      *        or BANKAIDX.DAT only once a different operator approves
      *        it, and removes it when it is posted, rejected or has
      *        expired. One salary change per employee per effective
      *        date, and one bank change per employee (PQ-EFF-DATE
      *        zero), can wait at a time.
       01 PENDAPPR-RECORD.
           05 PQ-KEY.
              10 PQ-TYPE               PIC X.
                 88 PQ-SALARY-CHANGE        VALUE 'S'.
                 88 PQ-BANK-CHANGE          VALUE 'B'.
              10 PQ-EMP-ID             PIC 9(7).
              10 PQ-EFF-DATE           PIC 9(8).
           05 PQ-ENTERED-BY            PIC X(8).
           05 PQ-ENTRY-DATE            PIC 9(8).
           05 PQ-DETAIL                PIC X(60).
           05 PQ-SALARY-DETAIL REDEFINES PQ-DETAIL.
              10 PQ-NEW-SALARY         PIC 9(9).
              10 PQ-OLD-SALARY         PIC 9(9).
              10 PQ-CHANGE-PCT         PIC 9(5)V99.
              10 FILLER                PIC X(35).
           05 PQ-BANK-DETAIL REDEFINES PQ-DETAIL.
              10 PQ-NEW-ROUTING        PIC 9(9).
              10 PQ-NEW-ACCOUNT        PIC X(17).
              10 PQ-NEW-ACCT-TYPE      PIC X.
              10 PQ-NEW-PRENOTE        PIC X.
              10 PQ-OLD-ROUTING        PIC 9(9).
              10 PQ-OLD-ACCOUNT        PIC X(17).
              10 PQ-OLD-ACCT-TYPE      PIC X.
              10 FILLER                PIC X(5).
