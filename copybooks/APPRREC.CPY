      *        Dual-control approval trail, appended to APPRLOG.DAT
      *        for every salary or bank-account change: by SALPOST and
      *        BANKACLD when a change is POSTED straight through or
      *        HELD for approval, and by APPRREL when a held change is
      *        APPROVED and posted, REJECTED, EXPIRED, or REFUSED (the
      *        approval could not be taken and the item still waits).
      *        AL-ENTERED-BY and AL-APPROVED-BY are the operator IDs
      *        from OPERATOR.DAT; AL-DETAIL is PQ-DETAIL.
       01 APPROVAL-LOG-RECORD.
           05 AL-EVENT-DATE            PIC 9(8).
           05 AL-PROGRAM-ID            PIC X(8).
           05 AL-EVENT                 PIC X(8).
           05 AL-TYPE                  PIC X.
           05 AL-EMP-ID                PIC 9(7).
           05 AL-EFF-DATE              PIC 9(8).
           05 AL-ENTERED-BY            PIC X(8).
           05 AL-ENTRY-DATE            PIC 9(8).
           05 AL-APPROVED-BY           PIC X(8).
           05 AL-DETAIL                PIC X(60).
           05 AL-REASON                PIC X(30).
