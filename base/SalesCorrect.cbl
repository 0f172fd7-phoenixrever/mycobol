            05 SP-REJECT-REASON     PIC X(30).
            05 SP-FIRST-DATE        PIC 9(8).
            05 SP-LAST-DATE         PIC 9(8).
            05 SP-RECORD-IMAGE      PIC X(230).
            05 SP-ACT-POSTED-SW     PIC X.
      * 改单流入是否已登记进活动净额档：SALESCORRECT 过一次账
      * 记 'Y'，再挂账时清回 'N'，同一挂账项不会重复登记
                10 PRIOR-YEAR-SALES  PIC 9(6)V99 OCCURS 5 TIMES.
            05 ADJUSTMENT             PIC S9(6)V99.
            05 MONTHLY-SALES         PIC 9(6)V99 OCCURS 12 TIMES.
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 改单日志
       FD CORRECT-LOG-FILE.
            05 RM-REGION-CODE       PIC X(5).
            05 RM-DESCRIPTION       PIC X(20).
            05 RM-ACTIVE-FLAG       PIC X.
            05 RM-CONFLICT-MODE     PIC X.

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS           PIC X(2) VALUE '00'.
