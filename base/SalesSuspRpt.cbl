            05 SP-REJECT-REASON     PIC X(30).
            05 SP-FIRST-DATE        PIC 9(8).
            05 SP-LAST-DATE         PIC 9(8).
            05 SP-RECORD-IMAGE      PIC X(230).
            05 SP-ACT-POSTED-SW     PIC X.
      * 改单流入是否已登记进活动净额档：SALESCORRECT 过一次账
      * 记 'Y'，再挂账时清回 'N'，同一挂账项不会重复登记
