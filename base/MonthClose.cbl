            05 SF-PRIOR-YEAR-SALES   PIC 9(6)V99 OCCURS 5 TIMES.
            05 SF-ADJUSTMENT         PIC S9(6)V99.
            05 SF-MONTHLY-SALES      PIC 9(6)V99 OCCURS 12 TIMES.
            05 SF-HIRE-DATE          PIC 9(8).
            05 SF-EMP-STATUS         PIC X.
            05 SF-LEAVE-START-DATE   PIC 9(8).
            05 SF-LEAVE-END-DATE     PIC 9(8).

      * 提成比例计划档，记录布局与 SALES.cbl 中的描述一致
       FD COMMPLAN-FILE.
                10 CP-TIER-NO       PIC 9(2).
            05 CP-TIER-LIMIT        PIC 9(8).
            05 CP-TIER-RATE         PIC V999.
            05 CP-CASH-BASIS-SW     PIC X.
      * Y = 按已收现金计提：发票过了 CP-HOLDBACK-DAYS 天仍未收
      * 清的部分暂不计提成；空格或 N = 按开票计提（旧记录）
            05 CP-HOLDBACK-DAYS     PIC 9(3).

      * 月结快照档：一人一期一条
       FD SNAPSHOT-FILE.
