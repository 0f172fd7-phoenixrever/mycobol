                10 CP-TIER-NO       PIC 9(2).
            05 CP-TIER-LIMIT        PIC 9(8).
            05 CP-TIER-RATE         PIC V999.
            05 CP-CASH-BASIS-SW     PIC X.
      * Y = 按已收现金计提：发票过了 CP-HOLDBACK-DAYS 天仍未收
      * 清的部分暂不计提成；空格或 N = 按开票计提（旧记录）
            05 CP-HOLDBACK-DAYS     PIC 9(3).

      * 计划维护交易文件
       FD TRANFILE.
            05 TRAN-TIER-RATE        PIC V999.
            05 TRAN-OPERATOR-ID      PIC X(8).
      * 提交操作员编号，空白即剔除；日志与持单复核都要靠它认人
            05 TRAN-CASH-BASIS-SW    PIC X.
      * Y = 该计划按已收现金计提；空格（旧格式）按 N 处理
            05 TRAN-HOLDBACK-DAYS    PIC 9(3).
      * 未收发票超过多少天开始暂扣提成；空格（旧格式）按零处理

      * 维护结果日志
       FD MAINT-LOG-FILE.
           MOVE TRAN-TIER-NO        TO CP-TIER-NO.
           MOVE TRAN-TIER-LIMIT     TO CP-TIER-LIMIT.
           MOVE TRAN-TIER-RATE      TO CP-TIER-RATE.
           PERFORM 0215-SET-CASH-BASIS.
           WRITE COMMPLAN-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 0320-WRITE-LOG-LINE
           END-WRITE.

      * 把交易上的现金计提标志与暂扣天数搬进计划记录；旧格式交
      * 易这两栏是空格，按开票计提、零天处理
        0215-SET-CASH-BASIS.
           IF TRAN-CASH-BASIS-SW = 'Y'
               MOVE 'Y' TO CP-CASH-BASIS-SW
           ELSE
               MOVE 'N' TO CP-CASH-BASIS-SW
           END-IF.
           IF TRAN-HOLDBACK-DAYS NUMERIC
               MOVE TRAN-HOLDBACK-DAYS TO CP-HOLDBACK-DAYS
           ELSE
               MOVE ZEROES TO CP-HOLDBACK-DAYS
           END-IF.

      * 变更一条已有的计划层级记录
        0220-CHANGE-RECORD.
           MOVE TRAN-REGION         TO CP-REGION.
               NOT INVALID KEY
                   MOVE TRAN-TIER-LIMIT TO CP-TIER-LIMIT
                   MOVE TRAN-TIER-RATE  TO CP-TIER-RATE
                   PERFORM 0215-SET-CASH-BASIS
                   REWRITE COMMPLAN-REC
                   MOVE 'CHANGE'    TO LOG-CODE
                   PERFORM 0310-FORMAT-LOG-KEY
