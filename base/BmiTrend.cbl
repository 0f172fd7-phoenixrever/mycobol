               IF NOT PERSON-IN-PROGRESS
                   MOVE 'Y' TO WS-HAVE-PERSON-SW
                   MOVE TSR-SALESPERSON-ID TO WS-CURRENT-ID
                   MOVE ZEROES TO WS-SCREEN-COUNT
               END-IF
               PERFORM 0110-ADD-SCREENING
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 把一轮筛查记入当前人的表；已满五轮时整表左移丢掉最老的
      * 一轮，表里始终是最近五轮。姓名取最近一条：匿名化后又复
      * 职的人，旧筛查的姓是记号，复职后的新筛查才是真名
        0110-ADD-SCREENING.
           MOVE TSR-PERSON-NAME TO WS-CURRENT-NAME.
           IF WS-SCREEN-COUNT < 5
               ADD 1 TO WS-SCREEN-COUNT
           ELSE
