                10 PRIOR-YEAR-SALES  PIC 9(6)V99 OCCURS 5 TIMES.
            05 ADJUSTMENT             PIC S9(6)V99.
            05 MONTHLY-SALES         PIC 9(6)V99 OCCURS 12 TIMES.
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 前后映像日志，布局与 SALESMAINT.cbl 写出的一致
       FD JOURNAL-FILE.
            05 JRN-RUN-ID            PIC 9(12).
            05 JRN-SEQ               PIC 9(7).
            05 JRN-ACTION            PIC X.
            05 JRN-BEFORE-IMAGE      PIC X(230).
            05 JRN-AFTER-IMAGE       PIC X(230).

      * 回退结果日志
       FD BACKOUT-LOG-FILE.
       01  WS-JRNL-TABLE.
            05 WS-JRNL-ENTRY OCCURS 10000 TIMES.
                10 WS-JT-ACTION      PIC X.
                10 WS-JT-BEFORE      PIC X(230).
                10 WS-JT-AFTER       PIC X(230).
       01  WS-JRNL-SUBSCRIPT        PIC S9(5) COMP VALUE 0.

      * 从映像里取记录键用的工作区
               PERFORM 0210-UNDO-ONE-ENTRY
           END-PERFORM.

      * 撤销一笔：新增反向删除，变更/调整/在职状态变更/年度结
      * 转回写变更前映像，删除把变更前映像重新写回主档
        0210-UNDO-ONE-ENTRY.
           EVALUATE WS-JT-ACTION (WS-JRNL-SUBSCRIPT)
               WHEN 'A'
               WHEN 'C'
               WHEN 'J'
               WHEN 'X'
               WHEN 'E'
               WHEN 'Y'
                   MOVE WS-JT-BEFORE (WS-JRNL-SUBSCRIPT)
                       TO SALESDETAILS
