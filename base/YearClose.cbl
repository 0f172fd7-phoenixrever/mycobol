            05 ADJUSTMENT             PIC S9(6)V99.
            05 MONTHLY-SALES-GRP.
                10 MONTHLY-SALES     PIC 9(6)V99 OCCURS 12 TIMES.
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 年结控制档：单条记录，已结转完成的年度
       FD YEAR-CTL-FILE.
            05 JRN-SEQ               PIC 9(7).
            05 JRN-ACTION            PIC X.
      * Y = 年度结转
            05 JRN-BEFORE-IMAGE      PIC X(230).
            05 JRN-AFTER-IMAGE       PIC X(230).

      * 结转结果日志
       FD CLOSE-LOG-FILE.
       01  WS-TIME-WORK.
            05 WS-TIME-HHMMSS       PIC 9(6).
            05 FILLER               PIC 99.
       01  WS-BEFORE-IMAGE          PIC X(230) VALUE LOW-VALUES.
       01  WS-AFTER-IMAGE           PIC X(230) VALUE LOW-VALUES.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
