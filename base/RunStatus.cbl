      *   return code, flagging any step that ended nonzero, was    *
      *   skipped by COND, or started without ending (died          *
      *   mid-run).  A checkpoint file left behind by SALES or the  *
      *   batch BMI run is flagged the same way.  Before anything   *
      *   is cleared, each start/end pair is rolled into the        *
      *   permanent run-history file with its elapsed time and      *
      *   attempt number (RUNTREND reports from it).  The           *
      *   run-control file is cleared afterwards ready for the      *
      *   next night.                                               *
      ***************************************************************

      *===============================================
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-CKPT-STATUS.
      * SALESMAINT 的检查点文件，判断方法同上
            SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RH-KEY
             FILE STATUS IS WS-RUNHIST-STATUS.
      * 永久运行历史档：一对开始/结束记录一条，键为业务日期、
      * 程序、开始时刻；控制档因出问题留到次晚时再归档一遍，
      * 已在档的键直接跳过
            SELECT STATUS-REPORT-FILE ASSIGN TO "RUNSTATUS.RPT".
      * 夜批看板

       FD MAINT-CKPT-FILE.
       01 MAINT-CKPT-LINE           PIC X(50).

      * 运行历史档，布局与 RUNTREND.cbl 的一致
       FD RUNHIST-FILE.
       01 RUNHIST-REC.
            05 RH-KEY.
                10 RH-RUN-DATE       PIC 9(6).
                10 RH-PROGRAM        PIC X(12).
                10 RH-START-DAY      PIC 9.
      * 0 = 本晚第一条控制记录所在的那天，过了午夜为 1，依此类推
                10 RH-START-TIME     PIC 9(8).
            05 RH-END-DAY           PIC 9.
            05 RH-END-TIME          PIC 9(8).
            05 RH-ELAPSED-SECS      PIC 9(6).
            05 RH-ATTEMPT           PIC 9(2).
      * 本业务日内这一程序的第几次开始，大于 1 即为重跑
            05 RH-OUTCOME           PIC X.
      * C = 零返回码结束, F = 非零返回码结束, D = 中途死掉
            05 RH-RECORDS-READ      PIC 9(7).
            05 RH-RECORDS-WRITTEN   PIC 9(7).
            05 RH-RECORDS-REJECTED  PIC 9(7).
            05 RH-RETURN-CODE       PIC 9(4).

      * 夜批看板
       FD STATUS-REPORT-FILE.
       01 STATUS-PRINT-LINE         PIC X(132).
       01  WS-STEP-SUBSCRIPT        PIC 9(2) VALUE 1.
       01  WS-PROBLEM-COUNT         PIC 9(4) VALUE ZEROES.

      * 归档运行历史用：控制档按时间顺序追加，同一业务日内时刻
      * 倒退说明过了午夜，天序号加一；每个程序挂一个未配对的开
      * 始记录
       01  WS-RUNHIST-STATUS        PIC X(2) VALUE '00'.
       01  WS-RUNHIST-AVAIL-SW      PIC X VALUE 'N'.
           88 RUNHIST-AVAILABLE     VALUE 'Y'.
       01  WS-HIST-DATE             PIC 9(6) VALUE ZEROES.
       01  WS-HIST-DAY              PIC 9 VALUE ZEROES.
       01  WS-HIST-LAST-TIME        PIC 9(8) VALUE ZEROES.
       01  WS-HIST-ADDED            PIC 9(5) VALUE ZEROES.
       01  WS-HIST-ON-FILE          PIC 9(5) VALUE ZEROES.
       01  WS-PEND-COUNT            PIC 9(2) VALUE ZEROES.
       01  WS-PEND-TABLE.
            05 WS-PEND-ENTRY OCCURS 30 TIMES.
                10 WS-PD-PROGRAM     PIC X(12).
                10 WS-PD-OPEN-SW     PIC X.
                10 WS-PD-START-DAY   PIC 9.
                10 WS-PD-START-TIME  PIC 9(8).
                10 WS-PD-ATTEMPTS    PIC 9(2).
       01  WS-PEND-SUB              PIC 9(2) VALUE ZEROES.
       01  WS-TIME-WORK             PIC 9(8) VALUE ZEROES.
       01  WS-TIME-WORK-GRP REDEFINES WS-TIME-WORK.
            05 WS-TW-HH             PIC 99.
            05 WS-TW-MM             PIC 99.
            05 WS-TW-SS             PIC 99.
            05 WS-TW-HS             PIC 99.
       01  WS-START-SECS            PIC 9(7) VALUE ZEROES.
       01  WS-END-SECS              PIC 9(7) VALUE ZEROES.

      * 看板标题行
       01  STATUS-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
           PERFORM 0100-LOAD-RUN-CONTROL.
           PERFORM 0200-WRITE-DASHBOARD.
           PERFORM 0300-CHECK-CHECKPOINTS.
           PERFORM 0500-ROLL-RUN-HISTORY.
           PERFORM 0400-RESET-RUN-CONTROL.
           PERFORM 0900-STOP-RUN.

           END-PERFORM.
           MOVE 'FEEDGATE' TO WS-ST-PROGRAM (1).
           MOVE 'SALESUNLOAD' TO WS-ST-PROGRAM (2).
           MOVE 'DISPCASE' TO WS-ST-PROGRAM (3).
           MOVE 'SALESEDIT' TO WS-ST-PROGRAM (4).
           MOVE 'TRANAPPROVE' TO WS-ST-PROGRAM (5).
           MOVE 'SALESMAINT' TO WS-ST-PROGRAM (6).
           MOVE 'SALESPOST' TO WS-ST-PROGRAM (7).
           MOVE 'CASHAPPLY' TO WS-ST-PROGRAM (8).
           MOVE 'SALES' TO WS-ST-PROGRAM (9).
           MOVE 'SALESRECON' TO WS-ST-PROGRAM (10).
           MOVE 'SALESEXTRACT' TO WS-ST-PROGRAM (11).
           MOVE 'SALESGL' TO WS-ST-PROGRAM (12).
           MOVE 'FEEDBAL' TO WS-ST-PROGRAM (13).
           MOVE 'SALESSUSPRPT' TO WS-ST-PROGRAM (14).
           MOVE 'CHANCONF' TO WS-ST-PROGRAM (15).
           MOVE 'BUDGRPT' TO WS-ST-PROGRAM (16).
           MOVE 'ENHANCEDBMI' TO WS-ST-PROGRAM (17).
           MOVE 'SALESWELLNES' TO WS-ST-PROGRAM (18).
           MOVE 'MASTAUDIT' TO WS-ST-PROGRAM (19).
           MOVE 19 TO WS-STEP-COUNT.

      * 顺序读控制档，把每条开始/结束记录归并到对应程序的表项；
      * 同一程序再次开始视为新一轮，覆盖旧时刻并清结束标志
           MOVE STATUS-TEXT-LINE TO STATUS-PRINT-LINE.
           WRITE STATUS-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 把控制档里的开始/结束记录配对写进永久运行历史档；历史
      * 档打不开只提示，不影响看板和清控制档
        0500-ROLL-RUN-HISTORY.
           MOVE 'N' TO WS-RUNHIST-AVAIL-SW.
           OPEN I-O RUNHIST-FILE.
           IF WS-RUNHIST-STATUS NOT = '00'
               OPEN OUTPUT RUNHIST-FILE
               CLOSE RUNHIST-FILE
               OPEN I-O RUNHIST-FILE
           END-IF.
           IF WS-RUNHIST-STATUS = '00'
               MOVE 'Y' TO WS-RUNHIST-AVAIL-SW
           ELSE
               DISPLAY 'RUNHIST OPEN FAILED, STATUS = '
                   WS-RUNHIST-STATUS ' - RUN HISTORY NOT KEPT'
           END-IF.
           IF RUNHIST-AVAILABLE
               OPEN INPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS = '00'
                   MOVE ZEROES TO WS-HIST-DATE
                   MOVE ZEROES TO WS-PEND-COUNT
                   READ RUNCTL-FILE
                        AT END SET ENDOFRUNCTL TO TRUE
                        END-READ
                   PERFORM UNTIL ENDOFRUNCTL
                       PERFORM 0510-PAIR-RUN-RECORD
                       READ RUNCTL-FILE
                            AT END SET ENDOFRUNCTL TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE RUNCTL-FILE
                   PERFORM 0520-FLUSH-OPEN-STARTS
               END-IF
               CLOSE RUNHIST-FILE
               MOVE SPACES TO STATUS-PRINT-LINE
               WRITE STATUS-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE 'RUN HISTORY RECORDS ADDED / ALREADY ON FILE'
                   TO STA-TEXT
               PERFORM 0320-WRITE-TEXT-LINE
               MOVE SPACES TO STA-TEXT
               STRING '    ' WS-HIST-ADDED ' / ' WS-HIST-ON-FILE
                   DELIMITED BY SIZE INTO STA-TEXT
               PERFORM 0320-WRITE-TEXT-LINE
           END-IF.

      * 归并一条控制记录：业务日期变了先把上一天没配上的开始记
      * 录记成中途死掉；时刻倒退则天序号加一
        0510-PAIR-RUN-RECORD.
           IF RC-DATE NOT = WS-HIST-DATE
               PERFORM 0520-FLUSH-OPEN-STARTS
               MOVE RC-DATE TO WS-HIST-DATE
               MOVE ZEROES TO WS-HIST-DAY
               MOVE ZEROES TO WS-PEND-COUNT
               MOVE RC-TIME TO WS-HIST-LAST-TIME
           END-IF.
           IF RC-TIME < WS-HIST-LAST-TIME AND WS-HIST-DAY < 9
               ADD 1 TO WS-HIST-DAY
           END-IF.
           MOVE RC-TIME TO WS-HIST-LAST-TIME.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
                  OR WS-PD-PROGRAM (WS-PEND-SUB) = RC-PROGRAM
               CONTINUE
           END-PERFORM.
           IF WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PEND-COUNT < 30
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-PEND-COUNT TO WS-PEND-SUB
                   MOVE RC-PROGRAM TO WS-PD-PROGRAM (WS-PEND-SUB)
                   MOVE 'N' TO WS-PD-OPEN-SW (WS-PEND-SUB)
                   MOVE ZEROES TO WS-PD-START-DAY (WS-PEND-SUB)
                   MOVE ZEROES TO WS-PD-START-TIME (WS-PEND-SUB)
                   MOVE ZEROES TO WS-PD-ATTEMPTS (WS-PEND-SUB)
               ELSE
                   MOVE ZEROES TO WS-PEND-SUB
               END-IF
           END-IF.
           IF WS-PEND-SUB > ZEROES
               IF RC-RECORD-TYPE = 'S'
                   IF WS-PD-OPEN-SW (WS-PEND-SUB) = 'Y'
                       MOVE 'D' TO RH-OUTCOME
                       PERFORM 0530-WRITE-HISTORY
                   END-IF
                   MOVE 'Y' TO WS-PD-OPEN-SW (WS-PEND-SUB)
                   MOVE WS-HIST-DAY TO WS-PD-START-DAY (WS-PEND-SUB)
                   MOVE RC-TIME TO WS-PD-START-TIME (WS-PEND-SUB)
                   IF WS-PD-ATTEMPTS (WS-PEND-SUB) < 99
                       ADD 1 TO WS-PD-ATTEMPTS (WS-PEND-SUB)
                   END-IF
               ELSE
                   IF WS-PD-OPEN-SW (WS-PEND-SUB) = 'Y'
                       IF RC-RETURN-CODE = ZEROES
                           MOVE 'C' TO RH-OUTCOME
                       ELSE
                           MOVE 'F' TO RH-OUTCOME
                       END-IF
                       PERFORM 0530-WRITE-HISTORY
                   END-IF
               END-IF
           END-IF.

      * 一天结束时仍未配上结束记录的开始记录，按中途死掉归档
        0520-FLUSH-OPEN-STARTS.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PD-OPEN-SW (WS-PEND-SUB) = 'Y'
                   MOVE 'D' TO RH-OUTCOME
                   PERFORM 0530-WRITE-HISTORY
               END-IF
           END-PERFORM.

      * 写一条历史记录；调用方已备好结局代码，结束记录的条数与
      * 返回码取自当前控制记录，中途死掉的没有结束时刻和条数
        0530-WRITE-HISTORY.
           MOVE WS-HIST-DATE TO RH-RUN-DATE.
           MOVE WS-PD-PROGRAM (WS-PEND-SUB) TO RH-PROGRAM.
           MOVE WS-PD-START-DAY (WS-PEND-SUB) TO RH-START-DAY.
           MOVE WS-PD-START-TIME (WS-PEND-SUB) TO RH-START-TIME.
           MOVE WS-PD-ATTEMPTS (WS-PEND-SUB) TO RH-ATTEMPT.
           IF RH-OUTCOME = 'D'
               MOVE ZEROES TO RH-END-DAY
               MOVE ZEROES TO RH-END-TIME
               MOVE ZEROES TO RH-ELAPSED-SECS
               MOVE ZEROES TO RH-RECORDS-READ
               MOVE ZEROES TO RH-RECORDS-WRITTEN
               MOVE ZEROES TO RH-RECORDS-REJECTED
               MOVE ZEROES TO RH-RETURN-CODE
           ELSE
               MOVE WS-HIST-DAY TO RH-END-DAY
               MOVE RC-TIME TO RH-END-TIME
               MOVE RH-START-TIME TO WS-TIME-WORK
               COMPUTE WS-START-SECS = RH-START-DAY * 86400
                   + WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS
               MOVE RH-END-TIME TO WS-TIME-WORK
               COMPUTE WS-END-SECS = RH-END-DAY * 86400
                   + WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS
               IF WS-END-SECS > WS-START-SECS
                   COMPUTE RH-ELAPSED-SECS =
                       WS-END-SECS - WS-START-SECS
               ELSE
                   MOVE ZEROES TO RH-ELAPSED-SECS
               END-IF
               MOVE RC-RECORDS-READ TO RH-RECORDS-READ
               MOVE RC-RECORDS-WRITTEN TO RH-RECORDS-WRITTEN
               MOVE RC-RECORDS-REJECTED TO RH-RECORDS-REJECTED
               MOVE RC-RETURN-CODE TO RH-RETURN-CODE
           END-IF.
           MOVE 'N' TO WS-PD-OPEN-SW (WS-PEND-SUB).
           WRITE RUNHIST-REC
               INVALID KEY
                   ADD 1 TO WS-HIST-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-ADDED
           END-WRITE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE STATUS-REPORT-FILE.
