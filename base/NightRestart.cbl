      *   The step programs all end in GOBACK so control returns    *
      *   here after each CALL, the same convention OPERATORMENU    *
      *   relies on.                                                *
      *   The driver logs its own S/E pair to RUNCTL.DAT as well    *
      *   (steps skipped / steps run, stream return code), so the   *
      *   run history shows every night that needed a restart.      *
      ***************************************************************

      *===============================================
       FILE-CONTROL.
            SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
             FILE STATUS IS WS-RUNCTL-STATUS.
      * 各批量程序追加的运行控制档；本程序读它判断各步完成情况，
      * 自己的开始/结束记录也追加在这里
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
       01  WS-RUNCTL-TYPE           PIC X VALUE 'S'.
       01  WS-RUNCTL-TIME           PIC 9(8) VALUE ZEROES.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
      * 夜批步骤表：按 NIGHTLY 流的顺序排好，控制档里的程序名与
      * CALL 用的程序名分开两栏（ENHANCEDBMI 等名字在控制档里被
      * 截短过）
       01  WS-STEP-COUNT            PIC 9(2) VALUE 19.
       01  WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 19 TIMES.
                10 WS-NS-RC-NAME     PIC X(12).
                10 WS-NS-CALL-NAME   PIC X(24).
                10 WS-NS-DONE-SW     PIC X.
           OPEN OUTPUT RESTART-LOG-FILE.
           PERFORM 0060-INIT-STEP-TABLE.
           PERFORM 0100-LOAD-COMPLETIONS.
           MOVE 'S' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
           PERFORM 0200-RUN-OR-SKIP-STEP
               VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-STEP-SUBSCRIPT > WS-STEP-COUNT
                  OR STREAM-STOPPED.
           PERFORM 0300-WRITE-SUMMARY.
           CLOSE RESTART-LOG-FILE.
      * 结束记录要在看板之前写出，RUNSTATUS 归档运行历史时才能
      * 配成一对
           MOVE 'E' TO WS-RUNCTL-TYPE.
           MOVE WS-STREAM-RC TO RETURN-CODE.
           PERFORM 0350-WRITE-RUN-CONTROL.
      * 看板步骤与 JCL 里的 COND=EVEN 一样，停流也照出
           MOVE ZEROES TO RETURN-CODE.
           CALL "RUNSTATUS".
           MOVE 'FEEDGATE'     TO WS-NS-CALL-NAME (1).
           MOVE 'SALESUNLOAD'  TO WS-NS-RC-NAME (2).
           MOVE 'SALESUNLOAD'  TO WS-NS-CALL-NAME (2).
           MOVE 'DISPCASE'     TO WS-NS-RC-NAME (3).
           MOVE 'DISPCASE'     TO WS-NS-CALL-NAME (3).
           MOVE 'SALESEDIT'    TO WS-NS-RC-NAME (4).
           MOVE 'SALESEDIT'    TO WS-NS-CALL-NAME (4).
           MOVE 'TRANAPPROVE'  TO WS-NS-RC-NAME (5).
           MOVE 'TRANAPPROVE'  TO WS-NS-CALL-NAME (5).
           MOVE 'SALESMAINT'   TO WS-NS-RC-NAME (6).
           MOVE 'SALESMAINT'   TO WS-NS-CALL-NAME (6).
           MOVE 'SALESPOST'    TO WS-NS-RC-NAME (7).
           MOVE 'SALESPOST'    TO WS-NS-CALL-NAME (7).
           MOVE 'CASHAPPLY'    TO WS-NS-RC-NAME (8).
           MOVE 'CASHAPPLY'    TO WS-NS-CALL-NAME (8).
           MOVE 'SALES'        TO WS-NS-RC-NAME (9).
           MOVE 'SALES'        TO WS-NS-CALL-NAME (9).
           MOVE 'SALESRECON'   TO WS-NS-RC-NAME (10).
           MOVE 'SALESRECON'   TO WS-NS-CALL-NAME (10).
           MOVE 'SALESEXTRACT' TO WS-NS-RC-NAME (11).
           MOVE 'SALESEXTRACT' TO WS-NS-CALL-NAME (11).
           MOVE 'SALESGL'      TO WS-NS-RC-NAME (12).
           MOVE 'SALESGL'      TO WS-NS-CALL-NAME (12).
           MOVE 'FEEDBAL'      TO WS-NS-RC-NAME (13).
           MOVE 'FEEDBAL'      TO WS-NS-CALL-NAME (13).
           MOVE 'SALESSUSPRPT' TO WS-NS-RC-NAME (14).
           MOVE 'SALESSUSPRPT' TO WS-NS-CALL-NAME (14).
           MOVE 'CHANCONF'     TO WS-NS-RC-NAME (15).
           MOVE 'CHANCONF'     TO WS-NS-CALL-NAME (15).
           MOVE 'BUDGRPT'      TO WS-NS-RC-NAME (16).
           MOVE 'BUDGRPT'      TO WS-NS-CALL-NAME (16).
           MOVE 'ENHANCEDBMI'  TO WS-NS-RC-NAME (17).
           MOVE 'ENHANCEDBMICALCULATOR' TO WS-NS-CALL-NAME (17).
           MOVE 'SALESWELLNES' TO WS-NS-RC-NAME (18).
           MOVE 'SALESWELLNESS' TO WS-NS-CALL-NAME (18).
           MOVE 'MASTAUDIT'    TO WS-NS-RC-NAME (19).
           MOVE 'MASTAUDIT'    TO WS-NS-CALL-NAME (19).
           PERFORM VARYING WS-SCAN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SCAN-SUBSCRIPT > WS-STEP-COUNT
               MOVE 'N' TO WS-NS-DONE-SW (WS-SCAN-SUBSCRIPT)
                   CALL "SALESUNLOAD"
                   CANCEL "SALESUNLOAD"
               WHEN 3
                   CALL "DISPCASE"
                   CANCEL "DISPCASE"
               WHEN 4
                   CALL "SALESEDIT"
                   CANCEL "SALESEDIT"
               WHEN 5
                   CALL "TRANAPPROVE"
                   CANCEL "TRANAPPROVE"
               WHEN 6
                   CALL "SALESMAINT"
                   CANCEL "SALESMAINT"
               WHEN 7
                   CALL "SALESPOST"
                   CANCEL "SALESPOST"
               WHEN 8
                   CALL "CASHAPPLY"
                   CANCEL "CASHAPPLY"
               WHEN 9
                   CALL "SALES"
                   CANCEL "SALES"
               WHEN 10
                   CALL "SALESRECON"
                   CANCEL "SALESRECON"
               WHEN 11
                   CALL "SALESEXTRACT"
                   CANCEL "SALESEXTRACT"
               WHEN 12
                   CALL "SALESGL"
                   CANCEL "SALESGL"
               WHEN 13
                   CALL "FEEDBAL"
                   CANCEL "FEEDBAL"
               WHEN 14
                   CALL "SALESSUSPRPT"
                   CANCEL "SALESSUSPRPT"
               WHEN 15
                   CALL "CHANCONF"
                   CANCEL "CHANCONF"
               WHEN 16
                   CALL "BUDGRPT"
                   CANCEL "BUDGRPT"
               WHEN 17
                   CALL "ENHANCEDBMICALCULATOR"
                   CANCEL "ENHANCEDBMICALCULATOR"
               WHEN 18
                   CALL "SALESWELLNESS"
                   CANCEL "SALESWELLNESS"
               WHEN 19
                   CALL "MASTAUDIT"
                   CANCEL "MASTAUDIT"
           END-EVALUATE.

      * 写续跑汇总
               PERFORM 0320-WRITE-LOG-LINE
           END-IF.

      * 向夜批运行控制档追加一条开始/结束记录，做法与
      * SALESMAINT.cbl 的 0350 段一致；读入条数记跳过的步骤数，
      * 写出条数记重跑的步骤数
        0350-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'NIGHTRESTART' TO RC-PROGRAM
               MOVE WS-RUNCTL-TYPE TO RC-RECORD-TYPE
               MOVE WS-RUN-DATE TO RC-DATE
               ACCEPT WS-RUNCTL-TIME FROM TIME
               MOVE WS-RUNCTL-TIME TO RC-TIME
               MOVE WS-SKIPPED-COUNT TO RC-RECORDS-READ
               MOVE WS-RUN-COUNT TO RC-RECORDS-WRITTEN
               MOVE ZEROES TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'RUN CONTROL OPEN FAILED, STATUS = '
                   WS-RUNCTL-STATUS
           END-IF.

      * 写一行续跑日志
        0320-WRITE-LOG-LINE.
           MOVE LOG-DETAIL-LINE TO RESTART-LOG-LINE.
