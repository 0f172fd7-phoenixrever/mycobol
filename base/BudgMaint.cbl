       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMAINT.
      * 程序名称：提成费用预算档维护
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  This program applies ADD/CHANGE/DELETE transactions to the *
      *   indexed COMMBUDG file, modeled on RATEMAINT.  A budget is *
      *   kept per GL cost center and accounting period, as the     *
      *   commission expense finance plans for that month.  The     *
      *   period must be on the GLCALEND calendar and the cost      *
      *   center must be one GLMAP posts to, so every budget line   *
      *   can be matched by BUDGRPT against what SALESGL accrued.   *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COMMBUDG-FILE ASSIGN TO "COMMBUDG.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CB-KEY
             FILE STATUS IS WS-COMMBUDG-STATUS.
      * 提成费用预算档，BUDGRPT 出预算执行报表用
            SELECT TRANFILE ASSIGN TO "BUDGTRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      * 预算维护交易输入文件
            SELECT MAINT-LOG-FILE ASSIGN TO "BUDGMAINT.LOG".
      * 维护结果日志
            SELECT GLCALEND-FILE ASSIGN TO "GLCALEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLCALEND-STATUS.
      * 会计期间日历档，布局与 SALESGL.cbl 的一致：预算只能建在
      * 日历上有的期间
            SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLMAP-STATUS.
      * 科目对照档，布局与 SALESGL.cbl 的一致：预算只能建在计提
      * 会过到的成本中心

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 提成费用预算档：按成本中心加会计期间建索引
       FD COMMBUDG-FILE.
       01 COMMBUDG-REC.
            05 CB-KEY.
                10 CB-COST-CENTER    PIC X(4).
                10 CB-PERIOD         PIC 9(6).
      * GLCALEND 上的会计期间
            05 CB-AMOUNT             PIC 9(9)V99.
      * 该成本中心该期间的提成费用预算
            05 CB-UPDATE-DATE        PIC 9(8).
            05 CB-UPDATE-OPERATOR    PIC X(8).
      * 最后一次维护的业务日期与操作员

      * 预算维护交易文件
       FD TRANFILE.
       01 TRAN-RECORD.
            88 ENDOFTRAN VALUE HIGH-VALUES.
            05 TRAN-CODE             PIC X.
      * A = 新增, C = 变更, D = 删除
            05 TRAN-COST-CENTER      PIC X(4).
            05 TRAN-PERIOD           PIC 9(6).
            05 TRAN-AMOUNT           PIC 9(9)V99.
            05 TRAN-OPERATOR-ID      PIC X(8).
      * 提交操作员编号，空白即剔除

      * 维护结果日志
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE            PIC X(132).

      * 会计期间日历档：一条一个期间
       FD GLCALEND-FILE.
       01 GLCALEND-RECORD.
            88 ENDOFCALEND VALUE HIGH-VALUES.
            05 CAL-PERIOD           PIC 9(6).
            05 CAL-START-DATE       PIC 9(8).
            05 CAL-END-DATE         PIC 9(8).

      * 科目对照档：区域、交易类型、借方科目、贷方科目、成本中心
       FD GLMAP-FILE.
       01 GLMAP-RECORD.
            88 ENDOFGLMAP VALUE HIGH-VALUES.
            05 GLM-REGION           PIC X(5).
            05 GLM-TRAN-TYPE        PIC X(3).
            05 GLM-DEBIT-ACCT       PIC X(8).
            05 GLM-CREDIT-ACCT      PIC X(8).
            05 GLM-COST-CENTER      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-COMMBUDG-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRAN-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-REJECT-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-TRAN-CHECK            PIC X VALUE 'V'.
           88 TRAN-IS-VALID         VALUE 'V'.
       01  WS-TRAN-REASON           PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.
       01  WS-RUN-DATE-YMD.
            05 FILLER               PIC 99 VALUE 20.
            05 WS-RYMD-YYMMDD       PIC 9(6).
       01  WS-RUN-DATE-YMD-N REDEFINES WS-RUN-DATE-YMD PIC 9(8).

      * 会计期间表，启动时从 GLCALEND.DAT 装入
       01  WS-GLCALEND-STATUS       PIC X(2) VALUE '00'.
       01  WS-CALEND-COUNT          PIC 9(2) VALUE ZEROES.
       01  WS-CALEND-TABLE.
            05 WS-CAL-PERIOD        PIC 9(6) OCCURS 24 TIMES.
       01  WS-CAL-SUBSCRIPT         PIC 9(2) VALUE 1.

      * 成本中心表，启动时从 GLMAP.DAT 装入（去重）
       01  WS-GLMAP-STATUS          PIC X(2) VALUE '00'.
       01  WS-CC-COUNT              PIC 9(2) VALUE ZEROES.
       01  WS-CC-TABLE.
            05 WS-CC-CODE           PIC X(4) OCCURS 40 TIMES.
       01  WS-CC-SUBSCRIPT          PIC 9(2) VALUE 1.

      * 日志上的键：成本中心加会计期间
       01  WS-LOG-KEY.
            05 WS-LK-COST-CENTER    PIC X(4).
            05 FILLER               PIC X     VALUE SPACE.
            05 WS-LK-PERIOD         PIC X(6).
            05 FILLER               PIC X     VALUE SPACE.

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 LOG-CODE              PIC X(10).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 LOG-ID                PIC X(12).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 LOG-RESULT            PIC X(40).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 LOG-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99
                                     BLANK WHEN ZERO.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 LOG-OPERATOR          PIC X(8).
            05 FILLER                PIC X(33) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 打开文件段落；预算档第一次建档尚不存在时改用 OPEN
      * OUTPUT 新建，做法与 RATEMAINT 打开汇率档的方式一致；
      * 日历档或科目对照档没有就无从校验，直接带返回码停下来
        0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RYMD-YYMMDD.
           PERFORM 0060-LOAD-CALENDAR.
           PERFORM 0070-LOAD-COST-CENTERS.
           OPEN I-O COMMBUDG-FILE.
           IF WS-COMMBUDG-STATUS NOT = '00'
               OPEN OUTPUT COMMBUDG-FILE
               IF WS-COMMBUDG-STATUS NOT = '00'
                   DISPLAY 'COMMBUDG FILE OPEN FAILED, STATUS = '
                       WS-COMMBUDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT TRANFILE.
           OPEN OUTPUT MAINT-LOG-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0900-STOP-RUN.

      * 从 GLCALEND.DAT 装入会计期间，装法与 SALESGL.cbl 的 0057
      * 段一致
        0060-LOAD-CALENDAR.
           OPEN INPUT GLCALEND-FILE.
           IF WS-GLCALEND-STATUS NOT = '00'
               DISPLAY 'GLCALEND OPEN FAILED, STATUS = '
                   WS-GLCALEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GLCALEND-FILE
                AT END SET ENDOFCALEND TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFCALEND
               IF WS-CALEND-COUNT < 24
                   ADD 1 TO WS-CALEND-COUNT
                   MOVE CAL-PERIOD TO WS-CAL-PERIOD (WS-CALEND-COUNT)
               ELSE
                   DISPLAY 'CALENDAR TABLE FULL, ENTRY DROPPED'
               END-IF
               READ GLCALEND-FILE
                    AT END SET ENDOFCALEND TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GLCALEND-FILE.

      * 从 GLMAP.DAT 装入成本中心，同一成本中心只留一项
        0070-LOAD-COST-CENTERS.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'GLMAP OPEN FAILED, STATUS = '
                   WS-GLMAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GLMAP-FILE
                AT END SET ENDOFGLMAP TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFGLMAP
               PERFORM VARYING WS-CC-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CC-SUBSCRIPT > WS-CC-COUNT
                      OR WS-CC-CODE (WS-CC-SUBSCRIPT)
                             = GLM-COST-CENTER
                   CONTINUE
               END-PERFORM
               IF WS-CC-SUBSCRIPT > WS-CC-COUNT
                   IF WS-CC-COUNT < 40
                       ADD 1 TO WS-CC-COUNT
                       MOVE GLM-COST-CENTER
                           TO WS-CC-CODE (WS-CC-COUNT)
                   ELSE
                       DISPLAY 'COST CENTER TABLE FULL, DROPPED: '
                           GLM-COST-CENTER
                   END-IF
               END-IF
               READ GLMAP-FILE
                    AT END SET ENDOFGLMAP TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.

      * 读取交易文件并逐条处理
        0100-PROCESS-TRANSACTIONS.
           READ TRANFILE
                AT END SET ENDOFTRAN TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFTRAN
               ADD 1 TO WS-TRAN-COUNT
               PERFORM 0200-APPLY-TRANSACTION
               READ TRANFILE
                   AT END SET ENDOFTRAN TO TRUE
               END-READ
           END-PERFORM.
           PERFORM 0300-WRITE-SUMMARY.

      * 按交易类型分派到对应的处理段落；新增与变更先校验成本
      * 中心、期间与金额
        0200-APPLY-TRANSACTION.
           MOVE TRAN-COST-CENTER TO WS-LK-COST-CENTER.
           MOVE TRAN-PERIOD TO WS-LK-PERIOD.
           MOVE WS-LOG-KEY TO LOG-ID.
           MOVE ZEROES TO LOG-AMOUNT.
           MOVE TRAN-OPERATOR-ID TO LOG-OPERATOR.
           EVALUATE TRAN-CODE
               WHEN 'A'
                   PERFORM 0205-EDIT-TRANSACTION
                   IF TRAN-IS-VALID
                       PERFORM 0210-ADD-RECORD
                   ELSE
                       MOVE 'ADD' TO LOG-CODE
                       PERFORM 0240-REJECT-TRANSACTION
                   END-IF
               WHEN 'C'
                   PERFORM 0205-EDIT-TRANSACTION
                   IF TRAN-IS-VALID
                       PERFORM 0220-CHANGE-RECORD
                   ELSE
                       MOVE 'CHANGE' TO LOG-CODE
                       PERFORM 0240-REJECT-TRANSACTION
                   END-IF
               WHEN 'D'
                   IF TRAN-OPERATOR-ID = SPACES
                       MOVE 'DELETE' TO LOG-CODE
                       MOVE 'rejected - operator ID missing'
                           TO WS-TRAN-REASON
                       PERFORM 0240-REJECT-TRANSACTION
                   ELSE
                       PERFORM 0230-DELETE-RECORD
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'UNKNOWN'   TO LOG-CODE
                   MOVE 'unrecognized transaction code' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-EVALUATE.

      * 校验一条新增/变更交易：操作员不能为空，成本中心须在科
      * 目对照里，期间须在日历上，金额须是数字（零预算允许）
        0205-EDIT-TRANSACTION.
           MOVE 'V' TO WS-TRAN-CHECK.
           PERFORM VARYING WS-CC-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CC-SUBSCRIPT > WS-CC-COUNT
                  OR WS-CC-CODE (WS-CC-SUBSCRIPT) = TRAN-COST-CENTER
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-CAL-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CAL-SUBSCRIPT > WS-CALEND-COUNT
                  OR WS-CAL-PERIOD (WS-CAL-SUBSCRIPT) = TRAN-PERIOD
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN TRAN-OPERATOR-ID = SPACES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - operator ID missing'
                       TO WS-TRAN-REASON
               WHEN TRAN-COST-CENTER = SPACES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - cost center missing'
                       TO WS-TRAN-REASON
               WHEN WS-CC-SUBSCRIPT > WS-CC-COUNT
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - cost center not on GLMAP'
                       TO WS-TRAN-REASON
               WHEN TRAN-PERIOD NOT NUMERIC
                 OR WS-CAL-SUBSCRIPT > WS-CALEND-COUNT
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - period not on GLCALEND'
                       TO WS-TRAN-REASON
               WHEN TRAN-AMOUNT NOT NUMERIC
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - budget amount invalid'
                       TO WS-TRAN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 新增一条预算
        0210-ADD-RECORD.
           MOVE TRAN-COST-CENTER   TO CB-COST-CENTER.
           MOVE TRAN-PERIOD        TO CB-PERIOD.
           MOVE TRAN-AMOUNT        TO CB-AMOUNT.
           MOVE WS-RUN-DATE-YMD-N  TO CB-UPDATE-DATE.
           MOVE TRAN-OPERATOR-ID   TO CB-UPDATE-OPERATOR.
           MOVE 'ADD'              TO LOG-CODE.
           MOVE TRAN-AMOUNT        TO LOG-AMOUNT.
           WRITE COMMBUDG-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - budget already exists'
                       TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE 'added'     TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-WRITE.

      * 变更一条已有的预算
        0220-CHANGE-RECORD.
           MOVE TRAN-COST-CENTER TO CB-COST-CENTER.
           MOVE TRAN-PERIOD      TO CB-PERIOD.
           MOVE 'CHANGE'         TO LOG-CODE.
           READ COMMBUDG-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - budget not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE TRAN-AMOUNT       TO CB-AMOUNT
                   MOVE WS-RUN-DATE-YMD-N TO CB-UPDATE-DATE
                   MOVE TRAN-OPERATOR-ID  TO CB-UPDATE-OPERATOR
                   REWRITE COMMBUDG-REC
                   MOVE TRAN-AMOUNT       TO LOG-AMOUNT
                   MOVE 'changed'         TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-READ.

      * 删除一条预算（建错了成本中心或期间时用）
        0230-DELETE-RECORD.
           MOVE TRAN-COST-CENTER TO CB-COST-CENTER.
           MOVE TRAN-PERIOD      TO CB-PERIOD.
           MOVE 'DELETE'         TO LOG-CODE.
           DELETE COMMBUDG-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - budget not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE 'deleted'   TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-DELETE.

      * 记一条校验不过的交易；交易类型由调用方先放进 LOG-CODE
        0240-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-TRAN-REASON TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.

      * 写日志明细行
        0320-WRITE-LOG-LINE.
           MOVE LOG-DETAIL-LINE TO MAINT-LOG-LINE.
           WRITE MAINT-LOG-LINE AFTER ADVANCING 1 LINE.

      * 写处理汇总行
        0300-WRITE-SUMMARY.
           MOVE SPACES TO MAINT-LOG-LINE.
           WRITE MAINT-LOG-LINE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO LOG-AMOUNT.
           MOVE SPACES TO LOG-OPERATOR.
           MOVE 'TOTAL'      TO LOG-CODE.
           MOVE WS-TRAN-COUNT TO LOG-ID.
           MOVE 'transactions read' TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.
           MOVE 'REJECTED'   TO LOG-CODE.
           MOVE WS-REJECT-COUNT TO LOG-ID.
           MOVE 'transactions rejected' TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE COMMBUDG-FILE.
           CLOSE TRANFILE.
           CLOSE MAINT-LOG-FILE.
           STOP RUN.

          END PROGRAM BUDGMAINT.
