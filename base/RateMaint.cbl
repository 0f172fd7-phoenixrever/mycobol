       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMAINT.
      * 程序名称：汇率档维护
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  This program applies ADD/CHANGE/DELETE transactions to the *
      *   indexed EXCHRATE file, modeled on PRODMAINT.  A rate is   *
      *   kept per currency code and effective date, as the number  *
      *   of dollars one unit of the currency buys.  SALESPOST      *
      *   converts each foreign-currency posting at the rate with   *
      *   the latest effective date not after the sale date.        *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EXCHRATE-FILE ASSIGN TO "EXCHRATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ER-KEY
             FILE STATUS IS WS-EXCHRATE-STATUS.
      * 汇率档，SALESPOST 过账折算用
            SELECT TRANFILE ASSIGN TO "RATETRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      * 汇率维护交易输入文件
            SELECT MAINT-LOG-FILE ASSIGN TO "RATEMAINT.LOG".
      * 维护结果日志

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 汇率档：按币种加生效日期建索引
       FD EXCHRATE-FILE.
       01 EXCHRATE-REC.
            05 ER-KEY.
                10 ER-CURRENCY       PIC X(3).
      * 币种代码，如 CAD、MXN；美元不建汇率
                10 ER-EFF-DATE       PIC 9(8).
      * 生效日期 CCYYMMDD，到下一个生效日期之前一直适用
            05 ER-RATE               PIC 9(3)V9(6).
      * 一单位该币种折合的美元数

      * 汇率维护交易文件
       FD TRANFILE.
       01 TRAN-RECORD.
            88 ENDOFTRAN VALUE HIGH-VALUES.
            05 TRAN-CODE             PIC X.
      * A = 新增, C = 变更, D = 删除
            05 TRAN-CURRENCY         PIC X(3).
            05 TRAN-EFF-DATE         PIC 9(8).
            05 TRAN-RATE             PIC 9(3)V9(6).

      * 维护结果日志
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXCHRATE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRAN-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-REJECT-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-TRAN-CHECK            PIC X VALUE 'V'.
           88 TRAN-IS-VALID         VALUE 'V'.
       01  WS-TRAN-REASON           PIC X(40) VALUE SPACES.

      * 日志上的键：币种加生效日期
       01  WS-LOG-KEY.
            05 WS-LK-CURRENCY       PIC X(3).
            05 FILLER               PIC X     VALUE SPACE.
            05 WS-LK-EFF-DATE       PIC X(8).

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 LOG-CODE              PIC X(10).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 LOG-ID                PIC X(12).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 LOG-RESULT            PIC X(40).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 LOG-RATE              PIC ZZ9.999999
                                     BLANK WHEN ZERO.
            05 FILLER                PIC X(48) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 打开文件段落；汇率档第一次建档尚不存在时改用 OPEN
      * OUTPUT 新建，做法与 PRODMAINT 打开产品主档的方式一致
        0050-OPEN-FILE.
           OPEN I-O EXCHRATE-FILE.
           IF WS-EXCHRATE-STATUS NOT = '00'
               OPEN OUTPUT EXCHRATE-FILE
               IF WS-EXCHRATE-STATUS NOT = '00'
                   DISPLAY 'EXCHRATE FILE OPEN FAILED, STATUS = '
                       WS-EXCHRATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT TRANFILE.
           OPEN OUTPUT MAINT-LOG-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0900-STOP-RUN.

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

      * 按交易类型分派到对应的处理段落；新增与变更先校验币种、
      * 生效日期与汇率
        0200-APPLY-TRANSACTION.
           MOVE TRAN-CURRENCY TO WS-LK-CURRENCY.
           MOVE TRAN-EFF-DATE TO WS-LK-EFF-DATE.
           MOVE WS-LOG-KEY TO LOG-ID.
           MOVE ZEROES TO LOG-RATE.
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
               WHEN 'D' PERFORM 0230-DELETE-RECORD
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'UNKNOWN'   TO LOG-CODE
                   MOVE 'unrecognized transaction code' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-EVALUATE.

      * 校验一条新增/变更交易：币种不能为空也不能是美元，生效日
      * 期与汇率须是大于零的数字
        0205-EDIT-TRANSACTION.
           MOVE 'V' TO WS-TRAN-CHECK.
           EVALUATE TRUE
               WHEN TRAN-CURRENCY = SPACES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - currency code missing'
                       TO WS-TRAN-REASON
               WHEN TRAN-CURRENCY = 'USD'
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - dollars need no rate'
                       TO WS-TRAN-REASON
               WHEN TRAN-EFF-DATE NOT NUMERIC
                 OR TRAN-EFF-DATE = ZEROES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - effective date invalid'
                       TO WS-TRAN-REASON
               WHEN TRAN-RATE NOT NUMERIC
                 OR TRAN-RATE = ZEROES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - rate must be over zero'
                       TO WS-TRAN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 新增一条汇率
        0210-ADD-RECORD.
           MOVE TRAN-CURRENCY      TO ER-CURRENCY.
           MOVE TRAN-EFF-DATE      TO ER-EFF-DATE.
           MOVE TRAN-RATE          TO ER-RATE.
           MOVE 'ADD'              TO LOG-CODE.
           MOVE TRAN-RATE          TO LOG-RATE.
           WRITE EXCHRATE-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - rate already exists'
                       TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE 'added'     TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-WRITE.

      * 变更一条已有的汇率；已过账的历史记录上留着当时用的汇
      * 率，改了不会回头重算
        0220-CHANGE-RECORD.
           MOVE TRAN-CURRENCY TO ER-CURRENCY.
           MOVE TRAN-EFF-DATE TO ER-EFF-DATE.
           MOVE 'CHANGE'      TO LOG-CODE.
           READ EXCHRATE-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - rate not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE TRAN-RATE   TO ER-RATE
                   REWRITE EXCHRATE-REC
                   MOVE TRAN-RATE   TO LOG-RATE
                   MOVE 'changed'   TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-READ.

      * 删除一条汇率（建错了生效日期时用）
        0230-DELETE-RECORD.
           MOVE TRAN-CURRENCY TO ER-CURRENCY.
           MOVE TRAN-EFF-DATE TO ER-EFF-DATE.
           MOVE 'DELETE'      TO LOG-CODE.
           DELETE EXCHRATE-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - rate not found' TO LOG-RESULT
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
           MOVE ZEROES TO LOG-RATE.
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
           CLOSE EXCHRATE-FILE.
           CLOSE TRANFILE.
           CLOSE MAINT-LOG-FILE.
           STOP RUN.

          END PROGRAM RATEMAINT.
