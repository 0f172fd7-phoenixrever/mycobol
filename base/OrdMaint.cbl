       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMAINT.
      * 程序名称：未开票订单档维护
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  This program applies ADD/CHANGE/CANCEL transactions to the *
      *   indexed SALESORD file of booked customer orders, modeled  *
      *   on BUDGMAINT.  An order carries the salesperson, customer,*
      *   booked date, expected ship month, amount and a close      *
      *   probability; SALESPOST relieves it as invoices carrying   *
      *   its order number post.  A change may not drop the amount  *
      *   below what has already been invoiced, and a cancelled     *
      *   order stays on file with status C so the backlog report   *
      *   and the forecast simply stop counting it.                 *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALESORD-FILE ASSIGN TO "SALESORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SO-ORDER-NO
             ALTERNATE RECORD KEY IS SO-SALESPERSON-ID WITH DUPLICATES
             FILE STATUS IS WS-SALESORD-STATUS.
      * 订单档：按订单号建索引，另按销售员编号建可重复的副键；
      * SALESPOST 开票过账时冲减，ORDBACKLOG 出在手订单报表，
      * SALESFCST 按销售员汇总加权在手订单
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档：订单上的销售员须在主档上，区域取自这里
            SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CU-CUSTOMER-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档：订单上的客户须在主档上且未停用
            SELECT TRANFILE ASSIGN TO "ORDTRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      * 订单维护交易输入文件
            SELECT MAINT-LOG-FILE ASSIGN TO "ORDMAINT.LOG".
      * 维护结果日志

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 订单档：一张订单一条
       FD SALESORD-FILE.
       01 SALESORD-REC.
            05 SO-ORDER-NO           PIC X(10).
            05 SO-SALESPERSON-ID     PIC 9(7).
            05 SO-CUSTOMER-NO        PIC 9(7).
            05 SO-REGION             PIC X(5).
      * 接单时销售员的区域；报表优先取主档上的现区域
            05 SO-BOOKED-DATE        PIC 9(8).
            05 SO-SHIP-MONTH         PIC 9(6).
      * 预计发货年月（YYYYMM）
            05 SO-AMOUNT             PIC 9(7)V99.
            05 SO-RELIEVED-AMT       PIC 9(7)V99.
      * 已开票冲减的金额；订单金额减去它就是在手余额
            05 SO-PROBABILITY        PIC 9(3).
      * 成交把握（百分比），预测按它给在手余额加权
            05 SO-STATUS             PIC X.
      * O = 在手, F = 已全额开票, C = 已取消
            05 SO-LAST-INVOICE       PIC X(10).
            05 SO-LAST-RELIEF-DATE   PIC 9(8).
      * 最后一次冲减的发票号与业务日期，SALESPOST 写入
            05 SO-UPDATE-DATE        PIC 9(8).
            05 SO-UPDATE-OPERATOR    PIC X(8).
      * 最后一次维护的日期与操作员

      * 销售人员主档，与 SALES.cbl / SALESMAINT.cbl 的物理布局一致
       FD SALESFILE.
       01 SALESDETAILS.
            05 SALESPERSON-ID       PIC 9(7).
            05 SALESPERSON-NAME.
                10 LASTNAME          PIC X(20).
                10 FIRSTNAME         PIC X(20).
            05 REGION                PIC X(5).
            05 YEARLYSALES           PIC 9(6)V99.
            05 GENDER                PIC X.
            05 PRIOR-YEAR-SALES-GRP.
                10 PRIOR-YEAR-SALES  PIC 9(6)V99 OCCURS 5 TIMES.
            05 ADJUSTMENT             PIC S9(6)V99.
            05 MONTHLY-SALES-GRP.
                10 MONTHLY-SALES     PIC 9(6)V99 OCCURS 12 TIMES.
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 客户主档，布局与 CUSTMAINT.cbl 的一致
       FD CUSTOMER-FILE.
       01 CUSTOMER-REC.
            05 CU-CUSTOMER-NO       PIC 9(7).
            05 CU-NAME              PIC X(30).
            05 CU-REGION            PIC X(5).
            05 CU-ACTIVE-FLAG       PIC X.
            05 CU-OWNER-ID          PIC 9(7).
            05 CU-HOUSE-FLAG        PIC X.
            05 CU-PARENT-NO         PIC 9(7).

      * 订单维护交易文件
       FD TRANFILE.
       01 TRAN-RECORD.
            88 ENDOFTRAN VALUE HIGH-VALUES.
            05 TRAN-CODE             PIC X.
      * A = 接单, C = 变更, X = 取消
            05 TRAN-ORDER-NO         PIC X(10).
            05 TRAN-SALESPERSON-ID   PIC 9(7).
            05 TRAN-CUSTOMER-NO      PIC 9(7).
            05 TRAN-BOOKED-DATE      PIC 9(8).
      * 接单日期；零表示取当天
            05 TRAN-SHIP-MONTH       PIC 9(6).
            05 TRAN-AMOUNT           PIC 9(7)V99.
            05 TRAN-PROBABILITY      PIC 9(3).
      * 成交把握百分比；零或空白按 100 处理
            05 TRAN-OPERATOR-ID      PIC X(8).
      * 提交操作员编号，空白即剔除

      * 维护结果日志
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESORD-STATUS       PIC X(2) VALUE '00'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-AVAIL-SW     PIC X VALUE 'N'.
           88 CUSTOMER-AVAILABLE    VALUE 'Y'.
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

      * 交易上日期与年月的拆分工作区，校验月份用
       01  WS-BOOKED-DATE-WORK.
            05 WS-BKD-CCYY          PIC 9(4).
            05 WS-BKD-MM            PIC 9(2).
            05 WS-BKD-DD            PIC 9(2).
       01  WS-SHIP-MONTH-WORK.
            05 WS-SHM-CCYY          PIC 9(4).
            05 WS-SHM-MM            PIC 9(2).

      * 校验通过后的接单日期、把握与销售员区域
       01  WS-BOOKED-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-PROBABILITY           PIC 9(3) VALUE 100.
       01  WS-REP-REGION            PIC X(5) VALUE SPACES.
       01  WS-OPEN-BALANCE          PIC 9(7)V99 VALUE ZEROES.

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

      * 打开文件段落；订单档第一次建档尚不存在时改用 OPEN
      * OUTPUT 新建，做法与 BUDGMAINT 一致。销售人员主档打不开
      * 就无从校验，直接带返回码停下来；客户主档可缺，缺了不
      * 做客户校验，操作台提示一句
        0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RYMD-YYMMDD.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-AVAIL-SW
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS = '
                   WS-CUSTOMER-STATUS
                   ' - CUSTOMER CHECK OFF'
           END-IF.
           OPEN I-O SALESORD-FILE.
           IF WS-SALESORD-STATUS NOT = '00'
               OPEN OUTPUT SALESORD-FILE
               IF WS-SALESORD-STATUS NOT = '00'
                   DISPLAY 'SALESORD FILE OPEN FAILED, STATUS = '
                       WS-SALESORD-STATUS
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

      * 按交易类型分派到对应的处理段落；接单与变更先校验订单
      * 内容，取消只要求有操作员
        0200-APPLY-TRANSACTION.
           MOVE TRAN-ORDER-NO TO LOG-ID.
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
               WHEN 'X'
                   EVALUATE TRUE
                       WHEN TRAN-OPERATOR-ID = SPACES
                           MOVE 'CANCEL' TO LOG-CODE
                           MOVE 'rejected - operator ID missing'
                               TO WS-TRAN-REASON
                           PERFORM 0240-REJECT-TRANSACTION
                       WHEN TRAN-ORDER-NO = SPACES
                           MOVE 'CANCEL' TO LOG-CODE
                           MOVE 'rejected - order number missing'
                               TO WS-TRAN-REASON
                           PERFORM 0240-REJECT-TRANSACTION
                       WHEN OTHER
                           PERFORM 0230-CANCEL-RECORD
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'UNKNOWN'   TO LOG-CODE
                   MOVE 'unrecognized transaction code' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-EVALUATE.

      * 校验一条接单/变更交易：操作员与订单号不能为空，销售员
      * 须在主档上，客户须在主档上且未停用，接单日期与发货年月
      * 的月份须合法，金额须大于零，把握不能超过 100
        0205-EDIT-TRANSACTION.
           MOVE 'V' TO WS-TRAN-CHECK.
           MOVE TRAN-BOOKED-DATE TO WS-BOOKED-DATE-WORK.
           MOVE TRAN-SHIP-MONTH TO WS-SHIP-MONTH-WORK.
           EVALUATE TRUE
               WHEN TRAN-OPERATOR-ID = SPACES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - operator ID missing'
                       TO WS-TRAN-REASON
               WHEN TRAN-ORDER-NO = SPACES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - order number missing'
                       TO WS-TRAN-REASON
               WHEN TRAN-SALESPERSON-ID NOT NUMERIC
                 OR TRAN-SALESPERSON-ID = ZEROES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - salesperson ID missing'
                       TO WS-TRAN-REASON
               WHEN TRAN-CUSTOMER-NO NOT NUMERIC
                 OR TRAN-CUSTOMER-NO = ZEROES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - customer number missing'
                       TO WS-TRAN-REASON
               WHEN TRAN-BOOKED-DATE NOT NUMERIC
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - booked date not numeric'
                       TO WS-TRAN-REASON
               WHEN TRAN-BOOKED-DATE NOT = ZEROES
                 AND (WS-BKD-MM < 1 OR WS-BKD-MM > 12)
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - invalid booked date month'
                       TO WS-TRAN-REASON
               WHEN TRAN-SHIP-MONTH NOT NUMERIC
                 OR WS-SHM-MM < 1 OR WS-SHM-MM > 12
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - invalid expected ship month'
                       TO WS-TRAN-REASON
               WHEN TRAN-AMOUNT NOT NUMERIC
                 OR TRAN-AMOUNT = ZEROES
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - order amount invalid'
                       TO WS-TRAN-REASON
               WHEN TRAN-PROBABILITY NUMERIC
                 AND TRAN-PROBABILITY > 100
                   MOVE 'X' TO WS-TRAN-CHECK
                   MOVE 'rejected - probability over 100'
                       TO WS-TRAN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF TRAN-IS-VALID
               MOVE TRAN-SALESPERSON-ID TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       MOVE 'X' TO WS-TRAN-CHECK
                       MOVE 'rejected - salesperson not on master'
                           TO WS-TRAN-REASON
                   NOT INVALID KEY
                       MOVE REGION TO WS-REP-REGION
               END-READ
           END-IF.
           IF TRAN-IS-VALID AND CUSTOMER-AVAILABLE
               MOVE TRAN-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'X' TO WS-TRAN-CHECK
                       MOVE 'rejected - customer not on master'
                           TO WS-TRAN-REASON
                   NOT INVALID KEY
                       IF CU-ACTIVE-FLAG NOT = 'Y'
                           MOVE 'X' TO WS-TRAN-CHECK
                           MOVE 'rejected - customer inactive'
                               TO WS-TRAN-REASON
                       END-IF
               END-READ
           END-IF.
           IF TRAN-BOOKED-DATE NUMERIC AND TRAN-BOOKED-DATE > ZEROES
               MOVE TRAN-BOOKED-DATE TO WS-BOOKED-DATE
           ELSE
               MOVE WS-RUN-DATE-YMD-N TO WS-BOOKED-DATE
           END-IF.
           IF TRAN-PROBABILITY NUMERIC AND TRAN-PROBABILITY > ZEROES
               MOVE TRAN-PROBABILITY TO WS-PROBABILITY
           ELSE
               MOVE 100 TO WS-PROBABILITY
           END-IF.

      * 接一张新订单：状态在手，已冲减金额为零
        0210-ADD-RECORD.
           MOVE TRAN-ORDER-NO      TO SO-ORDER-NO.
           MOVE TRAN-SALESPERSON-ID TO SO-SALESPERSON-ID.
           MOVE TRAN-CUSTOMER-NO   TO SO-CUSTOMER-NO.
           MOVE WS-REP-REGION      TO SO-REGION.
           MOVE WS-BOOKED-DATE     TO SO-BOOKED-DATE.
           MOVE TRAN-SHIP-MONTH    TO SO-SHIP-MONTH.
           MOVE TRAN-AMOUNT        TO SO-AMOUNT.
           MOVE ZEROES             TO SO-RELIEVED-AMT.
           MOVE WS-PROBABILITY     TO SO-PROBABILITY.
           MOVE 'O'                TO SO-STATUS.
           MOVE SPACES             TO SO-LAST-INVOICE.
           MOVE ZEROES             TO SO-LAST-RELIEF-DATE.
           MOVE WS-RUN-DATE-YMD-N  TO SO-UPDATE-DATE.
           MOVE TRAN-OPERATOR-ID   TO SO-UPDATE-OPERATOR.
           MOVE 'ADD'              TO LOG-CODE.
           MOVE TRAN-AMOUNT        TO LOG-AMOUNT.
           WRITE SALESORD-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - order already exists'
                       TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE 'added'     TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-WRITE.

      * 变更一张已有的订单：已取消的不能改；金额不能改到低于已
      * 开票冲减的金额；改后金额正好等于已冲减金额的算全额开
      * 票，已全额开票的订单加了金额重新回到在手
        0220-CHANGE-RECORD.
           MOVE TRAN-ORDER-NO TO SO-ORDER-NO.
           MOVE 'CHANGE'      TO LOG-CODE.
           READ SALESORD-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - order not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SO-STATUS = 'C'
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'rejected - order is cancelled'
                               TO LOG-RESULT
                           PERFORM 0320-WRITE-LOG-LINE
                       WHEN TRAN-AMOUNT < SO-RELIEVED-AMT
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'rejected - amount below invoiced'
                               TO LOG-RESULT
                           PERFORM 0320-WRITE-LOG-LINE
                       WHEN OTHER
                           PERFORM 0225-REWRITE-CHANGED-ORDER
                   END-EVALUATE
           END-READ.

      * 把变更内容写回订单档
        0225-REWRITE-CHANGED-ORDER.
           MOVE TRAN-SALESPERSON-ID TO SO-SALESPERSON-ID.
           MOVE TRAN-CUSTOMER-NO    TO SO-CUSTOMER-NO.
           MOVE WS-REP-REGION       TO SO-REGION.
           MOVE WS-BOOKED-DATE      TO SO-BOOKED-DATE.
           MOVE TRAN-SHIP-MONTH     TO SO-SHIP-MONTH.
           MOVE TRAN-AMOUNT         TO SO-AMOUNT.
           MOVE WS-PROBABILITY      TO SO-PROBABILITY.
           IF SO-RELIEVED-AMT < SO-AMOUNT
               MOVE 'O' TO SO-STATUS
           ELSE
               MOVE 'F' TO SO-STATUS
           END-IF.
           MOVE WS-RUN-DATE-YMD-N   TO SO-UPDATE-DATE.
           MOVE TRAN-OPERATOR-ID    TO SO-UPDATE-OPERATOR.
           REWRITE SALESORD-REC.
           MOVE TRAN-AMOUNT         TO LOG-AMOUNT.
           MOVE 'changed'           TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.

      * 取消一张订单：记录留在档上（状态改 C）备查，不再进在手
      * 余额；已全额开票的订单没有可取消的余额，拒绝。日志金额
      * 栏记取消掉的在手余额
        0230-CANCEL-RECORD.
           MOVE TRAN-ORDER-NO TO SO-ORDER-NO.
           MOVE 'CANCEL'      TO LOG-CODE.
           READ SALESORD-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'rejected - order not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   EVALUATE SO-STATUS
                       WHEN 'C'
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'rejected - order already cancelled'
                               TO LOG-RESULT
                           PERFORM 0320-WRITE-LOG-LINE
                       WHEN 'F'
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'rejected - order already invoiced'
                               TO LOG-RESULT
                           PERFORM 0320-WRITE-LOG-LINE
                       WHEN OTHER
                           COMPUTE WS-OPEN-BALANCE =
                               SO-AMOUNT - SO-RELIEVED-AMT
                           MOVE 'C' TO SO-STATUS
                           MOVE WS-RUN-DATE-YMD-N TO SO-UPDATE-DATE
                           MOVE TRAN-OPERATOR-ID TO SO-UPDATE-OPERATOR
                           REWRITE SALESORD-REC
                           MOVE WS-OPEN-BALANCE TO LOG-AMOUNT
                           MOVE 'cancelled' TO LOG-RESULT
                           PERFORM 0320-WRITE-LOG-LINE
                   END-EVALUATE
           END-READ.

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
           CLOSE SALESORD-FILE.
           CLOSE SALESFILE.
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE TRANFILE.
           CLOSE MAINT-LOG-FILE.
           STOP RUN.

          END PROGRAM ORDMAINT.
