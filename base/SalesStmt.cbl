      *   without re-keying them off the printed SALES report.      *
      *   Statements are sequenced by region then name, the same    *
      *   order the SALES detail report already uses.               *
      *   Commission earned is year-to-date, so every statement      *
      *   nets off what the commission ledger (COMMLEDG.DAT) shows   *
      *   already sent or paid this year and sends payroll only the  *
      *   increment due for the period.                              *
      ***************************************************************

      *===============================================
      * 预支底薪余额档：由 DRAWMAINT 程序维护，待回收的预支从
      * 本次提成里冲抵，接口净提成即实付额，结算单与工资不再
      * 两个数
            SELECT COMMLEDG-FILE ASSIGN TO "COMMLEDG.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CL-KEY
             FILE STATUS IS WS-COMMLEDG-STATUS.
      * 提成支付台账：按销售人员 + 支付期（年月）一条，记本期已
      * 送工资、已冲抵预支与已确认支付的金额；PAYRECON 按 PAYACK
      * 回执把已支付的金额登记上来
            SELECT POSTHIST-FILE ASSIGN TO "POSTHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-POSTHIST-STATUS.
      * 已过账发票历史档：按现金计提的区域逐张查本人的发票
            SELECT AROPEN-FILE ASSIGN TO "AROPEN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AR-KEY
             FILE STATUS IS WS-AROPEN-STATUS.
      * 应收未结项档：逾期未收的发票暂不计提，暂扣口径与
      * SALES.cbl 的一致

      *===============================================
       DATA DIVISION.
            05 SF-PRIOR-YEAR-SALES   PIC 9(6)V99 OCCURS 5 TIMES.
            05 SF-ADJUSTMENT         PIC S9(6)V99.
            05 SF-MONTHLY-SALES      PIC 9(6)V99 OCCURS 12 TIMES.
            05 SF-HIRE-DATE          PIC 9(8).
            05 SF-EMP-STATUS         PIC X.
            05 SF-LEAVE-START-DATE   PIC 9(8).
            05 SF-LEAVE-END-DATE     PIC 9(8).

      * 排序工作文件：按区域、姓名排好序之后逐条 RETURN 出来处理
       SD STMT-SORT-FILE.
            05 PRIOR-YEAR-SALES     PIC 9(6)V99 OCCURS 5 TIMES.
            05 ADJUSTMENT           PIC S9(6)V99.
            05 MONTHLY-SALES        PIC 9(6)V99 OCCURS 12 TIMES.
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 提成比例计划档，记录布局与 SALES.cbl 中的描述一致
       FD COMMPLAN-FILE.
                10 CP-TIER-NO       PIC 9(2).
            05 CP-TIER-LIMIT        PIC 9(8).
            05 CP-TIER-RATE         PIC V999.
            05 CP-CASH-BASIS-SW     PIC X.
      * Y = 按已收现金计提：发票过了 CP-HOLDBACK-DAYS 天仍未收
      * 清的部分暂不计提成；空格或 N = 按开票计提（旧记录）
            05 CP-HOLDBACK-DAYS     PIC 9(3).

      * 结算单打印文件
       FD STMT-PRINT-FILE.
      * 'H' = 文件头
            05 PAY-HDR-RUN-DATE     PIC 9(6).
            05 PAY-HDR-SOURCE       PIC X(8).
            05 FILLER               PIC X(71).
       01 PAY-DETAIL-REC.
            05 PAY-REC-TYPE         PIC X.
      * 'D' = 明细
            05 PAY-FIRSTNAME        PIC X(20).
            05 PAY-REGION           PIC X(5).
            05 PAY-NET-COMMISSION   PIC S9(7)V99.
      * 本期应付额（已扣预支回收），工资按此金额发放
            05 PAY-YTD-EARNED       PIC S9(7)V99.
            05 PAY-PAID-TO-DATE     PIC S9(7)V99.
            05 PAY-PAY-PERIOD       PIC 9(6).
      * 本年累计应得提成、本年已确认支付（含预支冲抵）额、支付
      * 期（年月），供工资系统核对，PAYRECON 凭支付期给台账销账
       01 PAY-TRAILER-REC.
            05 PAY-TRL-TYPE         PIC X.
      * 'T' = 文件尾
            05 PAY-TRL-COUNT        PIC 9(7).
            05 PAY-TRL-TOTAL-COMM   PIC S9(9)V99.
            05 PAY-TRL-TOTAL-EARNED PIC S9(9)V99.
      * 本年累计应得提成合计，FEEDBAL 拿它对控制总计的提成
            05 FILLER               PIC X(56).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
            05 DB-MONTHLY-DRAW      PIC 9(5)V99.
            05 DB-BALANCE           PIC S9(7)V99.

      * 提成支付台账：一人一期一条
       FD COMMLEDG-FILE.
       01 COMMLEDG-REC.
            05 CL-KEY.
                10 CL-SALESPERSON-ID PIC 9(7).
                10 CL-PAY-PERIOD    PIC 9(6).
      * 支付期，年月 CCYYMM
            05 CL-YTD-EARNED        PIC S9(7)V99.
      * 本期最近一次结算时的本年累计应得提成
            05 CL-AMOUNT-SENT       PIC S9(7)V99.
      * 本期累计送工资的金额
            05 CL-DRAW-RECOVERED    PIC S9(7)V99.
      * 本期累计从提成里冲抵的预支
            05 CL-AMOUNT-PAID       PIC S9(7)V99.
      * 工资回执确认已支付的金额
            05 CL-LAST-SENT         PIC S9(7)V99.
            05 CL-LAST-RECOVERED    PIC S9(7)V99.
            05 CL-LAST-SENT-DATE    PIC 9(8).
      * 最近一次送出的金额、冲抵额与业务日期
            05 CL-STATUS            PIC X.
      * S = 已送出待回执, P = 已确认支付, R = 被工资拒绝
            05 CL-PAID-DATE         PIC 9(8).

      * 已过账发票历史档，布局与 SALESPOST.cbl 写出的一致
       FD POSTHIST-FILE.
       01 POSTHIST-REC.
            05 PH-KEY.
                10 PH-SALESPERSON-ID PIC 9(7).
                10 PH-INVOICE-NO     PIC X(10).
            05 PH-SALE-DATE          PIC 9(8).
            05 PH-SALE-MONTH         PIC 9(2).
            05 PH-AMOUNT             PIC 9(6)V99.
            05 PH-POST-DATE          PIC 9(6).
            05 PH-TRAN-TYPE          PIC X.
            05 PH-REGION             PIC X(5).
            05 PH-PPA-SW             PIC X.
            05 PH-CUSTOMER-NO        PIC 9(7).
            05 PH-PRODUCT-CODE       PIC X(8).
            05 PH-CURRENCY-CODE      PIC X(3).
            05 PH-ORIG-AMOUNT        PIC 9(6)V99.
            05 PH-EXCH-RATE          PIC 9(3)V9(6).

      * 应收未结项档，布局与 CASHAPPLY.cbl 的一致
       FD AROPEN-FILE.
       01 AROPEN-REC.
            05 AR-KEY.
                10 AR-CUSTOMER-NO    PIC 9(7).
                10 AR-INVOICE-NO     PIC X(10).
            05 AR-SALE-DATE          PIC 9(8).
            05 AR-REGION             PIC X(5).
            05 AR-INVOICE-AMT        PIC S9(7)V99.
            05 AR-APPLIED-AMT        PIC S9(7)V99.
            05 AR-LAST-PAY-DATE      PIC 9(8).
            05 AR-STATUS             PIC X.

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS     PIC X(2) VALUE '00'.

                10 WS-PLAN-REGION  PIC X(5).
                10 WS-PLAN-EFF-DATE PIC 9(8).
                10 WS-PLAN-TIER-COUNT PIC 9(2).
                10 WS-PLAN-CASH-SW PIC X.
                10 WS-PLAN-HOLD-DAYS PIC 9(3).
                10 WS-PLAN-TIER OCCURS 5 TIMES.
                    15 WS-PLAN-TIER-LIMIT PIC 9(8).
                    15 WS-PLAN-TIER-RATE  PIC V999.
       01  WS-TIER-FLOOR           PIC 9(8)V99 VALUE ZEROES.
       01  WS-PLAN-EFF-APPLIED     PIC 9(8) VALUE ZEROES.
      * 本条记录适用计划的生效日期，印在结算单上备查
       01  WS-COMM-BASIS           PIC 9(8)V99 VALUE ZEROES.
      * 计提基数：年销售额；按现金计提的区域再扣掉逾期未收的部分

      * 按现金计提的暂扣控制项，口径与 SALES.cbl 的 0132/0133 段
      * 一致；历史档或应收档打不开时不扣，照开票计提
       01  WS-POSTHIST-STATUS      PIC X(2) VALUE '00'.
       01  WS-AROPEN-STATUS        PIC X(2) VALUE '00'.
       01  WS-HOLDBACK-AVAIL-SW    PIC X VALUE 'N'.
           88 HOLDBACK-FILES-AVAILABLE VALUE 'Y'.
       01  WS-PH-SCAN-SW           PIC X VALUE 'N'.
           88 PH-SCAN-DONE         VALUE 'Y'.
       01  WS-HELD-SALES           PIC 9(8)V99 VALUE ZEROES.
       01  WS-HELD-INVOICE-AMT     PIC 9(8)V99 VALUE ZEROES.
       01  WS-TODAY-DAYNO          PIC 9(7) VALUE ZEROES.
       01  WS-SALE-DAYNO           PIC 9(7) VALUE ZEROES.
       01  WS-HOLD-AGE-DAYS        PIC S9(7) VALUE ZEROES.
       01  WS-PH-SALE-DATE-WORK.
            05 WS-PHS-CCYY         PIC 9(4).
            05 WS-PHS-MM           PIC 99.
            05 WS-PHS-DD           PIC 99.
       01  WS-PH-POST-DATE-WORK.
            05 WS-PHP-YY           PIC 99.
            05 FILLER              PIC 9(4).

      * 运行日期的八位数字形式（运行年份按 20xx 处理）
       01  WS-RUN-DATE-YMD.
       01  WS-ADJ-COMMISSION       PIC S9(6)V99 VALUE ZEROES.
      * 调整净值乘以比例得到的提成增减
       01  WS-NET-COMMISSION       PIC S9(7)V99 VALUE ZEROES.
      * 净提成 = 本期应付 - 预支回收额，送工资接口
       01  WS-YTD-EARNED           PIC S9(7)V99 VALUE ZEROES.
      * 本年累计应得提成 = 毛提成 + 调整提成
       01  WS-PRIOR-CREDITED       PIC S9(7)V99 VALUE ZEROES.
      * 台账上本年已送出或已冲抵预支的合计，本期只补差额
       01  WS-PAID-TO-DATE         PIC S9(7)V99 VALUE ZEROES.
      * 台账上本年已确认支付加已冲抵预支的合计
       01  WS-AWAITING-PAY         PIC S9(7)V99 VALUE ZEROES.
      * 已送出但工资还没确认支付的合计
       01  WS-DUE-THIS-PERIOD      PIC S9(7)V99 VALUE ZEROES.
      * 本期应付 = 本年累计应得 - 已送出或已冲抵合计
       01  WS-ROW-SENT             PIC S9(7)V99 VALUE ZEROES.

      * 提成支付台账的控制项
       01  WS-COMMLEDG-STATUS      PIC X(2) VALUE '00'.
       01  WS-LEDGER-SCAN-SW       PIC X VALUE 'N'.
           88 LEDGER-SCAN-DONE     VALUE 'Y'.
       01  WS-PAY-PERIOD           PIC 9(6) VALUE ZEROES.
      * 本次结算的支付期（年月）
       01  WS-PERIOD-WORK.
            05 WS-PW-CCYY          PIC 9(4).
            05 WS-PW-MM            PIC 9(2).
       01  WS-PERIOD-WORK-N REDEFINES WS-PERIOD-WORK PIC 9(6).
       01  WS-YEAR-FIRST-PERIOD    PIC 9(6) VALUE ZEROES.
       01  WS-YEAR-LAST-PERIOD     PIC 9(6) VALUE ZEROES.

      * 预支冲抵的控制项与本条记录的预支往来
       01  WS-DRAWBAL-STATUS       PIC X(2) VALUE '00'.
      * 已打印结算单的人数
       01  WS-TOTAL-NET-COMM      PIC S9(9)V99 COMP-3 VALUE ZEROES.
      * 净提成总额，写入接口文件尾记录供工资系统核对
       01  WS-TOTAL-YTD-EARNED    PIC S9(9)V99 COMP-3 VALUE ZEROES.
      * 本年累计应得提成总额，写入接口文件尾记录

      * 结算单数值编辑用的暂存区
       01  WS-EDIT-SALES           PIC ZZZ,ZZ9.99.
           MOVE WS-RD-DD TO WS-RYMD-DD.
           PERFORM 0070-LOAD-COMM-PLAN.
           PERFORM 0080-OPEN-DRAW-BALANCE.
           PERFORM 0085-OPEN-COMM-LEDGER.
           PERFORM 0090-OPEN-HOLDBACK-FILES.
           OPEN OUTPUT STMT-PRINT-FILE.
           OPEN OUTPUT PAYROLL-FILE.
           PERFORM 0060-WRITE-PAYROLL-HEADER.
               MOVE SPACES TO WS-PLAN-REGION (WS-PLAN-SUBSCRIPT)
               MOVE ZEROES TO WS-PLAN-EFF-DATE (WS-PLAN-SUBSCRIPT)
               MOVE ZEROES TO WS-PLAN-TIER-COUNT (WS-PLAN-SUBSCRIPT)
               MOVE 'N' TO WS-PLAN-CASH-SW (WS-PLAN-SUBSCRIPT)
               MOVE ZEROES TO WS-PLAN-HOLD-DAYS (WS-PLAN-SUBSCRIPT)
           END-PERFORM.
           MOVE 'N' TO WS-COMMPLAN-SW.
           OPEN INPUT COMMPLAN-FILE.
                       (WS-PLAN-SUBSCRIPT,
                        WS-PLAN-TIER-COUNT (WS-PLAN-SUBSCRIPT))
               END-IF
               IF CP-CASH-BASIS-SW = 'Y'
                   MOVE 'Y' TO WS-PLAN-CASH-SW (WS-PLAN-SUBSCRIPT)
               ELSE
                   MOVE 'N' TO WS-PLAN-CASH-SW (WS-PLAN-SUBSCRIPT)
               END-IF
               IF CP-HOLDBACK-DAYS NUMERIC
                   MOVE CP-HOLDBACK-DAYS
                       TO WS-PLAN-HOLD-DAYS (WS-PLAN-SUBSCRIPT)
               ELSE
                   MOVE ZEROES TO WS-PLAN-HOLD-DAYS (WS-PLAN-SUBSCRIPT)
               END-IF
           END-IF.

      * 打开按现金计提要用的发票历史档与应收未结项档，做法与
      * SALES.cbl 的 0076 段一致
        0090-OPEN-HOLDBACK-FILES.
           MOVE 'N' TO WS-HOLDBACK-AVAIL-SW.
           SET WS-PLAN-IDX TO 1.
           SEARCH WS-PLAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PLAN-CASH-SW (WS-PLAN-IDX) = 'Y'
                   OPEN INPUT POSTHIST-FILE
                   IF WS-POSTHIST-STATUS = '00'
                       OPEN INPUT AROPEN-FILE
                       IF WS-AROPEN-STATUS = '00'
                           MOVE 'Y' TO WS-HOLDBACK-AVAIL-SW
                       ELSE
                           CLOSE POSTHIST-FILE
                       END-IF
                   END-IF
                   IF NOT HOLDBACK-FILES-AVAILABLE
                       DISPLAY 'POSTHIST/AROPEN NOT AVAILABLE, '
                           'STATUS = ' WS-POSTHIST-STATUS ' '
                           WS-AROPEN-STATUS ' - NO CASH-BASIS HOLDBACK'
                   END-IF
           END-SEARCH.
           COMPUTE WS-TODAY-DAYNO =
               (2000 + WS-RD-YY) * 365 + WS-RD-MM * 30 + WS-RD-DD.

      * 打开预支底薪余额档；档还没建起来时照常出单，不做冲抵
        0080-OPEN-DRAW-BALANCE.
           MOVE 'N' TO WS-DRAWBAL-AVAIL-SW.
                   ' - NO DRAW RECOVERY'
           END-IF.

      * 打开提成支付台账，第一次使用时新建再改 I-O 重开；台账打
      * 不开就无从知道本年已付多少，不能出单，否则会把全年提成
      * 再送一遍
        0085-OPEN-COMM-LEDGER.
           OPEN I-O COMMLEDG-FILE.
           IF WS-COMMLEDG-STATUS NOT = '00'
               OPEN OUTPUT COMMLEDG-FILE
               IF WS-COMMLEDG-STATUS = '00'
                   CLOSE COMMLEDG-FILE
                   OPEN I-O COMMLEDG-FILE
               END-IF
           END-IF.
           IF WS-COMMLEDG-STATUS NOT = '00'
               DISPLAY 'COMMLEDG OPEN FAILED, STATUS = '
                   WS-COMMLEDG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-PERIOD-WORK-N = WS-RUN-DATE-YMD-N / 100.
           MOVE WS-PERIOD-WORK-N TO WS-PAY-PERIOD.
           MOVE ZEROES TO WS-PW-MM.
           MOVE WS-PERIOD-WORK-N TO WS-YEAR-FIRST-PERIOD.
           MOVE 12 TO WS-PW-MM.
           MOVE WS-PERIOD-WORK-N TO WS-YEAR-LAST-PERIOD.

      * 写工资接口文件头记录
        0060-WRITE-PAYROLL-HEADER.
           MOVE SPACES TO PAY-HEADER-REC.

      * 按区域适用的提成计划计算毛提成，再折算实得比例；区域在
      * 计划表中找不到时按零比例出单，结算单上能看出没有适用的
      * 计划；调整净值按实得比例计提。毛提成加调整提成是本年累
      * 计应得，扣掉台账上本年已送出或已冲抵的部分才是本期应付
        0110-CALCULATE-COMMISSION.
           MOVE ZEROES TO WS-GROSS-COMMISSION.
           MOVE ZEROES TO WS-RATE-APPLIED.
           MOVE ZEROES TO WS-PLAN-EFF-APPLIED.
           MOVE YEARLYSALES TO WS-COMM-BASIS.
           MOVE ZEROES TO WS-HELD-SALES.
           SET WS-PLAN-IDX TO 1.
           SEARCH WS-PLAN-ENTRY
               AT END
               WHEN WS-PLAN-REGION (WS-PLAN-IDX) = REGION
                   MOVE WS-PLAN-EFF-DATE (WS-PLAN-IDX)
                       TO WS-PLAN-EFF-APPLIED
                   IF WS-PLAN-CASH-SW (WS-PLAN-IDX) = 'Y'
                       PERFORM 0111-COMPUTE-CASH-HOLDBACK
                   END-IF
                   PERFORM 0115-APPLY-TIERED-RATES
           END-SEARCH.
      * 实得比例按计提基数折算：暂扣的销售额收回现金后计入基数，
      * 届时本年累计应得随之补上，台账只补差额
           IF WS-COMM-BASIS > ZEROES
               COMPUTE WS-RATE-APPLIED ROUNDED =
                   WS-GROSS-COMMISSION / WS-COMM-BASIS
           END-IF.
           COMPUTE WS-ADJ-COMMISSION =
               ADJUSTMENT * WS-RATE-APPLIED.
           COMPUTE WS-YTD-EARNED =
               WS-GROSS-COMMISSION + WS-ADJ-COMMISSION.
           PERFORM 0112-READ-LEDGER-TO-DATE.
           COMPUTE WS-DUE-THIS-PERIOD =
               WS-YTD-EARNED - WS-PRIOR-CREDITED.
           MOVE WS-DUE-THIS-PERIOD TO WS-NET-COMMISSION.
           PERFORM 0117-APPLY-DRAW-RECOVERY.
           PERFORM 0118-POST-LEDGER.
           ADD WS-NET-COMMISSION TO WS-TOTAL-NET-COMM.
           ADD WS-YTD-EARNED TO WS-TOTAL-YTD-EARNED.

      * 从台账汇总本人本年各期：已送出加已冲抵的合计决定本期只
      * 补多少，已确认支付加已冲抵的合计印成已付；同一业务日重
      * 跑时本期最近一次送出的那份接口已被本次覆盖，不算已送出
        0112-READ-LEDGER-TO-DATE.
           MOVE ZEROES TO WS-PRIOR-CREDITED.
           MOVE ZEROES TO WS-PAID-TO-DATE.
           MOVE ZEROES TO WS-AWAITING-PAY.
           MOVE 'N' TO WS-LEDGER-SCAN-SW.
           MOVE SALESPERSON-ID TO CL-SALESPERSON-ID.
           MOVE WS-YEAR-FIRST-PERIOD TO CL-PAY-PERIOD.
           START COMMLEDG-FILE KEY NOT < CL-KEY
               INVALID KEY
                   SET LEDGER-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL LEDGER-SCAN-DONE
               READ COMMLEDG-FILE NEXT RECORD
                   AT END
                       SET LEDGER-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CL-SALESPERSON-ID NOT = SALESPERSON-ID
                               OR CL-PAY-PERIOD > WS-YEAR-LAST-PERIOD
                           SET LEDGER-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 0113-ADD-LEDGER-PERIOD
                       END-IF
               END-READ
           END-PERFORM.

      * 按现金计提的区域：逐张累计本人逾期未收的销售额，从计提
      * 基数里扣出；暂扣额不超过年销售额
        0111-COMPUTE-CASH-HOLDBACK.
           IF HOLDBACK-FILES-AVAILABLE
               MOVE 'N' TO WS-PH-SCAN-SW
               MOVE SALESPERSON-ID TO PH-SALESPERSON-ID
               MOVE LOW-VALUES TO PH-INVOICE-NO
               START POSTHIST-FILE KEY IS NOT LESS THAN PH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PH-SCAN-SW
               END-START
               PERFORM UNTIL PH-SCAN-DONE
                   READ POSTHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PH-SCAN-SW
                       NOT AT END
                           IF PH-SALESPERSON-ID NOT = SALESPERSON-ID
                               MOVE 'Y' TO WS-PH-SCAN-SW
                           ELSE
                               PERFORM 0114-ADD-HELD-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-HELD-SALES > YEARLYSALES
               MOVE YEARLYSALES TO WS-HELD-SALES
           END-IF.
           SUBTRACT WS-HELD-SALES FROM WS-COMM-BASIS.

      * 一条历史记录：今年过账的销售、过了暂扣天数、应收档上还
      * 有未收余额的，按未收比例累计暂扣额
        0114-ADD-HELD-INVOICE.
           MOVE PH-POST-DATE TO WS-PH-POST-DATE-WORK.
           MOVE PH-SALE-DATE TO WS-PH-SALE-DATE-WORK.
           IF PH-TRAN-TYPE = 'S'
                   AND WS-PHP-YY = WS-RD-YY
                   AND PH-SALE-DATE NUMERIC
               COMPUTE WS-SALE-DAYNO =
                   WS-PHS-CCYY * 365 + WS-PHS-MM * 30 + WS-PHS-DD
               COMPUTE WS-HOLD-AGE-DAYS =
                   WS-TODAY-DAYNO - WS-SALE-DAYNO
               IF WS-HOLD-AGE-DAYS > WS-PLAN-HOLD-DAYS (WS-PLAN-IDX)
                   MOVE PH-CUSTOMER-NO TO AR-CUSTOMER-NO
                   MOVE PH-INVOICE-NO TO AR-INVOICE-NO
                   READ AROPEN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AR-INVOICE-AMT > ZEROES
                                   AND AR-APPLIED-AMT < AR-INVOICE-AMT
                               COMPUTE WS-HELD-INVOICE-AMT ROUNDED =
                                   PH-AMOUNT *
                                   (AR-INVOICE-AMT - AR-APPLIED-AMT)
                                   / AR-INVOICE-AMT
                               ADD WS-HELD-INVOICE-AMT
                                   TO WS-HELD-SALES
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * 把台账上的一期累加进本年合计
        0113-ADD-LEDGER-PERIOD.
           MOVE CL-AMOUNT-SENT TO WS-ROW-SENT.
           IF CL-PAY-PERIOD = WS-PAY-PERIOD
                   AND CL-STATUS = 'S'
                   AND CL-LAST-SENT-DATE = WS-RUN-DATE-YMD-N
               SUBTRACT CL-LAST-SENT FROM WS-ROW-SENT
           END-IF.
           COMPUTE WS-PRIOR-CREDITED =
               WS-PRIOR-CREDITED + WS-ROW-SENT + CL-DRAW-RECOVERED.
           COMPUTE WS-PAID-TO-DATE =
               WS-PAID-TO-DATE + CL-AMOUNT-PAID + CL-DRAW-RECOVERED.
           COMPUTE WS-AWAITING-PAY =
               WS-AWAITING-PAY + WS-ROW-SENT - CL-AMOUNT-PAID.

      * 把本次送出的金额与冲抵额记进本期台账：本期还没有记录就
      * 新建，有就累加；同一业务日重跑先退掉上一次送出的金额。
      * 状态一律置为待回执，由 PAYRECON 按回执改成已支付或被拒
        0118-POST-LEDGER.
           MOVE SALESPERSON-ID TO CL-SALESPERSON-ID.
           MOVE WS-PAY-PERIOD TO CL-PAY-PERIOD.
           READ COMMLEDG-FILE
               INVALID KEY
                   MOVE ZEROES TO CL-AMOUNT-SENT
                   MOVE ZEROES TO CL-DRAW-RECOVERED
                   MOVE ZEROES TO CL-AMOUNT-PAID
                   MOVE ZEROES TO CL-PAID-DATE
                   PERFORM 0119-SET-LEDGER-SENT
                   WRITE COMMLEDG-REC
                       INVALID KEY
                           DISPLAY 'COMMLEDG WRITE FAILED FOR '
                               SALESPERSON-ID
                   END-WRITE
               NOT INVALID KEY
                   IF CL-STATUS = 'S'
                           AND CL-LAST-SENT-DATE = WS-RUN-DATE-YMD-N
                       SUBTRACT CL-LAST-SENT FROM CL-AMOUNT-SENT
                   END-IF
                   PERFORM 0119-SET-LEDGER-SENT
                   REWRITE COMMLEDG-REC
                       INVALID KEY
                           DISPLAY 'COMMLEDG REWRITE FAILED FOR '
                               SALESPERSON-ID
                   END-REWRITE
           END-READ.

      * 台账记录上登记本次送出
        0119-SET-LEDGER-SENT.
           MOVE WS-YTD-EARNED TO CL-YTD-EARNED.
           ADD WS-NET-COMMISSION TO CL-AMOUNT-SENT.
           ADD WS-DRAW-RECOVERY TO CL-DRAW-RECOVERED.
           MOVE WS-NET-COMMISSION TO CL-LAST-SENT.
           MOVE WS-DRAW-RECOVERY TO CL-LAST-RECOVERED.
           MOVE WS-RUN-DATE-YMD-N TO CL-LAST-SENT-DATE.
           MOVE 'S' TO CL-STATUS.

      * 从本次提成里回收待收的预支：回收额取余额与本次提成二者
      * 之小（都得为正），收不完的余额结转下期；没有预支记录的
           PERFORM VARYING WS-TIER-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-TIER-SUBSCRIPT >
                     WS-PLAN-TIER-COUNT (WS-PLAN-IDX)
               IF WS-COMM-BASIS > WS-PLAN-TIER-LIMIT
                       (WS-PLAN-IDX, WS-TIER-SUBSCRIPT)
                   MOVE WS-PLAN-TIER-LIMIT
                       (WS-PLAN-IDX, WS-TIER-SUBSCRIPT)
                       TO WS-TIER-TOP
               ELSE
                   MOVE WS-COMM-BASIS TO WS-TIER-TOP
               END-IF
               IF WS-TIER-TOP > WS-TIER-FLOOR
                   COMPUTE WS-GROSS-COMMISSION =
           MOVE WS-EDIT-SALES TO STM-VALUE.
           PERFORM 0125-WRITE-STATEMENT-LINE.

      * 按现金计提的人加印逾期未收暂扣的销售额与实际计提基数
           IF WS-HELD-SALES > ZEROES
               MOVE 'HELD - UNCOLLECTED' TO STM-LABEL
               MOVE WS-HELD-SALES TO WS-EDIT-SALES
               MOVE WS-EDIT-SALES TO STM-VALUE
               PERFORM 0125-WRITE-STATEMENT-LINE
               MOVE 'COMMISSIONABLE SALES' TO STM-LABEL
               MOVE WS-COMM-BASIS TO WS-EDIT-SALES
               MOVE WS-EDIT-SALES TO STM-VALUE
               PERFORM 0125-WRITE-STATEMENT-LINE
           END-IF.

           MOVE 'PLAN EFFECTIVE DATE' TO STM-LABEL.
           MOVE WS-PLAN-EFF-APPLIED TO STM-VALUE.
           PERFORM 0125-WRITE-STATEMENT-LINE.
           MOVE WS-EDIT-SIGNED TO STM-VALUE.
           PERFORM 0125-WRITE-STATEMENT-LINE.

      * 提成台账一节：本年累计应得、已确认支付、已送出待回执、
      * 本期应付
           MOVE SPACES TO STM-LABEL.
           MOVE SPACES TO STM-VALUE.
           PERFORM 0125-WRITE-STATEMENT-LINE.
           MOVE 'YTD EARNED COMMISSION' TO STM-LABEL.
           MOVE WS-YTD-EARNED TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO STM-VALUE.
           PERFORM 0125-WRITE-STATEMENT-LINE.
           MOVE 'PAID TO DATE' TO STM-LABEL.
           MOVE WS-PAID-TO-DATE TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO STM-VALUE.
           PERFORM 0125-WRITE-STATEMENT-LINE.
           IF WS-AWAITING-PAY NOT = ZEROES
               MOVE 'SENT, AWAITING PAYROLL' TO STM-LABEL
               MOVE WS-AWAITING-PAY TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO STM-VALUE
               PERFORM 0125-WRITE-STATEMENT-LINE
           END-IF.
           MOVE 'DUE THIS PERIOD' TO STM-LABEL.
           MOVE WS-DUE-THIS-PERIOD TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO STM-VALUE.
           PERFORM 0125-WRITE-STATEMENT-LINE.

      * 有预支记录的人加一节预支往来：期初余额、本次回收、
      * 结转余额，结算单上的净提成即工资实付额
           IF DRAW-ON-FILE
           MOVE FIRSTNAME TO PAY-FIRSTNAME.
           MOVE REGION TO PAY-REGION.
           MOVE WS-NET-COMMISSION TO PAY-NET-COMMISSION.
           MOVE WS-YTD-EARNED TO PAY-YTD-EARNED.
           MOVE WS-PAID-TO-DATE TO PAY-PAID-TO-DATE.
           MOVE WS-PAY-PERIOD TO PAY-PAY-PERIOD.
           WRITE PAY-DETAIL-REC.

      * 写工资接口文件尾记录：人数与净提成总额，供工资系统核对
           MOVE 'T' TO PAY-TRL-TYPE.
           MOVE WS-STMT-COUNT TO PAY-TRL-COUNT.
           MOVE WS-TOTAL-NET-COMM TO PAY-TRL-TOTAL-COMM.
           MOVE WS-TOTAL-YTD-EARNED TO PAY-TRL-TOTAL-EARNED.
           WRITE PAY-TRAILER-REC.

      * 关闭文件并结束程序
           IF DRAWBAL-AVAILABLE
               CLOSE DRAWBAL-FILE
           END-IF.
           CLOSE COMMLEDG-FILE.
           IF HOLDBACK-FILES-AVAILABLE
               CLOSE POSTHIST-FILE
               CLOSE AROPEN-FILE
           END-IF.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.
