             FILE STATUS IS WS-QUOTA-STATUS.
      * 销售定额主档：按销售员编号建索引，由 QUOTAMAINT 程序维护；
      * 保留号段 9999900 以上的记录存放各区域的缺省定额
            SELECT QSPREAD-FILE ASSIGN TO "QSPREAD.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QSPREAD-STATUS.
      * 定额分布模式档，布局与 SALESPACE.cbl 的一致；定额按可用
      * 月份折算时用来把年度定额摊到各月
            SELECT QUOTA-REPORT-FILE ASSIGN TO "QUOTARPT.DAT".
      * 定额达成率报表
            SELECT REGION-MASTER-FILE ASSIGN TO "REGION.DAT"
      * 区域指派历史档：SALESMAINT 的 X（调区）交易按编号加生效
      * 日期登记；区域小计与月度分布按每个月当月生效的区域归
      * 属，年中调区不再把旧区域挣的月份算进新区域
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
      * 应收未结项档：CASHAPPLY 核销后的发票余额，逾期未收的
      * 部分暂不计提成

      *===============================================
      *  DATA DIVISION：数据说明部，定义数据结构和变量
      * 调整/追回金额的累计净值，正负号分别表示追加或追回
            05 SF-MONTHLY-SALES      PIC 9(6)V99 OCCURS 12 TIMES.
      * 本年一至十二月的月度销售额，由过账程序按销售日期维护
            05 SF-HIRE-DATE          PIC 9(8).
            05 SF-EMP-STATUS         PIC X.
            05 SF-LEAVE-START-DATE   PIC 9(8).
            05 SF-LEAVE-END-DATE     PIC 9(8).

      * 排序工作文件：按区域、姓名排好序之后，由 0100-PROCESS-RECORDS
      * 以 OUTPUT PROCEDURE 的方式逐条 RETURN 出来处理
      * 调整/追回金额的累计净值，正负号分别表示追加或追回
            05 MONTHLY-SALES        PIC 9(6)V99 OCCURS 12 TIMES.
      * 本年一至十二月的月度销售额
            05 HIRE-DATE            PIC 9(8).
      * 入职日期
            05 EMP-STATUS           PIC X.
      * 在职状态：A 在职，L 休假，N 离职通知期
            05 LEAVE-START-DATE     PIC 9(8).
      * 休假起始日期
            05 LEAVE-END-DATE       PIC 9(8).
      * 休假结束日期，零为尚未销假
            05 TERRITORY            PIC X(5).
      * 所属片区，排序输入过程按指派档挂上；没有指派的记录为
      * 空格，小计里单独归作无片区一组
            05 RWK-PRIOR-YEAR-SALES PIC 9(6)V99 OCCURS 5 TIMES.
            05 RWK-ADJUSTMENT       PIC S9(6)V99.
            05 RWK-MONTHLY-SALES    PIC 9(6)V99 OCCURS 12 TIMES.
            05 RWK-HIRE-DATE        PIC 9(8).
            05 RWK-EMP-STATUS       PIC X.
            05 RWK-LEAVE-START-DATE PIC 9(8).
            05 RWK-LEAVE-END-DATE   PIC 9(8).

      * 排好序之后落地的中间文件；字段顺序与长度同样与
      * SALESDETAILS-REC 保持一致
            05 RSD-PRIOR-YEAR-SALES PIC 9(6)V99 OCCURS 5 TIMES.
            05 RSD-ADJUSTMENT       PIC S9(6)V99.
            05 RSD-MONTHLY-SALES    PIC 9(6)V99 OCCURS 12 TIMES.
            05 RSD-HIRE-DATE        PIC 9(8).
            05 RSD-EMP-STATUS       PIC X.
            05 RSD-LEAVE-START-DATE PIC 9(8).
            05 RSD-LEAVE-END-DATE   PIC 9(8).

      * 排名报表输出文件
       FD RANK-REPORT-FILE.
                10 CP-TIER-NO       PIC 9(2).
            05 CP-TIER-LIMIT        PIC 9(8).
            05 CP-TIER-RATE         PIC V999.
            05 CP-CASH-BASIS-SW     PIC X.
      * Y = 按已收现金计提：发票过了 CP-HOLDBACK-DAYS 天仍未收
      * 清的部分暂不计提成；空格或 N = 按开票计提（旧记录）
            05 CP-HOLDBACK-DAYS     PIC 9(3).

      * 销售定额主档：个人记录的键为销售员编号；键落在保留号段
      * 9999900 以上的记录是区域缺省定额，区域名放在 QM-REGION 里，
            05 QM-ANNUAL-QUOTA      PIC 9(8).
            05 QM-MONTHLY-QUOTA     PIC 9(7) OCCURS 12 TIMES.
            05 QM-PATTERN-NAME      PIC X(8).
      * 年度达成率按年度定额考核；入职晚或休假的人按可用月份
      * 折算，各月份额取分月金额，没有时按分布模式或十二等分，
      * 口径与 SALESPACE 进度报表一致

      * 定额分布模式档
       FD QSPREAD-FILE.
       01 QSPREAD-RECORD.
            88 ENDOFQSPREAD VALUE HIGH-VALUES.
            05 SP-PATTERN-NAME      PIC X(8).
            05 SP-PCT               PIC 9(3) OCCURS 12 TIMES.

      * 定额达成率报表输出文件
       FD QUOTA-REPORT-FILE.
            05 SP-FIRST-DATE        PIC 9(8).
      * 首次挂账日期，账龄按它起算
            05 SP-LAST-DATE         PIC 9(8).
            05 SP-RECORD-IMAGE      PIC X(230).
            05 SP-ACT-POSTED-SW     PIC X.
      * 改单流入是否已登记进活动净额档：SALESCORRECT 过一次账
      * 记 'Y'，再挂账时清回 'N'，同一挂账项不会重复登记
            05 RM-DESCRIPTION       PIC X(20).
            05 RM-ACTIVE-FLAG       PIC X.
      * Y = 启用, N = 停用；停用区域的记录校验时剔除
            05 RM-CONFLICT-MODE     PIC X.

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
                10 RA-EFF-DATE       PIC 9(8).
            05 RA-REGION             PIC X(5).

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

      * 控制总计历史档：一次运行一条
       FD CONTROL-HIST-FILE.
       01 CTLHIST-RECORD.
      * 正在累计的片区分组与组内销售额，续跑时接着累
            05 CKPT-EXCLUDED-SALES  PIC 9(10)V99.
      * 重启点为止被剔除记录的销售额合计
            05 CKPT-HELD-SALES      PIC 9(10)V99.
      * 重启点为止因发票未收暂不计提的销售额合计

      * 工作存储区，定义中间变量
        WORKING-STORAGE SECTION.
                 10 WS-PLAN-REGION  PIC X(5).
                 10 WS-PLAN-EFF-DATE PIC 9(8).
                 10 WS-PLAN-TIER-COUNT PIC 9(2).
                 10 WS-PLAN-CASH-SW PIC X.
                 10 WS-PLAN-HOLD-DAYS PIC 9(3).
                 10 WS-PLAN-TIER OCCURS 5 TIMES.
                     15 WS-PLAN-TIER-LIMIT PIC 9(8).
                     15 WS-PLAN-TIER-RATE  PIC V999.
      * 本层计提的销售额上沿：年销售额与本层上限二者取小
        01   WS-TIER-FLOOR          PIC 9(8)V99 VALUE ZEROES.
      * 本层计提的销售额下沿，即上一层的上限
        01   WS-COMM-BASIS          PIC 9(8)V99 VALUE ZEROES.
      * 计提基数：年销售额；按现金计提的区域再扣掉逾期未收的部分

      * 按现金计提的暂扣控制项：逐张查本人今年过账的销售发票，
      * 过了计划规定天数仍未收清的，按未收比例把发票金额从计提
      * 基数里扣出；历史档或应收档打不开时不扣，照开票计提
        01   WS-POSTHIST-STATUS     PIC X(2) VALUE '00'.
        01   WS-AROPEN-STATUS       PIC X(2) VALUE '00'.
        01   WS-HOLDBACK-AVAIL-SW   PIC X VALUE 'N'.
            88 HOLDBACK-FILES-AVAILABLE VALUE 'Y'.
        01   WS-PH-SCAN-SW          PIC X VALUE 'N'.
            88 PH-SCAN-DONE         VALUE 'Y'.
        01   WS-HELD-SALES          PIC 9(8)V99 VALUE ZEROES.
        01   WS-HELD-INVOICE-AMT    PIC 9(8)V99 VALUE ZEROES.
        01   WS-TOTAL-HELD-SALES    PIC 9(10)V99 COMP-3 VALUE ZEROES.
        01   WS-TODAY-DAYNO         PIC 9(7) VALUE ZEROES.
        01   WS-SALE-DAYNO          PIC 9(7) VALUE ZEROES.
        01   WS-HOLD-AGE-DAYS       PIC S9(7) VALUE ZEROES.
        01   WS-PH-SALE-DATE-WORK.
             05 WS-PHS-CCYY         PIC 9(4).
             05 WS-PHS-MM           PIC 99.
             05 WS-PHS-DD           PIC 99.
        01   WS-PH-POST-DATE-WORK.
             05 WS-PHP-YY           PIC 99.
             05 FILLER              PIC 9(4).

      * 运行日期的八位数字形式（本系统运行年份按 20xx 处理），
      * 用来与提成计划的生效日期比较
                 INDEXED BY WS-QUOTA-IDX.
                 10 WS-QUOTA-ID     PIC 9(7).
                 10 WS-QUOTA-AMOUNT PIC 9(8).
                 10 WS-QUOTA-MONTHLY PIC 9(7) OCCURS 12 TIMES.
                 10 WS-QUOTA-PATTERN PIC X(8).
        01   WS-QUOTA-DEF-COUNT     PIC 9(4) COMP VALUE 0.
        01   WS-QUOTA-DEFAULT-TABLE.
             05 WS-QUOTA-DEF-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-QDEF-IDX.
                 10 WS-QDEF-REGION  PIC X(5).
                 10 WS-QDEF-AMOUNT  PIC 9(8).
                 10 WS-QDEF-MONTHLY PIC 9(7) OCCURS 12 TIMES.
                 10 WS-QDEF-PATTERN PIC X(8).
        01   WS-QUOTA-RESERVED-ID   PIC 9(7) VALUE 9999900.
      * 区域缺省定额记录所用的保留号段下限
        01   WS-QREGION-QUOTA       PIC 9(9) VALUE ZEROES.
      * 本条记录的达成率
        01   WS-QUOTA-WARN-PCT      PIC 9(3) VALUE 75.
      * 达成率预警线，低于该值在报表上打预警标志

      * 定额按可用月份折算的工作项：本条记录套出来的分月定额、
      * 分布模式表、逐月可用标志；以每月十五日为准，当日已入职
      * 且不在休假期内（休假结束日为零即尚未销假）的月份才算可用
        01   WS-QSPREAD-STATUS      PIC X(2) VALUE '00'.
        01   WS-PATTERN-COUNT       PIC 9(2) VALUE ZEROES.
        01   WS-PATTERN-TABLE.
             05 WS-PAT-ENTRY OCCURS 10 TIMES.
                 10 WS-PAT-NAME     PIC X(8).
                 10 WS-PAT-PCT      PIC 9(3) OCCURS 12 TIMES.
        01   WS-PAT-SUBSCRIPT       PIC 9(2) VALUE ZEROES.
        01   WS-QMONTH-SUB          PIC 9(2) VALUE ZEROES.
        01   WS-REP-PHASED.
             05 WS-RP-MONTH         PIC 9(7) OCCURS 12 TIMES.
        01   WS-REP-EXPLICIT-SUM    PIC 9(9) VALUE ZEROES.
        01   WS-REP-PATTERN         PIC X(8) VALUE SPACES.
        01   WS-REP-ANNUAL          PIC 9(8) VALUE ZEROES.
        01   WS-REP-PRORATED        PIC 9(9) VALUE ZEROES.
        01   WS-REP-AVAIL-MONTHS    PIC 9(2) VALUE ZEROES.
        01   WS-MID-MONTH-DATE.
             05 WS-MMD-CCYY         PIC 9(4).
             05 WS-MMD-MM           PIC 99.
             05 WS-MMD-DD           PIC 99 VALUE 15.
        01   WS-MID-MONTH-NUM REDEFINES WS-MID-MONTH-DATE PIC 9(8).
        01   WS-QMONTH-AVAIL-SW     PIC X VALUE 'Y'.
            88 QMONTH-AVAILABLE     VALUE 'Y'.
      * 定额达成率报表标题行
        01  QUOTA-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'YEARLY SALES'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'PCT ATT'.
            05 FILLER              PIC X(12) VALUE 'FLAG'.
            05 FILLER              PIC X(10) VALUE 'AVAIL MOS'.
            05 FILLER              PIC X(20) VALUE SPACES.
      * AVAIL MOS 不是 12/12 的，ANNUAL QUOTA 栏已按入职或休假
      * 折算

      * 定额达成率报表明细行
        01  QUOTA-DETAIL-LINE.
            05 QTA-PCT              PIC ZZ9.9.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 QTA-FLAG             PIC X(14).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 QTA-AVAIL-MONTHS     PIC Z9.
            05 FILLER               PIC X(3)  VALUE '/12'.
            05 FILLER               PIC X(24) VALUE SPACES.

      * 定额达成区域小计明细行
        01  QUOTA-REGION-LINE.
           PERFORM 0067-LOAD-ASSIGNMENT-TABLE.
           PERFORM 0069-LOAD-REGASGN-TABLE.
           PERFORM 0070-LOAD-COMM-PLAN.
           PERFORM 0076-OPEN-HOLDBACK-FILES.
           PERFORM 0080-LOAD-QUOTA-TABLE.
           PERFORM 0082-LOAD-PATTERN-TABLE.
           PERFORM 0055-READ-CHECKPOINT.
      * 全新一轮运行才起一代新报表文件并登记目录；续跑时文件名
      * 已经在 0055 段从检查点恢复，接着写同一代
                   MOVE SF-MONTHLY-SALES (WS-MONTH-SUBSCRIPT)
                       TO MONTHLY-SALES (WS-MONTH-SUBSCRIPT)
               END-PERFORM
               MOVE SF-HIRE-DATE TO HIRE-DATE
               MOVE SF-EMP-STATUS TO EMP-STATUS
               MOVE SF-LEAVE-START-DATE TO LEAVE-START-DATE
               MOVE SF-LEAVE-END-DATE TO LEAVE-END-DATE
               MOVE WS-ASGN-TERRITORY TO TERRITORY
               RELEASE SALESDETAILS
               READ SALESFILE
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
      * 现金计提标志与暂扣天数是整个计划版本的属性，各层级记录
      * 上带的一样，取生效版本里最后读到的一条
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

      * 打开按现金计提要用的发票历史档与应收未结项档；没有任何
      * 区域按现金计提时不必打开，任一档打不开时照开票计提，操
      * 作台提示一句
        0076-OPEN-HOLDBACK-FILES.
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
               WS-RUN-CCYY * 365 + WS-RYMD-MM * 30 + WS-RYMD-DD.

      * 从 SALESQUOTA.DAT 装入销售定额：个人定额进对照表，保留
      * 号段的区域缺省定额进缺省表；定额档还没建起来时报表照常
      * 运行，所有人按没有定额处理，只在操作台提示一句
                   MOVE QM-REGION TO WS-QDEF-REGION (WS-QDEF-IDX)
                   MOVE QM-ANNUAL-QUOTA
                       TO WS-QDEF-AMOUNT (WS-QDEF-IDX)
                   PERFORM VARYING WS-QMONTH-SUB FROM 1 BY 1
                       UNTIL WS-QMONTH-SUB > 12
                       MOVE QM-MONTHLY-QUOTA (WS-QMONTH-SUB)
                           TO WS-QDEF-MONTHLY (WS-QDEF-IDX,
                               WS-QMONTH-SUB)
                   END-PERFORM
                   MOVE QM-PATTERN-NAME
                       TO WS-QDEF-PATTERN (WS-QDEF-IDX)
               ELSE
                   DISPLAY 'QUOTA DEFAULT TABLE FULL, ENTRY DROPPED'
               END-IF
                       TO WS-QUOTA-ID (WS-QUOTA-IDX)
                   MOVE QM-ANNUAL-QUOTA
                       TO WS-QUOTA-AMOUNT (WS-QUOTA-IDX)
                   PERFORM VARYING WS-QMONTH-SUB FROM 1 BY 1
                       UNTIL WS-QMONTH-SUB > 12
                       MOVE QM-MONTHLY-QUOTA (WS-QMONTH-SUB)
                           TO WS-QUOTA-MONTHLY (WS-QUOTA-IDX,
                               WS-QMONTH-SUB)
                   END-PERFORM
                   MOVE QM-PATTERN-NAME
                       TO WS-QUOTA-PATTERN (WS-QUOTA-IDX)
               ELSE
                   DISPLAY 'QUOTA TABLE FULL, ENTRY DROPPED'
               END-IF
           END-IF.

      * 装入定额分布模式表，做法与 SALESPACE.cbl 的一致；档还没
      * 建起来时没有模式可套，折算按分月金额或十二等分
        0082-LOAD-PATTERN-TABLE.
           OPEN INPUT QSPREAD-FILE.
           IF WS-QSPREAD-STATUS = '00'
               READ QSPREAD-FILE
                    AT END SET ENDOFQSPREAD TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFQSPREAD
                   IF WS-PATTERN-COUNT < 10
                       ADD 1 TO WS-PATTERN-COUNT
                       MOVE SP-PATTERN-NAME
                           TO WS-PAT-NAME (WS-PATTERN-COUNT)
                       PERFORM VARYING WS-QMONTH-SUB FROM 1
                           BY 1 UNTIL WS-QMONTH-SUB > 12
                           MOVE SP-PCT (WS-QMONTH-SUB)
                               TO WS-PAT-PCT (WS-PATTERN-COUNT,
                                   WS-QMONTH-SUB)
                       END-PERFORM
                   ELSE
                       DISPLAY 'PATTERN TABLE FULL, DROPPED: '
                           SP-PATTERN-NAME
                   END-IF
                   READ QSPREAD-FILE
                        AT END SET ENDOFQSPREAD TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QSPREAD-FILE
           END-IF.

      * 读取检查点文件，确定本次从排序输出流的第几条记录开始处理；
      * 文件不存在表示从头开始，存在则从上次记录的位置之后续跑
        0055-READ-CHECKPOINT.
                   MOVE CKPT-RECORDS-READ TO WS-RECORDS-READ
                   MOVE CKPT-RECORDS-REJECTED TO WS-RECORDS-REJECTED
                   MOVE CKPT-EXCLUDED-SALES TO WS-EXCLUDED-SALES
                   MOVE CKPT-HELD-SALES TO WS-TOTAL-HELD-SALES
                   MOVE CKPT-PAGE-NUMBER TO WS-PAGE-NUMBER
                   MOVE CKPT-LINE-COUNT TO WS-LINE-COUNT
                   MOVE CKPT-PRINT-NAME TO WS-PRINT-FILE-NAME
      * 销售员单独标明，避免再漏掉该考核而没考核的人
        0117-WRITE-QUOTA-LINE.
            MOVE ZEROES TO WS-REP-QUOTA.
            MOVE ZEROES TO WS-REP-PHASED.
            MOVE SPACES TO WS-REP-PATTERN.
            SET WS-QUOTA-IDX TO 1.
            IF WS-QUOTA-TABLE-COUNT > 0
                SEARCH WS-QUOTA-ENTRY
                    WHEN WS-QUOTA-ID (WS-QUOTA-IDX) = SALESPERSON-ID
                        MOVE WS-QUOTA-AMOUNT (WS-QUOTA-IDX)
                            TO WS-REP-QUOTA
                        MOVE WS-QUOTA-PATTERN (WS-QUOTA-IDX)
                            TO WS-REP-PATTERN
                        PERFORM VARYING WS-QMONTH-SUB FROM 1 BY 1
                            UNTIL WS-QMONTH-SUB > 12
                            MOVE WS-QUOTA-MONTHLY (WS-QUOTA-IDX,
                                WS-QMONTH-SUB)
                                TO WS-RP-MONTH (WS-QMONTH-SUB)
                        END-PERFORM
                END-SEARCH
            END-IF.
            IF WS-REP-QUOTA = ZEROES AND WS-QUOTA-DEF-COUNT > 0
                    WHEN WS-QDEF-REGION (WS-QDEF-IDX) = REGION
                        MOVE WS-QDEF-AMOUNT (WS-QDEF-IDX)
                            TO WS-REP-QUOTA
                        MOVE WS-QDEF-PATTERN (WS-QDEF-IDX)
                            TO WS-REP-PATTERN
                        PERFORM VARYING WS-QMONTH-SUB FROM 1 BY 1
                            UNTIL WS-QMONTH-SUB > 12
                            MOVE WS-QDEF-MONTHLY (WS-QDEF-IDX,
                                WS-QMONTH-SUB)
                                TO WS-RP-MONTH (WS-QMONTH-SUB)
                        END-PERFORM
                END-SEARCH
            END-IF.
            PERFORM 0119-PRORATE-QUOTA.
            MOVE WS-REP-AVAIL-MONTHS TO QTA-AVAIL-MONTHS.
            MOVE SALESPERSON-NAME TO QTA-SALESPERSON-NAME.
            MOVE REGION TO QTA-REGION.
            MOVE WS-REP-QUOTA TO QTA-QUOTA.
            MOVE QUOTA-DETAIL-LINE TO QUOTA-PRINT-LINE.
            WRITE QUOTA-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 把本条记录的年度定额按可用月份折算：先定各月份额（分月
      * 金额优先，其次分布模式，再不然十二等分），再只累加可用
      * 月份的份额；全年可用的照用年度定额原数，免得摊分的尾差
      * 改动了没有折算的人的定额
        0119-PRORATE-QUOTA.
            MOVE WS-REP-QUOTA TO WS-REP-ANNUAL.
            MOVE ZEROES TO WS-REP-EXPLICIT-SUM.
            PERFORM VARYING WS-QMONTH-SUB FROM 1 BY 1
                UNTIL WS-QMONTH-SUB > 12
                ADD WS-RP-MONTH (WS-QMONTH-SUB) TO WS-REP-EXPLICIT-SUM
            END-PERFORM.
            IF WS-REP-EXPLICIT-SUM = ZEROES
                PERFORM 0116-LOOKUP-PATTERN
                PERFORM VARYING WS-QMONTH-SUB FROM 1 BY 1
                    UNTIL WS-QMONTH-SUB > 12
                    IF WS-PAT-SUBSCRIPT > ZEROES
                        COMPUTE WS-RP-MONTH (WS-QMONTH-SUB) ROUNDED =
                            WS-REP-ANNUAL *
                            WS-PAT-PCT (WS-PAT-SUBSCRIPT,
                                WS-QMONTH-SUB) / 100
                    ELSE
                        COMPUTE WS-RP-MONTH (WS-QMONTH-SUB) ROUNDED =
                            WS-REP-ANNUAL / 12
                    END-IF
                END-PERFORM
            END-IF.
            MOVE WS-RUN-CCYY TO WS-MMD-CCYY.
            MOVE ZEROES TO WS-REP-AVAIL-MONTHS.
            MOVE ZEROES TO WS-REP-PRORATED.
            PERFORM VARYING WS-QMONTH-SUB FROM 1 BY 1
                UNTIL WS-QMONTH-SUB > 12
                MOVE WS-QMONTH-SUB TO WS-MMD-MM
                MOVE 'Y' TO WS-QMONTH-AVAIL-SW
                IF HIRE-DATE > WS-MID-MONTH-NUM
                    MOVE 'N' TO WS-QMONTH-AVAIL-SW
                END-IF
                IF LEAVE-START-DATE NOT = ZEROES
                        AND LEAVE-START-DATE NOT > WS-MID-MONTH-NUM
                        AND (LEAVE-END-DATE = ZEROES
                         OR LEAVE-END-DATE NOT < WS-MID-MONTH-NUM)
                    MOVE 'N' TO WS-QMONTH-AVAIL-SW
                END-IF
                IF QMONTH-AVAILABLE
                    ADD 1 TO WS-REP-AVAIL-MONTHS
                    ADD WS-RP-MONTH (WS-QMONTH-SUB) TO WS-REP-PRORATED
                END-IF
            END-PERFORM.
            IF WS-REP-AVAIL-MONTHS < 12
                MOVE WS-REP-PRORATED TO WS-REP-QUOTA
            END-IF.

      * 按名字找分布模式；找不到记 0
        0116-LOOKUP-PATTERN.
            MOVE ZEROES TO WS-PAT-SUBSCRIPT.
            IF WS-REP-PATTERN NOT = SPACES
                PERFORM VARYING WS-PAT-SUBSCRIPT FROM 1 BY 1
                    UNTIL WS-PAT-SUBSCRIPT > WS-PATTERN-COUNT
                       OR WS-PAT-NAME (WS-PAT-SUBSCRIPT)
                          = WS-REP-PATTERN
                    CONTINUE
                END-PERFORM
                IF WS-PAT-SUBSCRIPT > WS-PATTERN-COUNT
                    MOVE ZEROES TO WS-PAT-SUBSCRIPT
                END-IF
            END-IF.

      * 按区域适用的提成计划计算本条记录的提成金额；计划表中没有
      * 该区域时提成记零，与旧比例表找不到区域时的处理一致
        0115-CALCULATE-COMMISSION.
                AT END
                    MOVE ZEROES TO WS-COMMISSION
                WHEN WS-PLAN-REGION (WS-PLAN-IDX) = REGION
                    MOVE YEARLYSALES TO WS-COMM-BASIS
                    IF WS-PLAN-CASH-SW (WS-PLAN-IDX) = 'Y'
                        PERFORM 0132-COMPUTE-CASH-HOLDBACK
                    END-IF
                    PERFORM 0116-APPLY-TIERED-RATES
            END-SEARCH.
            ADD WS-COMMISSION TO WS-TOTAL-COMMISSION.

      * 按现金计提的区域：从本人名下的第一条历史记录起顺序读，
      * 逐张累计逾期未收的销售额，扣出后的余额才是计提基数；
      * 暂扣额不超过年销售额
        0132-COMPUTE-CASH-HOLDBACK.
            MOVE ZEROES TO WS-HELD-SALES.
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
                                PERFORM 0133-ADD-HELD-INVOICE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            IF WS-HELD-SALES > YEARLYSALES
                MOVE YEARLYSALES TO WS-HELD-SALES
            END-IF.
            SUBTRACT WS-HELD-SALES FROM WS-COMM-BASIS.
            ADD WS-HELD-SALES TO WS-TOTAL-HELD-SALES.

      * 一条历史记录：今年过账的销售、过了暂扣天数、应收档上还
      * 有未收余额的，按未收占发票净额的比例累计暂扣额；分单发
      * 票各份按同一比例暂扣
        0133-ADD-HELD-INVOICE.
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

      * 逐层套用分层比例：每一层只对落在该层上下限之间的销售额
      * 计提，计提基数超过本层上限时按上限截取
        0116-APPLY-TIERED-RATES.
            MOVE ZEROES TO WS-TIER-FLOOR.
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
                    COMPUTE WS-COMMISSION = WS-COMMISSION +
                MOVE WS-RECORDS-READ TO CKPT-RECORDS-READ
                MOVE WS-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED
                MOVE WS-EXCLUDED-SALES TO CKPT-EXCLUDED-SALES
                MOVE WS-TOTAL-HELD-SALES TO CKPT-HELD-SALES
                MOVE WS-PAGE-NUMBER TO CKPT-PAGE-NUMBER
                MOVE WS-LINE-COUNT TO CKPT-LINE-COUNT
                MOVE WS-PRINT-FILE-NAME TO CKPT-PRINT-NAME
            MOVE WS-CTL-AMT-EDIT       TO CTL-VALUE.
            MOVE CONTROL-TOTAL-LINE    TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
      * 按现金计提的区域因发票逾期未收暂不计提的销售额
            MOVE 'SALES HELD UNCOLLECTED' TO CTL-LABEL.
            MOVE WS-TOTAL-HELD-SALES   TO WS-CTL-AMT-EDIT.
            MOVE WS-CTL-AMT-EDIT       TO CTL-VALUE.
            MOVE CONTROL-TOTAL-LINE    TO PRINT-LINE.
            WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
            PERFORM 0157-APPEND-CONTROL-HISTORY.

      * 把本次运行的控制总计追加到控制总计历史档；第一次运行
           CLOSE CSV-FILE.
           CLOSE QUOTA-REPORT-FILE.
           CLOSE SUSPENSE-MASTER-FILE.
           IF HOLDBACK-FILES-AVAILABLE
               CLOSE POSTHIST-FILE
               CLOSE AROPEN-FILE
           END-IF.
           CLOSE CHECKPOINT-FILE.
      * 本次运行正常跑到结尾，清空检查点文件，这样下一次运行会被
      * 当作全新的一轮处理，而不会误以为是续跑而跳过已处理的记录
