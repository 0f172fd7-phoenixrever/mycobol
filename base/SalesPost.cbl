      *   YEARLYSALES and listed on a posting register, unknown     *
      *   salesperson ids go to a suspense listing.  This gives an  *
      *   invoice-level audit trail instead of keyed-in totals      *
      *   overwriting the YEARLYSALES bucket.  An invoice may carry *
      *   split credit across up to four salespeople; the shares   *
      *   must total 100% or the whole invoice goes to suspense,    *
      *   otherwise each share posts as its own history row.        *
      *   Every posted line is also added to (or, for a return,     *
      *   taken off) the customer's open receivable item in AROPEN  *
      *   for CASHAPPLY to apply receipts against.  The product     *
      *   code is checked against the PRODUCT master the same way   *
      *   the customer number is, and kept on the history row.      *
      *   Every invoice is compared with the customer's owning      *
      *   salesperson (or house-account flag); a posting by anyone  *
      *   else is written to the channel-conflict file, and in      *
      *   regions set to hold it is parked on HELDTRAN for dual     *
      *   approval instead of posting.  Released holds are posted   *
      *   at the start of the next run.  A posting in a foreign     *
      *   currency is converted to dollars at the EXCHRATE rate in  *
      *   effect on its sale date before any bucket is touched; the *
      *   history row keeps the original currency, amount and rate, *
      *   and an invoice with no rate goes to suspense rather than  *
      *   posting at par.                                           *
      *   An invoice that carries an order number relieves that     *
      *   order on SALESORD by the dollar amount posted (a return   *
      *   puts it back); an order fully invoiced is marked filled.  *
      *   Before posting, each new sale is screened against the     *
      *   rep's own POSTHIST history (average and largest invoice,  *
      *   normal daily count), the customer's usual order size,     *
      *   round-dollar amounts and weekend or holiday sale dates,   *
      *   using the ANOMCTL limits; a hit is parked on HELDTRAN for *
      *   TRANAPPROVE and listed with its reasons on ANOMREPORT.    *
      ***************************************************************

      *===============================================
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档：由 CUSTMAINT 程序维护，交易上的客户编号照
      * SALESEDIT 校验区域的做法对着主档校验
            SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PR-PRODUCT-CODE
             FILE STATUS IS WS-PRODUCT-STATUS.
      * 产品主档：由 PRODMAINT 程序维护，交易上的产品代码照客
      * 户编号的做法对着主档校验
            SELECT AROPEN-FILE ASSIGN TO "AROPEN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-KEY
             FILE STATUS IS WS-AROPEN-STATUS.
      * 应收未结项档：按客户编号加发票号建索引，一张发票一条；
      * 本程序过账时累加发票金额（退货冲减），CASHAPPLY 程序
      * 核销收款并出账龄报表；异常筛查按客户顺读取其惯常单额
            SELECT REGION-MASTER-FILE ASSIGN TO "REGION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RM-REGION-CODE
             FILE STATUS IS WS-REGMAST-STATUS.
      * 区域主档：取客户所在区域的归属冲突处理方式
            SELECT HELDTRAN-FILE ASSIGN TO "HELDTRAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HT-KEY
             FILE STATUS IS WS-HELDTRAN-STATUS.
      * 持单档：持单区域的归属冲突发票整张封存在这里等
      * TRANAPPROVE 复核，放行后下次运行时过账
            SELECT CONFLICT-FILE ASSIGN TO "CONFLICT.DAT"
             FILE STATUS IS WS-CONFLICT-STATUS.
      * 归属冲突档：当晚非归属销售员过账（或持单）的发票逐条
      * 一行，CHANCONF 程序据此出按区域、客户的冲突报表
            SELECT EXCHRATE-FILE ASSIGN TO "EXCHRATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ER-KEY
             FILE STATUS IS WS-EXCHRATE-STATUS.
      * 汇率档：由 RATEMAINT 程序维护，按币种加生效日期建索引，
      * 外币交易按销售日期当天适用的汇率折成美元再过账
            SELECT SALESORD-FILE ASSIGN TO "SALESORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SO-ORDER-NO
             ALTERNATE RECORD KEY IS SO-SALESPERSON-ID WITH DUPLICATES
             FILE STATUS IS WS-SALESORD-STATUS.
      * 订单档：由 ORDMAINT 程序维护，带订单号的发票过了账就
      * 按过账金额冲减该订单的在手余额
            SELECT ANOMCTL-FILE ASSIGN TO "ANOMCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ANOMCTL-STATUS.
      * 异常筛查控制档：各项筛查的倍数/金额上限与公司节假日，
      * 档不存在或某项没给时用程序里的缺省值
            SELECT ANOMALY-FILE ASSIGN TO "ANOMREPORT.DAT".
      * 异常筛查报表：当晚因异常持单的发票逐张列明持单键与持
      * 单原因，复核员据此录放行/驳回交易

      *===============================================
       DATA DIVISION.
            05 MONTHLY-SALES-GRP.
                10 MONTHLY-SALES     PIC 9(6)V99 OCCURS 12 TIMES.
      * 本年一至十二月的月度销售额，本程序按销售日期所在月累加
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 每日销售交易文件
       FD POST-TRAN-FILE.
            05 PST-AMOUNT            PIC 9(6)V99.
            05 PST-CUSTOMER-NO       PIC 9(7).
      * 购货客户编号，对着 CUSTOMER.DAT 校验
            05 PST-SPLIT-COUNT       PIC 9.
      * 分单人数：空格或零（旧格式）= 不分单，整笔记在
      * PST-SALESPERSON-ID 名下；1 至 4 = 按下面的分单表分摊
            05 PST-SPLIT-SHARE OCCURS 4 TIMES.
                10 PST-SPLIT-ID      PIC 9(7).
                10 PST-SPLIT-PCT     PIC 9(3)V99.
      * 分单销售员编号与所占百分比，各份相加须等于 100.00
            05 PST-PRODUCT-CODE      PIC X(8).
      * 产品代码，对着 PRODUCT.DAT 校验
            05 PST-CURRENCY-CODE     PIC X(3).
      * 金额的币种：空格（旧格式）或 USD = 美元，其余币种按汇率
      * 档折算
            05 PST-ORDER-NO          PIC X(10).
      * 发票所开的订单号：空格（旧格式）= 不对应订单

      * 过账登记簿
       FD REGISTER-FILE.
      * 关账月；原始销售日期保留在 PH-SALE-DATE 里备查
            05 PH-CUSTOMER-NO        PIC 9(7).
      * 购货客户编号，按客户汇总报表据此归集
            05 PH-PRODUCT-CODE       PIC X(8).
      * 产品代码，产品线报表据此归集
            05 PH-CURRENCY-CODE      PIC X(3).
      * 交易原币种，美元交易记 USD
            05 PH-ORIG-AMOUNT        PIC 9(6)V99.
      * 原币金额；PH-AMOUNT 是折算后的美元金额
            05 PH-EXCH-RATE          PIC 9(3)V9(6).
      * 折算用的汇率（一单位原币折合的美元数），美元交易记 1

      * 客户主档，布局与 CUSTMAINT.cbl 的一致
       FD CUSTOMER-FILE.
            05 CU-NAME              PIC X(30).
            05 CU-REGION            PIC X(5).
            05 CU-ACTIVE-FLAG       PIC X.
            05 CU-OWNER-ID          PIC 9(7).
            05 CU-HOUSE-FLAG        PIC X.
            05 CU-PARENT-NO         PIC 9(7).

      * 区域主档，布局与 REGIONMAINT.cbl 的一致
       FD REGION-MASTER-FILE.
       01 REGION-MASTER-REC.
            05 RM-REGION-CODE       PIC X(5).
            05 RM-DESCRIPTION       PIC X(20).
            05 RM-ACTIVE-FLAG       PIC X.
            05 RM-CONFLICT-MODE     PIC X.

      * 持单档，布局与 TRANAPPROVE.cbl 的一致
       FD HELDTRAN-FILE.
       01 HELD-REC.
            05 HT-KEY.
                10 HT-PROGRAM        PIC X(12).
                10 HT-HELD-DATE      PIC 9(8).
                10 HT-HELD-SEQ       PIC 9(5).
            05 HT-STATUS             PIC X.
            05 HT-SUBMIT-OPERATOR    PIC X(8).
            05 HT-RELEASE-OPERATOR   PIC X(8).
            05 HT-RELEASE-DATE       PIC 9(8).
            05 HT-TRAN-KEY           PIC X(15).
            05 HT-AMOUNT             PIC S9(9)V99.
            05 HT-TRAN-IMAGE         PIC X(129).

      * 归属冲突档，CHANCONF.cbl 读取
       FD CONFLICT-FILE.
       01 CONFLICT-REC.
            05 CF-RUN-DATE           PIC 9(6).
            05 CF-REGION             PIC X(5).
      * 客户所在区域
            05 CF-CUSTOMER-NO        PIC 9(7).
            05 CF-CUSTOMER-NAME      PIC X(30).
            05 CF-OWNER-ID           PIC 9(7).
            05 CF-HOUSE-FLAG         PIC X.
            05 CF-SALESPERSON-ID     PIC 9(7).
            05 CF-INVOICE-NO         PIC X(10).
            05 CF-SALE-DATE          PIC 9(8).
            05 CF-TRAN-TYPE          PIC X.
            05 CF-AMOUNT             PIC 9(6)V99.
            05 CF-ACTION             PIC X.
      * R = 已过账只上报表, H = 持单待复核, A = 复核放行后过账

      * 产品主档，布局与 PRODMAINT.cbl 的一致
       FD PRODUCT-FILE.
       01 PRODUCT-REC.
            05 PR-PRODUCT-CODE      PIC X(8).
            05 PR-DESCRIPTION       PIC X(30).
            05 PR-PRODUCT-LINE      PIC X(6).
            05 PR-ACTIVE-FLAG       PIC X.

      * 应收未结项档，布局与 CASHAPPLY.cbl 的一致
       FD AROPEN-FILE.
       01 AROPEN-REC.
            05 AR-KEY.
                10 AR-CUSTOMER-NO    PIC 9(7).
                10 AR-INVOICE-NO     PIC X(10).
            05 AR-SALE-DATE          PIC 9(8).
      * 发票的销售日期，账龄按它起算
            05 AR-REGION             PIC X(5).
      * 客户所在区域，客户主档不可用时记销售员的区域
            05 AR-INVOICE-AMT        PIC S9(7)V99.
      * 发票金额：销售累加、退货冲减后的净额；分单发票各份
      * 累加进同一条
            05 AR-APPLIED-AMT        PIC S9(7)V99.
      * 已核销的收款合计
            05 AR-LAST-PAY-DATE      PIC 9(8).
            05 AR-STATUS             PIC X.
      * O = 未结清, P = 已结清

      * 汇率档，布局与 RATEMAINT.cbl 的一致
       FD EXCHRATE-FILE.
       01 EXCHRATE-REC.
            05 ER-KEY.
                10 ER-CURRENCY       PIC X(3).
                10 ER-EFF-DATE       PIC 9(8).
            05 ER-RATE               PIC 9(3)V9(6).

      * 订单档，布局与 ORDMAINT.cbl 的一致
       FD SALESORD-FILE.
       01 SALESORD-REC.
            05 SO-ORDER-NO           PIC X(10).
            05 SO-SALESPERSON-ID     PIC 9(7).
            05 SO-CUSTOMER-NO        PIC 9(7).
            05 SO-REGION             PIC X(5).
            05 SO-BOOKED-DATE        PIC 9(8).
            05 SO-SHIP-MONTH         PIC 9(6).
            05 SO-AMOUNT             PIC 9(7)V99.
            05 SO-RELIEVED-AMT       PIC 9(7)V99.
            05 SO-PROBABILITY        PIC 9(3).
            05 SO-STATUS             PIC X.
      * O = 在手, F = 已全额开票, C = 已取消
            05 SO-LAST-INVOICE       PIC X(10).
            05 SO-LAST-RELIEF-DATE   PIC 9(8).
            05 SO-UPDATE-DATE        PIC 9(8).
            05 SO-UPDATE-OPERATOR    PIC X(8).

      * 异常筛查控制档：一项一条，代码加数值；节假日一天一条，
      * 代码 HOL 加日期
       FD ANOMCTL-FILE.
       01 ANOMCTL-RECORD.
            88 ENDOFANOMCTL VALUE HIGH-VALUES.
            05 AN-CODE               PIC X(4).
      * AVG  = 超过本人平均发票额的倍数
      * MAX  = 超过本人最大发票额的倍数
      * CNT  = 当晚张数超过本人日常张数的倍数
      * CUST = 超过客户惯常单额的倍数
      * RND  = 整数金额的单位（元），金额是它的整倍数即算
      * MINH = 历史笔数不到此数的不做历史比对
      * WKND = 周末销售日期是否筛查，0 = 不查
      * 倍数给 0 即关掉该项
            05 AN-VALUE              PIC 9(7)V99.
       01 ANOMCTL-HOLIDAY-REC.
            05 FILLER                PIC X(4).
            05 AN-HOLIDAY-DATE       PIC 9(8).

      * 异常筛查报表
       FD ANOMALY-FILE.
       01 ANOMALY-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
           88 CUSTOMER-NOT-FOUND    VALUE 'F'.
           88 CUSTOMER-INACTIVE     VALUE 'I'.

      * 产品主档的控制项与校验结果
       01  WS-PRODUCT-STATUS        PIC X(2) VALUE '00'.
       01  WS-PRODUCT-AVAIL-SW      PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE     VALUE 'Y'.
       01  WS-PROD-CHECK            PIC X VALUE 'V'.
           88 PRODUCT-IS-VALID      VALUE 'V'.
           88 PRODUCT-MISSING       VALUE 'M'.
           88 PRODUCT-NOT-FOUND     VALUE 'F'.
           88 PRODUCT-INACTIVE      VALUE 'I'.

      * 已过账发票历史档的控制项
       01  WS-POSTHIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-POSTHIST-AVAIL-SW     PIC X VALUE 'N'.
       01  WS-DUP-INVOICE-SW        PIC X VALUE 'N'.
           88 INVOICE-ALREADY-POSTED VALUE 'Y'.

      * 应收未结项档的控制项
       01  WS-AROPEN-STATUS         PIC X(2) VALUE '00'.
       01  WS-AROPEN-AVAIL-SW       PIC X VALUE 'N'.
           88 AROPEN-AVAILABLE      VALUE 'Y'.
       01  WS-AR-ITEM-COUNT         PIC 9(7) VALUE ZEROES.
      * 本次运行新开的应收未结项条数

      * 客户归属冲突的控制项：区域主档、持单档与冲突档
       01  WS-REGMAST-STATUS        PIC X(2) VALUE '00'.
       01  WS-REGMAST-AVAIL-SW      PIC X VALUE 'N'.
           88 REGMAST-AVAILABLE     VALUE 'Y'.
       01  WS-HELDTRAN-STATUS       PIC X(2) VALUE '00'.
       01  WS-HELDTRAN-AVAIL-SW     PIC X VALUE 'N'.
           88 HELDTRAN-AVAILABLE    VALUE 'Y'.
       01  WS-CONFLICT-STATUS       PIC X(2) VALUE '00'.
       01  WS-HELD-SEQ              PIC 9(5) VALUE ZEROES.
       01  WS-HELD-WRITTEN-SW       PIC X VALUE 'N'.
           88 HELD-REC-WRITTEN      VALUE 'Y'.
       01  WS-HOLD-SCAN-SW          PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE        VALUE 'Y'.
       01  WS-HOLD-APPLY-SW         PIC X VALUE 'N'.
           88 APPLYING-HELD         VALUE 'Y'.
       01  WS-ANOM-RELEASE-SW       PIC X VALUE 'N'.
           88 APPLYING-ANOM-HOLD    VALUE 'Y'.
      * 正在应用的放行持单是异常筛查持单（交易键带 ANOM 后缀）
       01  WS-SAVE-HELD-REC         PIC X(205) VALUE SPACES.
       01  WS-CONFLICT-SW           PIC X VALUE 'N'.
           88 OWNER-CONFLICT        VALUE 'Y'.
       01  WS-CONF-HOLD-SW          PIC X VALUE 'N'.
           88 CONFLICT-HOLD-REGION  VALUE 'Y'.
       01  WS-CONF-REGION           PIC X(5) VALUE SPACES.
       01  WS-CONF-CUST-NAME        PIC X(30) VALUE SPACES.
       01  WS-CONF-OWNER-ID         PIC 9(7) VALUE ZEROES.
       01  WS-CONF-HOUSE-FLAG       PIC X VALUE SPACES.
       01  WS-OWNER-SCAN            PIC 9 VALUE ZEROES.
       01  WS-CONFLICT-COUNT        PIC 9(7) VALUE ZEROES.
      * 过账了的冲突行数（只上报表的与复核放行后过账的）
       01  WS-CONF-HELD-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-HOLD-APPLIED-COUNT    PIC 9(7) VALUE ZEROES.

      * 外币折算的控制项：汇率档、本笔的原币种/原币金额/汇率与
      * 折算结果；分单发票的各份按百分比拆原币金额，末一份取余数
       01  WS-EXCHRATE-STATUS       PIC X(2) VALUE '00'.
       01  WS-EXCHRATE-AVAIL-SW     PIC X VALUE 'N'.
           88 EXCHRATE-AVAILABLE    VALUE 'Y'.
       01  WS-RATE-SCAN-SW          PIC X VALUE 'N'.
           88 RATE-SCAN-DONE        VALUE 'Y'.
       01  WS-FX-CHECK              PIC X VALUE 'V'.
           88 FX-IS-VALID           VALUE 'V'.
           88 FX-RATE-MISSING       VALUE 'M'.
           88 FX-FILE-MISSING       VALUE 'U'.
           88 FX-OVERFLOW           VALUE 'O'.
       01  WS-FX-CURRENCY           PIC X(3) VALUE 'USD'.
       01  WS-FX-RATE               PIC 9(3)V9(6) VALUE 1.
       01  WS-FX-ORIG-AMOUNT        PIC 9(6)V99 VALUE ZEROES.
       01  WS-FX-SHARE-ORIG         PIC 9(6)V99 VALUE ZEROES.
       01  WS-FX-ORIG-ALLOCATED     PIC 9(6)V99 VALUE ZEROES.
       01  WS-FX-CONVERTED-COUNT    PIC 9(7) VALUE ZEROES.
       01  WS-FX-REJECT-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-FX-NOTE-WORK.
            05 WS-FN-CURRENCY       PIC X(3).
            05 FILLER               PIC X     VALUE SPACE.
            05 WS-FN-AMOUNT         PIC ZZZ,ZZ9.99.
      * 登记簿上外币交易的注记，如 CAD 1,234.50（原币金额）

      * 订单冲减的控制项：冲减了的过账行数与金额（销售冲减、退
      * 货回补分开计），以及带了订单号却冲减不了的行数
       01  WS-SALESORD-STATUS       PIC X(2) VALUE '00'.
       01  WS-SALESORD-AVAIL-SW     PIC X VALUE 'N'.
           88 SALESORD-AVAILABLE    VALUE 'Y'.
       01  WS-ORD-RELIEF-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-ORD-RELIEF-AMT        PIC 9(10)V99 COMP-3 VALUE ZEROES.
       01  WS-ORD-REVERSE-AMT       PIC 9(10)V99 COMP-3 VALUE ZEROES.
       01  WS-ORD-MISS-COUNT        PIC 9(7) VALUE ZEROES.

      * 异常筛查的门限：缺省值，控制档里给了的覆盖
       01  WS-ANOMCTL-STATUS        PIC X(2) VALUE '00'.
       01  WS-AN-AVG-MULT           PIC 9(3)V99 VALUE 5.
       01  WS-AN-MAX-MULT           PIC 9(3)V99 VALUE 2.
       01  WS-AN-CNT-MULT           PIC 9(3)V99 VALUE 5.
       01  WS-AN-CUST-MULT          PIC 9(3)V99 VALUE 5.
       01  WS-AN-ROUND-UNIT         PIC 9(7)V99 VALUE 1000.
       01  WS-AN-MIN-HIST           PIC 9(5) VALUE 5.
       01  WS-AN-WEEKEND-SW         PIC X VALUE 'Y'.
           88 WEEKEND-CHECK-ON      VALUE 'Y'.
       01  WS-HOL-COUNT             PIC 9(2) VALUE ZEROES.
       01  WS-HOLIDAY-TABLE.
            05 WS-HOL-DATE          PIC 9(8) OCCURS 60 TIMES.
       01  WS-HOL-SUB               PIC 9(2) VALUE ZEROES.

      * 销售员画像表：预读一遍当晚交易文件，逐人数出当晚的销
      * 售张数；第一次筛到某人时从历史档算出其历史笔数、平均与
      * 最大发票额、日常每天的张数，同一晚不再重算
       01  WS-AP-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-ANOM-REP-TABLE.
            05 WS-AP-ENTRY OCCURS 1000 TIMES.
                10 WS-AP-ID          PIC 9(7).
                10 WS-AP-TONIGHT     PIC 9(5).
                10 WS-AP-PROFILE-SW  PIC X.
                10 WS-AP-HIST-COUNT  PIC 9(7).
                10 WS-AP-HIST-AVG    PIC 9(7)V99.
                10 WS-AP-HIST-MAX    PIC 9(6)V99.
                10 WS-AP-DAY-NORM    PIC 9(5)V99.
       01  WS-AP-SUB                PIC 9(4) VALUE ZEROES.
       01  WS-AP-FULL-SW            PIC X VALUE 'N'.
           88 REP-TABLE-FULL        VALUE 'Y'.
       01  WS-HIST-SCAN-SW          PIC X VALUE 'N'.
           88 HIST-SCAN-DONE        VALUE 'Y'.
       01  WS-HIST-SUM              PIC 9(10)V99 COMP-3 VALUE ZEROES.
      * 历史上有过账的不同业务日，日常张数 = 历史笔数 / 天数；
      * 超过 400 天的只记前 400 天
       01  WS-PD-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-POST-DAY-TABLE.
            05 WS-PD-DATE           PIC 9(6) OCCURS 400 TIMES.
       01  WS-PD-SUB                PIC 9(3) VALUE ZEROES.

      * 客户惯常单额：应收未结项档里该客户各张发票的平均额
       01  WS-AR-SCAN-SW            PIC X VALUE 'N'.
           88 AR-SCAN-DONE          VALUE 'Y'.
       01  WS-CUST-ITEM-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-CUST-ITEM-SUM         PIC 9(10)V99 COMP-3 VALUE ZEROES.

      * 筛查结果：本张发票命中的原因（最多七项）与当晚计数
       01  WS-ANOM-SW               PIC X VALUE 'N'.
           88 ANOMALY-FOUND         VALUE 'Y'.
       01  WS-AN-LIMIT              PIC 9(9)V99 VALUE ZEROES.
       01  WS-RSN-COUNT             PIC 9 VALUE ZEROES.
       01  WS-RSN-TABLE.
            05 WS-RSN-ENTRY OCCURS 7 TIMES.
                10 WS-RSN-CODE       PIC X(4).
                10 WS-RSN-TEXT       PIC X(36).
                10 WS-RSN-VALUE      PIC X(14).
                10 WS-RSN-LIMIT      PIC X(14).
       01  WS-RSN-SUB               PIC 9 VALUE ZEROES.
       01  WS-RSN-NEW-CODE          PIC X(4) VALUE SPACES.
       01  WS-RSN-NEW-TEXT          PIC X(36) VALUE SPACES.
       01  WS-RSN-NEW-VALUE         PIC X(14) VALUE SPACES.
       01  WS-RSN-NEW-LIMIT         PIC X(14) VALUE SPACES.
       01  WS-ANOM-AMT-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ANOM-TRAN-KEY.
            05 WS-ATK-INVOICE       PIC X(10).
            05 FILLER               PIC X     VALUE SPACE.
            05 FILLER               PIC X(4)  VALUE 'ANOM'.
      * 异常持单的交易键：发票号后缀 ANOM，与归属冲突持单区分
       01  WS-SCREEN-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-ANOM-HELD-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-RSN-AVG-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-RSN-MAX-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-RSN-CNT-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-RSN-CUST-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-RSN-RND-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-RSN-WKND-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-RSN-HOL-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-RND-QUOT              PIC 9(7) VALUE ZEROES.
       01  WS-RND-REM               PIC 9(7)V99 VALUE ZEROES.

      * 日序号：公元元年起的天数，除以七的余数定星期（余 1 为
      * 星期一，余 6 为星期六，余 0 为星期日），做法与
      * RUNTREND.cbl 一致
       01  WS-DN-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-DN-DATE-GRP REDEFINES WS-DN-DATE.
            05 WS-DN-CCYY           PIC 9(4).
            05 WS-DN-MM             PIC 99.
            05 WS-DN-DD             PIC 99.
       01  WS-DAY-NUMBER            PIC 9(7) VALUE ZEROES.
       01  WS-DN-PRIOR-YEARS        PIC 9(4) VALUE ZEROES.
       01  WS-DN-QUOT               PIC 9(4) VALUE ZEROES.
       01  WS-DN-REM4               PIC 9(4) VALUE ZEROES.
       01  WS-DN-REM100             PIC 9(4) VALUE ZEROES.
       01  WS-DN-REM400             PIC 9(4) VALUE ZEROES.
       01  WS-DN-WEEKS              PIC 9(7) VALUE ZEROES.
       01  WS-DN-WEEKDAY            PIC 9 VALUE ZEROES.
       01  WS-CUM-DAYS-VALUES.
            05 FILLER               PIC 9(3) VALUE 000.
            05 FILLER               PIC 9(3) VALUE 031.
            05 FILLER               PIC 9(3) VALUE 059.
            05 FILLER               PIC 9(3) VALUE 090.
            05 FILLER               PIC 9(3) VALUE 120.
            05 FILLER               PIC 9(3) VALUE 151.
            05 FILLER               PIC 9(3) VALUE 181.
            05 FILLER               PIC 9(3) VALUE 212.
            05 FILLER               PIC 9(3) VALUE 243.
            05 FILLER               PIC 9(3) VALUE 273.
            05 FILLER               PIC 9(3) VALUE 304.
            05 FILLER               PIC 9(3) VALUE 334.
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
            05 WS-CUM-DAYS          PIC 9(3) OCCURS 12 TIMES.

      * 异常筛查报表标题行
       01  ANOM-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(16) VALUE 'HELD DATE-SEQ'.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(12) VALUE 'INVOICE NO'.
            05 FILLER               PIC X(9)  VALUE 'CUSTOMER'.
            05 FILLER               PIC X(10) VALUE 'SALE DATE'.
            05 FILLER               PIC X(12) VALUE 'AMOUNT'.
            05 FILLER               PIC X(59) VALUE SPACES.

      * 异常筛查报表明细行：一张持单发票一行
       01  ANOM-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 ANM-HELD-DATE         PIC 9(8).
            05 FILLER                PIC X     VALUE '-'.
            05 ANM-HELD-SEQ          PIC 9(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ANM-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ANM-INVOICE           PIC X(10).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ANM-CUSTOMER          PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ANM-SALE-DATE         PIC 9(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ANM-AMOUNT            PIC ZZZ,ZZ9.99.
            05 FILLER                PIC X(61) VALUE SPACES.

      * 异常筛查报表原因行：持单发票下逐项列原因、实际值与门限
       01  ANOM-REASON-LINE.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 ANR-CODE              PIC X(4).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ANR-TEXT              PIC X(36).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 FILLER                PIC X(6)  VALUE 'VALUE '.
            05 ANR-VALUE             PIC X(14).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 FILLER                PIC X(6)  VALUE 'LIMIT '.
            05 ANR-LIMIT             PIC X(14).
            05 FILLER                PIC X(36) VALUE SPACES.

      * 夜批运行控制档的写记录控制项
       01  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
       01  WS-RUNCTL-TYPE           PIC X VALUE 'S'.
       01  WS-BUS-DATE-ALT REDEFINES WS-BUS-DATE-WORK.
            05 WS-BD-CCYYMM         PIC 9(6).
            05 FILLER               PIC 9(2).
       01  WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE-WORK
                                    PIC 9(8).

      * 前期调整控制项：当前未关账的年月与其月度桶下标
       01  WS-OPEN-YYYYMM-GRP.
       01  WS-RETURN-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-RETURN-AMOUNT         PIC 9(10)V99 COMP-3 VALUE ZEROES.
      * 本次运行累计过账的退货/贷项笔数与金额

      * 分单发票的控制项：整张发票先校验，通过后逐份改写交易区
      * 的编号与金额，照单人发票的路径过账
       01  WS-SPLIT-CHECK           PIC X VALUE 'V'.
           88 SPLIT-IS-VALID        VALUE 'V'.
       01  WS-SPLIT-REASON          PIC X(40) VALUE SPACES.
       01  WS-SPLIT-SUBSCRIPT       PIC 9 VALUE ZEROES.
       01  WS-SPLIT-SCAN            PIC 9 VALUE ZEROES.
       01  WS-SPLIT-PCT-TOTAL       PIC 9(4)V99 VALUE ZEROES.
       01  WS-SPLIT-ORIG-ID         PIC 9(7) VALUE ZEROES.
       01  WS-SPLIT-ORIG-AMOUNT     PIC 9(6)V99 VALUE ZEROES.
       01  WS-SPLIT-ALLOCATED       PIC 9(6)V99 VALUE ZEROES.
       01  WS-SPLIT-SHARE-AMT       PIC 9(6)V99 VALUE ZEROES.
       01  WS-SPLIT-NOTE            PIC X(16) VALUE SPACES.
      * 登记簿上分单份额的注记，如 SPLIT 1/3 40.00
       01  WS-SPLIT-NOTE-WORK.
            05 FILLER               PIC X(6)  VALUE 'SPLIT '.
            05 WS-SN-SHARE          PIC 9.
            05 FILLER               PIC X     VALUE '/'.
            05 WS-SN-COUNT          PIC 9.
            05 FILLER               PIC X     VALUE SPACE.
            05 WS-SN-PCT            PIC ZZ9.99.
       01  WS-SPLIT-INVOICE-COUNT   PIC 9(7) VALUE ZEROES.
       01  WS-SPLIT-SHARE-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-SPLIT-REJECT-COUNT    PIC 9(7) VALUE ZEROES.
       01  WS-ACT-NET-DELTA         PIC S9(9)V99 VALUE ZEROES.
      * 销售减退货的净额，进活动净额档供 SALESRECON 对账

            05 FILLER               PIC X(10) VALUE 'AMOUNT'.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(40) VALUE 'RESULT'.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(16) VALUE 'SPLIT'.
            05 FILLER               PIC X(23) VALUE SPACES.

      * 过账登记簿/挂账清单明细行
       01  REGISTER-DETAIL-LINE.
            05 REG-AMOUNT            PIC ZZZ,ZZ9.99.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 REG-RESULT            PIC X(40).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 REG-SPLIT-NOTE        PIC X(16).
            05 FILLER                PIC X(26) VALUE SPACES.

      * 控制总计行，登记簿尾部用
       01  CONTROL-TOTAL-LINE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0082-LOAD-ANOMALY-CONTROLS.
           PERFORM 0083-COUNT-TONIGHT.
           OPEN INPUT POST-TRAN-FILE.
           OPEN OUTPUT REGISTER-FILE.
           OPEN OUTPUT ANOMALY-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT PPA-REPORT-FILE.
           PERFORM 0080-OPEN-POST-HISTORY.
           PERFORM 0085-OPEN-CUSTOMER-MASTER.
           PERFORM 0086-OPEN-PRODUCT-MASTER.
           PERFORM 0087-OPEN-AR-OPEN-ITEMS.
           PERFORM 0088-OPEN-CONFLICT-FILES.
           PERFORM 0089-OPEN-EXCHANGE-RATES.
           PERFORM 0081-OPEN-SALES-ORDERS.
           PERFORM 0070-READ-MONTH-CONTROL.
           PERFORM 0072-SET-OPEN-MONTH.
           PERFORM 0060-WRITE-HEADINGS.
           PERFORM 0110-APPLY-RELEASED-HOLDS.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0900-STOP-RUN.

                   ' - CUSTOMER CHECK OFF'
           END-IF.

      * 打开产品主档；档还没建起来时照常过账但不做产品校验，
      * 操作台提示一句，做法与 0085 段一致
        0086-OPEN-PRODUCT-MASTER.
           MOVE 'N' TO WS-PRODUCT-AVAIL-SW.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS = '00'
               MOVE 'Y' TO WS-PRODUCT-AVAIL-SW
           ELSE
               DISPLAY 'PRODUCT MASTER NOT AVAILABLE, STATUS = '
                   WS-PRODUCT-STATUS
                   ' - PRODUCT CHECK OFF'
           END-IF.

      * 打开应收未结项档，第一次使用时新建再改 I-O 重开，做法
      * 与 0080 段一致；档打不开时照常过账，只是当晚的发票不进
      * 应收，操作台提示一句
        0087-OPEN-AR-OPEN-ITEMS.
           MOVE 'N' TO WS-AROPEN-AVAIL-SW.
           OPEN I-O AROPEN-FILE.
           IF WS-AROPEN-STATUS NOT = '00'
               OPEN OUTPUT AROPEN-FILE
               IF WS-AROPEN-STATUS = '00'
                   CLOSE AROPEN-FILE
                   OPEN I-O AROPEN-FILE
               END-IF
           END-IF.
           IF WS-AROPEN-STATUS = '00'
               MOVE 'Y' TO WS-AROPEN-AVAIL-SW
           ELSE
               DISPLAY 'AROPEN OPEN FAILED, STATUS = '
                   WS-AROPEN-STATUS
                   ' - INVOICES NOT ADDED TO RECEIVABLES'
           END-IF.

      * 打开归属冲突用的文件：区域主档只读可缺（缺了一律按只上
      * 报表处理）；持单档第一次使用时新建再改 I-O 重开，做法与
      * COMMPLANMAINT 一致；冲突档每晚重写
        0088-OPEN-CONFLICT-FILES.
           MOVE 'N' TO WS-REGMAST-AVAIL-SW.
           OPEN INPUT REGION-MASTER-FILE.
           IF WS-REGMAST-STATUS = '00'
               MOVE 'Y' TO WS-REGMAST-AVAIL-SW
           ELSE
               DISPLAY 'REGION MASTER NOT AVAILABLE, STATUS = '
                   WS-REGMAST-STATUS
                   ' - OWNER CONFLICTS REPORTED ONLY'
           END-IF.
           MOVE 'N' TO WS-HELDTRAN-AVAIL-SW.
           OPEN I-O HELDTRAN-FILE.
           IF WS-HELDTRAN-STATUS NOT = '00'
               OPEN OUTPUT HELDTRAN-FILE
               IF WS-HELDTRAN-STATUS = '00'
                   CLOSE HELDTRAN-FILE
                   OPEN I-O HELDTRAN-FILE
               END-IF
           END-IF.
           IF WS-HELDTRAN-STATUS = '00'
               MOVE 'Y' TO WS-HELDTRAN-AVAIL-SW
           ELSE
               DISPLAY 'HELDTRAN OPEN FAILED, STATUS = '
                   WS-HELDTRAN-STATUS
                   ' - CONFLICTS IN HOLD REGIONS SUSPENDED'
           END-IF.
           OPEN OUTPUT CONFLICT-FILE.
           IF WS-CONFLICT-STATUS NOT = '00'
               DISPLAY 'CONFLICT FILE OPEN FAILED, STATUS = '
                   WS-CONFLICT-STATUS
           END-IF.

      * 打开汇率档；档还没建起来时美元交易照常过账，外币交易一
      * 律进挂账清单（宁可挂账也不按面值过账），操作台提示一句
        0089-OPEN-EXCHANGE-RATES.
           MOVE 'N' TO WS-EXCHRATE-AVAIL-SW.
           OPEN INPUT EXCHRATE-FILE.
           IF WS-EXCHRATE-STATUS = '00'
               MOVE 'Y' TO WS-EXCHRATE-AVAIL-SW
           ELSE
               DISPLAY 'EXCHRATE FILE NOT AVAILABLE, STATUS = '
                   WS-EXCHRATE-STATUS
                   ' - FOREIGN CURRENCY POSTINGS SUSPENDED'
           END-IF.

      * 打开订单档；档还没建起来时照常过账，只是带订单号的发票
      * 不冲减订单（计进控制总计），操作台提示一句
        0081-OPEN-SALES-ORDERS.
           MOVE 'N' TO WS-SALESORD-AVAIL-SW.
           OPEN I-O SALESORD-FILE.
           IF WS-SALESORD-STATUS = '00'
               MOVE 'Y' TO WS-SALESORD-AVAIL-SW
           ELSE
               DISPLAY 'SALESORD FILE NOT AVAILABLE, STATUS = '
                   WS-SALESORD-STATUS
                   ' - ORDER RELIEF OFF'
           END-IF.

      * 读异常筛查控制档覆盖缺省门限，节假日装进节假日表；档
      * 不存在时按缺省门限筛查、不查节假日，操作台提示一句
        0082-LOAD-ANOMALY-CONTROLS.
           MOVE ZEROES TO WS-HOL-COUNT.
           OPEN INPUT ANOMCTL-FILE.
           IF WS-ANOMCTL-STATUS = '00'
               READ ANOMCTL-FILE
                    AT END SET ENDOFANOMCTL TO TRUE
               END-READ
               PERFORM UNTIL ENDOFANOMCTL
                   PERFORM 0084-APPLY-ANOMALY-CONTROL
                   READ ANOMCTL-FILE
                        AT END SET ENDOFANOMCTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ANOMCTL-FILE
           ELSE
               DISPLAY 'ANOMCTL NOT AVAILABLE, STATUS = '
                   WS-ANOMCTL-STATUS
                   ' - DEFAULT SCREENING LIMITS'
           END-IF.

      * 应用一条控制记录；数值不是数字的整条不理
        0084-APPLY-ANOMALY-CONTROL.
           IF AN-CODE = 'HOL '
               IF AN-HOLIDAY-DATE NUMERIC AND WS-HOL-COUNT < 60
                   ADD 1 TO WS-HOL-COUNT
                   MOVE AN-HOLIDAY-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
               END-IF
           ELSE
               IF AN-VALUE NUMERIC
                   EVALUATE AN-CODE
                       WHEN 'AVG '
                           MOVE AN-VALUE TO WS-AN-AVG-MULT
                       WHEN 'MAX '
                           MOVE AN-VALUE TO WS-AN-MAX-MULT
                       WHEN 'CNT '
                           MOVE AN-VALUE TO WS-AN-CNT-MULT
                       WHEN 'CUST'
                           MOVE AN-VALUE TO WS-AN-CUST-MULT
                       WHEN 'RND '
                           MOVE AN-VALUE TO WS-AN-ROUND-UNIT
                       WHEN 'MINH'
                           MOVE AN-VALUE TO WS-AN-MIN-HIST
                       WHEN 'WKND'
                           IF AN-VALUE = ZEROES
                               MOVE 'N' TO WS-AN-WEEKEND-SW
                           ELSE
                               MOVE 'Y' TO WS-AN-WEEKEND-SW
                           END-IF
                       WHEN OTHER
                           DISPLAY 'ANOMCTL CODE NOT KNOWN: ' AN-CODE
                   END-EVALUATE
               END-IF
           END-IF.

      * 预读一遍当晚交易文件，逐人数出销售张数，张数比对看的是
      * 整晚的量，该人当晚的发票一张不漏都在筛查之列
        0083-COUNT-TONIGHT.
           OPEN INPUT POST-TRAN-FILE.
           READ POST-TRAN-FILE
                AT END SET ENDOFPOST TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFPOST
               IF TRAN-IS-SALE AND PST-SALESPERSON-ID NUMERIC
                   PERFORM 0131-FIND-REP-ENTRY
                   IF WS-AP-SUB > ZEROES
                       ADD 1 TO WS-AP-TONIGHT (WS-AP-SUB)
                   END-IF
               END-IF
               READ POST-TRAN-FILE
                    AT END SET ENDOFPOST TO TRUE
               END-READ
           END-PERFORM.
           CLOSE POST-TRAN-FILE.

      * 对着客户主档校验交易上的客户编号，做法仿 SALESEDIT 的
      * 区域校验
        0090-CHECK-CUSTOMER.
               END-EVALUATE
           END-IF.

      * 对着产品主档校验交易上的产品代码，做法与 0090 段校验客
      * 户编号一致
        0092-CHECK-PRODUCT.
           MOVE 'V' TO WS-PROD-CHECK.
           IF PRODUCT-AVAILABLE
               EVALUATE TRUE
                   WHEN PST-PRODUCT-CODE = SPACES
                       MOVE 'M' TO WS-PROD-CHECK
                   WHEN OTHER
                       MOVE PST-PRODUCT-CODE TO PR-PRODUCT-CODE
                       READ PRODUCT-FILE
                           INVALID KEY
                               MOVE 'F' TO WS-PROD-CHECK
                           NOT INVALID KEY
                               IF PR-ACTIVE-FLAG NOT = 'Y'
                                   MOVE 'I' TO WS-PROD-CHECK
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

      * 读月结控制档取已关账到的年月；档不存在时按没关过账处理
        0070-READ-MONTH-CONTROL.
           MOVE ZEROES TO WS-CLOSED-THRU.
           WRITE PPA-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PPA-PRINT-LINE.
           WRITE PPA-PRINT-LINE.
           MOVE ANOM-HEADING-LINE TO ANOMALY-PRINT-LINE.
           WRITE ANOMALY-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ANOMALY-PRINT-LINE.
           WRITE ANOMALY-PRINT-LINE.

      * 读取交易文件并逐笔过账
        0100-PROCESS-TRANSACTIONS.
                END-READ.
           PERFORM UNTIL ENDOFPOST
               ADD 1 TO WS-TRAN-COUNT
               PERFORM 0105-POST-ONE-INVOICE
               READ POST-TRAN-FILE
                   AT END SET ENDOFPOST TO TRUE
               END-READ
           END-PERFORM.
           PERFORM 0300-WRITE-CONTROL-TOTALS.

      * 过账一张发票：先把外币金额折成美元（找不到汇率整张进挂
      * 账清单），再比对客户归属，持单区域的冲突发票封存进持单
      * 档不过账（应用放行持单时不再查——那一张已经复核过了）；
      * 再过异常筛查（放行的异常持单不再筛，放行的归属冲突持单
      * 照筛），命中的同样封存进持单档；其余按单人/分单发票分派
        0105-POST-ONE-INVOICE.
           PERFORM 0120-CONVERT-CURRENCY.
           IF NOT FX-IS-VALID
               PERFORM 0126-SUSPEND-NO-RATE
           ELSE
               PERFORM 0094-CHECK-OWNER
               IF OWNER-CONFLICT AND CONFLICT-HOLD-REGION
                       AND NOT APPLYING-HELD
                   PERFORM 0096-HOLD-CONFLICT
               ELSE
                   PERFORM 0130-SCREEN-POSTING
                   IF ANOMALY-FOUND
                       PERFORM 0138-HOLD-ANOMALY
                   ELSE
                       IF PST-SPLIT-COUNT NUMERIC
                               AND PST-SPLIT-COUNT > ZEROES
                           PERFORM 0240-POST-SPLIT-INVOICE
                       ELSE
                           PERFORM 0200-POST-TRANSACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * 外币折算：币种为空格或 USD 的按美元原样过账；其余币种取
      * 销售日期当天适用的汇率，把交易区的金额改写成美元金额，
      * 原币金额留在 WS-FX-ORIG-AMOUNT 里写历史档用。销售日期不
      * 是数字的不折算，留给 0200 段照常剔除
        0120-CONVERT-CURRENCY.
           MOVE 'V' TO WS-FX-CHECK.
           MOVE PST-AMOUNT TO WS-FX-ORIG-AMOUNT.
           MOVE PST-AMOUNT TO WS-FX-SHARE-ORIG.
           IF PST-CURRENCY-CODE = SPACES OR PST-CURRENCY-CODE = 'USD'
               MOVE 'USD' TO WS-FX-CURRENCY
               MOVE 1 TO WS-FX-RATE
           ELSE
               MOVE PST-CURRENCY-CODE TO WS-FX-CURRENCY
               MOVE ZEROES TO WS-FX-RATE
               IF PST-SALE-DATE NUMERIC
                   PERFORM 0122-FIND-EXCHANGE-RATE
                   IF FX-IS-VALID
                       PERFORM 0124-APPLY-EXCHANGE-RATE
                   END-IF
               END-IF
           END-IF.

      * 按汇率折成美元改写交易区金额；折出的美元放不进六位数时
      * 金额还原成原币，整张进挂账清单
        0124-APPLY-EXCHANGE-RATE.
           COMPUTE PST-AMOUNT ROUNDED =
               WS-FX-ORIG-AMOUNT * WS-FX-RATE
               ON SIZE ERROR
                   MOVE 'O' TO WS-FX-CHECK
                   MOVE WS-FX-ORIG-AMOUNT TO PST-AMOUNT
               NOT ON SIZE ERROR
                   ADD 1 TO WS-FX-CONVERTED-COUNT
           END-COMPUTE.

      * 找汇率：从该币种的第一条读起，取生效日期不晚于销售日期
      * 的最后一条，做法与 0110 段扫持单档一致
        0122-FIND-EXCHANGE-RATE.
           IF NOT EXCHRATE-AVAILABLE
               MOVE 'U' TO WS-FX-CHECK
           ELSE
               MOVE 'M' TO WS-FX-CHECK
               MOVE 'N' TO WS-RATE-SCAN-SW
               MOVE PST-CURRENCY-CODE TO ER-CURRENCY
               MOVE ZEROES TO ER-EFF-DATE
               START EXCHRATE-FILE KEY NOT < ER-KEY
                   INVALID KEY
                       SET RATE-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL RATE-SCAN-DONE
                   READ EXCHRATE-FILE NEXT RECORD
                       AT END SET RATE-SCAN-DONE TO TRUE
                       NOT AT END
                           IF ER-CURRENCY NOT = PST-CURRENCY-CODE
                                   OR ER-EFF-DATE > PST-SALE-DATE
                               SET RATE-SCAN-DONE TO TRUE
                           ELSE
                               MOVE ER-RATE TO WS-FX-RATE
                               MOVE 'V' TO WS-FX-CHECK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 折算不了的发票整张进挂账清单，金额栏是原币金额
        0126-SUSPEND-NO-RATE.
           ADD 1 TO WS-FX-REJECT-COUNT.
           MOVE SPACES TO REG-RESULT.
           EVALUATE TRUE
               WHEN FX-FILE-MISSING
                   MOVE 'rejected - exchange rate file missing'
                       TO REG-RESULT
               WHEN FX-OVERFLOW
                   MOVE 'rejected - dollar amount too large'
                       TO REG-RESULT
               WHEN OTHER
                   STRING 'rejected - no ' DELIMITED BY SIZE
                          WS-FX-CURRENCY DELIMITED BY SIZE
                          ' rate for sale date' DELIMITED BY SIZE
                          INTO REG-RESULT
                   END-STRING
           END-EVALUATE.
           PERFORM 0220-WRITE-SUSPENSE-LINE.

      * 异常筛查：当晚新到的销售逐张对照本人历史（平均与最大发
      * 票额、日常张数）、客户惯常单额，再看是不是整数金额、销
      * 售日期是不是周末或节假日；命中任何一项即持单，原因记进
      * 原因表。放行后重过的异常持单与退货/贷项不筛
        0130-SCREEN-POSTING.
           MOVE 'N' TO WS-ANOM-SW.
           MOVE ZEROES TO WS-RSN-COUNT.
           IF NOT APPLYING-ANOM-HOLD AND TRAN-IS-SALE
               ADD 1 TO WS-SCREEN-COUNT
               IF PST-SALESPERSON-ID NUMERIC
                   PERFORM 0131-FIND-REP-ENTRY
                   IF WS-AP-SUB > ZEROES
                       IF WS-AP-PROFILE-SW (WS-AP-SUB) NOT = 'Y'
                           PERFORM 0132-BUILD-REP-PROFILE
                       END-IF
                       IF WS-AP-HIST-COUNT (WS-AP-SUB) > ZEROES
                               AND WS-AP-HIST-COUNT (WS-AP-SUB)
                                   NOT < WS-AN-MIN-HIST
                           PERFORM 0134-CHECK-REP-HISTORY
                       END-IF
                   END-IF
               END-IF
               PERFORM 0135-CHECK-CUSTOMER-SIZE
               PERFORM 0136-CHECK-ROUND-AMOUNT
               PERFORM 0137-CHECK-SALE-DATE
               IF WS-RSN-COUNT > ZEROES
                   MOVE 'Y' TO WS-ANOM-SW
               END-IF
           END-IF.

      * 在画像表里找本笔的销售员，找不到就新开一条；表满了
      * WS-AP-SUB 为零，该人不做历史比对，操作台提示一次
        0131-FIND-REP-ENTRY.
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
               UNTIL WS-AP-SUB > WS-AP-COUNT
                  OR WS-AP-ID (WS-AP-SUB) = PST-SALESPERSON-ID
               CONTINUE
           END-PERFORM.
           IF WS-AP-SUB > WS-AP-COUNT
               IF WS-AP-COUNT < 1000
                   ADD 1 TO WS-AP-COUNT
                   MOVE WS-AP-COUNT TO WS-AP-SUB
                   MOVE PST-SALESPERSON-ID TO WS-AP-ID (WS-AP-SUB)
                   MOVE ZEROES TO WS-AP-TONIGHT (WS-AP-SUB)
                   MOVE 'N' TO WS-AP-PROFILE-SW (WS-AP-SUB)
                   MOVE ZEROES TO WS-AP-HIST-COUNT (WS-AP-SUB)
                   MOVE ZEROES TO WS-AP-HIST-AVG (WS-AP-SUB)
                   MOVE ZEROES TO WS-AP-HIST-MAX (WS-AP-SUB)
                   MOVE ZEROES TO WS-AP-DAY-NORM (WS-AP-SUB)
               ELSE
                   IF NOT REP-TABLE-FULL
                       DISPLAY 'SCREENING TABLE FULL AT ID '
                           PST-SALESPERSON-ID
                           ' - HISTORY CHECKS SKIPPED FOR THE REST'
                       MOVE 'Y' TO WS-AP-FULL-SW
                   END-IF
                   MOVE ZEROES TO WS-AP-SUB
               END-IF
           END-IF.

      * 从已过账发票历史档算一个人的画像：按编号定位后顺读，只
      * 算销售，退货不计
        0132-BUILD-REP-PROFILE.
           MOVE 'Y' TO WS-AP-PROFILE-SW (WS-AP-SUB).
           MOVE ZEROES TO WS-HIST-SUM.
           MOVE ZEROES TO WS-PD-COUNT.
           IF POSTHIST-AVAILABLE
               MOVE 'N' TO WS-HIST-SCAN-SW
               MOVE PST-SALESPERSON-ID TO PH-SALESPERSON-ID
               MOVE LOW-VALUES TO PH-INVOICE-NO
               START POSTHIST-FILE KEY NOT < PH-KEY
                   INVALID KEY
                       SET HIST-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL HIST-SCAN-DONE
                   READ POSTHIST-FILE NEXT RECORD
                       AT END SET HIST-SCAN-DONE TO TRUE
                       NOT AT END
                           IF PH-SALESPERSON-ID
                                   NOT = PST-SALESPERSON-ID
                               SET HIST-SCAN-DONE TO TRUE
                           ELSE
                               IF PH-TRAN-TYPE = 'S'
                                   PERFORM 0133-TALLY-HIST-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-AP-HIST-COUNT (WS-AP-SUB) > ZEROES
               COMPUTE WS-AP-HIST-AVG (WS-AP-SUB) ROUNDED =
                   WS-HIST-SUM / WS-AP-HIST-COUNT (WS-AP-SUB)
           END-IF.
           IF WS-PD-COUNT > ZEROES
               COMPUTE WS-AP-DAY-NORM (WS-AP-SUB) ROUNDED =
                   WS-AP-HIST-COUNT (WS-AP-SUB) / WS-PD-COUNT
           END-IF.

      * 把一条历史销售计进画像：笔数、合计、最大额，过账日期没
      * 见过的记进过账日表
        0133-TALLY-HIST-ROW.
           ADD 1 TO WS-AP-HIST-COUNT (WS-AP-SUB).
           ADD PH-AMOUNT TO WS-HIST-SUM.
           IF PH-AMOUNT > WS-AP-HIST-MAX (WS-AP-SUB)
               MOVE PH-AMOUNT TO WS-AP-HIST-MAX (WS-AP-SUB)
           END-IF.
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT
                  OR WS-PD-DATE (WS-PD-SUB) = PH-POST-DATE
               CONTINUE
           END-PERFORM.
           IF WS-PD-SUB > WS-PD-COUNT AND WS-PD-COUNT < 400
               ADD 1 TO WS-PD-COUNT
               MOVE PH-POST-DATE TO WS-PD-DATE (WS-PD-COUNT)
           END-IF.

      * 对照本人历史：金额超过平均发票额或最大发票额的倍数、当
      * 晚张数超过日常张数的倍数
        0134-CHECK-REP-HISTORY.
           IF WS-AN-AVG-MULT > ZEROES
               COMPUTE WS-AN-LIMIT ROUNDED =
                   WS-AP-HIST-AVG (WS-AP-SUB) * WS-AN-AVG-MULT
               IF PST-AMOUNT > WS-AN-LIMIT
                   ADD 1 TO WS-RSN-AVG-COUNT
                   MOVE 'AVG ' TO WS-RSN-NEW-CODE
                   MOVE 'amount over rep average invoice'
                       TO WS-RSN-NEW-TEXT
                   PERFORM 0139-ADD-AMOUNT-REASON
               END-IF
           END-IF.
           IF WS-AN-MAX-MULT > ZEROES
               COMPUTE WS-AN-LIMIT ROUNDED =
                   WS-AP-HIST-MAX (WS-AP-SUB) * WS-AN-MAX-MULT
               IF PST-AMOUNT > WS-AN-LIMIT
                   ADD 1 TO WS-RSN-MAX-COUNT
                   MOVE 'MAX ' TO WS-RSN-NEW-CODE
                   MOVE 'amount over rep largest invoice'
                       TO WS-RSN-NEW-TEXT
                   PERFORM 0139-ADD-AMOUNT-REASON
               END-IF
           END-IF.
           IF WS-AN-CNT-MULT > ZEROES
                   AND WS-AP-DAY-NORM (WS-AP-SUB) > ZEROES
               COMPUTE WS-AN-LIMIT ROUNDED =
                   WS-AP-DAY-NORM (WS-AP-SUB) * WS-AN-CNT-MULT
               IF WS-AP-TONIGHT (WS-AP-SUB) > WS-AN-LIMIT
                   ADD 1 TO WS-RSN-CNT-COUNT
                   MOVE 'CNT ' TO WS-RSN-NEW-CODE
                   MOVE 'rep postings tonight over normal day'
                       TO WS-RSN-NEW-TEXT
                   MOVE WS-AP-TONIGHT (WS-AP-SUB) TO WS-ANOM-AMT-EDIT
                   MOVE WS-ANOM-AMT-EDIT TO WS-RSN-NEW-VALUE
                   MOVE WS-AN-LIMIT TO WS-ANOM-AMT-EDIT
                   MOVE WS-ANOM-AMT-EDIT TO WS-RSN-NEW-LIMIT
                   PERFORM 0141-ADD-REASON
               END-IF
           END-IF.

      * 对照客户惯常单额：按客户编号定位应收未结项档顺读，取该
      * 客户各张发票金额（贷项单不计）的平均；张数不够的不比
        0135-CHECK-CUSTOMER-SIZE.
           IF WS-AN-CUST-MULT > ZEROES AND AROPEN-AVAILABLE
                   AND PST-CUSTOMER-NO NUMERIC
                   AND PST-CUSTOMER-NO > ZEROES
               MOVE ZEROES TO WS-CUST-ITEM-COUNT
               MOVE ZEROES TO WS-CUST-ITEM-SUM
               MOVE 'N' TO WS-AR-SCAN-SW
               MOVE PST-CUSTOMER-NO TO AR-CUSTOMER-NO
               MOVE LOW-VALUES TO AR-INVOICE-NO
               START AROPEN-FILE KEY NOT < AR-KEY
                   INVALID KEY
                       SET AR-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL AR-SCAN-DONE
                   READ AROPEN-FILE NEXT RECORD
                       AT END SET AR-SCAN-DONE TO TRUE
                       NOT AT END
                           IF AR-CUSTOMER-NO NOT = PST-CUSTOMER-NO
                               SET AR-SCAN-DONE TO TRUE
                           ELSE
                               IF AR-INVOICE-AMT > ZEROES
                                   ADD 1 TO WS-CUST-ITEM-COUNT
                                   ADD AR-INVOICE-AMT
                                       TO WS-CUST-ITEM-SUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CUST-ITEM-COUNT > ZEROES
                       AND WS-CUST-ITEM-COUNT NOT < WS-AN-MIN-HIST
                   COMPUTE WS-AN-LIMIT ROUNDED =
                       WS-CUST-ITEM-SUM / WS-CUST-ITEM-COUNT
                       * WS-AN-CUST-MULT
                   IF PST-AMOUNT > WS-AN-LIMIT
                       ADD 1 TO WS-RSN-CUST-COUNT
                       MOVE 'CUST' TO WS-RSN-NEW-CODE
                       MOVE 'amount over customer usual order'
                           TO WS-RSN-NEW-TEXT
                       PERFORM 0139-ADD-AMOUNT-REASON
                   END-IF
               END-IF
           END-IF.

      * 整数金额：金额不小于单位且是单位的整倍数（如单位一千元
      * 时的 5,000.00）
        0136-CHECK-ROUND-AMOUNT.
           IF WS-AN-ROUND-UNIT > ZEROES
                   AND PST-AMOUNT NOT < WS-AN-ROUND-UNIT
               DIVIDE PST-AMOUNT BY WS-AN-ROUND-UNIT
                   GIVING WS-RND-QUOT REMAINDER WS-RND-REM
               IF WS-RND-REM = ZEROES
                   ADD 1 TO WS-RSN-RND-COUNT
                   MOVE WS-AN-ROUND-UNIT TO WS-AN-LIMIT
                   MOVE 'RND ' TO WS-RSN-NEW-CODE
                   MOVE 'round-dollar amount' TO WS-RSN-NEW-TEXT
                   PERFORM 0139-ADD-AMOUNT-REASON
               END-IF
           END-IF.

      * 销售日期落在周末或控制档里的公司节假日；日期不合法的留
      * 给 0200 段照常剔除
        0137-CHECK-SALE-DATE.
           MOVE PST-SALE-DATE TO WS-SALE-DATE-WORK.
           IF PST-SALE-DATE NUMERIC
                   AND WS-SD-MM NOT < 1 AND WS-SD-MM NOT > 12
               IF WEEKEND-CHECK-ON
                   MOVE PST-SALE-DATE TO WS-DN-DATE
                   PERFORM 0150-SET-DAY-NUMBER
                   DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DN-WEEKS
                       REMAINDER WS-DN-WEEKDAY
                   IF WS-DN-WEEKDAY = 6 OR WS-DN-WEEKDAY = 0
                       ADD 1 TO WS-RSN-WKND-COUNT
                       MOVE 'WKND' TO WS-RSN-NEW-CODE
                       MOVE 'sale date falls on a weekend'
                           TO WS-RSN-NEW-TEXT
                       IF WS-DN-WEEKDAY = 6
                           MOVE 'SATURDAY' TO WS-RSN-NEW-VALUE
                       ELSE
                           MOVE 'SUNDAY' TO WS-RSN-NEW-VALUE
                       END-IF
                       MOVE SPACES TO WS-RSN-NEW-LIMIT
                       PERFORM 0141-ADD-REASON
                   END-IF
               END-IF
               PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
                      OR WS-HOL-DATE (WS-HOL-SUB) = PST-SALE-DATE
                   CONTINUE
               END-PERFORM
               IF WS-HOL-SUB NOT > WS-HOL-COUNT
                   ADD 1 TO WS-RSN-HOL-COUNT
                   MOVE 'HOL ' TO WS-RSN-NEW-CODE
                   MOVE 'sale date is a company holiday'
                       TO WS-RSN-NEW-TEXT
                   MOVE PST-SALE-DATE TO WS-RSN-NEW-VALUE
                   MOVE SPACES TO WS-RSN-NEW-LIMIT
                   PERFORM 0141-ADD-REASON
               END-IF
           END-IF.

      * 记一项金额类原因：实际值是本笔金额，门限在 WS-AN-LIMIT
        0139-ADD-AMOUNT-REASON.
           MOVE PST-AMOUNT TO WS-ANOM-AMT-EDIT.
           MOVE WS-ANOM-AMT-EDIT TO WS-RSN-NEW-VALUE.
           MOVE WS-AN-LIMIT TO WS-ANOM-AMT-EDIT.
           MOVE WS-ANOM-AMT-EDIT TO WS-RSN-NEW-LIMIT.
           PERFORM 0141-ADD-REASON.

      * 把调用方备好的一项原因加进原因表
        0141-ADD-REASON.
           IF WS-RSN-COUNT < 7
               ADD 1 TO WS-RSN-COUNT
               MOVE WS-RSN-NEW-CODE TO WS-RSN-CODE (WS-RSN-COUNT)
               MOVE WS-RSN-NEW-TEXT TO WS-RSN-TEXT (WS-RSN-COUNT)
               MOVE WS-RSN-NEW-VALUE TO WS-RSN-VALUE (WS-RSN-COUNT)
               MOVE WS-RSN-NEW-LIMIT TO WS-RSN-LIMIT (WS-RSN-COUNT)
           END-IF.

      * 把筛查命中的发票整张封存进持单档，交易键带 ANOM 后缀；
      * 异常报表上列持单键与逐项原因，登记簿上注明。持单档开不
      * 了时做法与 0096 段一致，进挂账清单
        0138-HOLD-ANOMALY.
           IF NOT HELDTRAN-AVAILABLE
               MOVE 'rejected - anomaly hold file unavailable'
                   TO REG-RESULT
               PERFORM 0220-WRITE-SUSPENSE-LINE
           ELSE
               MOVE PST-INVOICE-NO TO WS-ATK-INVOICE
               MOVE WS-ANOM-TRAN-KEY TO HT-TRAN-KEY
               PERFORM 0099-PARK-HELD-IMAGE
               ADD 1 TO WS-ANOM-HELD-COUNT
               PERFORM 0142-WRITE-ANOMALY-LINES
               MOVE 'held for approval - posting anomaly'
                   TO REG-RESULT
               PERFORM 0230-FORMAT-TRAN-FIELDS
               MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * 写异常报表：一行持单发票，下面逐项一行原因
        0142-WRITE-ANOMALY-LINES.
           MOVE HT-HELD-DATE TO ANM-HELD-DATE.
           MOVE HT-HELD-SEQ TO ANM-HELD-SEQ.
           MOVE PST-SALESPERSON-ID TO ANM-ID.
           MOVE PST-INVOICE-NO TO ANM-INVOICE.
           MOVE PST-CUSTOMER-NO TO ANM-CUSTOMER.
           MOVE PST-SALE-DATE TO ANM-SALE-DATE.
           MOVE PST-AMOUNT TO ANM-AMOUNT.
           MOVE ANOM-DETAIL-LINE TO ANOMALY-PRINT-LINE.
           WRITE ANOMALY-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-COUNT
               MOVE WS-RSN-CODE (WS-RSN-SUB) TO ANR-CODE
               MOVE WS-RSN-TEXT (WS-RSN-SUB) TO ANR-TEXT
               MOVE WS-RSN-VALUE (WS-RSN-SUB) TO ANR-VALUE
               MOVE WS-RSN-LIMIT (WS-RSN-SUB) TO ANR-LIMIT
               MOVE ANOM-REASON-LINE TO ANOMALY-PRINT-LINE
               WRITE ANOMALY-PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.

      * 日序号：公元元年起的天数，闰年按四年一闰、百年不闰、四百
      * 年再闰；输入 WS-DN-DATE，输出 WS-DAY-NUMBER，做法与
      * RUNTREND.cbl 的 0150 段一致
        0150-SET-DAY-NUMBER.
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1.
           COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365.
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           ADD WS-CUM-DAYS (WS-DN-MM) TO WS-DAY-NUMBER.
           ADD WS-DN-DD TO WS-DAY-NUMBER.
           IF WS-DN-MM > 2
               DIVIDE WS-DN-CCYY BY 4 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-REM4
               DIVIDE WS-DN-CCYY BY 100 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-REM100
               DIVIDE WS-DN-CCYY BY 400 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-REM400
               IF WS-DN-REM400 = ZEROES
                       OR (WS-DN-REM4 = ZEROES
                           AND WS-DN-REM100 NOT = ZEROES)
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF.

      * 应用已放行的持单：TRANAPPROVE 把状态改成 L 的归属冲突
      * 或异常筛查持单发票，按原交易映像过一遍正常的过账流程（不
      * 再比对归属；只有异常持单不再筛查，冲突持单照筛，筛中的
      * 转成异常持单），过完改成 A，做
      * 法与 COMMPLANMAINT 的 0080 段一致
        0110-APPLY-RELEASED-HOLDS.
           IF HELDTRAN-AVAILABLE
               MOVE 'N' TO WS-HOLD-SCAN-SW
               MOVE 'SALESPOST' TO HT-PROGRAM
               MOVE ZEROES TO HT-HELD-DATE
               MOVE ZEROES TO HT-HELD-SEQ
               START HELDTRAN-FILE KEY NOT < HT-KEY
                   INVALID KEY
                       SET HOLD-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL HOLD-SCAN-DONE
                   READ HELDTRAN-FILE NEXT RECORD
                       AT END SET HOLD-SCAN-DONE TO TRUE
                       NOT AT END
                           IF HT-PROGRAM NOT = 'SALESPOST'
                               SET HOLD-SCAN-DONE TO TRUE
                           ELSE
                               IF HT-STATUS = 'L'
                                   PERFORM 0115-APPLY-ONE-HOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 过账一张放行持单并把状态改成已应用
      * 过账中筛中异常会另写一条持单，记录区被占用，所以先存下
      * 这一条，过完再取回改状态
        0115-APPLY-ONE-HOLD.
           MOVE HELD-REC TO WS-SAVE-HELD-REC.
           MOVE HT-TRAN-IMAGE TO POST-TRAN-RECORD.
           MOVE 'Y' TO WS-HOLD-APPLY-SW.
           MOVE 'N' TO WS-ANOM-RELEASE-SW.
           MOVE PST-INVOICE-NO TO WS-ATK-INVOICE.
           IF HT-TRAN-KEY = WS-ANOM-TRAN-KEY
               MOVE 'Y' TO WS-ANOM-RELEASE-SW
           END-IF.
           ADD 1 TO WS-TRAN-COUNT.
           ADD 1 TO WS-HOLD-APPLIED-COUNT.
           PERFORM 0105-POST-ONE-INVOICE.
           MOVE 'N' TO WS-HOLD-APPLY-SW.
           MOVE 'N' TO WS-ANOM-RELEASE-SW.
           MOVE WS-SAVE-HELD-REC TO HELD-REC.
           MOVE 'A' TO HT-STATUS.
           REWRITE HELD-REC.

      * 比对客户归属：公司直管客户任何人过账都算冲突；指定了归
      * 属的客户，单人发票看销售员是不是归属人，分单发票看归属
      * 人在不在分单表里；没有指定归属的客户不查。客户主档不可
      * 用、客户编号不对或客户停用的交易留给 0090 段照常剔除
        0094-CHECK-OWNER.
           MOVE 'N' TO WS-CONFLICT-SW.
           MOVE 'N' TO WS-CONF-HOLD-SW.
           IF CUSTOMER-AVAILABLE AND PST-CUSTOMER-NO NUMERIC
                   AND PST-CUSTOMER-NO > ZEROES
               MOVE PST-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CU-ACTIVE-FLAG = 'Y'
                           PERFORM 0095-COMPARE-OWNER
                       END-IF
               END-READ
           END-IF.

      * 比对归属人并定冲突的处理方式（取客户所在区域的设置）
        0095-COMPARE-OWNER.
           IF CU-OWNER-ID NOT NUMERIC
               MOVE ZEROES TO CU-OWNER-ID
           END-IF.
           EVALUATE TRUE
               WHEN CU-HOUSE-FLAG = 'Y'
                   MOVE 'Y' TO WS-CONFLICT-SW
               WHEN CU-OWNER-ID = ZEROES
                   CONTINUE
               WHEN PST-SPLIT-COUNT NUMERIC
                       AND PST-SPLIT-COUNT > ZEROES
                   MOVE 'Y' TO WS-CONFLICT-SW
                   PERFORM VARYING WS-OWNER-SCAN FROM 1 BY 1
                       UNTIL WS-OWNER-SCAN > PST-SPLIT-COUNT
                          OR WS-OWNER-SCAN > 4
                       IF PST-SPLIT-ID (WS-OWNER-SCAN) = CU-OWNER-ID
                           MOVE 'N' TO WS-CONFLICT-SW
                       END-IF
                   END-PERFORM
               WHEN PST-SALESPERSON-ID NOT = CU-OWNER-ID
                   MOVE 'Y' TO WS-CONFLICT-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF OWNER-CONFLICT
               MOVE CU-REGION TO WS-CONF-REGION
               MOVE CU-NAME TO WS-CONF-CUST-NAME
               MOVE CU-OWNER-ID TO WS-CONF-OWNER-ID
               MOVE CU-HOUSE-FLAG TO WS-CONF-HOUSE-FLAG
               IF REGMAST-AVAILABLE
                   MOVE CU-REGION TO RM-REGION-CODE
                   READ REGION-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RM-CONFLICT-MODE = 'H'
                               MOVE 'Y' TO WS-CONF-HOLD-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * 把持单区域的一张冲突发票整张封存进持单档，登记簿上注明；
      * 持单档开不了时宁可进挂账清单也不能让冲突发票直接过账
        0096-HOLD-CONFLICT.
           IF NOT HELDTRAN-AVAILABLE
               MOVE 'rejected - conflict hold file unavailable'
                   TO REG-RESULT
               PERFORM 0220-WRITE-SUSPENSE-LINE
           ELSE
               MOVE PST-INVOICE-NO TO HT-TRAN-KEY
               PERFORM 0099-PARK-HELD-IMAGE
               ADD 1 TO WS-CONF-HELD-COUNT
               MOVE 'H' TO CF-ACTION
               PERFORM 0098-WRITE-CONFLICT-REC
               MOVE 'held for approval - owner conflict'
                   TO REG-RESULT
               PERFORM 0230-FORMAT-TRAN-FIELDS
               MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * 把交易区的发票整张封存成一条持单记录；交易键由调用方先
      * 放进 HT-TRAN-KEY。提交人记 BATCH，任何复核员都可放行
        0099-PARK-HELD-IMAGE.
           MOVE 'SALESPOST' TO HT-PROGRAM.
           MOVE WS-BUS-DATE-NUM TO HT-HELD-DATE.
           MOVE 'H' TO HT-STATUS.
           MOVE 'BATCH' TO HT-SUBMIT-OPERATOR.
           MOVE SPACES TO HT-RELEASE-OPERATOR.
           MOVE ZEROES TO HT-RELEASE-DATE.
           MOVE PST-AMOUNT TO HT-AMOUNT.
      * 映像里留原币金额，放行后重过一遍时照常折算；持单金额
      * 记美元，复核员看到的是同一个口径
           MOVE WS-FX-ORIG-AMOUNT TO PST-AMOUNT.
           MOVE SPACES TO HT-TRAN-IMAGE.
           MOVE POST-TRAN-RECORD TO HT-TRAN-IMAGE.
           MOVE HT-AMOUNT TO PST-AMOUNT.
           MOVE 'N' TO WS-HELD-WRITTEN-SW.
           PERFORM 0097-WRITE-HELD-REC
               UNTIL HELD-REC-WRITTEN OR WS-HELD-SEQ = 99999.

      * 写一条持单记录：当日序号撞键（同一业务日重跑留下的旧
      * 单）就顺延再试
        0097-WRITE-HELD-REC.
           ADD 1 TO WS-HELD-SEQ.
           MOVE WS-HELD-SEQ TO HT-HELD-SEQ.
           WRITE HELD-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HELD-WRITTEN-SW
           END-WRITE.

      * 写一条归属冲突记录；处理方式由调用方先放进 CF-ACTION
        0098-WRITE-CONFLICT-REC.
           IF WS-CONFLICT-STATUS = '00'
               MOVE WS-RUN-DATE TO CF-RUN-DATE
               MOVE WS-CONF-REGION TO CF-REGION
               MOVE PST-CUSTOMER-NO TO CF-CUSTOMER-NO
               MOVE WS-CONF-CUST-NAME TO CF-CUSTOMER-NAME
               MOVE WS-CONF-OWNER-ID TO CF-OWNER-ID
               MOVE WS-CONF-HOUSE-FLAG TO CF-HOUSE-FLAG
               MOVE PST-SALESPERSON-ID TO CF-SALESPERSON-ID
               MOVE PST-INVOICE-NO TO CF-INVOICE-NO
               MOVE PST-SALE-DATE TO CF-SALE-DATE
               IF TRAN-IS-RETURN
                   MOVE 'R' TO CF-TRAN-TYPE
               ELSE
                   MOVE 'S' TO CF-TRAN-TYPE
               END-IF
               MOVE PST-AMOUNT TO CF-AMOUNT
               WRITE CONFLICT-REC
           END-IF.

      * 过账一笔交易：先校验销售日期（月份合法、未落进已关账的
      * 月份），再按编号读主档，读不到整笔进挂账清单；读到则把
      * 金额累加进 YEARLYSALES 与对应月度桶并写登记簿
           MOVE PST-SALE-DATE TO WS-SALE-DATE-WORK.
           PERFORM 0205-CHECK-DUP-INVOICE.
           PERFORM 0090-CHECK-CUSTOMER.
           PERFORM 0092-CHECK-PRODUCT.
           EVALUATE TRUE
               WHEN NOT TRAN-IS-SALE AND NOT TRAN-IS-RETURN
                   MOVE 'rejected - unknown transaction type'
                   MOVE 'rejected - customer inactive'
                       TO REG-RESULT
                   PERFORM 0220-WRITE-SUSPENSE-LINE
               WHEN PRODUCT-MISSING
                   MOVE 'rejected - product code missing'
                       TO REG-RESULT
                   PERFORM 0220-WRITE-SUSPENSE-LINE
               WHEN PRODUCT-NOT-FOUND
                   MOVE 'rejected - product not on master'
                       TO REG-RESULT
                   PERFORM 0220-WRITE-SUSPENSE-LINE
               WHEN PRODUCT-INACTIVE
                   MOVE 'rejected - product inactive'
                       TO REG-RESULT
                   PERFORM 0220-WRITE-SUSPENSE-LINE
               WHEN PST-SALE-DATE NOT NUMERIC
                   MOVE 'rejected - sale date not numeric'
                       TO REG-RESULT
               MOVE REGION TO PH-REGION
               MOVE WS-PPA-SW TO PH-PPA-SW
               MOVE PST-CUSTOMER-NO TO PH-CUSTOMER-NO
               MOVE PST-PRODUCT-CODE TO PH-PRODUCT-CODE
               MOVE WS-FX-CURRENCY TO PH-CURRENCY-CODE
               MOVE WS-FX-SHARE-ORIG TO PH-ORIG-AMOUNT
               MOVE WS-FX-RATE TO PH-EXCH-RATE
               WRITE POSTHIST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           PERFORM 0217-POST-AR-ITEM.
      * 归属冲突的发票过了账，逐行（分单逐份）记进冲突档
           IF OWNER-CONFLICT
               ADD 1 TO WS-CONFLICT-COUNT
               IF APPLYING-HELD
                   MOVE 'A' TO CF-ACTION
               ELSE
                   MOVE 'R' TO CF-ACTION
               END-IF
               PERFORM 0098-WRITE-CONFLICT-REC
           END-IF.
           IF PST-ORDER-NO NOT = SPACES
               PERFORM 0218-RELIEVE-ORDER
           END-IF.

      * 冲减订单：带订单号的过账行按过账的美元金额冲减该订单，
      * 分单发票逐份冲减，各份相加正好是整张发票；冲减到订单金
      * 额即改全额开票。退货把冲减回补，全额开票的订单回到在
      * 手。订单不在档上或已取消的不拦过账，只提示并计数；持单
      * 与挂账的发票没有过账，也就不冲减
        0218-RELIEVE-ORDER.
           IF NOT SALESORD-AVAILABLE
               ADD 1 TO WS-ORD-MISS-COUNT
           ELSE
               MOVE PST-ORDER-NO TO SO-ORDER-NO
               READ SALESORD-FILE
                   INVALID KEY
                       ADD 1 TO WS-ORD-MISS-COUNT
                       DISPLAY 'ORDER NOT ON FILE: ' PST-ORDER-NO
                           ' INVOICE ' PST-INVOICE-NO
                   NOT INVALID KEY
                       IF SO-STATUS = 'C'
                           ADD 1 TO WS-ORD-MISS-COUNT
                           DISPLAY 'ORDER CANCELLED: ' PST-ORDER-NO
                               ' INVOICE ' PST-INVOICE-NO
                       ELSE
                           PERFORM 0219-APPLY-ORDER-RELIEF
                       END-IF
               END-READ
           END-IF.

      * 把本行金额冲进订单（退货回补）并改写订单档；改写失败的
      * 订单没有冲减，与订单不在档上一样提示并计数，不进冲减合计
        0219-APPLY-ORDER-RELIEF.
           IF TRAN-IS-RETURN
               IF PST-AMOUNT > SO-RELIEVED-AMT
                   MOVE ZEROES TO SO-RELIEVED-AMT
               ELSE
                   SUBTRACT PST-AMOUNT FROM SO-RELIEVED-AMT
               END-IF
           ELSE
               ADD PST-AMOUNT TO SO-RELIEVED-AMT
                   ON SIZE ERROR
                       MOVE SO-AMOUNT TO SO-RELIEVED-AMT
               END-ADD
           END-IF.
           IF SO-RELIEVED-AMT < SO-AMOUNT
               MOVE 'O' TO SO-STATUS
           ELSE
               MOVE 'F' TO SO-STATUS
           END-IF.
           MOVE PST-INVOICE-NO TO SO-LAST-INVOICE.
           MOVE WS-BUS-DATE-NUM TO SO-LAST-RELIEF-DATE.
           REWRITE SALESORD-REC
               INVALID KEY
                   ADD 1 TO WS-ORD-MISS-COUNT
                   DISPLAY 'ORDER REWRITE FAILED: ' PST-ORDER-NO
                       ' INVOICE ' PST-INVOICE-NO
               NOT INVALID KEY
                   ADD 1 TO WS-ORD-RELIEF-COUNT
                   IF TRAN-IS-RETURN
                       ADD PST-AMOUNT TO WS-ORD-REVERSE-AMT
                   ELSE
                       ADD PST-AMOUNT TO WS-ORD-RELIEF-AMT
                   END-IF
           END-REWRITE.

      * 把本笔过账记进应收未结项：按客户加发票号找到该发票，销
      * 售累加、退货冲减；发票第一次出现时新开一条，区域取客户
      * 主档上的区域（0090 段刚读过），主档不可用时取销售员的
      * 区域；对着别的发票号开的贷项单自成一条负数项，收款核销
      * 与账龄报表都按客户的贷方余额处理
        0217-POST-AR-ITEM.
           IF AROPEN-AVAILABLE AND PST-CUSTOMER-NO NUMERIC
               MOVE PST-CUSTOMER-NO TO AR-CUSTOMER-NO
               MOVE PST-INVOICE-NO TO AR-INVOICE-NO
               READ AROPEN-FILE
                   INVALID KEY
                       MOVE PST-SALE-DATE TO AR-SALE-DATE
                       IF CUSTOMER-AVAILABLE
                           MOVE CU-REGION TO AR-REGION
                       ELSE
                           MOVE REGION TO AR-REGION
                       END-IF
                       IF TRAN-IS-RETURN
                           COMPUTE AR-INVOICE-AMT = 0 - PST-AMOUNT
                       ELSE
                           MOVE PST-AMOUNT TO AR-INVOICE-AMT
                       END-IF
                       MOVE ZEROES TO AR-APPLIED-AMT
                       MOVE ZEROES TO AR-LAST-PAY-DATE
                       MOVE 'O' TO AR-STATUS
                       WRITE AROPEN-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-AR-ITEM-COUNT
                       END-WRITE
                   NOT INVALID KEY
                       IF TRAN-IS-RETURN
                           SUBTRACT PST-AMOUNT FROM AR-INVOICE-AMT
                       ELSE
                           ADD PST-AMOUNT TO AR-INVOICE-AMT
                       END-IF
                       IF AR-APPLIED-AMT < AR-INVOICE-AMT
                           MOVE 'O' TO AR-STATUS
                       ELSE
                           MOVE 'P' TO AR-STATUS
                       END-IF
                       REWRITE AROPEN-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      * 按交易类型过账：销售累加、退货/贷项带符号冲减
        0210-APPLY-AMOUNT.
                   WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE
           END-EVALUATE.

      * 分单发票：整张先校验（份数、编号、百分比合计、重复的销
      * 售员、主档在不在、发票是否已过账），任何一项不过整张进
      * 挂账清单，不会只过一部分；通过后逐份按比例拆金额，末一
      * 份取余数保证各份相加等于发票金额，再改写交易区的编号与
      * 金额走单人发票的过账路径，每份在历史档上各写一条
        0240-POST-SPLIT-INVOICE.
           PERFORM 0245-CHECK-SPLIT-SHARES.
           IF NOT SPLIT-IS-VALID
               ADD 1 TO WS-SPLIT-REJECT-COUNT
               MOVE WS-SPLIT-REASON TO REG-RESULT
               MOVE 'SPLIT INVOICE' TO WS-SPLIT-NOTE
               PERFORM 0220-WRITE-SUSPENSE-LINE
               MOVE SPACES TO WS-SPLIT-NOTE
           ELSE
               ADD 1 TO WS-SPLIT-INVOICE-COUNT
               MOVE PST-SALESPERSON-ID TO WS-SPLIT-ORIG-ID
               MOVE PST-AMOUNT TO WS-SPLIT-ORIG-AMOUNT
               MOVE ZEROES TO WS-SPLIT-ALLOCATED
               MOVE ZEROES TO WS-FX-ORIG-ALLOCATED
               MOVE 'split credit invoice' TO REG-RESULT
               MOVE 'SPLIT INVOICE' TO WS-SPLIT-NOTE
               PERFORM 0230-FORMAT-TRAN-FIELDS
               MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE
               WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE
               PERFORM VARYING WS-SPLIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SPLIT-SUBSCRIPT > PST-SPLIT-COUNT
                   PERFORM 0250-POST-ONE-SHARE
               END-PERFORM
               MOVE WS-SPLIT-ORIG-ID TO PST-SALESPERSON-ID
               MOVE WS-SPLIT-ORIG-AMOUNT TO PST-AMOUNT
               MOVE WS-FX-ORIG-AMOUNT TO WS-FX-SHARE-ORIG
               MOVE SPACES TO WS-SPLIT-NOTE
           END-IF.

      * 校验分单发票的分单表，结果与原因放进 WS-SPLIT-CHECK /
      * WS-SPLIT-REASON
        0245-CHECK-SPLIT-SHARES.
           MOVE 'V' TO WS-SPLIT-CHECK.
           MOVE SPACES TO WS-SPLIT-REASON.
           MOVE ZEROES TO WS-SPLIT-PCT-TOTAL.
           IF PST-SPLIT-COUNT > 4
               MOVE 'X' TO WS-SPLIT-CHECK
               MOVE 'rejected - split count over 4'
                   TO WS-SPLIT-REASON
           END-IF.
           IF SPLIT-IS-VALID
               PERFORM VARYING WS-SPLIT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SPLIT-SUBSCRIPT > PST-SPLIT-COUNT
                      OR NOT SPLIT-IS-VALID
                   PERFORM 0246-CHECK-ONE-SHARE
               END-PERFORM
           END-IF.
           IF SPLIT-IS-VALID
                   AND WS-SPLIT-PCT-TOTAL NOT = 100
               MOVE 'X' TO WS-SPLIT-CHECK
               MOVE 'rejected - split shares not 100%'
                   TO WS-SPLIT-REASON
           END-IF.

      * 校验分单表的一份：编号与百分比是数字且大于零、同一张发
      * 票上不重复、在主档上、这个人名下这张发票还没过过账
        0246-CHECK-ONE-SHARE.
           EVALUATE TRUE
               WHEN PST-SPLIT-ID (WS-SPLIT-SUBSCRIPT) NOT NUMERIC
                 OR PST-SPLIT-ID (WS-SPLIT-SUBSCRIPT) = ZEROES
                   MOVE 'X' TO WS-SPLIT-CHECK
                   MOVE 'rejected - split id missing'
                       TO WS-SPLIT-REASON
               WHEN PST-SPLIT-PCT (WS-SPLIT-SUBSCRIPT) NOT NUMERIC
                 OR PST-SPLIT-PCT (WS-SPLIT-SUBSCRIPT) = ZEROES
                   MOVE 'X' TO WS-SPLIT-CHECK
                   MOVE 'rejected - split percent invalid'
                       TO WS-SPLIT-REASON
               WHEN OTHER
                   ADD PST-SPLIT-PCT (WS-SPLIT-SUBSCRIPT)
                       TO WS-SPLIT-PCT-TOTAL
                   PERFORM VARYING WS-SPLIT-SCAN FROM 1 BY 1
                       UNTIL WS-SPLIT-SCAN NOT < WS-SPLIT-SUBSCRIPT
                       IF PST-SPLIT-ID (WS-SPLIT-SCAN) =
                               PST-SPLIT-ID (WS-SPLIT-SUBSCRIPT)
                           MOVE 'X' TO WS-SPLIT-CHECK
                           MOVE 'rejected - split id repeated'
                               TO WS-SPLIT-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF SPLIT-IS-VALID
               MOVE PST-SPLIT-ID (WS-SPLIT-SUBSCRIPT)
                   TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       MOVE 'X' TO WS-SPLIT-CHECK
                       MOVE 'rejected - split id not on master'
                           TO WS-SPLIT-REASON
               END-READ
           END-IF.
           IF SPLIT-IS-VALID AND POSTHIST-AVAILABLE
               MOVE PST-SPLIT-ID (WS-SPLIT-SUBSCRIPT)
                   TO PH-SALESPERSON-ID
               MOVE PST-INVOICE-NO TO PH-INVOICE-NO
               READ POSTHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'X' TO WS-SPLIT-CHECK
                       ADD 1 TO WS-DUP-INVOICE-COUNT
                       MOVE 'rejected - invoice already posted'
                           TO WS-SPLIT-REASON
               END-READ
           END-IF.

      * 过账分单发票的一份：按百分比拆出金额（末一份取余数），
      * 原币金额照同样的办法拆，改写交易区的编号与金额后照单人
      * 发票过账
        0250-POST-ONE-SHARE.
           IF WS-SPLIT-SUBSCRIPT = PST-SPLIT-COUNT
               COMPUTE WS-SPLIT-SHARE-AMT =
                   WS-SPLIT-ORIG-AMOUNT - WS-SPLIT-ALLOCATED
               COMPUTE WS-FX-SHARE-ORIG =
                   WS-FX-ORIG-AMOUNT - WS-FX-ORIG-ALLOCATED
           ELSE
               COMPUTE WS-SPLIT-SHARE-AMT ROUNDED =
                   WS-SPLIT-ORIG-AMOUNT
                   * PST-SPLIT-PCT (WS-SPLIT-SUBSCRIPT) / 100
               ADD WS-SPLIT-SHARE-AMT TO WS-SPLIT-ALLOCATED
               COMPUTE WS-FX-SHARE-ORIG ROUNDED =
                   WS-FX-ORIG-AMOUNT
                   * PST-SPLIT-PCT (WS-SPLIT-SUBSCRIPT) / 100
               ADD WS-FX-SHARE-ORIG TO WS-FX-ORIG-ALLOCATED
           END-IF.
           ADD 1 TO WS-SPLIT-SHARE-COUNT.
           MOVE WS-SPLIT-SUBSCRIPT TO WS-SN-SHARE.
           MOVE PST-SPLIT-COUNT TO WS-SN-COUNT.
           MOVE PST-SPLIT-PCT (WS-SPLIT-SUBSCRIPT) TO WS-SN-PCT.
           MOVE WS-SPLIT-NOTE-WORK TO WS-SPLIT-NOTE.
           MOVE PST-SPLIT-ID (WS-SPLIT-SUBSCRIPT)
               TO PST-SALESPERSON-ID.
           MOVE WS-SPLIT-SHARE-AMT TO PST-AMOUNT.
           PERFORM 0200-POST-TRANSACTION.

      * 写一行挂账清单；拒绝原因由调用方先放进 REG-RESULT
        0220-WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE PST-SALE-DATE TO REG-SALE-DATE.
           MOVE PST-INVOICE-NO TO REG-INVOICE.
           MOVE PST-AMOUNT TO REG-AMOUNT.
           MOVE WS-SPLIT-NOTE TO REG-SPLIT-NOTE.
      * 外币交易不分单时注记栏记原币种与原币金额
           IF WS-SPLIT-NOTE = SPACES AND WS-FX-CURRENCY NOT = 'USD'
               MOVE WS-FX-CURRENCY TO WS-FN-CURRENCY
               MOVE WS-FX-ORIG-AMOUNT TO WS-FN-AMOUNT
               MOVE WS-FX-NOTE-WORK TO REG-SPLIT-NOTE
           END-IF.

      * 写登记簿尾部的控制总计
        0300-WRITE-CONTROL-TOTALS.
           MOVE 'DUPLICATE INVOICES'   TO CTL-LABEL.
           MOVE WS-DUP-INVOICE-COUNT   TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
      * 分单发票：张数、拆出的份数、整张挂账的张数
           MOVE 'SPLIT INVOICES'       TO CTL-LABEL.
           MOVE WS-SPLIT-INVOICE-COUNT TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'SPLIT SHARES'         TO CTL-LABEL.
           MOVE WS-SPLIT-SHARE-COUNT   TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'SPLIT INVOICES SUSPENDED' TO CTL-LABEL.
           MOVE WS-SPLIT-REJECT-COUNT  TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'RECEIVABLE ITEMS OPENED' TO CTL-LABEL.
           MOVE WS-AR-ITEM-COUNT       TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
      * 客户归属冲突：过了账的冲突行、持单的发票、放行后过账的
      * 持单
           MOVE 'OWNER CONFLICTS POSTED' TO CTL-LABEL.
           MOVE WS-CONFLICT-COUNT      TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'OWNER CONFLICTS HELD' TO CTL-LABEL.
           MOVE WS-CONF-HELD-COUNT     TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'RELEASED HOLDS APPLIED' TO CTL-LABEL.
           MOVE WS-HOLD-APPLIED-COUNT  TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
      * 外币交易：折成美元的张数、找不到汇率进挂账的张数
           MOVE 'CURRENCY CONVERSIONS' TO CTL-LABEL.
           MOVE WS-FX-CONVERTED-COUNT  TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'NO EXCHANGE RATE'     TO CTL-LABEL.
           MOVE WS-FX-REJECT-COUNT     TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
      * 订单冲减：冲减了的行数与金额、退货回补的金额、带了订单
      * 号却冲减不了的行数
           MOVE 'ORDER LINES RELIEVED' TO CTL-LABEL.
           MOVE WS-ORD-RELIEF-COUNT    TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'ORDER AMOUNT RELIEVED' TO CTL-LABEL.
           MOVE WS-ORD-RELIEF-AMT      TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'ORDER RELIEF REVERSED' TO CTL-LABEL.
           MOVE WS-ORD-REVERSE-AMT     TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'ORDER NOT RELIEVED'   TO CTL-LABEL.
           MOVE WS-ORD-MISS-COUNT      TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
      * 异常筛查：筛过的销售张数、命中持单的张数
           MOVE 'POSTINGS SCREENED'    TO CTL-LABEL.
           MOVE WS-SCREEN-COUNT        TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'ANOMALIES HELD'       TO CTL-LABEL.
           MOVE WS-ANOM-HELD-COUNT     TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
      * 退货/贷项单独一节，分行与财务不用翻整本登记簿找红字
           MOVE SPACES TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           PERFORM 0330-WRITE-PPA-TOTALS.
           PERFORM 0340-WRITE-ANOMALY-TOTALS.

      * 写前期调整报表尾部的控制总计
        0330-WRITE-PPA-TOTALS.
           MOVE CONTROL-TOTAL-LINE TO PPA-PRINT-LINE.
           WRITE PPA-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写异常筛查报表尾部的控制总计：筛过与持单的张数、各项原
      * 因命中的次数（一张可命中多项），以及当晚用的门限
        0340-WRITE-ANOMALY-TOTALS.
           MOVE SPACES TO ANOMALY-PRINT-LINE.
           WRITE ANOMALY-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'POSTINGS SCREENED'    TO CTL-LABEL.
           MOVE WS-SCREEN-COUNT        TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'POSTINGS HELD'        TO CTL-LABEL.
           MOVE WS-ANOM-HELD-COUNT     TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'AVG  OVER REP AVERAGE' TO CTL-LABEL.
           MOVE WS-RSN-AVG-COUNT       TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'MAX  OVER REP LARGEST' TO CTL-LABEL.
           MOVE WS-RSN-MAX-COUNT       TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'CNT  DAILY COUNT'     TO CTL-LABEL.
           MOVE WS-RSN-CNT-COUNT       TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'CUST OVER CUSTOMER USUAL' TO CTL-LABEL.
           MOVE WS-RSN-CUST-COUNT      TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'RND  ROUND AMOUNT'    TO CTL-LABEL.
           MOVE WS-RSN-RND-COUNT       TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'WKND WEEKEND DATE'    TO CTL-LABEL.
           MOVE WS-RSN-WKND-COUNT      TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'HOL  HOLIDAY DATE'    TO CTL-LABEL.
           MOVE WS-RSN-HOL-COUNT       TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE SPACES TO ANOMALY-PRINT-LINE.
           WRITE ANOMALY-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'LIMIT AVG MULTIPLE'   TO CTL-LABEL.
           MOVE WS-AN-AVG-MULT         TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'LIMIT MAX MULTIPLE'   TO CTL-LABEL.
           MOVE WS-AN-MAX-MULT         TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'LIMIT CNT MULTIPLE'   TO CTL-LABEL.
           MOVE WS-AN-CNT-MULT         TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'LIMIT CUST MULTIPLE'  TO CTL-LABEL.
           MOVE WS-AN-CUST-MULT        TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'LIMIT ROUND UNIT'     TO CTL-LABEL.
           MOVE WS-AN-ROUND-UNIT       TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'LIMIT MIN HISTORY'    TO CTL-LABEL.
           MOVE WS-AN-MIN-HIST         TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.
           MOVE 'HOLIDAYS ON FILE'     TO CTL-LABEL.
           MOVE WS-HOL-COUNT           TO CTL-VALUE.
           PERFORM 0345-WRITE-ANOMALY-CONTROL.

      * 写一行异常筛查报表控制总计
        0345-WRITE-ANOMALY-CONTROL.
           MOVE CONTROL-TOTAL-LINE TO ANOMALY-PRINT-LINE.
           WRITE ANOMALY-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行控制总计
        0310-WRITE-CONTROL-LINE.
           MOVE CONTROL-TOTAL-LINE TO REGISTER-PRINT-LINE.
           CLOSE REGISTER-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE PPA-REPORT-FILE.
           CLOSE ANOMALY-FILE.
           IF POSTHIST-AVAILABLE
               CLOSE POSTHIST-FILE
           END-IF.
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF.
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF.
           IF AROPEN-AVAILABLE
               CLOSE AROPEN-FILE
           END-IF.
           IF REGMAST-AVAILABLE
               CLOSE REGION-MASTER-FILE
           END-IF.
           IF HELDTRAN-AVAILABLE
               CLOSE HELDTRAN-FILE
           END-IF.
           IF WS-CONFLICT-STATUS = '00'
               CLOSE CONFLICT-FILE
           END-IF.
           IF EXCHRATE-AVAILABLE
               CLOSE EXCHRATE-FILE
           END-IF.
           IF SALESORD-AVAILABLE
               CLOSE SALESORD-FILE
           END-IF.
           MOVE 'E' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
      * GOBACK 而非 STOP RUN，便于本程序被 NIGHTRESTART 用 CALL 调用；
