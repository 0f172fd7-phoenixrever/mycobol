       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPIFFCALC.
      * 程序名称：销售竞赛奖金计算
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Sales contest (SPIFF) evaluation.  The contest rules file  *
      *   gives each contest a sale-date range, the eligible        *
      *   regions, an optional product line and a payout basis:    *
      *   a flat amount per invoice, a percent of sales, or a flat  *
      *   amount per new customer (a customer whose first posted    *
      *   invoice falls inside the contest).  The rules are         *
      *   evaluated against POSTHIST; contests still running print  *
      *   a standings report, contests that have ended and been     *
      *   approved print a payout register and are written to      *
      *   payroll as a separate bonus earning type.  A paid ledger  *
      *   keeps a contest from being paid twice.  The salesperson   *
      *   master is only read for names - contest dollars never     *
      *   touch YEARLYSALES or ADJUSTMENT.                          *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RULE-FILE ASSIGN TO "SPIFFRULE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULE-STATUS.
      * 竞赛规则档：销售管理部门维护，一个竞赛一条
            SELECT POSTHIST-FILE ASSIGN TO "POSTHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-POSTHIST-STATUS.
      * SALESPOST 登记的已过账发票历史档，竞赛业绩的来源
            SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PR-PRODUCT-CODE
             FILE STATUS IS WS-PRODUCT-STATUS.
      * 产品主档，限定产品线的竞赛按它取产品线
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档，只读，取姓名用
            SELECT SPIFFPAID-FILE ASSIGN TO "SPIFFPAID.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SPD-KEY
             FILE STATUS IS WS-SPIFFPAID-STATUS.
      * 竞赛奖金已付台账：按竞赛编号加销售员编号一条，付过的
      * 不再送工资
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：竞赛进行中还是已结束按业务日期判断
            SELECT HIST-SORT-FILE ASSIGN TO "SPIFFHSORT.DAT".
      * 历史记录按客户、销售日期排序的工作文件，判定新客户用
            SELECT AWARD-SORT-FILE ASSIGN TO "SPIFFASORT.DAT".
      * 奖金按竞赛、金额由高到低排名的工作文件
            SELECT STAND-REPORT-FILE ASSIGN TO "SPIFFSTAND.RPT".
      * 竞赛排名报表（进行中与待审批的竞赛）
            SELECT PAYOUT-REPORT-FILE ASSIGN TO "SPIFFPAY.RPT".
      * 竞赛奖金发放登记簿（已结束并已审批的竞赛）
            SELECT BONUS-FILE ASSIGN TO "PAYBONUS.DAT".
      * 奖金工资接口文件：格式仿 PAYCOMM.DAT，带头尾控制记录，
      * 工资系统按单独的奖金收入类别入账

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 竞赛规则档
       FD RULE-FILE.
       01 RULE-RECORD.
            88 ENDOFRULES VALUE HIGH-VALUES.
            05 SR-CONTEST-ID         PIC X(6).
            05 SR-DESCRIPTION        PIC X(30).
            05 SR-START-DATE         PIC 9(8).
            05 SR-END-DATE           PIC 9(8).
      * 销售日期落在起止日期之间（含两端）的发票计入竞赛
            05 SR-BASIS              PIC X.
      * F = 每张发票定额, P = 销售额百分比, N = 每个新客户定额
            05 SR-FLAT-AMOUNT        PIC 9(5)V99.
      * F、N 两种口径的每张发票/每个新客户奖金
            05 SR-PERCENT            PIC 9(2)V999.
      * P 口径的百分比，如 01.000 = 1%；退货按同一比例冲回
            05 SR-PRODUCT-LINE       PIC X(6).
      * 限定的产品线；空格 = 不限
            05 SR-APPROVED-SW        PIC X.
      * Y = 竞赛结束后管理层已审批，可以发放
            05 SR-REGION             PIC X(5) OCCURS 6 TIMES.
      * 参赛区域；第一个为空格 = 全部区域

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

      * 产品主档，布局与 PRODMAINT.cbl 的一致
       FD PRODUCT-FILE.
       01 PRODUCT-REC.
            05 PR-PRODUCT-CODE      PIC X(8).
            05 PR-DESCRIPTION       PIC X(30).
            05 PR-PRODUCT-LINE      PIC X(6).
            05 PR-ACTIVE-FLAG       PIC X.

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

      * 竞赛奖金已付台账
       FD SPIFFPAID-FILE.
       01 SPIFFPAID-REC.
            05 SPD-KEY.
                10 SPD-CONTEST-ID    PIC X(6).
                10 SPD-SALESPERSON-ID PIC 9(7).
            05 SPD-AMOUNT            PIC S9(7)V99.
            05 SPD-PAID-DATE         PIC 9(8).
      * 送工资的业务日期

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 历史记录排序工作文件：客户、销售日期、发票号、销售员
       SD HIST-SORT-FILE.
       01 HIST-SORT-RECORD.
            88 ENDOFHISTSORT VALUE HIGH-VALUES.
            05 HSR-CUSTOMER-NO       PIC 9(7).
            05 HSR-SALE-DATE         PIC 9(8).
            05 HSR-INVOICE-NO        PIC X(10).
            05 HSR-SALESPERSON-ID    PIC 9(7).
            05 HSR-TRAN-TYPE         PIC X.
            05 HSR-REGION            PIC X(5).
            05 HSR-AMOUNT            PIC 9(6)V99.
            05 HSR-PRODUCT-LINE      PIC X(6).

      * 奖金排名工作文件：竞赛、奖金由高到低、销售员
       SD AWARD-SORT-FILE.
       01 AWARD-SORT-RECORD.
            88 ENDOFAWARDSORT VALUE HIGH-VALUES.
            05 ASR-CONTEST-SUB       PIC 9(2).
            05 ASR-PAYOUT            PIC S9(7)V99.
            05 ASR-SALESPERSON-ID    PIC 9(7).
            05 ASR-REGION            PIC X(5).
            05 ASR-COUNT             PIC 9(5).
            05 ASR-SALES             PIC S9(9)V99.

      * 竞赛排名报表
       FD STAND-REPORT-FILE.
       01 STAND-PRINT-LINE          PIC X(132).

      * 竞赛奖金发放登记簿
       FD PAYOUT-REPORT-FILE.
       01 PAYOUT-PRINT-LINE         PIC X(132).

      * 奖金工资接口文件：头记录、明细记录、尾记录共用一个定长
      * 区，长度与 PAYCOMM.DAT 相同
       FD BONUS-FILE.
       01 BON-HEADER-REC.
            05 BON-HDR-TYPE         PIC X.
      * 'H' = 文件头
            05 BON-HDR-RUN-DATE     PIC 9(6).
            05 BON-HDR-SOURCE       PIC X(8).
            05 FILLER               PIC X(71).
       01 BON-DETAIL-REC.
            05 BON-REC-TYPE         PIC X.
      * 'D' = 明细
            05 BON-SALESPERSON-ID   PIC 9(7).
            05 BON-LASTNAME         PIC X(20).
            05 BON-FIRSTNAME        PIC X(20).
            05 BON-REGION           PIC X(5).
            05 BON-EARN-TYPE        PIC X(6).
      * 收入类别，恒为 'SPIFF'，工资系统据此与提成分开入账
            05 BON-CONTEST-ID       PIC X(6).
            05 BON-AMOUNT           PIC S9(7)V99.
            05 BON-PAY-PERIOD       PIC 9(6).
            05 FILLER               PIC X(6).
       01 BON-TRAILER-REC.
            05 BON-TRL-TYPE         PIC X.
      * 'T' = 文件尾
            05 BON-TRL-COUNT        PIC 9(7).
            05 BON-TRL-TOTAL        PIC S9(9)V99.
            05 FILLER               PIC X(67).

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS           PIC X(2) VALUE '00'.
       01  WS-POSTHIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-PRODUCT-STATUS        PIC X(2) VALUE '00'.
       01  WS-PRODUCT-AVAIL-SW      PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE     VALUE 'Y'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-SALESFILE-AVAIL-SW    PIC X VALUE 'N'.
           88 SALESFILE-AVAILABLE   VALUE 'Y'.
       01  WS-SPIFFPAID-STATUS      PIC X(2) VALUE '00'.
       01  WS-HIST-SW               PIC X VALUE 'N'.
           88 ENDOFHIST             VALUE 'Y'.

      * 业务日期
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-TODAY                 PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-GRP REDEFINES WS-TODAY.
            05 WS-TD-CC             PIC 99.
            05 WS-TD-YYMMDD         PIC 9(6).
       01  WS-TODAY-ALT REDEFINES WS-TODAY.
            05 WS-TD-CCYYMM         PIC 9(6).
            05 FILLER               PIC 99.
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.

      * 竞赛表：启动时从规则档装入，未开始的竞赛不装
       01  WS-CONTEST-COUNT         PIC 9(2) VALUE ZEROES.
       01  WS-CONTEST-TABLE.
            05 WS-CONTEST-ENTRY OCCURS 20 TIMES.
                10 WS-CT-ID          PIC X(6).
                10 WS-CT-DESC        PIC X(30).
                10 WS-CT-START       PIC 9(8).
                10 WS-CT-END         PIC 9(8).
                10 WS-CT-BASIS       PIC X.
                10 WS-CT-FLAT        PIC 9(5)V99.
                10 WS-CT-PERCENT     PIC 9(2)V999.
                10 WS-CT-LINE        PIC X(6).
                10 WS-CT-STATE       PIC X.
      * A = 进行中, P = 已结束待审批, E = 已结束已审批可发放
                10 WS-CT-REGION      PIC X(5) OCCURS 6 TIMES.
       01  WS-CONTEST-SUB           PIC 9(2) VALUE ZEROES.
       01  WS-REGION-SUB            PIC 9 VALUE ZEROES.
       01  WS-ELIGIBLE-SW           PIC X VALUE 'N'.
           88 POSTING-ELIGIBLE      VALUE 'Y'.

      * 奖金累计表：竞赛加销售员一格
       01  WS-AWARD-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-AWARD-TABLE.
            05 WS-AWARD-ENTRY OCCURS 2000 TIMES.
                10 WS-AW-CONTEST     PIC 9(2).
                10 WS-AW-ID          PIC 9(7).
                10 WS-AW-REGION      PIC X(5).
                10 WS-AW-COUNT       PIC 9(5).
                10 WS-AW-SALES       PIC S9(9)V99.
                10 WS-AW-PAYOUT      PIC S9(7)V99.
       01  WS-AWARD-SUB             PIC 9(4) VALUE ZEROES.
       01  WS-AWARD-FULL-SW         PIC X VALUE 'N'.
           88 AWARD-TABLE-FULL      VALUE 'Y'.
       01  WS-ROW-PAYOUT            PIC S9(7)V99 VALUE ZEROES.
       01  WS-ROW-SALES             PIC S9(9)V99 VALUE ZEROES.
       01  WS-ROW-COUNT             PIC 9 VALUE ZEROES.

      * 新客户判定：按客户排好序后每个客户的第一条销售记录
       01  WS-PREV-CUSTOMER         PIC 9(7) VALUE ZEROES.
       01  WS-FIRST-SALE-SW         PIC X VALUE 'N'.
           88 CUSTOMER-FIRST-SALE   VALUE 'Y'.
       01  WS-CUSTOMER-SEEN-SW      PIC X VALUE 'N'.
           88 CUSTOMER-SEEN         VALUE 'Y'.

      * 排名与发放的控制中断
       01  WS-CURR-CONTEST          PIC 9(2) VALUE ZEROES.
       01  WS-RANK                  PIC 9(4) VALUE ZEROES.
       01  WS-PAY-PERIOD            PIC 9(6) VALUE ZEROES.
       01  WS-REP-LASTNAME          PIC X(20) VALUE SPACES.
       01  WS-REP-FIRSTNAME         PIC X(20) VALUE SPACES.
       01  WS-BONUS-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-BONUS-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-PREV-PAID-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-CONTEST-PAYOUT        PIC S9(9)V99 COMP-3 VALUE ZEROES.

      * 竞赛标题行（排名报表与发放登记簿共用）
       01  CONTEST-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'CONTEST '.
            05 CHL-ID                PIC X(6).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CHL-DESC              PIC X(30).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CHL-START             PIC 9(8).
            05 FILLER                PIC X(3)  VALUE ' - '.
            05 CHL-END               PIC 9(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CHL-BASIS             PIC X(20).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CHL-STATE             PIC X(24).
            05 FILLER                PIC X(11) VALUE SPACES.

      * 列标题行
       01  AWARD-COLUMN-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'RANK'.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(42) VALUE 'NAME'.
            05 FILLER               PIC X(8)  VALUE 'REGION'.
            05 FILLER               PIC X(7)  VALUE ' COUNT'.
            05 FILLER               PIC X(17) VALUE
               '  ELIGIBLE SALES'.
            05 FILLER               PIC X(14) VALUE '       PAYOUT'.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(22) VALUE 'RESULT'.

      * 排名/发放明细行
       01  AWARD-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 AWD-RANK              PIC ZZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AWD-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AWD-LASTNAME          PIC X(20).
            05 FILLER                PIC X     VALUE SPACES.
            05 AWD-FIRSTNAME         PIC X(20).
            05 FILLER                PIC X     VALUE SPACES.
            05 AWD-REGION            PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 AWD-COUNT             PIC ZZZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AWD-SALES             PIC ---,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 AWD-PAYOUT            PIC --,---,--9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AWD-RESULT            PIC X(22).

      * 小计/合计行
       01  AWARD-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 AWT-LABEL             PIC X(40).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AWT-VALUE             PIC -(10)9.99.
            05 FILLER                PIC X(71) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期、装竞赛规则；历史档按客户排好序后逐
      * 条套用各竞赛的规则累计奖金，再按竞赛排名出报表、发放
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0060-LOAD-CONTESTS.
           OPEN OUTPUT STAND-REPORT-FILE.
           OPEN OUTPUT PAYOUT-REPORT-FILE.
           OPEN OUTPUT BONUS-FILE.
           PERFORM 0065-OPEN-MASTERS.
           PERFORM 0070-OPEN-PAID-LEDGER.
           PERFORM 0080-WRITE-BONUS-HEADER.
           IF WS-CONTEST-COUNT > ZEROES
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY HSR-CUSTOMER-NO, HSR-SALE-DATE,
                       HSR-INVOICE-NO, HSR-SALESPERSON-ID
                   INPUT PROCEDURE IS 0100-RELEASE-HISTORY
                   OUTPUT PROCEDURE IS 0200-EVALUATE-POSTINGS
               SORT AWARD-SORT-FILE
                   ON ASCENDING KEY ASR-CONTEST-SUB
                   ON DESCENDING KEY ASR-PAYOUT
                   ON ASCENDING KEY ASR-SALESPERSON-ID
                   INPUT PROCEDURE IS 0300-RELEASE-AWARDS
                   OUTPUT PROCEDURE IS 0400-RANK-AND-PAY
           ELSE
               MOVE 'NO CONTESTS RUNNING OR ENDED' TO AWT-LABEL
               MOVE ZEROES TO AWT-VALUE
               MOVE AWARD-TOTAL-LINE TO STAND-PRINT-LINE
               WRITE STAND-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0500-WRITE-PAYOUT-TOTALS.
           PERFORM 0900-STOP-RUN.

      * 取业务日期：优先用 BUSDATE 程序登记的业务日期；控制档
      * 不存在或内容不对时退回机器日期（世纪按 20 处理）
        0055-GET-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSDATE-SW.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF BD-BUSINESS-DATE NUMERIC
                                AND BD-BUSINESS-DATE > ZEROES
                            MOVE BD-BUSINESS-DATE TO WS-TODAY
                            MOVE 'Y' TO WS-BUSDATE-SW
                        END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF NOT BUSDATE-ON-FILE
               ACCEPT WS-RUN-DATE FROM DATE
               MOVE 20 TO WS-TD-CC
               MOVE WS-RUN-DATE TO WS-TD-YYMMDD
           END-IF.
           MOVE WS-TD-YYMMDD TO WS-RUN-DATE.
           MOVE WS-TD-CCYYMM TO WS-PAY-PERIOD.

      * 装入竞赛规则：开始日期还没到的竞赛不装；已结束的按是否
      * 审批分成待审批与可发放两种；规则档打不开时没有竞赛可算
        0060-LOAD-CONTESTS.
           MOVE ZEROES TO WS-CONTEST-COUNT.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'SPIFFRULE OPEN FAILED, STATUS = '
                   WS-RULE-STATUS ' - NO CONTESTS EVALUATED'
           ELSE
               READ RULE-FILE
                    AT END SET ENDOFRULES TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFRULES
                   IF SR-START-DATE NOT > WS-TODAY
                       PERFORM 0062-STORE-CONTEST
                   END-IF
                   READ RULE-FILE
                        AT END SET ENDOFRULES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

      * 把一条规则存进竞赛表，定竞赛状态
        0062-STORE-CONTEST.
           IF WS-CONTEST-COUNT NOT < 20
               DISPLAY 'CONTEST TABLE FULL, CONTEST ' SR-CONTEST-ID
                   ' NOT EVALUATED'
           ELSE
               ADD 1 TO WS-CONTEST-COUNT
               MOVE SR-CONTEST-ID TO WS-CT-ID (WS-CONTEST-COUNT)
               MOVE SR-DESCRIPTION TO WS-CT-DESC (WS-CONTEST-COUNT)
               MOVE SR-START-DATE TO WS-CT-START (WS-CONTEST-COUNT)
               MOVE SR-END-DATE TO WS-CT-END (WS-CONTEST-COUNT)
               MOVE SR-BASIS TO WS-CT-BASIS (WS-CONTEST-COUNT)
               MOVE SR-FLAT-AMOUNT TO WS-CT-FLAT (WS-CONTEST-COUNT)
               MOVE SR-PERCENT TO WS-CT-PERCENT (WS-CONTEST-COUNT)
               MOVE SR-PRODUCT-LINE TO WS-CT-LINE (WS-CONTEST-COUNT)
               PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > 6
                   MOVE SR-REGION (WS-REGION-SUB)
                       TO WS-CT-REGION (WS-CONTEST-COUNT, WS-REGION-SUB)
               END-PERFORM
               EVALUATE TRUE
                   WHEN SR-END-DATE NOT < WS-TODAY
                       MOVE 'A' TO WS-CT-STATE (WS-CONTEST-COUNT)
                   WHEN SR-APPROVED-SW = 'Y'
                       MOVE 'E' TO WS-CT-STATE (WS-CONTEST-COUNT)
                   WHEN OTHER
                       MOVE 'P' TO WS-CT-STATE (WS-CONTEST-COUNT)
               END-EVALUATE
           END-IF.

      * 打开产品主档与销售人员主档，都只读且可缺：产品主档不可
      * 用时限定产品线的竞赛一律不计，人员主档不可用时姓名留空
        0065-OPEN-MASTERS.
           MOVE 'N' TO WS-PRODUCT-AVAIL-SW.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS = '00'
               MOVE 'Y' TO WS-PRODUCT-AVAIL-SW
           ELSE
               DISPLAY 'PRODUCT MASTER NOT AVAILABLE, STATUS = '
                   WS-PRODUCT-STATUS
                   ' - PRODUCT-LINE CONTESTS NOT CREDITED'
           END-IF.
           MOVE 'N' TO WS-SALESFILE-AVAIL-SW.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS = '00'
               MOVE 'Y' TO WS-SALESFILE-AVAIL-SW
           ELSE
               DISPLAY 'SALESFILE NOT AVAILABLE, STATUS = '
                   WS-SALESFILE-STATUS ' - NAMES BLANK'
           END-IF.

      * 打开已付台账，第一次使用时新建再改 I-O 重开；台账打不
      * 开就无从知道哪些竞赛付过，不能发放，否则会重付
        0070-OPEN-PAID-LEDGER.
           OPEN I-O SPIFFPAID-FILE.
           IF WS-SPIFFPAID-STATUS NOT = '00'
               OPEN OUTPUT SPIFFPAID-FILE
               IF WS-SPIFFPAID-STATUS = '00'
                   CLOSE SPIFFPAID-FILE
                   OPEN I-O SPIFFPAID-FILE
               END-IF
           END-IF.
           IF WS-SPIFFPAID-STATUS NOT = '00'
               DISPLAY 'SPIFFPAID OPEN FAILED, STATUS = '
                   WS-SPIFFPAID-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * 写奖金接口文件头记录
        0080-WRITE-BONUS-HEADER.
           MOVE SPACES TO BON-HEADER-REC.
           MOVE 'H' TO BON-HDR-TYPE.
           MOVE WS-RUN-DATE TO BON-HDR-RUN-DATE.
           MOVE 'SPIFF' TO BON-HDR-SOURCE.
           WRITE BON-HEADER-REC.

      * 排序输入过程：逐条读历史档交给排序，顺手取产品线
        0100-RELEASE-HISTORY.
           OPEN INPUT POSTHIST-FILE.
           IF WS-POSTHIST-STATUS NOT = '00'
               DISPLAY 'POSTHIST OPEN FAILED, STATUS = '
                   WS-POSTHIST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               READ POSTHIST-FILE
                    AT END SET ENDOFHIST TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFHIST
                   MOVE PH-CUSTOMER-NO TO HSR-CUSTOMER-NO
                   MOVE PH-SALE-DATE TO HSR-SALE-DATE
                   MOVE PH-INVOICE-NO TO HSR-INVOICE-NO
                   MOVE PH-SALESPERSON-ID TO HSR-SALESPERSON-ID
                   MOVE PH-TRAN-TYPE TO HSR-TRAN-TYPE
                   MOVE PH-REGION TO HSR-REGION
                   MOVE PH-AMOUNT TO HSR-AMOUNT
                   PERFORM 0110-LOOKUP-PRODUCT-LINE
                   RELEASE HIST-SORT-RECORD
                   READ POSTHIST-FILE
                        AT END SET ENDOFHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSTHIST-FILE
           END-IF.

      * 取产品线；没有产品代码或查不到时留空，限定产品线的竞赛
      * 不计这条
        0110-LOOKUP-PRODUCT-LINE.
           MOVE SPACES TO HSR-PRODUCT-LINE.
           IF PRODUCT-AVAILABLE AND PH-PRODUCT-CODE NOT = SPACES
               MOVE PH-PRODUCT-CODE TO PR-PRODUCT-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-PRODUCT-LINE TO HSR-PRODUCT-LINE
               END-READ
           END-IF.

      * 排序输出过程：每条记录先判定是不是客户的第一张销售发
      * 票，再逐个竞赛套用规则
        0200-EVALUATE-POSTINGS.
           MOVE 'N' TO WS-CUSTOMER-SEEN-SW.
           RETURN HIST-SORT-FILE
                AT END SET ENDOFHISTSORT TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFHISTSORT
               IF NOT CUSTOMER-SEEN
                       OR HSR-CUSTOMER-NO NOT = WS-PREV-CUSTOMER
                   MOVE HSR-CUSTOMER-NO TO WS-PREV-CUSTOMER
                   MOVE 'Y' TO WS-CUSTOMER-SEEN-SW
                   MOVE 'N' TO WS-FIRST-SALE-SW
                   IF HSR-TRAN-TYPE NOT = 'R'
                           AND HSR-CUSTOMER-NO > ZEROES
                       MOVE 'Y' TO WS-FIRST-SALE-SW
                   END-IF
               ELSE
                   MOVE 'N' TO WS-FIRST-SALE-SW
               END-IF
               PERFORM 0210-APPLY-CONTESTS
                   VARYING WS-CONTEST-SUB FROM 1 BY 1
                   UNTIL WS-CONTEST-SUB > WS-CONTEST-COUNT
               RETURN HIST-SORT-FILE
                    AT END SET ENDOFHISTSORT TO TRUE
               END-RETURN
           END-PERFORM.

      * 一条记录套用一个竞赛：日期、区域、产品线都合格才按口径
      * 计奖金；定额口径只数销售发票，百分比口径退货按同一比例
      * 冲回，新客户口径只数客户的第一张销售发票
        0210-APPLY-CONTESTS.
           PERFORM 0220-CHECK-ELIGIBLE.
           IF POSTING-ELIGIBLE
               MOVE ZEROES TO WS-ROW-PAYOUT
               MOVE ZEROES TO WS-ROW-SALES
               MOVE ZEROES TO WS-ROW-COUNT
               EVALUATE WS-CT-BASIS (WS-CONTEST-SUB)
                   WHEN 'F'
                       IF HSR-TRAN-TYPE NOT = 'R'
                           MOVE WS-CT-FLAT (WS-CONTEST-SUB)
                               TO WS-ROW-PAYOUT
                           MOVE HSR-AMOUNT TO WS-ROW-SALES
                           MOVE 1 TO WS-ROW-COUNT
                       END-IF
                   WHEN 'P'
                       IF HSR-TRAN-TYPE = 'R'
                           COMPUTE WS-ROW-SALES = 0 - HSR-AMOUNT
                       ELSE
                           MOVE HSR-AMOUNT TO WS-ROW-SALES
                           MOVE 1 TO WS-ROW-COUNT
                       END-IF
                       COMPUTE WS-ROW-PAYOUT ROUNDED =
                           WS-ROW-SALES
                           * WS-CT-PERCENT (WS-CONTEST-SUB) / 100
                   WHEN 'N'
                       IF CUSTOMER-FIRST-SALE
                           MOVE WS-CT-FLAT (WS-CONTEST-SUB)
                               TO WS-ROW-PAYOUT
                           MOVE HSR-AMOUNT TO WS-ROW-SALES
                           MOVE 1 TO WS-ROW-COUNT
                       END-IF
               END-EVALUATE
               IF WS-ROW-PAYOUT NOT = ZEROES
                       OR WS-ROW-SALES NOT = ZEROES
                   PERFORM 0230-ADD-AWARD
               END-IF
           END-IF.

      * 判定一条记录是否在竞赛的日期、区域与产品线范围内
        0220-CHECK-ELIGIBLE.
           MOVE 'N' TO WS-ELIGIBLE-SW.
           IF HSR-SALE-DATE NOT < WS-CT-START (WS-CONTEST-SUB)
                   AND HSR-SALE-DATE NOT > WS-CT-END (WS-CONTEST-SUB)
               IF WS-CT-REGION (WS-CONTEST-SUB, 1) = SPACES
                   MOVE 'Y' TO WS-ELIGIBLE-SW
               ELSE
                   PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                       UNTIL WS-REGION-SUB > 6
                       IF WS-CT-REGION (WS-CONTEST-SUB, WS-REGION-SUB)
                               = HSR-REGION
                           MOVE 'Y' TO WS-ELIGIBLE-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF POSTING-ELIGIBLE
                   AND WS-CT-LINE (WS-CONTEST-SUB) NOT = SPACES
                   AND WS-CT-LINE (WS-CONTEST-SUB)
                       NOT = HSR-PRODUCT-LINE
               MOVE 'N' TO WS-ELIGIBLE-SW
           END-IF.

      * 把一条记录的奖金并进竞赛加销售员那一格；没有就新开一格，
      * 表满时提示并以返回码 8 结束，奖金不完整不发放
        0230-ADD-AWARD.
           PERFORM VARYING WS-AWARD-SUB FROM 1 BY 1
               UNTIL WS-AWARD-SUB > WS-AWARD-COUNT
                  OR (WS-AW-CONTEST (WS-AWARD-SUB) = WS-CONTEST-SUB
                      AND WS-AW-ID (WS-AWARD-SUB) = HSR-SALESPERSON-ID)
               CONTINUE
           END-PERFORM.
           IF WS-AWARD-SUB > WS-AWARD-COUNT
               IF WS-AWARD-COUNT < 2000
                   ADD 1 TO WS-AWARD-COUNT
                   MOVE WS-CONTEST-SUB TO WS-AW-CONTEST (WS-AWARD-SUB)
                   MOVE HSR-SALESPERSON-ID TO WS-AW-ID (WS-AWARD-SUB)
                   MOVE HSR-REGION TO WS-AW-REGION (WS-AWARD-SUB)
                   MOVE ZEROES TO WS-AW-COUNT (WS-AWARD-SUB)
                   MOVE ZEROES TO WS-AW-SALES (WS-AWARD-SUB)
                   MOVE ZEROES TO WS-AW-PAYOUT (WS-AWARD-SUB)
               ELSE
                   IF NOT AWARD-TABLE-FULL
                       DISPLAY 'AWARD TABLE FULL - PAYOUTS SUPPRESSED'
                       MOVE 'Y' TO WS-AWARD-FULL-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WS-AWARD-SUB NOT > WS-AWARD-COUNT
               ADD WS-ROW-COUNT TO WS-AW-COUNT (WS-AWARD-SUB)
               ADD WS-ROW-SALES TO WS-AW-SALES (WS-AWARD-SUB)
               ADD WS-ROW-PAYOUT TO WS-AW-PAYOUT (WS-AWARD-SUB)
           END-IF.

      * 排名排序的输入过程：奖金表逐格交给排序
        0300-RELEASE-AWARDS.
           PERFORM VARYING WS-AWARD-SUB FROM 1 BY 1
               UNTIL WS-AWARD-SUB > WS-AWARD-COUNT
               MOVE WS-AW-CONTEST (WS-AWARD-SUB) TO ASR-CONTEST-SUB
               MOVE WS-AW-PAYOUT (WS-AWARD-SUB) TO ASR-PAYOUT
               MOVE WS-AW-ID (WS-AWARD-SUB) TO ASR-SALESPERSON-ID
               MOVE WS-AW-REGION (WS-AWARD-SUB) TO ASR-REGION
               MOVE WS-AW-COUNT (WS-AWARD-SUB) TO ASR-COUNT
               MOVE WS-AW-SALES (WS-AWARD-SUB) TO ASR-SALES
               RELEASE AWARD-SORT-RECORD
           END-PERFORM.

      * 排名排序的输出过程：按竞赛控制中断；进行中与待审批的竞
      * 赛上排名报表，已审批的竞赛上发放登记簿并送工资
        0400-RANK-AND-PAY.
           MOVE ZEROES TO WS-CURR-CONTEST.
           RETURN AWARD-SORT-FILE
                AT END SET ENDOFAWARDSORT TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFAWARDSORT
               IF ASR-CONTEST-SUB NOT = WS-CURR-CONTEST
                   IF WS-CURR-CONTEST > ZEROES
                       PERFORM 0440-CLOSE-CONTEST
                   END-IF
                   MOVE ASR-CONTEST-SUB TO WS-CURR-CONTEST
                   PERFORM 0410-OPEN-CONTEST
               END-IF
               ADD 1 TO WS-RANK
               PERFORM 0420-LOOKUP-NAME
               MOVE WS-RANK TO AWD-RANK
               MOVE ASR-SALESPERSON-ID TO AWD-ID
               MOVE WS-REP-LASTNAME TO AWD-LASTNAME
               MOVE WS-REP-FIRSTNAME TO AWD-FIRSTNAME
               MOVE ASR-REGION TO AWD-REGION
               MOVE ASR-COUNT TO AWD-COUNT
               MOVE ASR-SALES TO AWD-SALES
               MOVE ASR-PAYOUT TO AWD-PAYOUT
               IF WS-CT-STATE (WS-CURR-CONTEST) = 'E'
                   PERFORM 0430-PAY-AWARD
                   MOVE AWARD-DETAIL-LINE TO PAYOUT-PRINT-LINE
                   WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE
               ELSE
                   MOVE SPACES TO AWD-RESULT
                   MOVE AWARD-DETAIL-LINE TO STAND-PRINT-LINE
                   WRITE STAND-PRINT-LINE AFTER ADVANCING 1 LINE
               END-IF
               RETURN AWARD-SORT-FILE
                    AT END SET ENDOFAWARDSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF WS-CURR-CONTEST > ZEROES
               PERFORM 0440-CLOSE-CONTEST
           END-IF.

      * 开始一个竞赛：写竞赛标题与列标题，排名从一数起
        0410-OPEN-CONTEST.
           MOVE ZEROES TO WS-RANK.
           MOVE ZEROES TO WS-CONTEST-PAYOUT.
           MOVE WS-CT-ID (WS-CURR-CONTEST) TO CHL-ID.
           MOVE WS-CT-DESC (WS-CURR-CONTEST) TO CHL-DESC.
           MOVE WS-CT-START (WS-CURR-CONTEST) TO CHL-START.
           MOVE WS-CT-END (WS-CURR-CONTEST) TO CHL-END.
           EVALUATE WS-CT-BASIS (WS-CURR-CONTEST)
               WHEN 'F'
                   MOVE 'FLAT PER INVOICE' TO CHL-BASIS
               WHEN 'P'
                   MOVE 'PERCENT OF SALES' TO CHL-BASIS
               WHEN 'N'
                   MOVE 'PER NEW CUSTOMER' TO CHL-BASIS
               WHEN OTHER
                   MOVE 'UNKNOWN BASIS' TO CHL-BASIS
           END-EVALUATE.
           EVALUATE WS-CT-STATE (WS-CURR-CONTEST)
               WHEN 'A'
                   MOVE 'STANDINGS TO DATE' TO CHL-STATE
               WHEN 'P'
                   MOVE 'FINAL - AWAITING APPROVAL' TO CHL-STATE
               WHEN OTHER
                   MOVE 'FINAL - APPROVED' TO CHL-STATE
           END-EVALUATE.
           IF WS-CT-STATE (WS-CURR-CONTEST) = 'E'
               MOVE SPACES TO PAYOUT-PRINT-LINE
               WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE CONTEST-HEADING-LINE TO PAYOUT-PRINT-LINE
               WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE AWARD-COLUMN-LINE TO PAYOUT-PRINT-LINE
               WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE SPACES TO STAND-PRINT-LINE
               WRITE STAND-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE CONTEST-HEADING-LINE TO STAND-PRINT-LINE
               WRITE STAND-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE AWARD-COLUMN-LINE TO STAND-PRINT-LINE
               WRITE STAND-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * 取销售员姓名；主档不可用或查不到时留空
        0420-LOOKUP-NAME.
           MOVE SPACES TO WS-REP-LASTNAME.
           MOVE SPACES TO WS-REP-FIRSTNAME.
           IF SALESFILE-AVAILABLE
               MOVE ASR-SALESPERSON-ID TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO WS-REP-LASTNAME
                   NOT INVALID KEY
                       MOVE LASTNAME TO WS-REP-LASTNAME
                       MOVE FIRSTNAME TO WS-REP-FIRSTNAME
               END-READ
           END-IF.

      * 发放一格奖金：金额不为正的不发；已付台账上有记录的不再
      * 送工资；奖金表溢出时整批不发
        0430-PAY-AWARD.
           EVALUATE TRUE
               WHEN AWARD-TABLE-FULL
                   MOVE 'held - table overflow' TO AWD-RESULT
               WHEN ASR-PAYOUT NOT > ZEROES
                   MOVE 'nothing to pay' TO AWD-RESULT
               WHEN OTHER
                   MOVE WS-CT-ID (WS-CURR-CONTEST) TO SPD-CONTEST-ID
                   MOVE ASR-SALESPERSON-ID TO SPD-SALESPERSON-ID
                   READ SPIFFPAID-FILE
                       INVALID KEY
                           PERFORM 0435-SEND-TO-PAYROLL
                       NOT INVALID KEY
                           ADD 1 TO WS-PREV-PAID-COUNT
                           MOVE 'previously paid' TO AWD-RESULT
                   END-READ
           END-EVALUATE.

      * 写一条奖金接口明细并登记已付台账
        0435-SEND-TO-PAYROLL.
           MOVE SPACES TO BON-DETAIL-REC.
           MOVE 'D' TO BON-REC-TYPE.
           MOVE ASR-SALESPERSON-ID TO BON-SALESPERSON-ID.
           MOVE WS-REP-LASTNAME TO BON-LASTNAME.
           MOVE WS-REP-FIRSTNAME TO BON-FIRSTNAME.
           MOVE ASR-REGION TO BON-REGION.
           MOVE 'SPIFF' TO BON-EARN-TYPE.
           MOVE WS-CT-ID (WS-CURR-CONTEST) TO BON-CONTEST-ID.
           MOVE ASR-PAYOUT TO BON-AMOUNT.
           MOVE WS-PAY-PERIOD TO BON-PAY-PERIOD.
           WRITE BON-DETAIL-REC.
           ADD 1 TO WS-BONUS-COUNT.
           ADD ASR-PAYOUT TO WS-BONUS-TOTAL.
           ADD ASR-PAYOUT TO WS-CONTEST-PAYOUT.
           MOVE ASR-PAYOUT TO SPD-AMOUNT.
           MOVE WS-TODAY TO SPD-PAID-DATE.
           WRITE SPIFFPAID-REC
               INVALID KEY
                   DISPLAY 'SPIFFPAID WRITE FAILED FOR '
                       SPD-CONTEST-ID ' ' SPD-SALESPERSON-ID
           END-WRITE.
           MOVE 'sent to payroll' TO AWD-RESULT.

      * 结束一个竞赛：已审批的竞赛写本次发放小计
        0440-CLOSE-CONTEST.
           IF WS-CT-STATE (WS-CURR-CONTEST) = 'E'
               MOVE 'CONTEST PAID THIS RUN' TO AWT-LABEL
               MOVE WS-CONTEST-PAYOUT TO AWT-VALUE
               MOVE AWARD-TOTAL-LINE TO PAYOUT-PRINT-LINE
               WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * 写发放登记簿尾部的控制总计与奖金接口文件尾记录
        0500-WRITE-PAYOUT-TOTALS.
           MOVE SPACES TO PAYOUT-PRINT-LINE.
           WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BONUS RECORDS SENT TO PAYROLL' TO AWT-LABEL.
           MOVE WS-BONUS-COUNT TO AWT-VALUE.
           MOVE AWARD-TOTAL-LINE TO PAYOUT-PRINT-LINE.
           WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BONUS AMOUNT SENT TO PAYROLL' TO AWT-LABEL.
           MOVE WS-BONUS-TOTAL TO AWT-VALUE.
           MOVE AWARD-TOTAL-LINE TO PAYOUT-PRINT-LINE.
           WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AWARDS PREVIOUSLY PAID' TO AWT-LABEL.
           MOVE WS-PREV-PAID-COUNT TO AWT-VALUE.
           MOVE AWARD-TOTAL-LINE TO PAYOUT-PRINT-LINE.
           WRITE PAYOUT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BON-TRAILER-REC.
           MOVE 'T' TO BON-TRL-TYPE.
           MOVE WS-BONUS-COUNT TO BON-TRL-COUNT.
           MOVE WS-BONUS-TOTAL TO BON-TRL-TOTAL.
           WRITE BON-TRAILER-REC.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE STAND-REPORT-FILE.
           CLOSE PAYOUT-REPORT-FILE.
           CLOSE BONUS-FILE.
           CLOSE SPIFFPAID-FILE.
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF.
           IF SALESFILE-AVAILABLE
               CLOSE SALESFILE
           END-IF.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM SPIFFCALC.
