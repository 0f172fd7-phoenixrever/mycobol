       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLINE.
      * 程序名称：按区域、产品线销售分析报表
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Product-line analysis over the posted-invoice history:     *
      *   each posting is looked up on the PRODUCT master for its   *
      *   product line, sorted by region and product line, and      *
      *   printed as one line per product line within the region    *
      *   showing sales, returns and net for the current business   *
      *   month and for the year to date, with region subtotals     *
      *   and a company total.  Modeled on CUSTSALES.               *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT POSTHIST-FILE ASSIGN TO "POSTHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-POSTHIST-STATUS.
      * SALESPOST 登记的已过账发票历史档
            SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PR-PRODUCT-CODE
             FILE STATUS IS WS-PRODUCT-STATUS.
      * 产品主档，按产品代码取产品线
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：本月与本年按业务日期定；档不存在时退回
      * 机器日期
            SELECT PLINE-SORT-FILE ASSIGN TO "PRODLINESORT.DAT".
      * 按区域、产品线排序用的工作文件
            SELECT PLINE-REPORT-FILE ASSIGN TO "PRODLINE.RPT".
      * 产品线销售分析报表

      *===============================================
       DATA DIVISION.
       FILE SECTION.

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

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 排序工作文件：按区域、产品线升序；一条历史记录拆成本月
      * 与本年的销售、退货四栏，不落本月的栏记零
       SD PLINE-SORT-FILE.
       01 PLINE-SORT-RECORD.
            88 ENDOFSORTED VALUE HIGH-VALUES.
            05 PLS-REGION            PIC X(5).
            05 PLS-PRODUCT-LINE      PIC X(6).
            05 PLS-MTD-SALES         PIC 9(7)V99.
            05 PLS-MTD-RETURNS       PIC 9(7)V99.
            05 PLS-YTD-SALES         PIC 9(7)V99.
            05 PLS-YTD-RETURNS       PIC 9(7)V99.

      * 产品线销售分析报表
       FD PLINE-REPORT-FILE.
       01 PLINE-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POSTHIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-PRODUCT-STATUS        PIC X(2) VALUE '00'.
       01  WS-PRODUCT-AVAIL-SW      PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE     VALUE 'Y'.
       01  WS-HIST-SW               PIC X VALUE 'N'.
           88 ENDOFHIST             VALUE 'Y'.

      * 业务日期：本月取业务月，本年取过账日期上的年份
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CC             PIC 99.
            05 WS-BD-YY             PIC 99.
            05 WS-BD-MM             PIC 99.
            05 WS-BD-DD             PIC 99.
       01  WS-RUN-DATE.
            05 WS-RD-YY             PIC 99.
            05 WS-RD-MM             PIC 99.
            05 WS-RD-DD             PIC 99.
       01  WS-PH-POST-DATE-WORK.
            05 WS-PHP-YY            PIC 99.
            05 FILLER               PIC 9(4).

      * 控制中断的当前键与累计
       01  WS-HAVE-GROUP-SW         PIC X VALUE 'N'.
           88 GROUP-IN-PROGRESS     VALUE 'Y'.
       01  WS-CURR-REGION           PIC X(5) VALUE SPACES.
       01  WS-CURR-LINE             PIC X(6) VALUE SPACES.
       01  WS-LINE-TOTALS.
            05 WS-LN-MTD-SALES      PIC S9(9)V99 VALUE ZEROES.
            05 WS-LN-MTD-RETURNS    PIC S9(9)V99 VALUE ZEROES.
            05 WS-LN-YTD-SALES      PIC S9(9)V99 VALUE ZEROES.
            05 WS-LN-YTD-RETURNS    PIC S9(9)V99 VALUE ZEROES.
       01  WS-REGION-TOTALS.
            05 WS-RG-MTD-SALES      PIC S9(9)V99 VALUE ZEROES.
            05 WS-RG-MTD-RETURNS    PIC S9(9)V99 VALUE ZEROES.
            05 WS-RG-YTD-SALES      PIC S9(9)V99 VALUE ZEROES.
            05 WS-RG-YTD-RETURNS    PIC S9(9)V99 VALUE ZEROES.
       01  WS-COMPANY-TOTALS.
            05 WS-CO-MTD-SALES      PIC S9(9)V99 COMP-3 VALUE ZEROES.
            05 WS-CO-MTD-RETURNS    PIC S9(9)V99 COMP-3 VALUE ZEROES.
            05 WS-CO-YTD-SALES      PIC S9(9)V99 COMP-3 VALUE ZEROES.
            05 WS-CO-YTD-RETURNS    PIC S9(9)V99 COMP-3 VALUE ZEROES.

      * 报表抬头行
       01  PLINE-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(40) VALUE
               'PRODUCT LINE SALES BY REGION'.
            05 FILLER               PIC X(13) VALUE 'MONTH OF'.
            05 PLT-MONTH            PIC 99.
            05 FILLER               PIC X     VALUE '/'.
            05 PLT-CC               PIC 99.
            05 PLT-YY               PIC 99.
            05 FILLER               PIC X(67) VALUE SPACES.

      * 报表标题行
       01  PLINE-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(8)  VALUE 'REGION'.
            05 FILLER               PIC X(9)  VALUE 'LINE'.
            05 FILLER               PIC X(16) VALUE '  MONTH SALES'.
            05 FILLER               PIC X(16) VALUE 'MONTH RETURNS'.
            05 FILLER               PIC X(16) VALUE '    MONTH NET'.
            05 FILLER               PIC X(16) VALUE '    YTD SALES'.
            05 FILLER               PIC X(16) VALUE '  YTD RETURNS'.
            05 FILLER               PIC X(16) VALUE '      YTD NET'.
            05 FILLER               PIC X(14) VALUE SPACES.

      * 产品线明细行
       01  PLINE-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 PLD-REGION            PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PLD-LINE              PIC X(6).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PLD-AMOUNTS.
                10 PLD-COLUMN OCCURS 6 TIMES.
                    15 PLD-AMOUNT    PIC ---,---,--9.99.
                    15 FILLER        PIC X(2).
            05 FILLER                PIC X(14) VALUE SPACES.

      * 小计/合计行：标签占区域与产品线两栏的位置
       01  PLINE-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 PLT-LABEL             PIC X(17).
            05 PLT-AMOUNTS.
                10 PLT-COLUMN OCCURS 6 TIMES.
                    15 PLT-AMOUNT    PIC ---,---,--9.99.
                    15 FILLER        PIC X(2).
            05 FILLER                PIC X(14) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期，历史档按区域、产品线排好序后做两层
      * 控制中断汇总
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           OPEN OUTPUT PLINE-REPORT-FILE.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS = '00'
               MOVE 'Y' TO WS-PRODUCT-AVAIL-SW
           ELSE
               DISPLAY 'PRODUCT MASTER NOT AVAILABLE, STATUS = '
                   WS-PRODUCT-STATUS
                   ' - ALL LINES REPORTED AS UNKNOWN'
           END-IF.
           MOVE WS-BD-MM TO PLT-MONTH.
           MOVE WS-BD-CC TO PLT-CC.
           MOVE WS-BD-YY TO PLT-YY.
           MOVE PLINE-TITLE-LINE TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE.
           MOVE PLINE-HEADING-LINE TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE.
           SORT PLINE-SORT-FILE
               ON ASCENDING KEY PLS-REGION, PLS-PRODUCT-LINE
               INPUT PROCEDURE IS 0100-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 0200-SUMMARIZE.
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
                            MOVE BD-BUSINESS-DATE
                                TO WS-BUS-DATE-WORK
                            MOVE 'Y' TO WS-BUSDATE-SW
                        END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF NOT BUSDATE-ON-FILE
               ACCEPT WS-RUN-DATE FROM DATE
               MOVE 20 TO WS-BD-CC
               MOVE WS-RD-YY TO WS-BD-YY
               MOVE WS-RD-MM TO WS-BD-MM
               MOVE WS-RD-DD TO WS-BD-DD
           END-IF.

      * 排序输入过程：逐条读历史档，只取过账年份为本年的记录；
      * 月度桶下标等于业务月的同时记进本月栏，前期调整按它实际
      * 落进的月份算
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
                   MOVE PH-POST-DATE TO WS-PH-POST-DATE-WORK
                   IF WS-PHP-YY = WS-BD-YY
                       PERFORM 0110-RELEASE-ONE-POSTING
                   END-IF
                   READ POSTHIST-FILE
                        AT END SET ENDOFHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSTHIST-FILE
           END-IF.

      * 把一条历史记录按销售/退货、本月/本年拆进排序记录
        0110-RELEASE-ONE-POSTING.
           MOVE PH-REGION TO PLS-REGION.
           PERFORM 0120-LOOKUP-PRODUCT-LINE.
           MOVE ZEROES TO PLS-MTD-SALES.
           MOVE ZEROES TO PLS-MTD-RETURNS.
           MOVE ZEROES TO PLS-YTD-SALES.
           MOVE ZEROES TO PLS-YTD-RETURNS.
           IF PH-TRAN-TYPE = 'R'
               MOVE PH-AMOUNT TO PLS-YTD-RETURNS
               IF PH-SALE-MONTH = WS-BD-MM
                   MOVE PH-AMOUNT TO PLS-MTD-RETURNS
               END-IF
           ELSE
               MOVE PH-AMOUNT TO PLS-YTD-SALES
               IF PH-SALE-MONTH = WS-BD-MM
                   MOVE PH-AMOUNT TO PLS-MTD-SALES
               END-IF
           END-IF.
           RELEASE PLINE-SORT-RECORD.

      * 取产品线：历史记录上没有产品代码（产品主档上线前过的
      * 账）归进 *NONE*，代码不在主档上或主档不可用归进 *UNKN*
        0120-LOOKUP-PRODUCT-LINE.
           EVALUATE TRUE
               WHEN PH-PRODUCT-CODE = SPACES
                   MOVE '*NONE*' TO PLS-PRODUCT-LINE
               WHEN NOT PRODUCT-AVAILABLE
                   MOVE '*UNKN*' TO PLS-PRODUCT-LINE
               WHEN OTHER
                   MOVE PH-PRODUCT-CODE TO PR-PRODUCT-CODE
                   READ PRODUCT-FILE
                       INVALID KEY
                           MOVE '*UNKN*' TO PLS-PRODUCT-LINE
                       NOT INVALID KEY
                           MOVE PR-PRODUCT-LINE TO PLS-PRODUCT-LINE
                   END-READ
           END-EVALUATE.

      * 排序输出过程：区域、产品线两层控制中断
        0200-SUMMARIZE.
           RETURN PLINE-SORT-FILE
                AT END SET ENDOFSORTED TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFSORTED
               IF GROUP-IN-PROGRESS
                   IF PLS-REGION NOT = WS-CURR-REGION
                       PERFORM 0230-CLOSE-PRODUCT-LINE
                       PERFORM 0250-CLOSE-REGION
                   ELSE
                       IF PLS-PRODUCT-LINE NOT = WS-CURR-LINE
                           PERFORM 0230-CLOSE-PRODUCT-LINE
                       END-IF
                   END-IF
               END-IF
               IF NOT GROUP-IN-PROGRESS
                   MOVE 'Y' TO WS-HAVE-GROUP-SW
               END-IF
               MOVE PLS-REGION TO WS-CURR-REGION
               MOVE PLS-PRODUCT-LINE TO WS-CURR-LINE
               ADD PLS-MTD-SALES TO WS-LN-MTD-SALES
               ADD PLS-MTD-RETURNS TO WS-LN-MTD-RETURNS
               ADD PLS-YTD-SALES TO WS-LN-YTD-SALES
               ADD PLS-YTD-RETURNS TO WS-LN-YTD-RETURNS
               RETURN PLINE-SORT-FILE
                    AT END SET ENDOFSORTED TO TRUE
               END-RETURN
           END-PERFORM.
           IF GROUP-IN-PROGRESS
               PERFORM 0230-CLOSE-PRODUCT-LINE
               PERFORM 0250-CLOSE-REGION
           END-IF.
           MOVE SPACES TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'COMPANY TOTAL' TO PLT-LABEL.
           MOVE WS-CO-MTD-SALES TO PLT-AMOUNT (1).
           MOVE WS-CO-MTD-RETURNS TO PLT-AMOUNT (2).
           COMPUTE PLT-AMOUNT (3) =
               WS-CO-MTD-SALES - WS-CO-MTD-RETURNS.
           MOVE WS-CO-YTD-SALES TO PLT-AMOUNT (4).
           MOVE WS-CO-YTD-RETURNS TO PLT-AMOUNT (5).
           COMPUTE PLT-AMOUNT (6) =
               WS-CO-YTD-SALES - WS-CO-YTD-RETURNS.
           MOVE PLINE-TOTAL-LINE TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 结清一条产品线：写明细行，并进区域小计
        0230-CLOSE-PRODUCT-LINE.
           MOVE SPACES TO PLD-AMOUNTS.
           MOVE WS-CURR-REGION TO PLD-REGION.
           MOVE WS-CURR-LINE TO PLD-LINE.
           MOVE WS-LN-MTD-SALES TO PLD-AMOUNT (1).
           MOVE WS-LN-MTD-RETURNS TO PLD-AMOUNT (2).
           COMPUTE PLD-AMOUNT (3) =
               WS-LN-MTD-SALES - WS-LN-MTD-RETURNS.
           MOVE WS-LN-YTD-SALES TO PLD-AMOUNT (4).
           MOVE WS-LN-YTD-RETURNS TO PLD-AMOUNT (5).
           COMPUTE PLD-AMOUNT (6) =
               WS-LN-YTD-SALES - WS-LN-YTD-RETURNS.
           MOVE PLINE-DETAIL-LINE TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-LN-MTD-SALES TO WS-RG-MTD-SALES.
           ADD WS-LN-MTD-RETURNS TO WS-RG-MTD-RETURNS.
           ADD WS-LN-YTD-SALES TO WS-RG-YTD-SALES.
           ADD WS-LN-YTD-RETURNS TO WS-RG-YTD-RETURNS.
           MOVE ZEROES TO WS-LN-MTD-SALES.
           MOVE ZEROES TO WS-LN-MTD-RETURNS.
           MOVE ZEROES TO WS-LN-YTD-SALES.
           MOVE ZEROES TO WS-LN-YTD-RETURNS.

      * 结清一个区域：写区域小计，并进公司合计
        0250-CLOSE-REGION.
           MOVE SPACES TO PLT-AMOUNTS.
           MOVE SPACES TO PLT-LABEL.
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-CURR-REGION DELIMITED BY SIZE
                  INTO PLT-LABEL
           END-STRING.
           MOVE WS-RG-MTD-SALES TO PLT-AMOUNT (1).
           MOVE WS-RG-MTD-RETURNS TO PLT-AMOUNT (2).
           COMPUTE PLT-AMOUNT (3) =
               WS-RG-MTD-SALES - WS-RG-MTD-RETURNS.
           MOVE WS-RG-YTD-SALES TO PLT-AMOUNT (4).
           MOVE WS-RG-YTD-RETURNS TO PLT-AMOUNT (5).
           COMPUTE PLT-AMOUNT (6) =
               WS-RG-YTD-SALES - WS-RG-YTD-RETURNS.
           MOVE PLINE-TOTAL-LINE TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PLINE-PRINT-LINE.
           WRITE PLINE-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-RG-MTD-SALES TO WS-CO-MTD-SALES.
           ADD WS-RG-MTD-RETURNS TO WS-CO-MTD-RETURNS.
           ADD WS-RG-YTD-SALES TO WS-CO-YTD-SALES.
           ADD WS-RG-YTD-RETURNS TO WS-CO-YTD-RETURNS.
           MOVE ZEROES TO WS-RG-MTD-SALES.
           MOVE ZEROES TO WS-RG-MTD-RETURNS.
           MOVE ZEROES TO WS-RG-YTD-SALES.
           MOVE ZEROES TO WS-RG-YTD-RETURNS.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF.
           CLOSE PLINE-REPORT-FILE.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM PRODLINE.
