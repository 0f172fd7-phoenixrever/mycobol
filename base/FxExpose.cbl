       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXEXPOSE.
      * 程序名称：按区域、币种外币敞口报表
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Currency exposure over the posted-invoice history: each    *
      *   posting of the business year is sorted by region and the  *
      *   currency it was sold in, and printed as one line per      *
      *   currency within the region showing the net amount in the  *
      *   original currency beside the dollars SALESPOST actually   *
      *   posted, for the current business month and the year to    *
      *   date, with the average rate realized.  Region totals are  *
      *   in dollars only; a closing section totals each currency   *
      *   across all regions.  Modeled on PRODLINE.                 *
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
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：本月与本年按业务日期定；档不存在时退回
      * 机器日期
            SELECT FX-SORT-FILE ASSIGN TO "FXEXPOSESORT.DAT".
      * 按区域、币种排序用的工作文件
            SELECT FX-REPORT-FILE ASSIGN TO "FXEXPOSE.RPT".
      * 外币敞口报表

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

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 排序工作文件：按区域、币种升序；一条历史记录拆成本月与
      * 本年的原币、美元四栏，退货记负数，不落本月的栏记零
       SD FX-SORT-FILE.
       01 FX-SORT-RECORD.
            88 ENDOFSORTED VALUE HIGH-VALUES.
            05 FXS-REGION            PIC X(5).
            05 FXS-CURRENCY          PIC X(3).
            05 FXS-MTD-ORIG          PIC S9(7)V99.
            05 FXS-MTD-USD           PIC S9(7)V99.
            05 FXS-YTD-ORIG          PIC S9(7)V99.
            05 FXS-YTD-USD           PIC S9(7)V99.

      * 外币敞口报表
       FD FX-REPORT-FILE.
       01 FX-PRINT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POSTHIST-STATUS       PIC X(2) VALUE '00'.
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

      * 一条历史记录的原币种与原币金额：币种栏为空（外币上线前
      * 过的账）按美元算，原币金额取美元金额
       01  WS-HIST-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-HIST-ORIG             PIC S9(7)V99 VALUE ZEROES.
       01  WS-HIST-USD              PIC S9(7)V99 VALUE ZEROES.

      * 控制中断的当前键与累计
       01  WS-HAVE-GROUP-SW         PIC X VALUE 'N'.
           88 GROUP-IN-PROGRESS     VALUE 'Y'.
       01  WS-CURR-REGION           PIC X(5) VALUE SPACES.
       01  WS-CURR-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-LINE-TOTALS.
            05 WS-LN-COUNT          PIC 9(7) VALUE ZEROES.
            05 WS-LN-MTD-ORIG       PIC S9(9)V99 VALUE ZEROES.
            05 WS-LN-MTD-USD        PIC S9(9)V99 VALUE ZEROES.
            05 WS-LN-YTD-ORIG       PIC S9(9)V99 VALUE ZEROES.
            05 WS-LN-YTD-USD        PIC S9(9)V99 VALUE ZEROES.
       01  WS-REGION-TOTALS.
            05 WS-RG-COUNT          PIC 9(7) VALUE ZEROES.
            05 WS-RG-MTD-USD        PIC S9(9)V99 VALUE ZEROES.
            05 WS-RG-YTD-USD        PIC S9(9)V99 VALUE ZEROES.
       01  WS-COMPANY-TOTALS.
            05 WS-CO-COUNT          PIC 9(7) VALUE ZEROES.
            05 WS-CO-MTD-USD        PIC S9(9)V99 COMP-3 VALUE ZEROES.
            05 WS-CO-YTD-USD        PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-AVG-RATE              PIC 9(3)V9(6) VALUE ZEROES.

      * 各币种全公司合计：排序输出时按币种累加，报表末尾列出
       01  WS-CCY-COUNT             PIC 9(2) VALUE ZEROES.
       01  WS-CCY-SUB               PIC 9(2) VALUE ZEROES.
       01  WS-CCY-TABLE.
            05 WS-CCY-ENTRY OCCURS 30 TIMES.
                10 WS-CCY-CODE       PIC X(3).
                10 WS-CCY-POSTINGS   PIC 9(7).
                10 WS-CCY-MTD-ORIG   PIC S9(9)V99.
                10 WS-CCY-MTD-USD    PIC S9(9)V99.
                10 WS-CCY-YTD-ORIG   PIC S9(9)V99.
                10 WS-CCY-YTD-USD    PIC S9(9)V99.

      * 报表抬头行
       01  FX-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(40) VALUE
               'CURRENCY EXPOSURE BY REGION'.
            05 FILLER               PIC X(13) VALUE 'MONTH OF'.
            05 FXT-MONTH            PIC 99.
            05 FILLER               PIC X     VALUE '/'.
            05 FXT-CC               PIC 99.
            05 FXT-YY               PIC 99.
            05 FILLER               PIC X(67) VALUE SPACES.

      * 报表标题行
       01  FX-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(8)  VALUE 'REGION'.
            05 FILLER               PIC X(6)  VALUE 'CUR'.
            05 FILLER               PIC X(9)  VALUE '  POSTS'.
            05 FILLER               PIC X(16) VALUE 'MONTH ORIGINAL'.
            05 FILLER               PIC X(16) VALUE ' MONTH DOLLARS'.
            05 FILLER               PIC X(16) VALUE '  YTD ORIGINAL'.
            05 FILLER               PIC X(16) VALUE '   YTD DOLLARS'.
            05 FILLER               PIC X(10) VALUE '  AVG RATE'.
            05 FILLER               PIC X(30) VALUE SPACES.

      * 币种明细行
       01  FX-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FXD-REGION            PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 FXD-CURRENCY          PIC X(3).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 FXD-COUNT             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 FXD-AMOUNTS.
                10 FXD-COLUMN OCCURS 4 TIMES.
                    15 FXD-AMOUNT    PIC ---,---,--9.99.
                    15 FILLER        PIC X(2).
            05 FXD-AVG-RATE          PIC ZZ9.999999.
            05 FILLER                PIC X(30) VALUE SPACES.

      * 小计/合计行：标签占区域与币种两栏的位置，原币栏留空
       01  FX-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FXT-LABEL             PIC X(14).
            05 FXT-COUNT             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 FXT-AMOUNTS.
                10 FXT-COLUMN OCCURS 4 TIMES.
                    15 FXT-AMOUNT    PIC ---,---,--9.99.
                    15 FILLER        PIC X(2).
            05 FILLER                PIC X(40) VALUE SPACES.

      * 全公司按币种一节的标题
       01  FX-CCY-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(40) VALUE
               'ALL REGIONS BY CURRENCY'.
            05 FILLER               PIC X(87) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期，历史档按区域、币种排好序后做两层
      * 控制中断汇总，最后列各币种的全公司合计
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           OPEN OUTPUT FX-REPORT-FILE.
           MOVE WS-BD-MM TO FXT-MONTH.
           MOVE WS-BD-CC TO FXT-CC.
           MOVE WS-BD-YY TO FXT-YY.
           MOVE FX-TITLE-LINE TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE.
           MOVE FX-HEADING-LINE TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE.
           SORT FX-SORT-FILE
               ON ASCENDING KEY FXS-REGION, FXS-CURRENCY
               INPUT PROCEDURE IS 0100-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 0200-SUMMARIZE.
           PERFORM 0300-WRITE-CURRENCY-TOTALS.
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
      * 月度桶下标等于业务月的同时记进本月栏，做法与 PRODLINE
      * 一致
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

      * 把一条历史记录按本月/本年拆进排序记录，退货记负数
        0110-RELEASE-ONE-POSTING.
           IF PH-CURRENCY-CODE = SPACES
                   OR PH-ORIG-AMOUNT NOT NUMERIC
               MOVE 'USD' TO WS-HIST-CURRENCY
               MOVE PH-AMOUNT TO WS-HIST-ORIG
           ELSE
               MOVE PH-CURRENCY-CODE TO WS-HIST-CURRENCY
               MOVE PH-ORIG-AMOUNT TO WS-HIST-ORIG
           END-IF.
           MOVE PH-AMOUNT TO WS-HIST-USD.
           IF PH-TRAN-TYPE = 'R'
               COMPUTE WS-HIST-ORIG = 0 - WS-HIST-ORIG
               COMPUTE WS-HIST-USD = 0 - WS-HIST-USD
           END-IF.
           MOVE PH-REGION TO FXS-REGION.
           MOVE WS-HIST-CURRENCY TO FXS-CURRENCY.
           MOVE ZEROES TO FXS-MTD-ORIG.
           MOVE ZEROES TO FXS-MTD-USD.
           MOVE WS-HIST-ORIG TO FXS-YTD-ORIG.
           MOVE WS-HIST-USD TO FXS-YTD-USD.
           IF PH-SALE-MONTH = WS-BD-MM
               MOVE WS-HIST-ORIG TO FXS-MTD-ORIG
               MOVE WS-HIST-USD TO FXS-MTD-USD
           END-IF.
           RELEASE FX-SORT-RECORD.

      * 排序输出过程：区域、币种两层控制中断
        0200-SUMMARIZE.
           RETURN FX-SORT-FILE
                AT END SET ENDOFSORTED TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFSORTED
               IF GROUP-IN-PROGRESS
                   IF FXS-REGION NOT = WS-CURR-REGION
                       PERFORM 0230-CLOSE-CURRENCY
                       PERFORM 0250-CLOSE-REGION
                   ELSE
                       IF FXS-CURRENCY NOT = WS-CURR-CURRENCY
                           PERFORM 0230-CLOSE-CURRENCY
                       END-IF
                   END-IF
               END-IF
               IF NOT GROUP-IN-PROGRESS
                   MOVE 'Y' TO WS-HAVE-GROUP-SW
               END-IF
               MOVE FXS-REGION TO WS-CURR-REGION
               MOVE FXS-CURRENCY TO WS-CURR-CURRENCY
               ADD 1 TO WS-LN-COUNT
               ADD FXS-MTD-ORIG TO WS-LN-MTD-ORIG
               ADD FXS-MTD-USD TO WS-LN-MTD-USD
               ADD FXS-YTD-ORIG TO WS-LN-YTD-ORIG
               ADD FXS-YTD-USD TO WS-LN-YTD-USD
               RETURN FX-SORT-FILE
                    AT END SET ENDOFSORTED TO TRUE
               END-RETURN
           END-PERFORM.
           IF GROUP-IN-PROGRESS
               PERFORM 0230-CLOSE-CURRENCY
               PERFORM 0250-CLOSE-REGION
           END-IF.
           MOVE SPACES TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FXT-AMOUNTS.
           MOVE 'COMPANY TOTAL' TO FXT-LABEL.
           MOVE WS-CO-COUNT TO FXT-COUNT.
           MOVE WS-CO-MTD-USD TO FXT-AMOUNT (2).
           MOVE WS-CO-YTD-USD TO FXT-AMOUNT (4).
           MOVE FX-TOTAL-LINE TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 结清一个币种：写明细行，并进区域小计与币种合计表
        0230-CLOSE-CURRENCY.
           MOVE SPACES TO FXD-AMOUNTS.
           MOVE WS-CURR-REGION TO FXD-REGION.
           MOVE WS-CURR-CURRENCY TO FXD-CURRENCY.
           MOVE WS-LN-COUNT TO FXD-COUNT.
           MOVE WS-LN-MTD-ORIG TO FXD-AMOUNT (1).
           MOVE WS-LN-MTD-USD TO FXD-AMOUNT (2).
           MOVE WS-LN-YTD-ORIG TO FXD-AMOUNT (3).
           MOVE WS-LN-YTD-USD TO FXD-AMOUNT (4).
           PERFORM 0240-AVERAGE-RATE.
           MOVE WS-AVG-RATE TO FXD-AVG-RATE.
           MOVE FX-DETAIL-LINE TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0260-ADD-CURRENCY-TOTAL.
           ADD WS-LN-COUNT TO WS-RG-COUNT.
           ADD WS-LN-MTD-USD TO WS-RG-MTD-USD.
           ADD WS-LN-YTD-USD TO WS-RG-YTD-USD.
           MOVE ZEROES TO WS-LN-COUNT.
           MOVE ZEROES TO WS-LN-MTD-ORIG.
           MOVE ZEROES TO WS-LN-MTD-USD.
           MOVE ZEROES TO WS-LN-YTD-ORIG.
           MOVE ZEROES TO WS-LN-YTD-USD.

      * 本年实际折算的平均汇率：本年美元净额除以本年原币净额；
      * 原币净额为零（销售与退货正好抵掉）时记零
        0240-AVERAGE-RATE.
           MOVE ZEROES TO WS-AVG-RATE.
           IF WS-LN-YTD-ORIG NOT = ZEROES
               COMPUTE WS-AVG-RATE ROUNDED =
                   WS-LN-YTD-USD / WS-LN-YTD-ORIG
                   ON SIZE ERROR
                       MOVE ZEROES TO WS-AVG-RATE
               END-COMPUTE
           END-IF.

      * 结清一个区域：写区域美元小计，并进公司合计
        0250-CLOSE-REGION.
           MOVE SPACES TO FXT-AMOUNTS.
           MOVE SPACES TO FXT-LABEL.
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-CURR-REGION DELIMITED BY SIZE
                  INTO FXT-LABEL
           END-STRING.
           MOVE WS-RG-COUNT TO FXT-COUNT.
           MOVE WS-RG-MTD-USD TO FXT-AMOUNT (2).
           MOVE WS-RG-YTD-USD TO FXT-AMOUNT (4).
           MOVE FX-TOTAL-LINE TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-RG-COUNT TO WS-CO-COUNT.
           ADD WS-RG-MTD-USD TO WS-CO-MTD-USD.
           ADD WS-RG-YTD-USD TO WS-CO-YTD-USD.
           MOVE ZEROES TO WS-RG-COUNT.
           MOVE ZEROES TO WS-RG-MTD-USD.
           MOVE ZEROES TO WS-RG-YTD-USD.

      * 把一个区域里一个币种的累计并进币种合计表；表满（三十种
      * 币种）时操作台提示一句，多出的币种不进末尾一节
        0260-ADD-CURRENCY-TOTAL.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
                  OR WS-CCY-CODE (WS-CCY-SUB) = WS-CURR-CURRENCY
               CONTINUE
           END-PERFORM.
           IF WS-CCY-SUB > WS-CCY-COUNT
               IF WS-CCY-COUNT < 30
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-SUB
                   MOVE WS-CURR-CURRENCY TO WS-CCY-CODE (WS-CCY-SUB)
                   MOVE ZEROES TO WS-CCY-POSTINGS (WS-CCY-SUB)
                   MOVE ZEROES TO WS-CCY-MTD-ORIG (WS-CCY-SUB)
                   MOVE ZEROES TO WS-CCY-MTD-USD (WS-CCY-SUB)
                   MOVE ZEROES TO WS-CCY-YTD-ORIG (WS-CCY-SUB)
                   MOVE ZEROES TO WS-CCY-YTD-USD (WS-CCY-SUB)
               ELSE
                   DISPLAY 'CURRENCY TABLE FULL - ' WS-CURR-CURRENCY
                       ' LEFT OUT OF THE CURRENCY TOTALS'
                   MOVE ZEROES TO WS-CCY-SUB
               END-IF
           END-IF.
           IF WS-CCY-SUB > ZEROES
               ADD WS-LN-COUNT TO WS-CCY-POSTINGS (WS-CCY-SUB)
               ADD WS-LN-MTD-ORIG TO WS-CCY-MTD-ORIG (WS-CCY-SUB)
               ADD WS-LN-MTD-USD TO WS-CCY-MTD-USD (WS-CCY-SUB)
               ADD WS-LN-YTD-ORIG TO WS-CCY-YTD-ORIG (WS-CCY-SUB)
               ADD WS-LN-YTD-USD TO WS-CCY-YTD-USD (WS-CCY-SUB)
           END-IF.

      * 报表末尾一节：各币种全公司的原币与美元合计
        0300-WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE FX-CCY-TITLE-LINE TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
               PERFORM 0310-WRITE-ONE-CURRENCY
           END-PERFORM.

      * 写一个币种的全公司合计行
        0310-WRITE-ONE-CURRENCY.
           MOVE SPACES TO FXD-AMOUNTS.
           MOVE 'ALL' TO FXD-REGION.
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO FXD-CURRENCY.
           MOVE WS-CCY-POSTINGS (WS-CCY-SUB) TO FXD-COUNT.
           MOVE WS-CCY-MTD-ORIG (WS-CCY-SUB) TO FXD-AMOUNT (1).
           MOVE WS-CCY-MTD-USD (WS-CCY-SUB) TO FXD-AMOUNT (2).
           MOVE WS-CCY-YTD-ORIG (WS-CCY-SUB) TO FXD-AMOUNT (3).
           MOVE WS-CCY-YTD-USD (WS-CCY-SUB) TO FXD-AMOUNT (4).
           MOVE WS-CCY-YTD-ORIG (WS-CCY-SUB) TO WS-LN-YTD-ORIG.
           MOVE WS-CCY-YTD-USD (WS-CCY-SUB) TO WS-LN-YTD-USD.
           PERFORM 0240-AVERAGE-RATE.
           MOVE WS-AVG-RATE TO FXD-AVG-RATE.
           MOVE FX-DETAIL-LINE TO FX-PRINT-LINE.
           WRITE FX-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE FX-REPORT-FILE.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM FXEXPOSE.
