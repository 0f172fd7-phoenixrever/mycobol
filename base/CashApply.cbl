       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPPLY.
      * 程序名称：收款核销与应收账龄报表
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Cash application and receivables aging.  The day's        *
      *   customer receipts are applied against the open invoice    *
      *   items SALESPOST keeps in AROPEN: a receipt naming an      *
      *   invoice goes to that invoice, a receipt without one is    *
      *   applied to the customer's oldest open items first.  A     *
      *   receipt that matches nothing, or the part of a receipt    *
      *   beyond the open balance, goes to the cash suspense        *
      *   listing for the credit desk to work.  The open items are  *
      *   then aged (current, 30, 60, 90+ days from the sale date)  *
      *   and printed by region and customer.  SALES and SALESSTMT  *
      *   read AROPEN to hold back commission on unpaid invoices    *
      *   for regions whose plan pays on collected cash.            *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RECEIPT-FILE ASSIGN TO "CASHRCPT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECEIPT-STATUS.
      * 当日收款文件：客户编号、发票号（可空）、收款日期、金额、
      * 收款凭证号
            SELECT AROPEN-FILE ASSIGN TO "AROPEN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-KEY
             FILE STATUS IS WS-AROPEN-STATUS.
      * 应收未结项档：SALESPOST 过账时登记，本程序核销
            SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CU-CUSTOMER-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档，账龄报表上取客户名称用
            SELECT APPLY-REPORT-FILE ASSIGN TO "CASHAPPLY.RPT".
      * 收款核销登记簿
            SELECT CASH-SUSPENSE-FILE ASSIGN TO "CASHSUSP.RPT".
      * 收款挂账清单：对不上发票或超过未结余额的收款
            SELECT AGING-REPORT-FILE ASSIGN TO "ARAGING.RPT".
      * 应收账龄报表
            SELECT AGING-SORT-FILE ASSIGN TO "ARAGINGSORT.DAT".
      * 按区域、客户排序用的工作文件
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：账龄按业务日期计算，凌晨后重跑不会把
      * 账龄多算一天
            SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
             FILE STATUS IS WS-RUNCTL-STATUS.
      * 夜批运行控制档，布局与各批量程序一致

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 当日收款记录
       FD RECEIPT-FILE.
       01 RECEIPT-REC.
            88 ENDOFRECEIPTS VALUE HIGH-VALUES.
            05 RCP-CUSTOMER-NO       PIC 9(7).
            05 RCP-INVOICE-NO        PIC X(10).
      * 空格 = 没有指明发票，按该客户最早的未结项依次核销
            05 RCP-RECEIPT-DATE      PIC 9(8).
            05 RCP-AMOUNT            PIC 9(7)V99.
            05 RCP-REFERENCE         PIC X(12).
      * 收款凭证号（支票号、汇款流水号），登记簿与挂账清单上
      * 带出，便于与银行对账单核对

      * 应收未结项档，布局与 SALESPOST.cbl 写出的一致
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
      * O = 未结清, P = 已结清

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

       FD APPLY-REPORT-FILE.
       01 APPLY-PRINT-LINE          PIC X(132).

       FD CASH-SUSPENSE-FILE.
       01 CASH-SUSP-PRINT-LINE      PIC X(132).

       FD AGING-REPORT-FILE.
       01 AGING-PRINT-LINE          PIC X(132).

      * 排序工作文件：一张未结发票一条，金额按账龄放进四个档次
      * 之一，其余三档为零
       SD AGING-SORT-FILE.
       01 AGING-SORT-RECORD.
            88 ENDOFAGING VALUE HIGH-VALUES.
            05 ASR-REGION            PIC X(5).
            05 ASR-CUSTOMER-NO       PIC 9(7).
            05 ASR-INVOICE-NO        PIC X(10).
            05 ASR-BUCKET            PIC S9(7)V99 OCCURS 4 TIMES.
      * 下标 1 = 当期（30 天内）, 2 = 31-60 天, 3 = 61-90 天,
      * 4 = 90 天以上

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 夜批运行控制档
       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
            05 RC-PROGRAM           PIC X(12).
            05 RC-RECORD-TYPE       PIC X.
            05 RC-DATE              PIC 9(6).
            05 RC-TIME              PIC 9(8).
            05 RC-RECORDS-READ      PIC 9(7).
            05 RC-RECORDS-WRITTEN   PIC 9(7).
            05 RC-RECORDS-REJECTED  PIC 9(7).
            05 RC-RETURN-CODE       PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-RECEIPT-STATUS        PIC X(2) VALUE '00'.
       01  WS-RECEIPT-AVAIL-SW      PIC X VALUE 'N'.
           88 RECEIPTS-AVAILABLE    VALUE 'Y'.
       01  WS-AROPEN-STATUS         PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-AVAIL-SW     PIC X VALUE 'N'.
           88 CUSTOMER-AVAILABLE    VALUE 'Y'.
       01  WS-AR-SCAN-SW            PIC X VALUE 'N'.
           88 AR-SCAN-DONE          VALUE 'Y'.

      * 夜批运行控制档的写记录控制项
       01  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
       01  WS-RUNCTL-TYPE           PIC X VALUE 'S'.
       01  WS-RUNCTL-TIME           PIC 9(8) VALUE ZEROES.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CC             PIC 99.
            05 WS-BD-YYMMDD         PIC 9(6).
       01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE-WORK.
            05 WS-BD-CCYY           PIC 9(4).
            05 WS-BD-MM             PIC 99.
            05 WS-BD-DD             PIC 99.
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE-WORK PIC 9(8).
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.

      * 账龄按年乘 365 加月乘 30 加日的粗略天数差计算，做法与
      * SALESSUSPRPT.cbl 一致，够分三十天一档
       01  WS-TODAY-DAYNO           PIC 9(7) VALUE ZEROES.
       01  WS-SALE-DAYNO            PIC 9(7) VALUE ZEROES.
       01  WS-AGE-DAYS              PIC S9(5) VALUE ZEROES.
       01  WS-SALE-DATE-WORK.
            05 WS-SD-CCYY           PIC 9(4).
            05 WS-SD-MM             PIC 99.
            05 WS-SD-DD             PIC 99.
       01  WS-AGE-BUCKET            PIC 9 VALUE ZEROES.
       01  WS-BUCKET-SUB            PIC 9 VALUE ZEROES.

      * 一笔收款的核销工作项
       01  WS-RCP-REMAINING         PIC S9(7)V99 VALUE ZEROES.
       01  WS-ITEM-OPEN             PIC S9(7)V99 VALUE ZEROES.
       01  WS-APPLY-AMT             PIC S9(7)V99 VALUE ZEROES.
       01  WS-SUSP-REASON           PIC X(40) VALUE SPACES.
       01  WS-ITEMS-FOUND           PIC 9(5) VALUE ZEROES.
      * 不指明发票的收款：该客户名下查到的应收项条数，用来区分
      * 客户根本没有应收项（对不上）与余额不够（多付）
       01  WS-OLDEST-INVOICE        PIC X(10) VALUE SPACES.
       01  WS-OLDEST-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-OLDEST-SW             PIC X VALUE 'N'.
           88 OLDEST-FOUND          VALUE 'Y'.

      * 核销与挂账的控制总计
       01  WS-RECEIPT-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-RECEIPT-TOTAL         PIC 9(10)V99 COMP-3 VALUE ZEROES.
       01  WS-APPLIED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-APPLIED-TOTAL         PIC 9(10)V99 COMP-3 VALUE ZEROES.
       01  WS-SUSP-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-SUSP-TOTAL            PIC 9(10)V99 COMP-3 VALUE ZEROES.
       01  WS-PAID-OFF-COUNT        PIC 9(7) VALUE ZEROES.
      * 本次运行核销后结清的发票张数

      * 账龄报表控制中断的当前键与累计
       01  WS-HAVE-GROUP-SW         PIC X VALUE 'N'.
           88 GROUP-IN-PROGRESS     VALUE 'Y'.
       01  WS-CURR-REGION           PIC X(5) VALUE SPACES.
       01  WS-CURR-CUSTOMER         PIC 9(7) VALUE ZEROES.
       01  WS-CUST-BUCKETS.
            05 WS-CUST-BUCKET       PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-REGION-BUCKETS.
            05 WS-REGION-BUCKET     PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-TOTAL-BUCKETS.
            05 WS-TOTAL-BUCKET      PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-LINE-TOTAL            PIC S9(9)V99 VALUE ZEROES.
       01  WS-AGED-ITEM-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-CUSTOMER-NAME         PIC X(30) VALUE SPACES.

      * 核销登记簿标题行
       01  APPLY-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'CUSTOMER'.
            05 FILLER               PIC X(12) VALUE 'INVOICE NO'.
            05 FILLER               PIC X(10) VALUE 'RCPT DATE'.
            05 FILLER               PIC X(14) VALUE 'REFERENCE'.
            05 FILLER               PIC X(14) VALUE '      APPLIED'.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(14) VALUE '  BALANCE DUE'.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(49) VALUE 'RESULT'.

      * 核销登记簿/收款挂账清单明细行
       01  APPLY-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 APL-CUSTOMER          PIC X(7).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 APL-INVOICE           PIC X(10).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 APL-RCPT-DATE         PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 APL-REFERENCE         PIC X(12).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 APL-AMOUNT            PIC --,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 APL-BALANCE           PIC --,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 APL-RESULT            PIC X(40).
            05 FILLER                PIC X(9)  VALUE SPACES.

      * 收款挂账清单标题行
       01  SUSP-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'CUSTOMER'.
            05 FILLER               PIC X(12) VALUE 'INVOICE NO'.
            05 FILLER               PIC X(10) VALUE 'RCPT DATE'.
            05 FILLER               PIC X(14) VALUE 'REFERENCE'.
            05 FILLER               PIC X(14) VALUE '    SUSPENDED'.
            05 FILLER               PIC X(18) VALUE SPACES.
            05 FILLER               PIC X(49) VALUE 'REASON'.

      * 账龄报表标题行
       01  AGING-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(7)  VALUE 'REGION'.
            05 FILLER               PIC X(9)  VALUE 'CUSTOMER'.
            05 FILLER               PIC X(22) VALUE 'CUSTOMER NAME'.
            05 FILLER               PIC X(14) VALUE '       CURRENT'.
            05 FILLER               PIC X(14) VALUE '    31-60 DAYS'.
            05 FILLER               PIC X(14) VALUE '    61-90 DAYS'.
            05 FILLER               PIC X(14) VALUE '  OVER 90 DAYS'.
            05 FILLER               PIC X(14) VALUE '    TOTAL OPEN'.
            05 FILLER               PIC X(19) VALUE SPACES.

      * 账龄报表客户明细行
       01  AGING-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 AGD-REGION            PIC X(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-CUSTOMER          PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-CUST-NAME         PIC X(22).
            05 AGD-AMOUNTS.
                10 AGD-COL OCCURS 5 TIMES.
                    15 FILLER        PIC X(2).
                    15 AGD-AMOUNT    PIC -,---,--9.99.
            05 FILLER                PIC X(19) VALUE SPACES.

      * 账龄报表区域小计/公司合计行
       01  AGING-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 AGT-LABEL             PIC X(38).
            05 AGT-AMOUNTS.
                10 AGT-COL OCCURS 5 TIMES.
                    15 FILLER        PIC X(2).
                    15 AGT-AMOUNT    PIC -,---,--9.99.
            05 FILLER                PIC X(19) VALUE SPACES.

      * 控制总计行
       01  CONTROL-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CTL-LABEL             PIC X(25).
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 CTL-VALUE             PIC X(13).
            05 FILLER                PIC X(84) VALUE SPACES.
       01  WS-CTL-AMT-EDIT          PIC Z(9)9.99.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：先核销当日收款，再对全部未结项出账龄报表
        0050-OPEN-FILE.
           PERFORM 0045-GET-BUSINESS-DATE.
           MOVE 'S' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
           PERFORM 0060-OPEN-AR-OPEN-ITEMS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-AVAIL-SW
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS = '
                   WS-CUSTOMER-STATUS
                   ' - NAMES BLANK ON AGING REPORT'
           END-IF.
           OPEN OUTPUT APPLY-REPORT-FILE.
           OPEN OUTPUT CASH-SUSPENSE-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           PERFORM 0070-WRITE-HEADINGS.
           PERFORM 0100-APPLY-RECEIPTS.
           PERFORM 0300-WRITE-CONTROL-TOTALS.
           SORT AGING-SORT-FILE
               ON ASCENDING KEY ASR-REGION, ASR-CUSTOMER-NO,
                   ASR-INVOICE-NO
               INPUT PROCEDURE IS 0400-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 0500-PRINT-AGING.
           PERFORM 0900-STOP-RUN.

      * 取运行日期：优先用 BUSDATE 程序登记的业务日期，档不存在
      * 或内容不对时退回机器日期（世纪按 20 处理）
        0045-GET-BUSINESS-DATE.
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
           IF BUSDATE-ON-FILE
               MOVE WS-BD-YYMMDD TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE
               MOVE 20 TO WS-BD-CC
               MOVE WS-RUN-DATE TO WS-BD-YYMMDD
           END-IF.
           COMPUTE WS-TODAY-DAYNO =
               WS-BD-CCYY * 365 + WS-BD-MM * 30 + WS-BD-DD.

      * 向夜批运行控制档追加一条开始/结束记录，做法与
      * SALESPOST.cbl 的 0350 段一致
        0350-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'CASHAPPLY' TO RC-PROGRAM
               MOVE WS-RUNCTL-TYPE TO RC-RECORD-TYPE
               MOVE WS-RUN-DATE TO RC-DATE
               ACCEPT WS-RUNCTL-TIME FROM TIME
               MOVE WS-RUNCTL-TIME TO RC-TIME
               MOVE WS-RECEIPT-COUNT TO RC-RECORDS-READ
               MOVE WS-APPLIED-COUNT TO RC-RECORDS-WRITTEN
               MOVE WS-SUSP-COUNT TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'RUN CONTROL OPEN FAILED, STATUS = '
                   WS-RUNCTL-STATUS
           END-IF.

      * 打开应收未结项档，第一次使用时新建再改 I-O 重开；仍打
      * 不开属于运行环境错误，带返回码停下来
        0060-OPEN-AR-OPEN-ITEMS.
           OPEN I-O AROPEN-FILE.
           IF WS-AROPEN-STATUS NOT = '00'
               OPEN OUTPUT AROPEN-FILE
               IF WS-AROPEN-STATUS = '00'
                   CLOSE AROPEN-FILE
                   OPEN I-O AROPEN-FILE
               END-IF
           END-IF.
           IF WS-AROPEN-STATUS NOT = '00'
               DISPLAY 'AROPEN OPEN FAILED, STATUS = '
                   WS-AROPEN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * 写登记簿、挂账清单与账龄报表的标题行
        0070-WRITE-HEADINGS.
           MOVE APPLY-HEADING-LINE TO APPLY-PRINT-LINE.
           WRITE APPLY-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO APPLY-PRINT-LINE.
           WRITE APPLY-PRINT-LINE.
           MOVE SUSP-HEADING-LINE TO CASH-SUSP-PRINT-LINE.
           WRITE CASH-SUSP-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CASH-SUSP-PRINT-LINE.
           WRITE CASH-SUSP-PRINT-LINE.
           MOVE AGING-HEADING-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE.

      * 逐笔核销当日收款；收款文件不存在表示当晚没有收款，照常
      * 出账龄报表
        0100-APPLY-RECEIPTS.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS NOT = '00'
               DISPLAY 'NO RECEIPTS FILE, STATUS = '
                   WS-RECEIPT-STATUS
                   ' - AGING ONLY'
           ELSE
               MOVE 'Y' TO WS-RECEIPT-AVAIL-SW
               READ RECEIPT-FILE
                    AT END SET ENDOFRECEIPTS TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFRECEIPTS
                   PERFORM 0200-APPLY-ONE-RECEIPT
                   READ RECEIPT-FILE
                        AT END SET ENDOFRECEIPTS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.

      * 核销一笔收款：指明发票的只核销那张发票，没指明的按客户
      * 最早的未结项依次核销；核销不掉的余额进挂账清单，原因由
      * 各路径放进 WS-SUSP-REASON
        0200-APPLY-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPT-COUNT.
           MOVE SPACES TO WS-SUSP-REASON.
           MOVE ZEROES TO WS-RCP-REMAINING.
           EVALUATE TRUE
               WHEN RCP-AMOUNT NOT NUMERIC
                 OR RCP-AMOUNT = ZEROES
                   MOVE 'rejected - receipt amount invalid'
                       TO WS-SUSP-REASON
               WHEN RCP-CUSTOMER-NO NOT NUMERIC
                 OR RCP-CUSTOMER-NO = ZEROES
                   MOVE RCP-AMOUNT TO WS-RCP-REMAINING
                   MOVE 'unmatched - customer number missing'
                       TO WS-SUSP-REASON
               WHEN RCP-INVOICE-NO NOT = SPACES
                   MOVE RCP-AMOUNT TO WS-RCP-REMAINING
                   PERFORM 0210-APPLY-TO-INVOICE
               WHEN OTHER
                   MOVE RCP-AMOUNT TO WS-RCP-REMAINING
                   PERFORM 0220-APPLY-OLDEST-FIRST
           END-EVALUATE.
           IF RCP-AMOUNT NUMERIC
               ADD RCP-AMOUNT TO WS-RECEIPT-TOTAL
           END-IF.
           IF WS-SUSP-REASON NOT = SPACES
               PERFORM 0250-WRITE-SUSPENSE-LINE
           END-IF.

      * 指明发票的收款：发票不在该客户名下进挂账；核销后还有余
      * 额说明多付，余额进挂账
        0210-APPLY-TO-INVOICE.
           MOVE RCP-CUSTOMER-NO TO AR-CUSTOMER-NO.
           MOVE RCP-INVOICE-NO TO AR-INVOICE-NO.
           READ AROPEN-FILE
               INVALID KEY
                   MOVE 'unmatched - invoice not open for customer'
                       TO WS-SUSP-REASON
               NOT INVALID KEY
                   PERFORM 0230-APPLY-TO-ITEM
                   IF WS-RCP-REMAINING > ZEROES
                       MOVE 'overpaid - exceeds invoice balance'
                           TO WS-SUSP-REASON
                   END-IF
           END-READ.

      * 不指明发票的收款：每轮在该客户名下找销售日期最早、还有
      * 余额的一张发票核销，直到收款用完或再没有未结发票
        0220-APPLY-OLDEST-FIRST.
           MOVE ZEROES TO WS-ITEMS-FOUND.
           MOVE 'Y' TO WS-OLDEST-SW.
           PERFORM UNTIL WS-RCP-REMAINING NOT > ZEROES
                      OR NOT OLDEST-FOUND
               PERFORM 0225-FIND-OLDEST-ITEM
               IF OLDEST-FOUND
                   MOVE RCP-CUSTOMER-NO TO AR-CUSTOMER-NO
                   MOVE WS-OLDEST-INVOICE TO AR-INVOICE-NO
                   READ AROPEN-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-OLDEST-SW
                       NOT INVALID KEY
                           PERFORM 0230-APPLY-TO-ITEM
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-RCP-REMAINING > ZEROES
               IF WS-ITEMS-FOUND = ZEROES
                   MOVE 'unmatched - no receivables for customer'
                       TO WS-SUSP-REASON
               ELSE
                   MOVE 'overpaid - exceeds customer balance'
                       TO WS-SUSP-REASON
               END-IF
           END-IF.

      * 在一个客户名下扫一遍应收项，找出销售日期最早、还有未
      * 结余额的一张；找到时发票号放在 WS-OLDEST-INVOICE
        0225-FIND-OLDEST-ITEM.
           MOVE 'N' TO WS-OLDEST-SW.
           MOVE 'N' TO WS-AR-SCAN-SW.
           MOVE 99999999 TO WS-OLDEST-DATE.
           MOVE ZEROES TO WS-ITEMS-FOUND.
           MOVE RCP-CUSTOMER-NO TO AR-CUSTOMER-NO.
           MOVE LOW-VALUES TO AR-INVOICE-NO.
           START AROPEN-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AR-SCAN-SW
           END-START.
           PERFORM UNTIL AR-SCAN-DONE
               READ AROPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AR-SCAN-SW
                   NOT AT END
                       IF AR-CUSTOMER-NO NOT = RCP-CUSTOMER-NO
                           MOVE 'Y' TO WS-AR-SCAN-SW
                       ELSE
                           ADD 1 TO WS-ITEMS-FOUND
                           IF AR-APPLIED-AMT < AR-INVOICE-AMT
                                   AND AR-SALE-DATE < WS-OLDEST-DATE
                               MOVE AR-SALE-DATE TO WS-OLDEST-DATE
                               MOVE AR-INVOICE-NO
                                   TO WS-OLDEST-INVOICE
                               MOVE 'Y' TO WS-OLDEST-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * 核销一张发票：核销额取收款余额与发票未结余额二者之小，
      * 结清的发票记 P；每次核销在登记簿上写一行
        0230-APPLY-TO-ITEM.
           COMPUTE WS-ITEM-OPEN = AR-INVOICE-AMT - AR-APPLIED-AMT.
           IF WS-ITEM-OPEN > ZEROES
               IF WS-RCP-REMAINING < WS-ITEM-OPEN
                   MOVE WS-RCP-REMAINING TO WS-APPLY-AMT
               ELSE
                   MOVE WS-ITEM-OPEN TO WS-APPLY-AMT
               END-IF
               ADD WS-APPLY-AMT TO AR-APPLIED-AMT
               SUBTRACT WS-APPLY-AMT FROM WS-RCP-REMAINING
               IF RCP-RECEIPT-DATE NUMERIC
                   MOVE RCP-RECEIPT-DATE TO AR-LAST-PAY-DATE
               ELSE
                   MOVE WS-BUS-DATE-N TO AR-LAST-PAY-DATE
               END-IF
               IF AR-APPLIED-AMT NOT < AR-INVOICE-AMT
                   MOVE 'P' TO AR-STATUS
                   ADD 1 TO WS-PAID-OFF-COUNT
               END-IF
               REWRITE AROPEN-REC
                   INVALID KEY
                       DISPLAY 'AROPEN REWRITE FAILED, STATUS = '
                           WS-AROPEN-STATUS
               END-REWRITE
               ADD 1 TO WS-APPLIED-COUNT
               ADD WS-APPLY-AMT TO WS-APPLIED-TOTAL
               PERFORM 0240-FORMAT-RECEIPT-FIELDS
               MOVE AR-INVOICE-NO TO APL-INVOICE
               MOVE WS-APPLY-AMT TO APL-AMOUNT
               COMPUTE APL-BALANCE = AR-INVOICE-AMT - AR-APPLIED-AMT
               IF AR-STATUS = 'P'
                   MOVE 'applied - invoice paid in full'
                       TO APL-RESULT
               ELSE
                   MOVE 'applied - partial payment' TO APL-RESULT
               END-IF
               MOVE APPLY-DETAIL-LINE TO APPLY-PRINT-LINE
               WRITE APPLY-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * 把收款字段编辑到明细行
        0240-FORMAT-RECEIPT-FIELDS.
           MOVE SPACES TO APPLY-DETAIL-LINE.
           MOVE RCP-CUSTOMER-NO TO APL-CUSTOMER.
           MOVE RCP-INVOICE-NO TO APL-INVOICE.
           MOVE RCP-RECEIPT-DATE TO APL-RCPT-DATE.
           MOVE RCP-REFERENCE TO APL-REFERENCE.

      * 写一行收款挂账清单：金额为核销不掉的余额，整笔对不上时
      * 即收款全额
        0250-WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSP-COUNT.
           ADD WS-RCP-REMAINING TO WS-SUSP-TOTAL.
           PERFORM 0240-FORMAT-RECEIPT-FIELDS.
           MOVE WS-RCP-REMAINING TO APL-AMOUNT.
           MOVE WS-SUSP-REASON TO APL-RESULT.
           MOVE APPLY-DETAIL-LINE TO CASH-SUSP-PRINT-LINE.
           WRITE CASH-SUSP-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写登记簿尾部的控制总计：收款合计 = 已核销 + 挂账
        0300-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO APPLY-PRINT-LINE.
           WRITE APPLY-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RECEIPTS READ'        TO CTL-LABEL.
           MOVE WS-RECEIPT-COUNT       TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'RECEIPT AMOUNT'       TO CTL-LABEL.
           MOVE WS-RECEIPT-TOTAL       TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'APPLICATIONS'         TO CTL-LABEL.
           MOVE WS-APPLIED-COUNT       TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'AMOUNT APPLIED'       TO CTL-LABEL.
           MOVE WS-APPLIED-TOTAL       TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'INVOICES PAID IN FULL' TO CTL-LABEL.
           MOVE WS-PAID-OFF-COUNT      TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'RECEIPTS TO SUSPENSE' TO CTL-LABEL.
           MOVE WS-SUSP-COUNT          TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'AMOUNT TO SUSPENSE'   TO CTL-LABEL.
           MOVE WS-SUSP-TOTAL          TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
      * 挂账清单尾部同样给出条数与金额，信贷组按它逐笔清理
           MOVE SPACES TO CASH-SUSP-PRINT-LINE.
           WRITE CASH-SUSP-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RECEIPTS TO SUSPENSE' TO CTL-LABEL.
           MOVE WS-SUSP-COUNT          TO CTL-VALUE.
           MOVE CONTROL-TOTAL-LINE TO CASH-SUSP-PRINT-LINE.
           WRITE CASH-SUSP-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT TO SUSPENSE'   TO CTL-LABEL.
           MOVE WS-SUSP-TOTAL          TO WS-CTL-AMT-EDIT.
           MOVE WS-CTL-AMT-EDIT        TO CTL-VALUE.
           MOVE CONTROL-TOTAL-LINE TO CASH-SUSP-PRINT-LINE.
           WRITE CASH-SUSP-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行控制总计
        0310-WRITE-CONTROL-LINE.
           MOVE CONTROL-TOTAL-LINE TO APPLY-PRINT-LINE.
           WRITE APPLY-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 排序输入过程：从头顺序读应收未结项档，余额不为零的发票
      * 按账龄放进对应档次交给排序；贷方余额（负数）同样按日期
      * 分档，客户小计里自然抵减
        0400-RELEASE-OPEN-ITEMS.
           MOVE 'N' TO WS-AR-SCAN-SW.
           MOVE LOW-VALUES TO AR-KEY.
           START AROPEN-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AR-SCAN-SW
           END-START.
           PERFORM UNTIL AR-SCAN-DONE
               READ AROPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AR-SCAN-SW
                   NOT AT END
                       IF AR-INVOICE-AMT NOT = AR-APPLIED-AMT
                           PERFORM 0410-RELEASE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

      * 算一张发票的账龄并交给排序
        0410-RELEASE-ONE-ITEM.
           MOVE AR-SALE-DATE TO WS-SALE-DATE-WORK.
           IF AR-SALE-DATE NUMERIC
               COMPUTE WS-SALE-DAYNO =
                   WS-SD-CCYY * 365 + WS-SD-MM * 30 + WS-SD-DD
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNO - WS-SALE-DAYNO
           ELSE
               MOVE ZEROES TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   MOVE 4 TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS > 60
                   MOVE 3 TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS > 30
                   MOVE 2 TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-AGE-BUCKET
           END-EVALUATE.
           MOVE AR-REGION TO ASR-REGION.
           MOVE AR-CUSTOMER-NO TO ASR-CUSTOMER-NO.
           MOVE AR-INVOICE-NO TO ASR-INVOICE-NO.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE ZEROES TO ASR-BUCKET (WS-BUCKET-SUB)
           END-PERFORM.
           COMPUTE ASR-BUCKET (WS-AGE-BUCKET) =
               AR-INVOICE-AMT - AR-APPLIED-AMT.
           ADD 1 TO WS-AGED-ITEM-COUNT.
           RELEASE AGING-SORT-RECORD.

      * 排序输出过程：区域、客户两层控制中断，一个客户一行
        0500-PRINT-AGING.
           RETURN AGING-SORT-FILE
                AT END SET ENDOFAGING TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFAGING
               IF GROUP-IN-PROGRESS
                   IF ASR-REGION NOT = WS-CURR-REGION
                       PERFORM 0530-CLOSE-CUSTOMER
                       PERFORM 0540-CLOSE-REGION
                   ELSE
                       IF ASR-CUSTOMER-NO NOT = WS-CURR-CUSTOMER
                           PERFORM 0530-CLOSE-CUSTOMER
                       END-IF
                   END-IF
               END-IF
               IF NOT GROUP-IN-PROGRESS
                   MOVE 'Y' TO WS-HAVE-GROUP-SW
               END-IF
               MOVE ASR-REGION TO WS-CURR-REGION
               MOVE ASR-CUSTOMER-NO TO WS-CURR-CUSTOMER
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
                   ADD ASR-BUCKET (WS-BUCKET-SUB)
                       TO WS-CUST-BUCKET (WS-BUCKET-SUB)
               END-PERFORM
               RETURN AGING-SORT-FILE
                    AT END SET ENDOFAGING TO TRUE
               END-RETURN
           END-PERFORM.
           IF GROUP-IN-PROGRESS
               PERFORM 0530-CLOSE-CUSTOMER
               PERFORM 0540-CLOSE-REGION
           END-IF.
           MOVE SPACES TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AGING-TOTAL-LINE.
           MOVE 'COMPANY TOTAL RECEIVABLES' TO AGT-LABEL.
           MOVE ZEROES TO WS-LINE-TOTAL.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE WS-TOTAL-BUCKET (WS-BUCKET-SUB)
                   TO AGT-AMOUNT (WS-BUCKET-SUB)
               ADD WS-TOTAL-BUCKET (WS-BUCKET-SUB) TO WS-LINE-TOTAL
           END-PERFORM.
           MOVE WS-LINE-TOTAL TO AGT-AMOUNT (5).
           MOVE AGING-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OPEN ITEMS AGED'      TO CTL-LABEL.
           MOVE WS-AGED-ITEM-COUNT     TO CTL-VALUE.
           MOVE CONTROL-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 结清一个客户：写客户账龄行，各档并进区域小计
        0530-CLOSE-CUSTOMER.
           MOVE SPACES TO AGING-DETAIL-LINE.
           MOVE WS-CURR-REGION TO AGD-REGION.
           MOVE WS-CURR-CUSTOMER TO AGD-CUSTOMER.
           PERFORM 0560-LOOKUP-CUSTOMER-NAME.
           MOVE WS-CUSTOMER-NAME TO AGD-CUST-NAME.
           MOVE ZEROES TO WS-LINE-TOTAL.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE WS-CUST-BUCKET (WS-BUCKET-SUB)
                   TO AGD-AMOUNT (WS-BUCKET-SUB)
               ADD WS-CUST-BUCKET (WS-BUCKET-SUB) TO WS-LINE-TOTAL
               ADD WS-CUST-BUCKET (WS-BUCKET-SUB)
                   TO WS-REGION-BUCKET (WS-BUCKET-SUB)
               MOVE ZEROES TO WS-CUST-BUCKET (WS-BUCKET-SUB)
           END-PERFORM.
           MOVE WS-LINE-TOTAL TO AGD-AMOUNT (5).
           MOVE AGING-DETAIL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 结清一个区域：写区域小计，各档并进公司合计
        0540-CLOSE-REGION.
           MOVE SPACES TO AGING-TOTAL-LINE.
           STRING 'REGION ' DELIMITED BY SIZE
                  WS-CURR-REGION DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO AGT-LABEL
           END-STRING.
           MOVE ZEROES TO WS-LINE-TOTAL.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               MOVE WS-REGION-BUCKET (WS-BUCKET-SUB)
                   TO AGT-AMOUNT (WS-BUCKET-SUB)
               ADD WS-REGION-BUCKET (WS-BUCKET-SUB) TO WS-LINE-TOTAL
               ADD WS-REGION-BUCKET (WS-BUCKET-SUB)
                   TO WS-TOTAL-BUCKET (WS-BUCKET-SUB)
               MOVE ZEROES TO WS-REGION-BUCKET (WS-BUCKET-SUB)
           END-PERFORM.
           MOVE WS-LINE-TOTAL TO AGT-AMOUNT (5).
           MOVE AGING-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 取客户名称；主档不可用或查不到时留空
        0560-LOOKUP-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           IF CUSTOMER-AVAILABLE
               MOVE WS-CURR-CUSTOMER TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO WS-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CU-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE AROPEN-FILE.
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE APPLY-REPORT-FILE.
           CLOSE CASH-SUSPENSE-FILE.
           CLOSE AGING-REPORT-FILE.
           MOVE 'E' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
      * GOBACK 而非 STOP RUN，便于本程序被 NIGHTRESTART 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM CASHAPPLY.
