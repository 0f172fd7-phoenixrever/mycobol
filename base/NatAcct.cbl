       IDENTIFICATION DIVISION.
       PROGRAM-ID. NATACCT.
      * 程序名称：全国客户汇总报表
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  National-account rollup over the posted-invoice history.   *
      *   Each customer location is rolled up through the parent    *
      *   customer numbers kept by CUSTMAINT to its top-level       *
      *   parent; every parent with at least one location under it  *
      *   is a national account.  For each one the report prints    *
      *   the sales and returns of every location that posted,      *
      *   the account total, how many regions and salespeople       *
      *   served it, and its share of company sales, followed by    *
      *   national-account and company totals.  Run on demand.      *
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
            SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CU-CUSTOMER-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档，启动时整档装入内存求各网点的顶层客户
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档，报表抬头用
            SELECT NAT-SORT-FILE ASSIGN TO "NATACCTSORT.DAT".
      * 按顶层客户、网点排序用的工作文件
            SELECT NAT-REPORT-FILE ASSIGN TO "NATACCT.RPT".
      * 全国客户汇总报表

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

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 排序工作文件：按顶层客户、网点升序
       SD NAT-SORT-FILE.
       01 NAT-SORT-RECORD.
            88 ENDOFSORTED VALUE HIGH-VALUES.
            05 NSR-ROOT-NO           PIC 9(7).
            05 NSR-CUSTOMER-NO       PIC 9(7).
            05 NSR-REGION            PIC X(5).
            05 NSR-SALESPERSON-ID    PIC 9(7).
            05 NSR-SALES             PIC 9(6)V99.
            05 NSR-RETURNS           PIC 9(6)V99.
      * 一条过账只填销售或退货其中一项，另一项为零

      * 全国客户汇总报表
       FD NAT-REPORT-FILE.
       01 NAT-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POSTHIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(2) VALUE '00'.
       01  WS-HIST-SW               PIC X VALUE 'N'.
           88 ENDOFHIST             VALUE 'Y'.
       01  WS-CUSTOMER-SW           PIC X VALUE 'N'.
           88 CUSTOMER-EOF          VALUE 'Y'.

      * 业务日期
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CCYY           PIC 9(4).
            05 WS-BD-MM             PIC 99.
            05 WS-BD-DD             PIC 99.
       01  WS-RUN-DATE.
            05 WS-RD-YY             PIC 99.
            05 WS-RD-MM             PIC 99.
            05 WS-RD-DD             PIC 99.

      * 客户表，启动时从 CUSTOMER.DAT 装入；主档按编号键序读出，
      * 装入即有序，查找用折半。WS-CT-ROOT 为沿上级链走到的顶层
      * 客户，WS-CT-LOCATIONS 只在顶层客户的表项上累计，为挂在
      * 它名下的网点数（含它自己），大于 1 的即全国客户
       01  WS-CUST-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-CUST-TABLE.
            05 WS-CUST-ENTRY OCCURS 0 TO 10000 TIMES
                DEPENDING ON WS-CUST-COUNT
                ASCENDING KEY IS WS-CT-NO
                INDEXED BY WS-CUST-IDX.
                10 WS-CT-NO         PIC 9(7).
                10 WS-CT-NAME       PIC X(30).
                10 WS-CT-REGION     PIC X(5).
                10 WS-CT-PARENT     PIC 9(7).
                10 WS-CT-ROOT       PIC 9(7).
                10 WS-CT-LOCATIONS  PIC 9(5) COMP.
       01  WS-CUST-OVERFLOW-SW      PIC X VALUE 'N'.
           88 CUST-TABLE-FULL       VALUE 'Y'.
       01  WS-CT-SUB                PIC 9(5) COMP VALUE 0.
       01  WS-FIND-NO               PIC 9(7) VALUE ZEROES.
       01  WS-FIND-SUB              PIC 9(5) COMP VALUE 0.
      * 折半查找的结果下标，0 表示不在客户表上

      * 沿上级链往上走的当前客户、其上级与层数；主档上若有成环
      * 或过深的坏链，走满 WS-MAX-DEPTH 层即停
       01  WS-WALK-NO               PIC 9(7) VALUE ZEROES.
       01  WS-WALK-PARENT           PIC 9(7) VALUE ZEROES.
       01  WS-WALK-DEPTH            PIC 9(3) VALUE ZEROES.
       01  WS-MAX-DEPTH             PIC 9(3) VALUE 20.

      * 全公司累计，所有过账都计入，作为占比的分母
       01  WS-CO-SALES              PIC S9(11)V99 COMP-3
                                    VALUE ZEROES.
       01  WS-CO-RETURNS            PIC S9(11)V99 COMP-3
                                    VALUE ZEROES.
       01  WS-NA-SALES              PIC S9(11)V99 COMP-3
                                    VALUE ZEROES.
       01  WS-NA-RETURNS            PIC S9(11)V99 COMP-3
                                    VALUE ZEROES.
       01  WS-NA-ACCOUNTS           PIC 9(5) VALUE ZEROES.
       01  WS-SHARE-BASIS           PIC S9(11)V99 COMP-3
                                    VALUE ZEROES.
       01  WS-SHARE                 PIC 9(3)V99 VALUE ZEROES.

      * 控制中断的当前键与累计
       01  WS-HAVE-GROUP-SW         PIC X VALUE 'N'.
           88 GROUP-IN-PROGRESS     VALUE 'Y'.
       01  WS-ACCOUNT-OPEN-SW       PIC X VALUE 'N'.
           88 ACCOUNT-OPEN          VALUE 'Y'.
       01  WS-CURR-ROOT             PIC 9(7) VALUE ZEROES.
       01  WS-CURR-CUSTOMER         PIC 9(7) VALUE ZEROES.
       01  WS-LOC-SALES             PIC S9(9)V99 VALUE ZEROES.
       01  WS-LOC-RETURNS           PIC S9(9)V99 VALUE ZEROES.
       01  WS-ACCT-SALES            PIC S9(10)V99 VALUE ZEROES.
       01  WS-ACCT-RETURNS          PIC S9(10)V99 VALUE ZEROES.
       01  WS-ACCT-ACTIVE-LOCS      PIC 9(5) VALUE ZEROES.

      * 本全国客户出现过的不同区域与不同销售员，逐条过账查表去
      * 重；表满后不再加入，计数按表内项数
       01  WS-ACCT-REGION-COUNT     PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-REGION-TABLE.
            05 WS-ACCT-REGION-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-ACCT-REGION-IDX.
                10 WS-AR-CODE       PIC X(5).
       01  WS-ACCT-REP-COUNT        PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-REP-TABLE.
            05 WS-ACCT-REP-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-ACCT-REP-IDX.
                10 WS-AP-ID         PIC 9(7).
       01  WS-SEEN-SW               PIC X VALUE 'N'.
           88 ALREADY-SEEN          VALUE 'Y'.

      * 报表抬头行
       01  NAT-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(30) VALUE
               'NATIONAL ACCOUNT ROLLUP'.
            05 FILLER               PIC X(16) VALUE
               'BUSINESS DATE '.
            05 NTL-DATE              PIC 9(8).
            05 FILLER                PIC X(73) VALUE SPACES.

      * 报表标题行
       01  NAT-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'CUSTOMER'.
            05 FILLER               PIC X(32) VALUE 'LOCATION NAME'.
            05 FILLER               PIC X(8)  VALUE 'REGION'.
            05 FILLER               PIC X(16) VALUE
               '         SALES'.
            05 FILLER               PIC X(16) VALUE
               '       RETURNS'.
            05 FILLER               PIC X(14) VALUE
               '           NET'.
            05 FILLER               PIC X(32) VALUE SPACES.

      * 全国客户抬头行
       01  NAT-ACCOUNT-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(17) VALUE
               'NATIONAL ACCOUNT '.
            05 NAL-ROOT              PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 NAL-NAME              PIC X(30).
            05 FILLER                PIC X(71) VALUE SPACES.

      * 网点明细行
       01  NAT-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 NDL-CUSTOMER          PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 NDL-NAME              PIC X(30).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 NDL-REGION            PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 NDL-SALES             PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 NDL-RETURNS           PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 NDL-NET               PIC ---,---,--9.99.
            05 FILLER                PIC X(32) VALUE SPACES.

      * 全国客户合计/总计行，金额栏与明细行对齐
       01  NAT-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 NTT-LABEL             PIC X(49).
            05 NTT-SALES             PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 NTT-RETURNS           PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 NTT-NET               PIC ---,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 NTT-SHARE-LABEL       PIC X(6).
            05 NTT-SHARE             PIC ZZ9.99.
            05 NTT-PCT               PIC X.
            05 FILLER                PIC X(16) VALUE SPACES.

      * 全国客户覆盖面行：网点数、有过账的网点数、区域数、销售员数
       01  NAT-COVERAGE-LINE.
            05 FILLER               PIC X(7)  VALUE SPACES.
            05 FILLER               PIC X(11) VALUE 'LOCATIONS '.
            05 NCL-LOCATIONS         PIC ZZZZ9.
            05 FILLER                PIC X(10) VALUE '  POSTED '.
            05 NCL-ACTIVE            PIC ZZZZ9.
            05 FILLER                PIC X(10) VALUE '  REGIONS '.
            05 NCL-REGIONS           PIC ZZ9.
            05 FILLER                PIC X(14) VALUE
               '  SALESPEOPLE '.
            05 NCL-REPS              PIC ZZ9.
            05 FILLER                PIC X(64) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：装入客户表并求出各网点的顶层客户，历史档按顶层
      * 客户、网点排好序后做两层控制中断汇总
        0050-OPEN-FILE.
           OPEN OUTPUT NAT-REPORT-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0060-LOAD-CUSTOMERS.
           PERFORM 0070-RESOLVE-ROOTS.
           MOVE WS-BUS-DATE-WORK TO NTL-DATE.
           MOVE NAT-TITLE-LINE TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE NAT-HEADING-LINE TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           SORT NAT-SORT-FILE
               ON ASCENDING KEY NSR-ROOT-NO, NSR-CUSTOMER-NO
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
               COMPUTE WS-BD-CCYY = 2000 + WS-RD-YY
               MOVE WS-RD-MM TO WS-BD-MM
               MOVE WS-RD-DD TO WS-BD-DD
           END-IF.

      * 装入客户表；主档不可用时表为空，报表只出公司合计
        0060-LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS = '
                   WS-CUSTOMER-STATUS ' - NO ACCOUNTS ROLLED UP'
               MOVE 4 TO RETURN-CODE
           ELSE
               READ CUSTOMER-FILE
                   AT END SET CUSTOMER-EOF TO TRUE
               END-READ
               PERFORM UNTIL CUSTOMER-EOF
                   IF WS-CUST-COUNT < 10000
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-NO TO WS-CT-NO (WS-CUST-COUNT)
                       MOVE CU-NAME TO WS-CT-NAME (WS-CUST-COUNT)
                       MOVE CU-REGION TO WS-CT-REGION (WS-CUST-COUNT)
                       IF CU-PARENT-NO NUMERIC
                           MOVE CU-PARENT-NO
                               TO WS-CT-PARENT (WS-CUST-COUNT)
                       ELSE
                           MOVE ZEROES TO WS-CT-PARENT (WS-CUST-COUNT)
                       END-IF
                       MOVE ZEROES TO WS-CT-ROOT (WS-CUST-COUNT)
                       MOVE 0 TO WS-CT-LOCATIONS (WS-CUST-COUNT)
                   ELSE
                       IF NOT CUST-TABLE-FULL
                           DISPLAY 'CUSTOMER TABLE FULL AT 10000 - '
                               'REMAINING CUSTOMERS NOT ROLLED UP'
                           MOVE 'Y' TO WS-CUST-OVERFLOW-SW
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   READ CUSTOMER-FILE
                       AT END SET CUSTOMER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

      * 在客户表里折半查找 WS-FIND-NO，结果下标放 WS-FIND-SUB
        0065-FIND-CUSTOMER.
           MOVE 0 TO WS-FIND-SUB.
           IF WS-CUST-COUNT > 0
               SEARCH ALL WS-CUST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CT-NO (WS-CUST-IDX) = WS-FIND-NO
                       SET WS-FIND-SUB TO WS-CUST-IDX
               END-SEARCH
           END-IF.

      * 逐个客户求顶层客户，并在顶层客户的表项上累计网点数
        0070-RESOLVE-ROOTS.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CUST-COUNT
               PERFORM 0075-RESOLVE-ONE-ROOT
           END-PERFORM.

      * 沿上级链往上走；上级不在主档上时停在断处，当前客户即顶层
        0075-RESOLVE-ONE-ROOT.
           MOVE WS-CT-NO (WS-CT-SUB) TO WS-WALK-NO.
           MOVE WS-CT-PARENT (WS-CT-SUB) TO WS-WALK-PARENT.
           MOVE ZEROES TO WS-WALK-DEPTH.
           PERFORM UNTIL WS-WALK-PARENT = ZEROES
                   OR WS-WALK-DEPTH NOT LESS THAN WS-MAX-DEPTH
               ADD 1 TO WS-WALK-DEPTH
               MOVE WS-WALK-PARENT TO WS-FIND-NO
               PERFORM 0065-FIND-CUSTOMER
               IF WS-FIND-SUB = 0
                   MOVE ZEROES TO WS-WALK-PARENT
               ELSE
                   MOVE WS-WALK-PARENT TO WS-WALK-NO
                   MOVE WS-CT-PARENT (WS-FIND-SUB) TO WS-WALK-PARENT
               END-IF
           END-PERFORM.
           MOVE WS-WALK-NO TO WS-CT-ROOT (WS-CT-SUB).
           MOVE WS-WALK-NO TO WS-FIND-NO.
           PERFORM 0065-FIND-CUSTOMER.
           IF WS-FIND-SUB > 0
               ADD 1 TO WS-CT-LOCATIONS (WS-FIND-SUB)
           END-IF.

      * 排序输入过程：逐条读历史档，全部计入公司合计；属于全国
      * 客户的过账带上顶层客户交给排序
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
                   PERFORM 0110-SCREEN-POSTING
                   READ POSTHIST-FILE
                        AT END SET ENDOFHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSTHIST-FILE
           END-IF.

      * 一条过账：计入公司合计；网点在客户表上且其顶层客户名下
      * 不止一个网点时交给排序
        0110-SCREEN-POSTING.
           IF PH-TRAN-TYPE = 'R'
               ADD PH-AMOUNT TO WS-CO-RETURNS
           ELSE
               ADD PH-AMOUNT TO WS-CO-SALES
           END-IF.
           MOVE PH-CUSTOMER-NO TO WS-FIND-NO.
           PERFORM 0065-FIND-CUSTOMER.
           IF WS-FIND-SUB > 0
               MOVE WS-CT-ROOT (WS-FIND-SUB) TO NSR-ROOT-NO
               MOVE WS-CT-ROOT (WS-FIND-SUB) TO WS-FIND-NO
               PERFORM 0065-FIND-CUSTOMER
               IF WS-FIND-SUB > 0
                   IF WS-CT-LOCATIONS (WS-FIND-SUB) > 1
                       MOVE PH-CUSTOMER-NO TO NSR-CUSTOMER-NO
                       MOVE PH-REGION TO NSR-REGION
                       MOVE PH-SALESPERSON-ID TO NSR-SALESPERSON-ID
                       IF PH-TRAN-TYPE = 'R'
                           MOVE ZEROES TO NSR-SALES
                           MOVE PH-AMOUNT TO NSR-RETURNS
                       ELSE
                           MOVE PH-AMOUNT TO NSR-SALES
                           MOVE ZEROES TO NSR-RETURNS
                       END-IF
                       RELEASE NAT-SORT-RECORD
                   END-IF
               END-IF
           END-IF.

      * 排序输出过程：顶层客户、网点两层控制中断，最后出全国客户
      * 合计与公司合计
        0200-SUMMARIZE.
           RETURN NAT-SORT-FILE
                AT END SET ENDOFSORTED TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFSORTED
               IF GROUP-IN-PROGRESS
                   IF NSR-ROOT-NO NOT = WS-CURR-ROOT
                       PERFORM 0230-CLOSE-LOCATION
                       PERFORM 0240-CLOSE-ACCOUNT
                   ELSE
                       IF NSR-CUSTOMER-NO NOT = WS-CURR-CUSTOMER
                           PERFORM 0230-CLOSE-LOCATION
                       END-IF
                   END-IF
               END-IF
               IF NOT GROUP-IN-PROGRESS
                   MOVE 'Y' TO WS-HAVE-GROUP-SW
               END-IF
               MOVE NSR-ROOT-NO TO WS-CURR-ROOT
               MOVE NSR-CUSTOMER-NO TO WS-CURR-CUSTOMER
               IF NOT ACCOUNT-OPEN
                   PERFORM 0210-OPEN-ACCOUNT
               END-IF
               ADD NSR-SALES TO WS-LOC-SALES
               ADD NSR-RETURNS TO WS-LOC-RETURNS
               PERFORM 0220-NOTE-REGION
               PERFORM 0225-NOTE-SALESPERSON
               RETURN NAT-SORT-FILE
                    AT END SET ENDOFSORTED TO TRUE
               END-RETURN
           END-PERFORM.
           IF GROUP-IN-PROGRESS
               PERFORM 0230-CLOSE-LOCATION
               PERFORM 0240-CLOSE-ACCOUNT
           END-IF.
           PERFORM 0250-WRITE-TOTALS.

      * 开始一个全国客户：写抬头行，清区域、销售员去重表
        0210-OPEN-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-OPEN-SW.
           MOVE WS-CURR-ROOT TO NAL-ROOT.
           MOVE WS-CURR-ROOT TO WS-FIND-NO.
           PERFORM 0065-FIND-CUSTOMER.
           MOVE SPACES TO NAL-NAME.
           IF WS-FIND-SUB > 0
               MOVE WS-CT-NAME (WS-FIND-SUB) TO NAL-NAME
           END-IF.
           MOVE NAT-ACCOUNT-LINE TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO WS-ACCT-REGION-COUNT.
           MOVE ZEROES TO WS-ACCT-REP-COUNT.
           MOVE ZEROES TO WS-ACCT-ACTIVE-LOCS.

      * 记下本条过账的区域（过账时的区域），已有的不重复计
        0220-NOTE-REGION.
           MOVE 'N' TO WS-SEEN-SW.
           SET WS-ACCT-REGION-IDX TO 1.
           IF WS-ACCT-REGION-COUNT > 0
               SEARCH WS-ACCT-REGION-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-REGION-IDX > WS-ACCT-REGION-COUNT
                       CONTINUE
                   WHEN WS-AR-CODE (WS-ACCT-REGION-IDX) = NSR-REGION
                       MOVE 'Y' TO WS-SEEN-SW
               END-SEARCH
           END-IF.
           IF NOT ALREADY-SEEN AND WS-ACCT-REGION-COUNT < 50
               ADD 1 TO WS-ACCT-REGION-COUNT
               MOVE NSR-REGION TO WS-AR-CODE (WS-ACCT-REGION-COUNT)
           END-IF.

      * 记下本条过账的销售员，已有的不重复计
        0225-NOTE-SALESPERSON.
           MOVE 'N' TO WS-SEEN-SW.
           SET WS-ACCT-REP-IDX TO 1.
           IF WS-ACCT-REP-COUNT > 0
               SEARCH WS-ACCT-REP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-REP-IDX > WS-ACCT-REP-COUNT
                       CONTINUE
                   WHEN WS-AP-ID (WS-ACCT-REP-IDX) = NSR-SALESPERSON-ID
                       MOVE 'Y' TO WS-SEEN-SW
               END-SEARCH
           END-IF.
           IF NOT ALREADY-SEEN AND WS-ACCT-REP-COUNT < 500
               ADD 1 TO WS-ACCT-REP-COUNT
               MOVE NSR-SALESPERSON-ID TO WS-AP-ID (WS-ACCT-REP-COUNT)
           END-IF.

      * 结清一个网点：写明细行，并进全国客户合计
        0230-CLOSE-LOCATION.
           MOVE WS-CURR-CUSTOMER TO NDL-CUSTOMER.
           MOVE WS-CURR-CUSTOMER TO WS-FIND-NO.
           PERFORM 0065-FIND-CUSTOMER.
           IF WS-FIND-SUB > 0
               MOVE WS-CT-NAME (WS-FIND-SUB) TO NDL-NAME
               MOVE WS-CT-REGION (WS-FIND-SUB) TO NDL-REGION
           ELSE
               MOVE SPACES TO NDL-NAME
               MOVE SPACES TO NDL-REGION
           END-IF.
           MOVE WS-LOC-SALES TO NDL-SALES.
           MOVE WS-LOC-RETURNS TO NDL-RETURNS.
           COMPUTE NDL-NET = WS-LOC-SALES - WS-LOC-RETURNS.
           MOVE NAT-DETAIL-LINE TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-LOC-SALES TO WS-ACCT-SALES.
           ADD WS-LOC-RETURNS TO WS-ACCT-RETURNS.
           ADD 1 TO WS-ACCT-ACTIVE-LOCS.
           MOVE ZEROES TO WS-LOC-SALES.
           MOVE ZEROES TO WS-LOC-RETURNS.

      * 结清一个全国客户：写合计行（带占公司销售的百分比）和覆盖
      * 面行，并进全国客户总计
        0240-CLOSE-ACCOUNT.
           MOVE SPACES TO NTT-LABEL.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  WS-CURR-ROOT DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO NTT-LABEL
           END-STRING.
           MOVE WS-ACCT-SALES TO NTT-SALES.
           MOVE WS-ACCT-RETURNS TO NTT-RETURNS.
           COMPUTE NTT-NET = WS-ACCT-SALES - WS-ACCT-RETURNS.
           MOVE WS-ACCT-SALES TO WS-SHARE-BASIS.
           PERFORM 0245-COMPUTE-SHARE.
           MOVE NAT-TOTAL-LINE TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-CURR-ROOT TO WS-FIND-NO.
           PERFORM 0065-FIND-CUSTOMER.
           MOVE ZEROES TO NCL-LOCATIONS.
           IF WS-FIND-SUB > 0
               MOVE WS-CT-LOCATIONS (WS-FIND-SUB) TO NCL-LOCATIONS
           END-IF.
           MOVE WS-ACCT-ACTIVE-LOCS TO NCL-ACTIVE.
           MOVE WS-ACCT-REGION-COUNT TO NCL-REGIONS.
           MOVE WS-ACCT-REP-COUNT TO NCL-REPS.
           MOVE NAT-COVERAGE-LINE TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-ACCT-SALES TO WS-NA-SALES.
           ADD WS-ACCT-RETURNS TO WS-NA-RETURNS.
           ADD 1 TO WS-NA-ACCOUNTS.
           MOVE ZEROES TO WS-ACCT-SALES.
           MOVE ZEROES TO WS-ACCT-RETURNS.
           MOVE 'N' TO WS-ACCOUNT-OPEN-SW.

      * 占比 = WS-SHARE-BASIS / 公司销售额（均为未扣退货的销售）
        0245-COMPUTE-SHARE.
           MOVE ZEROES TO WS-SHARE.
           IF WS-CO-SALES > ZEROES
               COMPUTE WS-SHARE ROUNDED =
                   WS-SHARE-BASIS * 100 / WS-CO-SALES
           END-IF.
           MOVE 'SHARE ' TO NTT-SHARE-LABEL.
           MOVE WS-SHARE TO NTT-SHARE.
           MOVE '%' TO NTT-PCT.

      * 全国客户总计与公司合计
        0250-WRITE-TOTALS.
           MOVE SPACES TO NTT-LABEL.
           STRING 'ALL NATIONAL ACCOUNTS (' DELIMITED BY SIZE
                  WS-NA-ACCOUNTS DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO NTT-LABEL
           END-STRING.
           MOVE WS-NA-SALES TO NTT-SALES.
           MOVE WS-NA-RETURNS TO NTT-RETURNS.
           COMPUTE NTT-NET = WS-NA-SALES - WS-NA-RETURNS.
           MOVE WS-NA-SALES TO WS-SHARE-BASIS.
           PERFORM 0245-COMPUTE-SHARE.
           MOVE NAT-TOTAL-LINE TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'COMPANY TOTAL' TO NTT-LABEL.
           MOVE WS-CO-SALES TO NTT-SALES.
           MOVE WS-CO-RETURNS TO NTT-RETURNS.
           COMPUTE NTT-NET = WS-CO-SALES - WS-CO-RETURNS.
           MOVE WS-CO-SALES TO WS-SHARE-BASIS.
           PERFORM 0245-COMPUTE-SHARE.
           MOVE NAT-TOTAL-LINE TO NAT-PRINT-LINE.
           WRITE NAT-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE NAT-REPORT-FILE.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM NATACCT.
