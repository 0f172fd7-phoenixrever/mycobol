       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTPROOF.
      * 程序名称：已过账发票历史与主档月度桶的勾稽证明
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Month-end proof of the sales master's buckets against the  *
      *   posted-invoice history.  SALESPOST adds every invoice to  *
      *   MONTHLY-SALES and YEARLYSALES and also registers it on    *
      *   POSTHIST, but maintenance, SALESCORRECT fixes and reloads *
      *   can move the buckets with no invoice behind them.  This   *
      *   program re-totals POSTHIST for the open fiscal year by    *
      *   salesperson and bucket - sales less returns, prior-period *
      *   adjustments in the bucket SALESPOST actually put them in -*
      *   and compares the result with the twelve MONTHLY-SALES     *
      *   buckets and with YEARLYSALES.  Every salesperson and      *
      *   month out of balance is listed with the difference and    *
      *   with the SALESJRNL maintenance entry, if any, that        *
      *   changed that bucket since the last year-end close.        *
      *   Items no journal entry explains end the run RC=4.         *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档，只读；按编号顺序与历史档对碰
            SELECT POSTHIST-FILE ASSIGN TO "POSTHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-POSTHIST-STATUS.
      * SALESPOST 登记的已过账发票历史档，键以销售员编号打头，
      * 顺序读出来就是按编号排好的
            SELECT JOURNAL-FILE ASSIGN TO "SALESJRNL.DAT"
             FILE STATUS IS WS-JOURNAL-STATUS.
      * 前后映像日志：维护改动过哪个桶据此判断
            SELECT YEAR-CTL-FILE ASSIGN TO "YEARCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YEARCTL-STATUS.
      * 年结控制档：已结转完成的年度，之后的过账才在当前桶里
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：从未年结过时按业务日期所在年度证明
            SELECT PROOF-REPORT-FILE ASSIGN TO "POSTPROOF.RPT".
      * 勾稽证明报告

      *===============================================
       DATA DIVISION.
       FILE SECTION.

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

      * 前后映像日志，布局与 SALESMAINT.cbl 写出的一致
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
            05 JRN-RUN-ID.
                10 JRN-RID-DATE      PIC 9(6).
                10 JRN-RID-TIME      PIC 9(6).
            05 JRN-SEQ               PIC 9(7).
            05 JRN-ACTION            PIC X.
            05 JRN-BEFORE-IMAGE      PIC X(230).
            05 JRN-AFTER-IMAGE       PIC X(230).

      * 年结控制档：单条记录，布局与 YEARCLOSE.cbl 的一致
       FD YEAR-CTL-FILE.
       01 YEAR-CTL-RECORD.
            05 YC-CLOSED-YEAR        PIC 9(4).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 勾稽证明报告
       FD PROOF-REPORT-FILE.
       01 PROOF-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-POSTHIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC X(2) VALUE '00'.
       01  WS-YEARCTL-STATUS        PIC X(2) VALUE '00'.
       01  WS-JOURNAL-SW            PIC X VALUE 'N'.
           88 ENDOFJOURNAL          VALUE 'Y'.

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

      * 证明的年度：上次年结年度的下一年起，过账落进的桶年度不
      * 早于它的历史都还在当前桶里
       01  WS-PROOF-YEAR            PIC 9(4) VALUE ZEROES.
       01  WS-BUCKET-YEAR           PIC 9(4) VALUE ZEROES.
       01  WS-PH-SALE-DATE-WORK.
            05 WS-PHS-CCYY          PIC 9(4).
            05 FILLER               PIC 9(4).
       01  WS-PH-POST-DATE-WORK.
            05 WS-PHP-YY            PIC 99.
            05 WS-PHP-MM            PIC 99.
            05 WS-PHP-DD            PIC 99.

      * 对碰用的当前键；读完的一方键置为全 9，比任何编号都大
       01  WS-MAST-KEY              PIC 9(8) VALUE ZEROES.
       01  WS-HIST-KEY              PIC 9(8) VALUE ZEROES.
       01  WS-CURR-KEY              PIC 9(8) VALUE ZEROES.
       01  WS-END-KEY               PIC 9(8) VALUE 99999999.
       01  WS-ON-MASTER-SW          PIC X VALUE 'N'.
           88 ON-MASTER             VALUE 'Y'.

      * 一个人的两边金额：1-12 为月度桶，13 为全年
       01  WS-PROOF-AMOUNTS.
            05 WS-HIST-AMT          PIC S9(8)V99 OCCURS 13 TIMES.
            05 WS-MAST-AMT          PIC S9(8)V99 OCCURS 13 TIMES.
       01  WS-ITEM-SUB              PIC 9(2) VALUE ZEROES.
       01  WS-DIFFERENCE            PIC S9(8)V99 VALUE ZEROES.
       01  WS-PERSON-OUT-SW         PIC X VALUE 'N'.
           88 PERSON-OUT            VALUE 'Y'.

      * 维护日志里改过桶的记录：每人一项，1-12 为月度桶、13 为
      * 全年，记最后一次改动的动作与日期；年结（Y）之前的改动已随
      * 桶清零，不再算数
       01  WS-JX-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-JX-TABLE.
            05 WS-JX-ENTRY OCCURS 3000 TIMES.
                10 WS-JX-ID          PIC 9(7).
                10 WS-JX-ITEM OCCURS 13 TIMES.
                    15 WS-JX-ACTION  PIC X.
                    15 WS-JX-DATE    PIC 9(6).
       01  WS-JX-SUB                PIC 9(4) VALUE ZEROES.
       01  WS-JX-FOUND-SUB          PIC 9(4) VALUE ZEROES.
       01  WS-JX-ID-WORK            PIC 9(7) VALUE ZEROES.

      * 映像按主档物理布局拆开
       01  WS-BEFORE-DETAILS.
            05 WS-BF-ID             PIC 9(7).
            05 WS-BF-NAME           PIC X(40).
            05 WS-BF-REGION         PIC X(5).
            05 WS-BF-YEARLY         PIC 9(6)V99.
            05 WS-BF-GENDER         PIC X.
            05 WS-BF-PRIOR          PIC X(40).
            05 WS-BF-ADJ            PIC S9(6)V99.
            05 WS-BF-MONTHLY        PIC 9(6)V99 OCCURS 12 TIMES.
       01  WS-AFTER-DETAILS.
            05 WS-AF-ID             PIC 9(7).
            05 WS-AF-NAME           PIC X(40).
            05 WS-AF-REGION         PIC X(5).
            05 WS-AF-YEARLY         PIC 9(6)V99.
            05 WS-AF-GENDER         PIC X.
            05 WS-AF-PRIOR          PIC X(40).
            05 WS-AF-ADJ            PIC S9(6)V99.
            05 WS-AF-MONTHLY        PIC 9(6)V99 OCCURS 12 TIMES.

      * 计数与合计
       01  WS-PEOPLE-PROVED         PIC 9(7) VALUE ZEROES.
       01  WS-PEOPLE-OUT            PIC 9(7) VALUE ZEROES.
       01  WS-HIST-READ             PIC 9(7) VALUE ZEROES.
       01  WS-HIST-USED             PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-OUT             PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-EXPLAINED       PIC 9(7) VALUE ZEROES.
       01  WS-ITEMS-UNEXPLAINED     PIC 9(7) VALUE ZEROES.
       01  WS-CO-HIST-TOTAL         PIC S9(10)V99 COMP-3
                                    VALUE ZEROES.
       01  WS-CO-MAST-TOTAL         PIC S9(10)V99 COMP-3
                                    VALUE ZEROES.

      * 报表抬头行
       01  PROOF-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(46) VALUE
               'POSTED INVOICE HISTORY TO SALES MASTER PROOF'.
            05 FILLER               PIC X(12) VALUE 'FISCAL YEAR '.
            05 PTL-YEAR              PIC 9(4).
            05 FILLER                PIC X(16) VALUE
               '  BUSINESS DATE '.
            05 PTL-DATE              PIC 9(8).
            05 FILLER                PIC X(41) VALUE SPACES.

      * 报表标题行
       01  PROOF-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(22) VALUE 'NAME'.
            05 FILLER               PIC X(7)  VALUE 'BUCKET'.
            05 FILLER               PIC X(16) VALUE '  POSTHIST NET'.
            05 FILLER               PIC X(16) VALUE '  MASTER BUCKET'.
            05 FILLER               PIC X(16) VALUE '     DIFFERENCE'.
            05 FILLER               PIC X(41) VALUE 'EXPLANATION'.

      * 不平明细行：桶栏为月份或 YEAR
       01  PROOF-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 PDL-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 PDL-NAME              PIC X(20).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 PDL-BUCKET            PIC X(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 PDL-HIST              PIC --,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-MAST              PIC --,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-DIFF              PIC --,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-EXPLAIN           PIC X(41).

      * 尾部汇总行
       01  PROOF-SUMMARY-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 PSL-LABEL             PIC X(40).
            05 PSL-VALUE             PIC ---,---,---,--9.99.
            05 FILLER                PIC X(69) VALUE SPACES.
       01  PROOF-COUNT-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 PCL-LABEL             PIC X(40).
            05 FILLER                PIC X(9)  VALUE SPACES.
            05 PCL-VALUE             PIC Z,ZZZ,ZZ9.
            05 FILLER                PIC X(69) VALUE SPACES.
       01  WS-SUMMARY-COUNT         PIC 9(7) VALUE ZEROES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：定证明年度，先把维护日志整理成按人、按桶的改动
      * 表，再把主档和历史档按编号对碰逐人勾稽
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0060-GET-PROOF-YEAR.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT POSTHIST-FILE.
           IF WS-POSTHIST-STATUS NOT = '00'
               DISPLAY 'POSTHIST OPEN FAILED, STATUS = '
                   WS-POSTHIST-STATUS
               CLOSE SALESFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-LOAD-JOURNAL.
           OPEN OUTPUT PROOF-REPORT-FILE.
           MOVE WS-PROOF-YEAR TO PTL-YEAR.
           MOVE WS-BUS-DATE-WORK TO PTL-DATE.
           MOVE PROOF-TITLE-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           MOVE PROOF-HEADING-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE.
           PERFORM 0210-READ-MASTER.
           PERFORM 0220-READ-HISTORY.
           PERFORM UNTIL WS-MAST-KEY = WS-END-KEY
                     AND WS-HIST-KEY = WS-END-KEY
               PERFORM 0200-PROVE-ONE-PERSON
           END-PERFORM.
           PERFORM 0700-WRITE-SUMMARY.
           IF WS-ITEMS-UNEXPLAINED > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
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

      * 证明年度：年结控制档上的年度加一；从未年结过则取业务日
      * 期所在年度
        0060-GET-PROOF-YEAR.
           MOVE WS-BD-CCYY TO WS-PROOF-YEAR.
           OPEN INPUT YEAR-CTL-FILE.
           IF WS-YEARCTL-STATUS = '00'
               READ YEAR-CTL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF YC-CLOSED-YEAR NUMERIC
                                AND YC-CLOSED-YEAR > ZEROES
                            COMPUTE WS-PROOF-YEAR =
                                YC-CLOSED-YEAR + 1
                        END-IF
               END-READ
               CLOSE YEAR-CTL-FILE
           END-IF.

      * 通读维护日志，把每条改动落到它改过的桶上；年结记录清掉
      * 该人此前的改动。日志不存在时所有不平都列为无解释
        0100-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'SALESJRNL NOT AVAILABLE, STATUS = '
                   WS-JOURNAL-STATUS
                   ' - NO DIFFERENCE CAN BE EXPLAINED'
           ELSE
               READ JOURNAL-FILE
                    AT END SET ENDOFJOURNAL TO TRUE
               END-READ
               PERFORM UNTIL ENDOFJOURNAL
                   PERFORM 0110-APPLY-JOURNAL-ENTRY
                   READ JOURNAL-FILE
                        AT END SET ENDOFJOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      * 一条日志：新增取变更后映像的编号，其余取变更前映像的
        0110-APPLY-JOURNAL-ENTRY.
           MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-DETAILS.
           MOVE JRN-AFTER-IMAGE TO WS-AFTER-DETAILS.
           MOVE ZEROES TO WS-JX-ID-WORK.
           IF WS-BF-ID NUMERIC AND WS-BF-ID > ZEROES
               MOVE WS-BF-ID TO WS-JX-ID-WORK
           ELSE
               IF WS-AF-ID NUMERIC
                   MOVE WS-AF-ID TO WS-JX-ID-WORK
               END-IF
           END-IF.
           IF WS-JX-ID-WORK > ZEROES
               PERFORM 0120-FIND-JOURNAL-PERSON
               IF WS-JX-FOUND-SUB > ZEROES
                   EVALUATE JRN-ACTION
                       WHEN 'Y'
                           PERFORM 0130-CLEAR-JOURNAL-PERSON
                       WHEN 'A'
                       WHEN 'D'
                           PERFORM 0140-MARK-ALL-BUCKETS
                       WHEN OTHER
                           PERFORM 0150-MARK-CHANGED-BUCKETS
                   END-EVALUATE
               END-IF
           END-IF.

      * 找（找不到就新开）此人在改动表里的项
        0120-FIND-JOURNAL-PERSON.
           MOVE ZEROES TO WS-JX-FOUND-SUB.
           PERFORM VARYING WS-JX-SUB FROM 1 BY 1
               UNTIL WS-JX-SUB > WS-JX-COUNT
                  OR WS-JX-FOUND-SUB > ZEROES
               IF WS-JX-ID (WS-JX-SUB) = WS-JX-ID-WORK
                   MOVE WS-JX-SUB TO WS-JX-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-JX-FOUND-SUB = ZEROES
               IF WS-JX-COUNT < 3000
                   ADD 1 TO WS-JX-COUNT
                   MOVE WS-JX-COUNT TO WS-JX-FOUND-SUB
                   MOVE WS-JX-ID-WORK TO WS-JX-ID (WS-JX-FOUND-SUB)
                   PERFORM 0130-CLEAR-JOURNAL-PERSON
               ELSE
                   DISPLAY 'JOURNAL TABLE FULL, ID NOT LOADED: '
                       WS-JX-ID-WORK
               END-IF
           END-IF.

      * 清空此人的改动
        0130-CLEAR-JOURNAL-PERSON.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 13
               MOVE SPACE
                   TO WS-JX-ACTION (WS-JX-FOUND-SUB, WS-ITEM-SUB)
               MOVE ZEROES
                   TO WS-JX-DATE (WS-JX-FOUND-SUB, WS-ITEM-SUB)
           END-PERFORM.

      * 新增或删除：整条记录换了，每个桶都算改过
        0140-MARK-ALL-BUCKETS.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 13
               PERFORM 0160-MARK-ONE-BUCKET
           END-PERFORM.

      * 其他维护：逐桶比较前后映像，值变了的才算改过
        0150-MARK-CHANGED-BUCKETS.
           IF WS-BEFORE-DETAILS NOT = WS-AFTER-DETAILS
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > 12
                   IF WS-BF-MONTHLY (WS-ITEM-SUB)
                           NOT = WS-AF-MONTHLY (WS-ITEM-SUB)
                       PERFORM 0160-MARK-ONE-BUCKET
                   END-IF
               END-PERFORM
               IF WS-BF-YEARLY NOT = WS-AF-YEARLY
                   MOVE 13 TO WS-ITEM-SUB
                   PERFORM 0160-MARK-ONE-BUCKET
               END-IF
           END-IF.

      * 记下改过这个桶的动作与日期（后来的覆盖先前的）
        0160-MARK-ONE-BUCKET.
           MOVE JRN-ACTION
               TO WS-JX-ACTION (WS-JX-FOUND-SUB, WS-ITEM-SUB).
           MOVE JRN-RID-DATE
               TO WS-JX-DATE (WS-JX-FOUND-SUB, WS-ITEM-SUB).

      * 勾稽一个人：编号取主档与历史档两边较小的那个；只在一边
      * 的人另一边按零算
        0200-PROVE-ONE-PERSON.
           MOVE ZEROES TO WS-PROOF-AMOUNTS.
           MOVE 'N' TO WS-ON-MASTER-SW.
           IF WS-MAST-KEY < WS-HIST-KEY
               MOVE WS-MAST-KEY TO WS-CURR-KEY
           ELSE
               MOVE WS-HIST-KEY TO WS-CURR-KEY
           END-IF.
           IF WS-MAST-KEY = WS-CURR-KEY
               MOVE 'Y' TO WS-ON-MASTER-SW
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > 12
                   MOVE MONTHLY-SALES (WS-ITEM-SUB)
                       TO WS-MAST-AMT (WS-ITEM-SUB)
               END-PERFORM
               MOVE YEARLYSALES TO WS-MAST-AMT (13)
           END-IF.
           PERFORM UNTIL WS-HIST-KEY NOT = WS-CURR-KEY
               PERFORM 0230-ADD-HISTORY
               PERFORM 0220-READ-HISTORY
           END-PERFORM.
           ADD 1 TO WS-PEOPLE-PROVED.
           ADD WS-HIST-AMT (13) TO WS-CO-HIST-TOTAL.
           ADD WS-MAST-AMT (13) TO WS-CO-MAST-TOTAL.
           MOVE 'N' TO WS-PERSON-OUT-SW.
           MOVE WS-CURR-KEY TO WS-JX-ID-WORK.
           MOVE ZEROES TO WS-JX-FOUND-SUB.
           PERFORM VARYING WS-JX-SUB FROM 1 BY 1
               UNTIL WS-JX-SUB > WS-JX-COUNT
                  OR WS-JX-FOUND-SUB > ZEROES
               IF WS-JX-ID (WS-JX-SUB) = WS-JX-ID-WORK
                   MOVE WS-JX-SUB TO WS-JX-FOUND-SUB
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 13
               IF WS-HIST-AMT (WS-ITEM-SUB)
                       NOT = WS-MAST-AMT (WS-ITEM-SUB)
                   PERFORM 0250-WRITE-OUT-OF-BALANCE
               END-IF
           END-PERFORM.
           IF PERSON-OUT
               ADD 1 TO WS-PEOPLE-OUT
           END-IF.
           IF ON-MASTER
               PERFORM 0210-READ-MASTER
           END-IF.

      * 顺序读主档下一人
        0210-READ-MASTER.
           READ SALESFILE NEXT RECORD
               AT END MOVE WS-END-KEY TO WS-MAST-KEY
               NOT AT END MOVE SALESPERSON-ID TO WS-MAST-KEY
           END-READ.

      * 顺序读历史档下一条落在证明年度桶里的记录。非前期调整的
      * 桶年度就是销售日期的年度；前期调整计入的是过账当时未关
      * 账的月份，桶年度按过账日期定，桶月份晚于过账月份的是上
      * 一年的十二月这类跨年情形
        0220-READ-HISTORY.
           MOVE ZEROES TO WS-BUCKET-YEAR.
           PERFORM UNTIL WS-BUCKET-YEAR NOT < WS-PROOF-YEAR
               READ POSTHIST-FILE NEXT RECORD
                   AT END
                       MOVE WS-END-KEY TO WS-HIST-KEY
                       MOVE WS-PROOF-YEAR TO WS-BUCKET-YEAR
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       MOVE PH-SALESPERSON-ID TO WS-HIST-KEY
                       PERFORM 0225-GET-BUCKET-YEAR
               END-READ
           END-PERFORM.

      * 一条历史记录落进的桶年度
        0225-GET-BUCKET-YEAR.
           IF PH-PPA-SW = 'Y'
               MOVE PH-POST-DATE TO WS-PH-POST-DATE-WORK
               COMPUTE WS-BUCKET-YEAR = 2000 + WS-PHP-YY
               IF PH-SALE-MONTH > WS-PHP-MM
                   SUBTRACT 1 FROM WS-BUCKET-YEAR
               END-IF
           ELSE
               MOVE PH-SALE-DATE TO WS-PH-SALE-DATE-WORK
               MOVE WS-PHS-CCYY TO WS-BUCKET-YEAR
           END-IF.

      * 一条历史记录计入它的桶与全年：销售加、退货减
        0230-ADD-HISTORY.
           IF PH-SALE-MONTH > ZEROES AND PH-SALE-MONTH < 13
               ADD 1 TO WS-HIST-USED
               IF PH-TRAN-TYPE = 'R'
                   SUBTRACT PH-AMOUNT FROM WS-HIST-AMT (PH-SALE-MONTH)
                   SUBTRACT PH-AMOUNT FROM WS-HIST-AMT (13)
               ELSE
                   ADD PH-AMOUNT TO WS-HIST-AMT (PH-SALE-MONTH)
                   ADD PH-AMOUNT TO WS-HIST-AMT (13)
               END-IF
           END-IF.

      * 写一条不平项：差额 = 主档 - 历史；有改过该桶的维护日志
      * 就注明动作与日期
        0250-WRITE-OUT-OF-BALANCE.
           MOVE 'Y' TO WS-PERSON-OUT-SW.
           ADD 1 TO WS-ITEMS-OUT.
           MOVE WS-CURR-KEY TO PDL-ID.
           IF ON-MASTER
               MOVE SALESPERSON-NAME TO PDL-NAME
           ELSE
               MOVE '(NOT ON SALES.DAT)' TO PDL-NAME
           END-IF.
           IF WS-ITEM-SUB = 13
               MOVE 'YEAR' TO PDL-BUCKET
           ELSE
               MOVE SPACES TO PDL-BUCKET
               MOVE WS-ITEM-SUB TO PDL-BUCKET (1:2)
           END-IF.
           MOVE WS-HIST-AMT (WS-ITEM-SUB) TO PDL-HIST.
           MOVE WS-MAST-AMT (WS-ITEM-SUB) TO PDL-MAST.
           COMPUTE WS-DIFFERENCE =
               WS-MAST-AMT (WS-ITEM-SUB) - WS-HIST-AMT (WS-ITEM-SUB).
           MOVE WS-DIFFERENCE TO PDL-DIFF.
           MOVE SPACES TO PDL-EXPLAIN.
           IF WS-JX-FOUND-SUB > ZEROES
               IF WS-JX-ACTION (WS-JX-FOUND-SUB, WS-ITEM-SUB)
                       NOT = SPACE
                   STRING 'SALESJRNL ACTION '
                       WS-JX-ACTION (WS-JX-FOUND-SUB, WS-ITEM-SUB)
                       ' ON '
                       WS-JX-DATE (WS-JX-FOUND-SUB, WS-ITEM-SUB)
                       DELIMITED BY SIZE INTO PDL-EXPLAIN
               END-IF
           END-IF.
           IF PDL-EXPLAIN = SPACES
               MOVE 'NOT EXPLAINED' TO PDL-EXPLAIN
               ADD 1 TO WS-ITEMS-UNEXPLAINED
           ELSE
               ADD 1 TO WS-ITEMS-EXPLAINED
           END-IF.
           MOVE PROOF-DETAIL-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 尾部汇总：人数、不平项数与两边全年合计
        0700-WRITE-SUMMARY.
           MOVE SPACES TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-ITEMS-OUT = ZEROES
               MOVE 'ALL BUCKETS AGREE WITH POSTED HISTORY'
                   TO PROOF-PRINT-LINE (6:40)
               WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE SPACES TO PROOF-PRINT-LINE
               WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'HISTORY RECORDS READ' TO PSL-LABEL.
           MOVE WS-HIST-READ TO WS-SUMMARY-COUNT.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE 'HISTORY RECORDS IN PROOF YEAR' TO PSL-LABEL.
           MOVE WS-HIST-USED TO WS-SUMMARY-COUNT.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE 'SALESPEOPLE PROVED' TO PSL-LABEL.
           MOVE WS-PEOPLE-PROVED TO WS-SUMMARY-COUNT.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE 'SALESPEOPLE OUT OF BALANCE' TO PSL-LABEL.
           MOVE WS-PEOPLE-OUT TO WS-SUMMARY-COUNT.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE 'ITEMS OUT OF BALANCE' TO PSL-LABEL.
           MOVE WS-ITEMS-OUT TO WS-SUMMARY-COUNT.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE '  EXPLAINED BY SALESJRNL' TO PSL-LABEL.
           MOVE WS-ITEMS-EXPLAINED TO WS-SUMMARY-COUNT.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE '  NOT EXPLAINED' TO PSL-LABEL.
           MOVE WS-ITEMS-UNEXPLAINED TO WS-SUMMARY-COUNT.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE 'POSTHIST NET FOR THE YEAR' TO PSL-LABEL.
           MOVE WS-CO-HIST-TOTAL TO PSL-VALUE.
           PERFORM 0720-WRITE-SUMMARY-LINE.
           MOVE 'YEARLYSALES ON MASTER' TO PSL-LABEL.
           MOVE WS-CO-MAST-TOTAL TO PSL-VALUE.
           PERFORM 0720-WRITE-SUMMARY-LINE.
           MOVE 'DIFFERENCE (MASTER - HISTORY)' TO PSL-LABEL.
           COMPUTE PSL-VALUE = WS-CO-MAST-TOTAL - WS-CO-HIST-TOTAL.
           PERFORM 0720-WRITE-SUMMARY-LINE.

      * 计数行：计数与金额栏右对齐
        0710-WRITE-COUNT-LINE.
           MOVE PSL-LABEL TO PCL-LABEL.
           MOVE WS-SUMMARY-COUNT TO PCL-VALUE.
           MOVE PROOF-COUNT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行尾部汇总
        0720-WRITE-SUMMARY-LINE.
           MOVE PROOF-SUMMARY-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE SALESFILE.
           CLOSE POSTHIST-FILE.
           CLOSE PROOF-REPORT-FILE.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM POSTPROOF.
