       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
      * 程序名称：提成费用预算执行报表（按成本中心）
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Nightly budget-vs-actual report for commission expense by  *
      *   GL cost center.  Actuals come from what SALESGL accrued   *
      *   into GLACCRUE, mapped to cost centers through GLMAP; the  *
      *   period is the GLCALEND period the business date falls in. *
      *   Each period's accrual is the year-to-date commission, so  *
      *   the month's actual is that accrual less the previous      *
      *   period's in the same year.  Budgets come from COMMBUDG,   *
      *   maintained by BUDGMAINT.  Month and year-to-date budget,  *
      *   actual, variance and percent are shown, and a cost        *
      *   center over budget by more than the tolerance is flagged. *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COMMBUDG-FILE ASSIGN TO "COMMBUDG.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CB-KEY
             FILE STATUS IS WS-COMMBUDG-STATUS.
      * 提成费用预算档，BUDGMAINT 维护
            SELECT GLACCRUE-FILE ASSIGN TO "GLACCRUE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLACCRUE-STATUS.
      * 期末计提登记档，SALESGL 每晚登记本期的计提总额
            SELECT GLCALEND-FILE ASSIGN TO "GLCALEND.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLCALEND-STATUS.
      * 会计期间日历档
            SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLMAP-STATUS.
      * 科目对照档：区域加交易类型落到成本中心
            SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDGRPT.RPT".
      * 预算执行报表
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：报表期间按业务日期落期
            SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
             FILE STATUS IS WS-RUNCTL-STATUS.
      * 夜批运行控制档，布局与各批量程序一致；NIGHTRESTART 据此
      * 判断本步是否已经跑完，RUNSTATUS 出看板

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 提成费用预算档，布局与 BUDGMAINT.cbl 的一致
       FD COMMBUDG-FILE.
       01 COMMBUDG-REC.
            88 ENDOFBUDG VALUE HIGH-VALUES.
            05 CB-KEY.
                10 CB-COST-CENTER    PIC X(4).
                10 CB-PERIOD         PIC 9(6).
            05 CB-PERIOD-R REDEFINES CB-KEY.
                10 FILLER            PIC X(4).
                10 CB-PERIOD-CCYY    PIC 9(4).
                10 FILLER            PIC 9(2).
            05 CB-AMOUNT             PIC 9(9)V99.
            05 CB-UPDATE-DATE        PIC 9(8).
            05 CB-UPDATE-OPERATOR    PIC X(8).

      * 期末计提登记档，布局与 SALESGL.cbl 的一致
       FD GLACCRUE-FILE.
       01 GLACCRUE-RECORD.
            88 ENDOFGLACCRUE VALUE HIGH-VALUES.
            05 GA-PERIOD            PIC 9(6).
            05 GA-REGION            PIC X(5).
            05 GA-TRAN-TYPE         PIC X(3).
            05 GA-AMOUNT            PIC S9(9)V99.
            05 GA-REVERSED-SW       PIC X.

      * 会计期间日历档，布局与 SALESGL.cbl 的一致
       FD GLCALEND-FILE.
       01 GLCALEND-RECORD.
            88 ENDOFCALEND VALUE HIGH-VALUES.
            05 CAL-PERIOD           PIC 9(6).
            05 CAL-START-DATE       PIC 9(8).
            05 CAL-END-DATE         PIC 9(8).

      * 科目对照档，布局与 SALESGL.cbl 的一致
       FD GLMAP-FILE.
       01 GLMAP-RECORD.
            88 ENDOFGLMAP VALUE HIGH-VALUES.
            05 GLM-REGION           PIC X(5).
            05 GLM-TRAN-TYPE        PIC X(3).
            05 GLM-DEBIT-ACCT       PIC X(8).
            05 GLM-CREDIT-ACCT      PIC X(8).
            05 GLM-COST-CENTER      PIC X(4).

       FD BUDGET-REPORT-FILE.
       01 BUDGET-PRINT-LINE         PIC X(132).

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
       01  WS-COMMBUDG-STATUS       PIC X(2) VALUE '00'.
       01  WS-GLACCRUE-STATUS       PIC X(2) VALUE '00'.
       01  WS-GLCALEND-STATUS       PIC X(2) VALUE '00'.
       01  WS-GLMAP-STATUS          PIC X(2) VALUE '00'.

      * 超支容差：实际超出预算的百分比大过它就点名，月度与年累
      * 计各自判断
       01  WS-TOLERANCE-PCT         PIC 9(3)V9 VALUE 5.0.

      * 夜批运行控制档的写记录控制项
       01  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
       01  WS-RUNCTL-TYPE           PIC X VALUE 'S'.
       01  WS-RUNCTL-TIME           PIC 9(8) VALUE ZEROES.
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CC             PIC 99.
            05 WS-BD-YYMMDD         PIC 9(6).
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE-WORK PIC 9(8).

      * 会计期间日历表与报表期间；期间号前四位是会计年度，同一
      * 年度里在报表期间之前的最后一个期间是上期
       01  WS-CALEND-COUNT          PIC 9(2) VALUE ZEROES.
       01  WS-CALEND-TABLE.
            05 WS-CAL-ENTRY OCCURS 24 TIMES.
                10 WS-CAL-PERIOD   PIC 9(6).
                10 WS-CAL-START    PIC 9(8).
                10 WS-CAL-END      PIC 9(8).
       01  WS-CAL-SUBSCRIPT         PIC 9(2) VALUE 1.
       01  WS-PERIOD-FOUND-SW       PIC X VALUE 'N'.
           88 PERIOD-FOUND          VALUE 'Y'.
       01  WS-CUR-PERIOD-GRP.
            05 WS-CUR-CCYY          PIC 9(4).
            05 WS-CUR-MM            PIC 9(2).
       01  WS-CUR-PERIOD REDEFINES WS-CUR-PERIOD-GRP PIC 9(6).
       01  WS-PRIOR-PERIOD          PIC 9(6) VALUE ZEROES.
       01  WS-CHECK-PERIOD-GRP.
            05 WS-CHK-CCYY          PIC 9(4).
            05 WS-CHK-MM            PIC 9(2).
       01  WS-CHECK-PERIOD REDEFINES WS-CHECK-PERIOD-GRP PIC 9(6).

      * 科目对照表：区域加交易类型对成本中心
       01  WS-GLMAP-COUNT           PIC 9(2) VALUE ZEROES.
       01  WS-GLMAP-TABLE.
            05 WS-MAP-ENTRY OCCURS 40 TIMES.
                10 WS-MAP-REGION    PIC X(5).
                10 WS-MAP-TYPE      PIC X(3).
                10 WS-MAP-CC        PIC X(4).
       01  WS-MAP-SUBSCRIPT         PIC 9(2) VALUE 1.

      * 成本中心表：按成本中心升序插入，报表照表序打印
       01  WS-CC-COUNT              PIC 9(2) VALUE ZEROES.
       01  WS-CC-TABLE.
            05 WS-CC-ENTRY OCCURS 40 TIMES.
                10 WS-CC-CODE       PIC X(4).
                10 WS-CC-BUD-MTH    PIC S9(11)V99.
                10 WS-CC-BUD-YTD    PIC S9(11)V99.
                10 WS-CC-ACC-CUR    PIC S9(11)V99.
                10 WS-CC-ACC-PRIOR  PIC S9(11)V99.
       01  WS-CC-SUBSCRIPT          PIC 9(2) VALUE 1.
       01  WS-CC-SHIFT              PIC 9(2) VALUE 1.
       01  WS-FIND-CC               PIC X(4) VALUE SPACES.

      * 一行的计算项
       01  WS-ACT-MTH               PIC S9(11)V99 VALUE ZEROES.
       01  WS-ACT-YTD               PIC S9(11)V99 VALUE ZEROES.
       01  WS-VAR-MTH               PIC S9(11)V99 VALUE ZEROES.
       01  WS-VAR-YTD               PIC S9(11)V99 VALUE ZEROES.
       01  WS-CALC-VAR              PIC S9(11)V99 VALUE ZEROES.
       01  WS-CALC-BUDGET           PIC S9(11)V99 VALUE ZEROES.
       01  WS-CALC-PCT              PIC S9(4)V9 VALUE ZEROES.
       01  WS-PCT-SW                PIC X VALUE 'N'.
           88 PCT-AVAILABLE         VALUE 'Y'.
       01  WS-OVER-MTH-SW           PIC X VALUE 'N'.
           88 OVER-MONTH            VALUE 'Y'.
       01  WS-OVER-YTD-SW           PIC X VALUE 'N'.
           88 OVER-YTD              VALUE 'Y'.
       01  WS-TOTAL-LINE-SW         PIC X VALUE 'N'.
           88 TOTAL-LINE            VALUE 'Y'.

      * 公司合计
       01  WS-TOTALS.
            05 WS-TOT-BUD-MTH       PIC S9(11)V99.
            05 WS-TOT-BUD-YTD       PIC S9(11)V99.
            05 WS-TOT-ACT-MTH       PIC S9(11)V99.
            05 WS-TOT-ACT-YTD       PIC S9(11)V99.

      * 控制总计
       01  WS-BUDGET-READ           PIC 9(7) VALUE ZEROES.
       01  WS-ACCRUE-READ           PIC 9(7) VALUE ZEROES.
       01  WS-UNMAPPED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-OVER-COUNT            PIC 9(7) VALUE ZEROES.

      * 报表抬头行
       01  BUDGET-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(45) VALUE
               'COMMISSION EXPENSE BUDGET VS ACTUAL - PERIOD '.
            05 BTL-PERIOD            PIC 9(6).
            05 FILLER                PIC X(17) VALUE
               '  BUSINESS DATE '.
            05 BTL-DATE              PIC 9(8).
            05 FILLER                PIC X(13) VALUE
               '  TOLERANCE '.
            05 BTL-TOLERANCE         PIC ZZ9.9.
            05 FILLER                PIC X(33) VALUE '%'.

      * 分组标题行
       01  BUDGET-GROUP-LINE.
            05 FILLER               PIC X(11) VALUE SPACES.
            05 FILLER               PIC X(54) VALUE
               '----------------------- MONTH ------------------------'.
            05 FILLER               PIC X(54) VALUE
               '-------------------- YEAR TO DATE --------------------'.
            05 FILLER                PIC X(13) VALUE SPACES.

      * 栏目标题行
       01  BUDGET-HEADING-LINE.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 FILLER               PIC X(8)  VALUE 'COST CTR'.
            05 FILLER               PIC X(15) VALUE '        BUDGET'.
            05 FILLER               PIC X(15) VALUE '        ACTUAL'.
            05 FILLER               PIC X(15) VALUE '      VARIANCE'.
            05 FILLER               PIC X(9)  VALUE '    VAR%'.
            05 FILLER               PIC X(15) VALUE '        BUDGET'.
            05 FILLER               PIC X(15) VALUE '        ACTUAL'.
            05 FILLER               PIC X(15) VALUE '      VARIANCE'.
            05 FILLER               PIC X(9)  VALUE '    VAR%'.
            05 FILLER               PIC X(13) VALUE SPACES.

      * 明细行：一个成本中心一行，合计行共用
       01  BUDGET-DETAIL-LINE.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 BVD-CC                PIC X(6).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 BVD-BUD-MTH           PIC -ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BVD-ACT-MTH           PIC -ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BVD-VAR-MTH           PIC -ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BVD-PCT-MTH           PIC -ZZZ9.9.
            05 BVD-PCT-MTH-X REDEFINES BVD-PCT-MTH PIC X(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 BVD-BUD-YTD           PIC -ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BVD-ACT-YTD           PIC -ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BVD-VAR-YTD           PIC -ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BVD-PCT-YTD           PIC -ZZZ9.9.
            05 BVD-PCT-YTD-X REDEFINES BVD-PCT-YTD PIC X(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 BVD-FLAG              PIC X(12).
            05 FILLER                PIC X     VALUE SPACE.

      * 单行说明
       01  BUDGET-NOTE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 BNL-TEXT              PIC X(80).
            05 FILLER                PIC X(47) VALUE SPACES.

      * 控制总计行
       01  CONTROL-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CTL-LABEL             PIC X(35).
            05 CTL-VALUE             PIC Z,ZZZ,ZZ9.
            05 FILLER                PIC X(83) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：定报表期间，装科目对照、预算与计提，逐成本中心
      * 出预算执行行
        0050-OPEN-FILE.
           PERFORM 0045-GET-BUSINESS-DATE.
           MOVE 'S' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           PERFORM 0060-LOAD-CALENDAR.
           PERFORM 0065-SET-REPORT-PERIOD.
           MOVE WS-CUR-PERIOD TO BTL-PERIOD.
           MOVE WS-BUS-DATE-N TO BTL-DATE.
           MOVE WS-TOLERANCE-PCT TO BTL-TOLERANCE.
           MOVE BUDGET-TITLE-LINE TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF NOT PERIOD-FOUND
               MOVE 'BUSINESS DATE NOT IN ANY GLCALEND PERIOD'
                   TO BNL-TEXT
               PERFORM 0320-WRITE-NOTE-LINE
           ELSE
               PERFORM 0070-LOAD-GLMAP-TABLE
               PERFORM 0080-LOAD-BUDGETS
               PERFORM 0090-LOAD-ACCRUALS
               PERFORM 0200-PRINT-REPORT
               PERFORM 0300-WRITE-CONTROL-TOTALS
           END-IF.
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

      * 向夜批运行控制档追加一条开始/结束记录，做法与
      * SALESMAINT.cbl 的 0350 段一致
        0350-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'BUDGRPT' TO RC-PROGRAM
               MOVE WS-RUNCTL-TYPE TO RC-RECORD-TYPE
               MOVE WS-RUN-DATE TO RC-DATE
               ACCEPT WS-RUNCTL-TIME FROM TIME
               MOVE WS-RUNCTL-TIME TO RC-TIME
               MOVE WS-ACCRUE-READ TO RC-RECORDS-READ
               MOVE WS-CC-COUNT TO RC-RECORDS-WRITTEN
               MOVE WS-UNMAPPED-COUNT TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'RUN CONTROL OPEN FAILED, STATUS = '
                   WS-RUNCTL-STATUS
           END-IF.

      * 从 GLCALEND.DAT 装入会计期间日历，装法与 SALESGL.cbl 的
      * 0057 段一致
        0060-LOAD-CALENDAR.
           OPEN INPUT GLCALEND-FILE.
           IF WS-GLCALEND-STATUS NOT = '00'
               DISPLAY 'GLCALEND NOT AVAILABLE, STATUS = '
                   WS-GLCALEND-STATUS
           ELSE
               READ GLCALEND-FILE
                    AT END SET ENDOFCALEND TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFCALEND
                   IF WS-CALEND-COUNT < 24
                       ADD 1 TO WS-CALEND-COUNT
                       MOVE CAL-PERIOD
                           TO WS-CAL-PERIOD (WS-CALEND-COUNT)
                       MOVE CAL-START-DATE
                           TO WS-CAL-START (WS-CALEND-COUNT)
                       MOVE CAL-END-DATE
                           TO WS-CAL-END (WS-CALEND-COUNT)
                   ELSE
                       DISPLAY 'CALENDAR TABLE FULL, ENTRY DROPPED'
                   END-IF
                   READ GLCALEND-FILE
                        AT END SET ENDOFCALEND TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLCALEND-FILE
           END-IF.

      * 找业务日期落进的期间，做法与 SALESGL.cbl 的 0058 段一
      * 致；再找同一年度里在它之前的最后一个期间做上期
        0065-SET-REPORT-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND-SW.
           MOVE ZEROES TO WS-CUR-PERIOD.
           MOVE ZEROES TO WS-PRIOR-PERIOD.
           PERFORM VARYING WS-CAL-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CAL-SUBSCRIPT > WS-CALEND-COUNT
               IF WS-BUS-DATE-N
                       NOT < WS-CAL-START (WS-CAL-SUBSCRIPT)
                  AND WS-BUS-DATE-N
                       NOT > WS-CAL-END (WS-CAL-SUBSCRIPT)
                   MOVE 'Y' TO WS-PERIOD-FOUND-SW
                   MOVE WS-CAL-PERIOD (WS-CAL-SUBSCRIPT)
                       TO WS-CUR-PERIOD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CAL-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CAL-SUBSCRIPT > WS-CALEND-COUNT
               MOVE WS-CAL-PERIOD (WS-CAL-SUBSCRIPT)
                   TO WS-CHECK-PERIOD
               IF WS-CHK-CCYY = WS-CUR-CCYY
                       AND WS-CHECK-PERIOD < WS-CUR-PERIOD
                       AND WS-CHECK-PERIOD > WS-PRIOR-PERIOD
                   MOVE WS-CHECK-PERIOD TO WS-PRIOR-PERIOD
               END-IF
           END-PERFORM.

      * 从 GLMAP.DAT 装入科目对照表；没有对照档时计提落不到成本
      * 中心，全部记为未对照
        0070-LOAD-GLMAP-TABLE.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'GLMAP NOT AVAILABLE, STATUS = '
                   WS-GLMAP-STATUS
           ELSE
               READ GLMAP-FILE
                    AT END SET ENDOFGLMAP TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFGLMAP
                   IF WS-GLMAP-COUNT < 40
                       ADD 1 TO WS-GLMAP-COUNT
                       MOVE GLM-REGION
                           TO WS-MAP-REGION (WS-GLMAP-COUNT)
                       MOVE GLM-TRAN-TYPE
                           TO WS-MAP-TYPE (WS-GLMAP-COUNT)
                       MOVE GLM-COST-CENTER
                           TO WS-MAP-CC (WS-GLMAP-COUNT)
                   ELSE
                       DISPLAY 'GLMAP TABLE FULL, ENTRY DROPPED'
                   END-IF
                   READ GLMAP-FILE
                        AT END SET ENDOFGLMAP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF.

      * 顺序读预算档：同一年度、不晚于报表期间的预算累进年累计，
      * 报表期间的另记月度预算；档还没建起来时预算全按零
        0080-LOAD-BUDGETS.
           OPEN INPUT COMMBUDG-FILE.
           IF WS-COMMBUDG-STATUS NOT = '00'
               MOVE 'NO COMMBUDG FILE - ALL BUDGETS SHOWN AS ZERO'
                   TO BNL-TEXT
               PERFORM 0320-WRITE-NOTE-LINE
           ELSE
               READ COMMBUDG-FILE
                    AT END SET ENDOFBUDG TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFBUDG
                   ADD 1 TO WS-BUDGET-READ
                   IF CB-PERIOD-CCYY = WS-CUR-CCYY
                           AND CB-PERIOD NOT > WS-CUR-PERIOD
                       MOVE CB-COST-CENTER TO WS-FIND-CC
                       PERFORM 0100-FIND-COST-CENTER
                       IF WS-CC-SUBSCRIPT > ZEROES
                           ADD CB-AMOUNT
                               TO WS-CC-BUD-YTD (WS-CC-SUBSCRIPT)
                           IF CB-PERIOD = WS-CUR-PERIOD
                               ADD CB-AMOUNT
                                   TO WS-CC-BUD-MTH (WS-CC-SUBSCRIPT)
                           END-IF
                       END-IF
                   END-IF
                   READ COMMBUDG-FILE
                        AT END SET ENDOFBUDG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COMMBUDG-FILE
           END-IF.

      * 读期末计提登记档：报表期间与上期的登记按区域加交易类型
      * 经科目对照落到成本中心
        0090-LOAD-ACCRUALS.
           OPEN INPUT GLACCRUE-FILE.
           IF WS-GLACCRUE-STATUS NOT = '00'
               MOVE 'NO GLACCRUE FILE - NO ACCRUALS POSTED YET'
                   TO BNL-TEXT
               PERFORM 0320-WRITE-NOTE-LINE
           ELSE
               READ GLACCRUE-FILE
                    AT END SET ENDOFGLACCRUE TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFGLACCRUE
                   ADD 1 TO WS-ACCRUE-READ
                   IF GA-PERIOD = WS-CUR-PERIOD
                           OR (GA-PERIOD = WS-PRIOR-PERIOD
                               AND WS-PRIOR-PERIOD > ZEROES)
                       PERFORM 0095-POST-ACCRUAL
                   END-IF
                   READ GLACCRUE-FILE
                        AT END SET ENDOFGLACCRUE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GLACCRUE-FILE
           END-IF.

      * 把一条计提登记累进它的成本中心
        0095-POST-ACCRUAL.
           PERFORM VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-MAP-SUBSCRIPT > WS-GLMAP-COUNT
                  OR (WS-MAP-REGION (WS-MAP-SUBSCRIPT) = GA-REGION
                      AND WS-MAP-TYPE (WS-MAP-SUBSCRIPT)
                          = GA-TRAN-TYPE)
               CONTINUE
           END-PERFORM.
           IF WS-MAP-SUBSCRIPT > WS-GLMAP-COUNT
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY 'NO GL MAPPING FOR ACCRUAL REGION ' GA-REGION
                   ' TYPE ' GA-TRAN-TYPE ' - NOT REPORTED'
           ELSE
               MOVE WS-MAP-CC (WS-MAP-SUBSCRIPT) TO WS-FIND-CC
               PERFORM 0100-FIND-COST-CENTER
               IF WS-CC-SUBSCRIPT > ZEROES
                   IF GA-PERIOD = WS-CUR-PERIOD
                       ADD GA-AMOUNT
                           TO WS-CC-ACC-CUR (WS-CC-SUBSCRIPT)
                   ELSE
                       ADD GA-AMOUNT
                           TO WS-CC-ACC-PRIOR (WS-CC-SUBSCRIPT)
                   END-IF
               END-IF
           END-IF.

      * 在成本中心表里找 WS-FIND-CC；没有就按升序插进去，表满时
      * 返回零
        0100-FIND-COST-CENTER.
           PERFORM VARYING WS-CC-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CC-SUBSCRIPT > WS-CC-COUNT
                  OR WS-CC-CODE (WS-CC-SUBSCRIPT) NOT < WS-FIND-CC
               CONTINUE
           END-PERFORM.
           IF WS-CC-SUBSCRIPT > WS-CC-COUNT
                   OR WS-CC-CODE (WS-CC-SUBSCRIPT) NOT = WS-FIND-CC
               IF WS-CC-COUNT < 40
                   PERFORM VARYING WS-CC-SHIFT FROM WS-CC-COUNT BY -1
                       UNTIL WS-CC-SHIFT < WS-CC-SUBSCRIPT
                       MOVE WS-CC-ENTRY (WS-CC-SHIFT)
                           TO WS-CC-ENTRY (WS-CC-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-FIND-CC TO WS-CC-CODE (WS-CC-SUBSCRIPT)
                   MOVE ZEROES TO WS-CC-BUD-MTH (WS-CC-SUBSCRIPT)
                   MOVE ZEROES TO WS-CC-BUD-YTD (WS-CC-SUBSCRIPT)
                   MOVE ZEROES TO WS-CC-ACC-CUR (WS-CC-SUBSCRIPT)
                   MOVE ZEROES TO WS-CC-ACC-PRIOR (WS-CC-SUBSCRIPT)
               ELSE
                   DISPLAY 'COST CENTER TABLE FULL, DROPPED: '
                       WS-FIND-CC
                   MOVE ZEROES TO WS-CC-SUBSCRIPT
               END-IF
           END-IF.

      * 出报表主体：每个成本中心一行，最后公司合计
        0200-PRINT-REPORT.
           MOVE SPACES TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE BUDGET-GROUP-LINE TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE BUDGET-HEADING-LINE TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.
           INITIALIZE WS-TOTALS.
           MOVE 'N' TO WS-TOTAL-LINE-SW.
           PERFORM VARYING WS-CC-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CC-SUBSCRIPT > WS-CC-COUNT
               PERFORM 0210-PRINT-COST-CENTER
           END-PERFORM.
           MOVE SPACES TO BUDGET-DETAIL-LINE.
           MOVE 'TOTAL' TO BVD-CC.
           MOVE 'Y' TO WS-TOTAL-LINE-SW.
           MOVE WS-TOT-ACT-MTH TO WS-ACT-MTH.
           MOVE WS-TOT-ACT-YTD TO WS-ACT-YTD.
           MOVE WS-TOT-BUD-MTH TO BVD-BUD-MTH.
           MOVE WS-TOT-BUD-YTD TO BVD-BUD-YTD.
           PERFORM 0230-FORMAT-LINE.
           MOVE SPACES TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE BUDGET-DETAIL-LINE TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 一个成本中心：月度实际 = 本期计提减同年度上期计提，年累
      * 计实际 = 本期计提
        0210-PRINT-COST-CENTER.
           MOVE SPACES TO BUDGET-DETAIL-LINE.
           MOVE WS-CC-CODE (WS-CC-SUBSCRIPT) TO BVD-CC.
           COMPUTE WS-ACT-MTH = WS-CC-ACC-CUR (WS-CC-SUBSCRIPT)
               - WS-CC-ACC-PRIOR (WS-CC-SUBSCRIPT).
           MOVE WS-CC-ACC-CUR (WS-CC-SUBSCRIPT) TO WS-ACT-YTD.
           MOVE WS-CC-BUD-MTH (WS-CC-SUBSCRIPT) TO BVD-BUD-MTH.
           MOVE WS-CC-BUD-YTD (WS-CC-SUBSCRIPT) TO BVD-BUD-YTD.
           ADD WS-CC-BUD-MTH (WS-CC-SUBSCRIPT) TO WS-TOT-BUD-MTH.
           ADD WS-CC-BUD-YTD (WS-CC-SUBSCRIPT) TO WS-TOT-BUD-YTD.
           ADD WS-ACT-MTH TO WS-TOT-ACT-MTH.
           ADD WS-ACT-YTD TO WS-TOT-ACT-YTD.
           PERFORM 0230-FORMAT-LINE.
           IF OVER-MONTH OR OVER-YTD
               ADD 1 TO WS-OVER-COUNT
           END-IF.
           MOVE BUDGET-DETAIL-LINE TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 填一行的实际、差异、百分比与超支标志；实际由调用方放进
      * WS-ACT-MTH/YTD，预算取当前成本中心的表项，合计行取合计
        0230-FORMAT-LINE.
           MOVE 'N' TO WS-OVER-MTH-SW.
           MOVE 'N' TO WS-OVER-YTD-SW.
           MOVE WS-ACT-MTH TO BVD-ACT-MTH.
           MOVE WS-ACT-YTD TO BVD-ACT-YTD.
           IF TOTAL-LINE
               MOVE WS-TOT-BUD-MTH TO WS-CALC-BUDGET
           ELSE
               MOVE WS-CC-BUD-MTH (WS-CC-SUBSCRIPT) TO WS-CALC-BUDGET
           END-IF.
           COMPUTE WS-VAR-MTH = WS-ACT-MTH - WS-CALC-BUDGET.
           MOVE WS-VAR-MTH TO BVD-VAR-MTH.
           MOVE WS-VAR-MTH TO WS-CALC-VAR.
           PERFORM 0240-CALC-PERCENT.
           IF PCT-AVAILABLE
               MOVE WS-CALC-PCT TO BVD-PCT-MTH
               IF WS-CALC-PCT > WS-TOLERANCE-PCT
                   MOVE 'Y' TO WS-OVER-MTH-SW
               END-IF
           ELSE
               MOVE '    N/A' TO BVD-PCT-MTH-X
               IF WS-VAR-MTH > ZEROES
                   MOVE 'Y' TO WS-OVER-MTH-SW
               END-IF
           END-IF.
           IF TOTAL-LINE
               MOVE WS-TOT-BUD-YTD TO WS-CALC-BUDGET
           ELSE
               MOVE WS-CC-BUD-YTD (WS-CC-SUBSCRIPT) TO WS-CALC-BUDGET
           END-IF.
           COMPUTE WS-VAR-YTD = WS-ACT-YTD - WS-CALC-BUDGET.
           MOVE WS-VAR-YTD TO BVD-VAR-YTD.
           MOVE WS-VAR-YTD TO WS-CALC-VAR.
           PERFORM 0240-CALC-PERCENT.
           IF PCT-AVAILABLE
               MOVE WS-CALC-PCT TO BVD-PCT-YTD
               IF WS-CALC-PCT > WS-TOLERANCE-PCT
                   MOVE 'Y' TO WS-OVER-YTD-SW
               END-IF
           ELSE
               MOVE '    N/A' TO BVD-PCT-YTD-X
               IF WS-VAR-YTD > ZEROES
                   MOVE 'Y' TO WS-OVER-YTD-SW
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN OVER-MONTH AND OVER-YTD
                   MOVE '** OVER BOTH' TO BVD-FLAG
               WHEN OVER-MONTH
                   MOVE '** OVER MTH' TO BVD-FLAG
               WHEN OVER-YTD
                   MOVE '** OVER YTD' TO BVD-FLAG
               WHEN OTHER
                   MOVE SPACES TO BVD-FLAG
           END-EVALUATE.

      * 差异占预算的百分比；预算为零时不算，调用方另行判断
        0240-CALC-PERCENT.
           MOVE 'N' TO WS-PCT-SW.
           IF WS-CALC-BUDGET > ZEROES
               MOVE 'Y' TO WS-PCT-SW
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-VAR * 100 / WS-CALC-BUDGET
                   ON SIZE ERROR
                       IF WS-CALC-VAR < ZEROES
                           MOVE -999.9 TO WS-CALC-PCT
                       ELSE
                           MOVE 9999.9 TO WS-CALC-PCT
                       END-IF
               END-COMPUTE
           END-IF.

      * 写控制总计
        0300-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PRIOR PERIOD USED FOR MONTH' TO CTL-LABEL.
           MOVE WS-PRIOR-PERIOD TO CTL-VALUE.
           PERFORM 0330-WRITE-CONTROL-LINE.
           MOVE 'BUDGET RECORDS READ' TO CTL-LABEL.
           MOVE WS-BUDGET-READ TO CTL-VALUE.
           PERFORM 0330-WRITE-CONTROL-LINE.
           MOVE 'ACCRUAL ENTRIES READ' TO CTL-LABEL.
           MOVE WS-ACCRUE-READ TO CTL-VALUE.
           PERFORM 0330-WRITE-CONTROL-LINE.
           MOVE 'ACCRUAL ENTRIES WITHOUT MAPPING' TO CTL-LABEL.
           MOVE WS-UNMAPPED-COUNT TO CTL-VALUE.
           PERFORM 0330-WRITE-CONTROL-LINE.
           MOVE 'COST CENTERS REPORTED' TO CTL-LABEL.
           MOVE WS-CC-COUNT TO CTL-VALUE.
           PERFORM 0330-WRITE-CONTROL-LINE.
           MOVE 'COST CENTERS OVER TOLERANCE' TO CTL-LABEL.
           MOVE WS-OVER-COUNT TO CTL-VALUE.
           PERFORM 0330-WRITE-CONTROL-LINE.

      * 写一行说明
        0320-WRITE-NOTE-LINE.
           MOVE BUDGET-NOTE-LINE TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行控制总计
        0330-WRITE-CONTROL-LINE.
           MOVE CONTROL-TOTAL-LINE TO BUDGET-PRINT-LINE.
           WRITE BUDGET-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE BUDGET-REPORT-FILE.
           MOVE 'E' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
      * GOBACK 而非 STOP RUN，便于本程序被 NIGHTRESTART 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM BUDGRPT.
