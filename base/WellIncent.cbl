       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELLINCENT.
      * 程序名称：健康计划激励积分与工资接口
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Wellness incentive credits.  The screening history that    *
      *   ENHANCEDBMICALCULATOR appends is read by salesperson id   *
      *   and each person is tested against the HR incentive rules *
      *   file: a screening completed inside the plan year earns    *
      *   the participation credit; a category that improved        *
      *   toward Normal (or held Normal) with a risk score that is  *
      *   not the excluded (High) risk earns the larger outcome     *
      *   credit in place of it.  An eligibility report shows every *
      *   person and why; credits not yet paid for the plan year    *
      *   are written to a fixed-layout payroll feed in the same    *
      *   header/detail/trailer style as PAYCOMM.DAT, and a paid    *
      *   ledger keeps a rerun from paying a credit twice.  FEEDBAL *
      *   ties the feed's trailer on nights it is produced.         *
      *   Histories SALESANON has anonymized earn no credit and are *
      *   counted separately.  Name-only screenings (id zero) are   *
      *   resolved through WELLXREF before they are grouped.        *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RULE-FILE ASSIGN TO "WELLRULE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULE-STATUS.
      * 激励规则档：人事部门维护，每个计划年度一条
            SELECT HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
             FILE STATUS IS WS-HISTORY-STATUS.
      * ENHANCEDBMICALCULATOR 追加的体检结果历史档
            SELECT XREF-FILE ASSIGN TO "WELLXREF.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS XR-PERSON-NAME
             FILE STATUS IS WS-XREF-STATUS.
      * 身份对照档（WELLIDMAINT 维护）：只有姓名的历史记录靠它
      * 补出销售员编号
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档，只读，取区域用
            SELECT WELLPAID-FILE ASSIGN TO "WELLPAID.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS WP-KEY
             FILE STATUS IS WS-WELLPAID-STATUS.
      * 激励积分已付台账：按计划年度加销售员编号一条，付过的
      * 部分不再送工资
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：接口头记录的运行日期与工资期间用它
            SELECT INCENT-SORT-FILE ASSIGN TO "WELLINCSORT.DAT".
      * 按销售员编号、筛查日期排序用的工作文件
            SELECT ELIG-REPORT-FILE ASSIGN TO "WELLINCENT.RPT".
      * 激励资格报表
            SELECT CREDIT-FILE ASSIGN TO "WELLCRED.DAT".
      * 激励积分工资接口文件：格式仿 PAYCOMM.DAT，带头尾控制
      * 记录，工资系统按单独的保费抵扣类别入账

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 激励规则档：计划年度起止（CCYYMMDD）、参加筛查的积分、
      * 改善或保持正常的积分（较大的一档，取代参加积分）、不给
      * 改善积分的风险分类
       FD RULE-FILE.
       01 RULE-RECORD.
            88 ENDOFRULES VALUE HIGH-VALUES.
            05 WR-PLAN-START         PIC 9(8).
            05 WR-PLAN-END           PIC 9(8).
            05 WR-SCREEN-CREDIT      PIC 9(5)V99.
            05 WR-IMPROVE-CREDIT     PIC 9(5)V99.
            05 WR-EXCLUDE-RISK       PIC X(15).

      * 体检结果历史档，布局与 ENHANCEDBMICALCULATOR 写出的一致
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
            05 HIST-SALESPERSON-ID   PIC 9(7).
            05 HIST-PERSON-NAME.
                10 HIST-LASTNAME     PIC X(20).
                10 HIST-FIRSTNAME    PIC X(20).
            05 HIST-SCREEN-DATE      PIC 9(6).
            05 HIST-BMI              PIC 999V99.
            05 HIST-CATEGORY         PIC X(15).
            05 HIST-SYSTOLIC         PIC 9(3).
            05 HIST-DIASTOLIC        PIC 9(3).
            05 HIST-PULSE            PIC 9(3).
            05 HIST-RISK             PIC X(15).

      * 身份对照档，布局与 WELLIDMAINT.cbl 的一致
       FD XREF-FILE.
       01 XREF-REC.
            05 XR-PERSON-NAME.
                10 XR-LASTNAME      PIC X(20).
                10 XR-FIRSTNAME     PIC X(20).
            05 XR-SALESPERSON-ID    PIC 9(7).

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

      * 激励积分已付台账：本计划年度已送工资的积分合计
       FD WELLPAID-FILE.
       01 WELLPAID-REC.
            05 WP-KEY.
                10 WP-PLAN-START     PIC 9(8).
                10 WP-SALESPERSON-ID PIC 9(7).
            05 WP-CREDIT-LEVEL       PIC X.
      * S = 已付参加积分, I = 已付改善积分
            05 WP-AMOUNT-PAID        PIC S9(7)V99.
            05 WP-PAID-DATE          PIC 9(8).
      * 最近一次送工资的业务日期

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 排序工作文件：按销售员编号、筛查日期升序
       SD INCENT-SORT-FILE.
       01 INCENT-SORT-RECORD.
            88 ENDOFHISTORY VALUE HIGH-VALUES.
            05 ISR-SALESPERSON-ID    PIC 9(7).
            05 ISR-PERSON-NAME.
                10 ISR-LASTNAME      PIC X(20).
                10 ISR-FIRSTNAME     PIC X(20).
            05 ISR-SCREEN-DATE       PIC 9(6).
            05 ISR-BMI               PIC 999V99.
            05 ISR-CATEGORY          PIC X(15).
            05 ISR-SYSTOLIC          PIC 9(3).
            05 ISR-DIASTOLIC         PIC 9(3).
            05 ISR-PULSE             PIC 9(3).
            05 ISR-RISK              PIC X(15).

      * 激励资格报表
       FD ELIG-REPORT-FILE.
       01 ELIG-PRINT-LINE           PIC X(132).

      * 激励积分工资接口文件：头记录、明细记录、尾记录共用一个
      * 定长区，长度与 PAYCOMM.DAT 相同
       FD CREDIT-FILE.
       01 CRD-HEADER-REC.
            05 CRD-HDR-TYPE         PIC X.
      * H = 头记录
            05 CRD-HDR-RUN-DATE     PIC 9(6).
            05 CRD-HDR-SOURCE       PIC X(8).
            05 CRD-HDR-PLAN-START   PIC 9(8).
            05 FILLER               PIC X(63).
       01 CRD-DETAIL-REC.
            05 CRD-REC-TYPE         PIC X.
      * D = 明细记录
            05 CRD-SALESPERSON-ID   PIC 9(7).
            05 CRD-LASTNAME         PIC X(20).
            05 CRD-FIRSTNAME        PIC X(20).
            05 CRD-REGION           PIC X(5).
            05 CRD-EARN-TYPE        PIC X(6).
      * 工资系统的收入类别：WELLNS = 健康计划保费抵扣
            05 CRD-CREDIT-LEVEL     PIC X.
      * S = 参加筛查积分, I = 改善或保持正常积分
            05 CRD-AMOUNT           PIC S9(7)V99.
      * 本次应送的积分（扣掉本计划年度已付的部分）
            05 CRD-PLAN-YEAR        PIC 9(4).
            05 CRD-PAY-PERIOD       PIC 9(6).
            05 FILLER               PIC X(7).
       01 CRD-TRAILER-REC.
            05 CRD-TRL-TYPE         PIC X.
      * T = 尾记录
            05 CRD-TRL-COUNT        PIC 9(7).
            05 CRD-TRL-TOTAL        PIC S9(9)V99.
            05 FILLER               PIC X(67).

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS           PIC X(2) VALUE '00'.
       01  WS-HISTORY-STATUS        PIC X(2) VALUE '00'.
       01  WS-HIST-EOF-SW           PIC X VALUE 'N'.
           88 END-OF-HISTORY-FILE   VALUE 'Y'.
       01  WS-XREF-STATUS           PIC X(2) VALUE '00'.
       01  WS-XREF-AVAIL-SW         PIC X VALUE 'N'.
           88 XREF-AVAILABLE        VALUE 'Y'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-SALESFILE-AVAIL-SW    PIC X VALUE 'N'.
           88 SALESFILE-AVAILABLE   VALUE 'Y'.
       01  WS-WELLPAID-STATUS       PIC X(2) VALUE '00'.

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
       01  WS-PAY-PERIOD            PIC 9(6) VALUE ZEROES.

      * 本次生效的规则
       01  WS-RULE-FOUND-SW         PIC X VALUE 'N'.
           88 RULE-FOUND            VALUE 'Y'.
       01  WS-PLAN-START            PIC 9(8) VALUE ZEROES.
       01  WS-PLAN-START-GRP REDEFINES WS-PLAN-START.
            05 WS-PLAN-YEAR         PIC 9(4).
            05 FILLER               PIC 9(4).
       01  WS-PLAN-END              PIC 9(8) VALUE ZEROES.
       01  WS-SCREEN-CREDIT         PIC 9(5)V99 VALUE ZEROES.
       01  WS-IMPROVE-CREDIT        PIC 9(5)V99 VALUE ZEROES.
       01  WS-EXCLUDE-RISK          PIC X(15) VALUE SPACES.

      * 筛查日期换成 CCYYMMDD 再与计划年度比较（世纪按 20 处理，
      * 与全系统的日期做法一致）
       01  WS-SCREEN-DATE-8         PIC 9(8) VALUE ZEROES.
       01  WS-SCREEN-DATE-GRP REDEFINES WS-SCREEN-DATE-8.
            05 WS-SD-CC             PIC 99.
            05 WS-SD-YYMMDD         PIC 9(6).

      * 当前处理中的人：计划年度内最近一次筛查与计划年度开始前
      * 最近一次筛查
       01  WS-CURRENT-ID            PIC 9(7) VALUE ZEROES.
       01  WS-CURRENT-NAME.
            05 WS-CURR-LASTNAME     PIC X(20).
            05 WS-CURR-FIRSTNAME    PIC X(20).
       01  WS-HAVE-PERSON-SW        PIC X VALUE 'N'.
           88 PERSON-IN-PROGRESS    VALUE 'Y'.
       01  WS-IN-YEAR-SW            PIC X VALUE 'N'.
           88 SCREENED-IN-YEAR      VALUE 'Y'.
       01  WS-CURR-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-CURR-CATEGORY         PIC X(15) VALUE SPACES.
       01  WS-CURR-RISK             PIC X(15) VALUE SPACES.
       01  WS-PRIOR-SW              PIC X VALUE 'N'.
           88 PRIOR-SCREENING       VALUE 'Y'.
       01  WS-PRIOR-CATEGORY        PIC X(15) VALUE SPACES.
       01  WS-REP-REGION            PIC X(5) VALUE SPACES.

      * 分类离正常体重的距离：正常 0，偏瘦/超重 1，肥胖 2；
      * 距离变小为改善
       01  WS-CATEGORY-WORK         PIC X(15) VALUE SPACES.
       01  WS-CATEGORY-DISTANCE     PIC 9 VALUE ZEROES.
       01  WS-CURR-DISTANCE         PIC 9 VALUE ZEROES.
       01  WS-PRIOR-DISTANCE        PIC 9 VALUE ZEROES.

      * 一个人的判定结果
       01  WS-CREDIT-LEVEL          PIC X VALUE SPACE.
       01  WS-CREDIT-DUE            PIC S9(7)V99 VALUE ZEROES.
       01  WS-PREV-PAID             PIC S9(7)V99 VALUE ZEROES.
       01  WS-PAY-NOW               PIC S9(7)V99 VALUE ZEROES.
       01  WS-PAID-ON-FILE-SW       PIC X VALUE 'N'.
           88 PAID-ON-FILE          VALUE 'Y'.
       01  WS-IMPROVE-TEST          PIC X(3) VALUE SPACES.
       01  WS-RISK-TEST             PIC X(3) VALUE SPACES.
       01  WS-RESULT-TEXT           PIC X(30) VALUE SPACES.

      * 控制总计
       01  WS-PERSON-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-SCREENED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-IMPROVE-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-NOT-ELIGIBLE-COUNT    PIC 9(7) VALUE ZEROES.
       01  WS-NO-ID-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-XREF-RESOLVED-COUNT   PIC 9(7) VALUE ZEROES.
       01  WS-ANON-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-CREDIT-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-CREDIT-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-PREV-PAID-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZEROES.

      * 报表标题行
       01  ELIG-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(37) VALUE
               'WELLNESS INCENTIVE ELIGIBILITY - PLAN'.
            05 FILLER               PIC X(6)  VALUE ' YEAR '.
            05 ETL-PLAN-START        PIC 9(8).
            05 FILLER                PIC X(3)  VALUE ' - '.
            05 ETL-PLAN-END          PIC 9(8).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 FILLER                PIC X(9)  VALUE 'RUN DATE '.
            05 ETL-RUN-DATE          PIC 9(6).
            05 FILLER                PIC X(46) VALUE SPACES.

      * 列标题行
       01  ELIG-COLUMN-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(21) VALUE 'NAME'.
            05 FILLER               PIC X(7)  VALUE 'REGION'.
            05 FILLER               PIC X(10) VALUE 'SCREENED'.
            05 FILLER               PIC X(15) VALUE 'PRIOR CATEGORY'.
            05 FILLER               PIC X(15) VALUE 'CURR CATEGORY'.
            05 FILLER               PIC X(15) VALUE 'RISK'.
            05 FILLER               PIC X(4)  VALUE 'IMP'.
            05 FILLER               PIC X(11) VALUE ' CREDIT DUE'.
            05 FILLER               PIC X(10) VALUE '  PAID NOW'.
            05 FILLER               PIC X(10) VALUE 'RESULT'.

      * 资格明细行
       01  ELIG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 ELD-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ELD-NAME              PIC X(19).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ELD-REGION            PIC X(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ELD-SCREEN-DATE       PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ELD-PRIOR-CATEGORY    PIC X(14).
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 ELD-CURR-CATEGORY     PIC X(14).
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 ELD-RISK              PIC X(14).
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 ELD-IMPROVED          PIC X(3).
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 ELD-CREDIT-DUE        PIC ZZ,ZZ9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ELD-PAY-NOW           PIC ZZ,ZZ9.99.
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 ELD-RESULT            PIC X(10).

      * 原因说明行：跟在明细行下面，说明为什么得或不得积分
       01  ELIG-REASON-LINE.
            05 FILLER               PIC X(14) VALUE SPACES.
            05 ELR-TEXT              PIC X(60).
            05 FILLER                PIC X(58) VALUE SPACES.

      * 合计行
       01  ELIG-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 ELT-LABEL             PIC X(40).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 ELT-VALUE             PIC -(10)9.99.
            05 FILLER               PIC X(71) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期、装激励规则；历史档按编号、筛查日期
      * 排好序后逐人判定，出资格报表与工资接口
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0060-LOAD-RULES.
           IF NOT RULE-FOUND
               DISPLAY 'NO WELLNESS INCENTIVE RULE IN EFFECT FOR '
                   WS-TODAY ' - NO CREDITS COMPUTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0070-OPEN-PAID-LEDGER.
           PERFORM 0065-OPEN-SALES-MASTER.
           OPEN OUTPUT ELIG-REPORT-FILE.
           OPEN OUTPUT CREDIT-FILE.
           PERFORM 0080-WRITE-CREDIT-HEADER.
           SORT INCENT-SORT-FILE
               ON ASCENDING KEY ISR-SALESPERSON-ID, ISR-SCREEN-DATE
               INPUT PROCEDURE IS 0090-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 0100-PROCESS-HISTORY.
           PERFORM 0500-WRITE-TOTALS.
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

      * 装入激励规则：取计划年度包含业务日期的那一条；规则档可
      * 以留着往年的记录，不在本年度的跳过
        0060-LOAD-RULES.
           MOVE 'N' TO WS-RULE-FOUND-SW.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'WELLRULE OPEN FAILED, STATUS = '
                   WS-RULE-STATUS
           ELSE
               READ RULE-FILE
                    AT END SET ENDOFRULES TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFRULES
                   IF WR-PLAN-START NUMERIC AND WR-PLAN-END NUMERIC
                           AND WR-PLAN-START NOT > WS-TODAY
                           AND WR-PLAN-END NOT < WS-TODAY
                       MOVE 'Y' TO WS-RULE-FOUND-SW
                       MOVE WR-PLAN-START TO WS-PLAN-START
                       MOVE WR-PLAN-END TO WS-PLAN-END
                       MOVE WR-SCREEN-CREDIT TO WS-SCREEN-CREDIT
                       MOVE WR-IMPROVE-CREDIT TO WS-IMPROVE-CREDIT
                       MOVE WR-EXCLUDE-RISK TO WS-EXCLUDE-RISK
                   END-IF
                   READ RULE-FILE
                        AT END SET ENDOFRULES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.
      * 规则上没写排除的风险分类时按高风险处理
           IF RULE-FOUND AND WS-EXCLUDE-RISK = SPACES
               MOVE 'HIGH RISK' TO WS-EXCLUDE-RISK
           END-IF.

      * 打开销售人员主档，只读且可缺：不可用时区域留空
        0065-OPEN-SALES-MASTER.
           MOVE 'N' TO WS-SALESFILE-AVAIL-SW.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS = '00'
               MOVE 'Y' TO WS-SALESFILE-AVAIL-SW
           ELSE
               DISPLAY 'SALESFILE NOT AVAILABLE, STATUS = '
                   WS-SALESFILE-STATUS ' - REGIONS BLANK'
           END-IF.

      * 打开已付台账，第一次使用时新建再改 I-O 重开；台账打不
      * 开就无从知道哪些积分付过，不能送工资，否则会重付
        0070-OPEN-PAID-LEDGER.
           OPEN I-O WELLPAID-FILE.
           IF WS-WELLPAID-STATUS NOT = '00'
               OPEN OUTPUT WELLPAID-FILE
               IF WS-WELLPAID-STATUS = '00'
                   CLOSE WELLPAID-FILE
                   OPEN I-O WELLPAID-FILE
               END-IF
           END-IF.
           IF WS-WELLPAID-STATUS NOT = '00'
               DISPLAY 'WELLPAID OPEN FAILED, STATUS = '
                   WS-WELLPAID-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * 写接口文件头记录
        0080-WRITE-CREDIT-HEADER.
           MOVE SPACES TO CRD-HEADER-REC.
           MOVE 'H' TO CRD-HDR-TYPE.
           MOVE WS-RUN-DATE TO CRD-HDR-RUN-DATE.
           MOVE 'WELLNESS' TO CRD-HDR-SOURCE.
           MOVE WS-PLAN-START TO CRD-HDR-PLAN-START.
           WRITE CRD-HEADER-REC.

      * 读历史档送去排序；编号为零的记录按姓名查身份对照档补
      * 编号，补不出的照旧以零编号归到一起，判定时列为无编号
        0090-RELEASE-HISTORY.
           MOVE 'N' TO WS-XREF-AVAIL-SW.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-AVAIL-SW
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'BMIHIST NOT AVAILABLE, STATUS = '
                   WS-HISTORY-STATUS ' - NO SCREENINGS READ'
           ELSE
               READ HISTORY-FILE
                    AT END SET END-OF-HISTORY-FILE TO TRUE
                    END-READ
               PERFORM UNTIL END-OF-HISTORY-FILE
                   PERFORM 0095-RESOLVE-SCREENING
                   RELEASE INCENT-SORT-RECORD FROM HISTORY-RECORD
                   READ HISTORY-FILE
                        AT END SET END-OF-HISTORY-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.

      * 只有姓名的一条筛查：身份对照档上有这个姓名就补上编号；
      * 补不出的逐条计入无编号筛查
        0095-RESOLVE-SCREENING.
           IF HIST-SALESPERSON-ID = ZEROES AND XREF-AVAILABLE
               MOVE HIST-PERSON-NAME TO XR-PERSON-NAME
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-SALESPERSON-ID TO HIST-SALESPERSON-ID
                       ADD 1 TO WS-XREF-RESOLVED-COUNT
               END-READ
           END-IF.
           IF HIST-SALESPERSON-ID = ZEROES
               ADD 1 TO WS-NO-ID-COUNT
           END-IF.

      * 逐条处理排好序的历史记录，编号变化时结清上一个人
        0100-PROCESS-HISTORY.
           MOVE WS-PLAN-START TO ETL-PLAN-START.
           MOVE WS-PLAN-END TO ETL-PLAN-END.
           MOVE WS-RUN-DATE TO ETL-RUN-DATE.
           MOVE ELIG-TITLE-LINE TO ELIG-PRINT-LINE.
           WRITE ELIG-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ELIG-PRINT-LINE.
           WRITE ELIG-PRINT-LINE.
           MOVE ELIG-COLUMN-LINE TO ELIG-PRINT-LINE.
           WRITE ELIG-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ELIG-PRINT-LINE.
           WRITE ELIG-PRINT-LINE.
           RETURN INCENT-SORT-FILE
                AT END SET ENDOFHISTORY TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFHISTORY
               IF PERSON-IN-PROGRESS
                       AND ISR-SALESPERSON-ID NOT = WS-CURRENT-ID
                   PERFORM 0200-EVALUATE-PERSON
               END-IF
               IF NOT PERSON-IN-PROGRESS
                   MOVE 'Y' TO WS-HAVE-PERSON-SW
                   MOVE ISR-SALESPERSON-ID TO WS-CURRENT-ID
                   MOVE 'N' TO WS-IN-YEAR-SW
                   MOVE 'N' TO WS-PRIOR-SW
                   MOVE SPACES TO WS-PRIOR-CATEGORY
                   MOVE SPACES TO WS-CURR-CATEGORY
                   MOVE SPACES TO WS-CURR-RISK
                   MOVE ZEROES TO WS-CURR-DATE
               END-IF
               PERFORM 0110-ADD-SCREENING
               RETURN INCENT-SORT-FILE
                    AT END SET ENDOFHISTORY TO TRUE
               END-RETURN
           END-PERFORM.
           IF PERSON-IN-PROGRESS
               PERFORM 0200-EVALUATE-PERSON
           END-IF.

      * 记一轮筛查：计划年度开始前的留作比较基准，年度内的取最
      * 近一次；年度结束之后的不算本年度。姓名取最近一条
        0110-ADD-SCREENING.
           MOVE ISR-PERSON-NAME TO WS-CURRENT-NAME.
           MOVE 20 TO WS-SD-CC.
           MOVE ISR-SCREEN-DATE TO WS-SD-YYMMDD.
           EVALUATE TRUE
               WHEN WS-SCREEN-DATE-8 < WS-PLAN-START
                   MOVE 'Y' TO WS-PRIOR-SW
                   MOVE ISR-CATEGORY TO WS-PRIOR-CATEGORY
               WHEN WS-SCREEN-DATE-8 NOT > WS-PLAN-END
                   MOVE 'Y' TO WS-IN-YEAR-SW
                   MOVE WS-SCREEN-DATE-8 TO WS-CURR-DATE
                   MOVE ISR-CATEGORY TO WS-CURR-CATEGORY
                   MOVE ISR-RISK TO WS-CURR-RISK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 判定一个人：年度内没筛查的不得分；筛查了得参加积分；
      * 分类改善或保持正常、且风险不是排除的那一档，改得较大的
      * 改善积分。再扣掉本年度已付的部分，余下的送工资
        0200-EVALUATE-PERSON.
           ADD 1 TO WS-PERSON-COUNT.
           MOVE SPACE TO WS-CREDIT-LEVEL.
           MOVE ZEROES TO WS-CREDIT-DUE.
           MOVE ZEROES TO WS-PREV-PAID.
           MOVE ZEROES TO WS-PAY-NOW.
           MOVE 'N/A' TO WS-IMPROVE-TEST.
           MOVE 'N/A' TO WS-RISK-TEST.
           PERFORM 0210-LOOKUP-REGION.
           EVALUATE TRUE
               WHEN WS-CURRENT-ID = ZEROES
                   MOVE 'NO ID' TO WS-RESULT-TEXT
                   MOVE 'NO SALESPERSON ID - RESOLVE IN WELLXREF'
                       TO ELR-TEXT
      * 姓是记号 ANONYMIZED 的是 SALESANON 处理过的离职人员，
      * 人早已不在，不计积分
               WHEN WS-CURR-LASTNAME = 'ANONYMIZED'
                   ADD 1 TO WS-ANON-COUNT
                   MOVE 'ANONYMIZED' TO WS-RESULT-TEXT
                   MOVE 'FORMER EMPLOYEE, ANONYMIZED - NO CREDIT'
                       TO ELR-TEXT
               WHEN NOT SCREENED-IN-YEAR
                   ADD 1 TO WS-NOT-ELIGIBLE-COUNT
                   MOVE 'NOT ELIG' TO WS-RESULT-TEXT
                   MOVE 'NO SCREENING COMPLETED IN THIS PLAN YEAR'
                       TO ELR-TEXT
               WHEN OTHER
                   ADD 1 TO WS-SCREENED-COUNT
                   PERFORM 0220-TEST-IMPROVEMENT
                   PERFORM 0230-APPLY-PAID-LEDGER
           END-EVALUATE.
           PERFORM 0300-WRITE-DETAIL-LINE.
           MOVE 'N' TO WS-HAVE-PERSON-SW.

      * 取区域；主档不可用或查不到时留空
        0210-LOOKUP-REGION.
           MOVE SPACES TO WS-REP-REGION.
           IF SALESFILE-AVAILABLE AND WS-CURRENT-ID NOT = ZEROES
               MOVE WS-CURRENT-ID TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REGION TO WS-REP-REGION
               END-READ
           END-IF.

      * 分类比较：有年度前筛查的，离正常的距离变小算改善，前后
      * 都是正常算保持；没有年度前筛查的，本年度正常即算保持
        0220-TEST-IMPROVEMENT.
           MOVE WS-CURR-CATEGORY TO WS-CATEGORY-WORK.
           PERFORM 0225-CATEGORY-DISTANCE.
           MOVE WS-CATEGORY-DISTANCE TO WS-CURR-DISTANCE.
           IF PRIOR-SCREENING
               MOVE WS-PRIOR-CATEGORY TO WS-CATEGORY-WORK
               PERFORM 0225-CATEGORY-DISTANCE
               MOVE WS-CATEGORY-DISTANCE TO WS-PRIOR-DISTANCE
           ELSE
               MOVE WS-CURR-DISTANCE TO WS-PRIOR-DISTANCE
           END-IF.
           IF WS-CURR-DISTANCE = ZEROES
                   OR WS-CURR-DISTANCE < WS-PRIOR-DISTANCE
               MOVE 'YES' TO WS-IMPROVE-TEST
           ELSE
               MOVE 'NO' TO WS-IMPROVE-TEST
           END-IF.
           IF WS-CURR-RISK = WS-EXCLUDE-RISK
               MOVE 'NO' TO WS-RISK-TEST
           ELSE
               MOVE 'YES' TO WS-RISK-TEST
           END-IF.
           IF WS-IMPROVE-TEST = 'YES' AND WS-RISK-TEST = 'YES'
               ADD 1 TO WS-IMPROVE-COUNT
               MOVE 'I' TO WS-CREDIT-LEVEL
               MOVE WS-IMPROVE-CREDIT TO WS-CREDIT-DUE
               IF WS-CURR-DISTANCE = ZEROES
                   MOVE 'SCREENED, CATEGORY NORMAL, RISK NOT HIGH'
                       TO ELR-TEXT
               ELSE
                   MOVE 'SCREENED, CATEGORY IMPROVED, RISK NOT HIGH'
                       TO ELR-TEXT
               END-IF
           ELSE
               MOVE 'S' TO WS-CREDIT-LEVEL
               MOVE WS-SCREEN-CREDIT TO WS-CREDIT-DUE
               IF WS-IMPROVE-TEST = 'NO'
                   MOVE 'SCREENED, CATEGORY NOT IMPROVED - BASE CREDIT'
                       TO ELR-TEXT
               ELSE
                   MOVE 'SCREENED, RISK SCORE HIGH - BASE CREDIT'
                       TO ELR-TEXT
               END-IF
           END-IF.

      * 分类名称换成离正常体重的距离；认不出的分类按最远处理，
      * 不会被误判为改善
        0225-CATEGORY-DISTANCE.
           EVALUATE WS-CATEGORY-WORK
               WHEN 'Normal weight'
                   MOVE 0 TO WS-CATEGORY-DISTANCE
               WHEN 'Underweight'
                   MOVE 1 TO WS-CATEGORY-DISTANCE
               WHEN 'Overweight'
                   MOVE 1 TO WS-CATEGORY-DISTANCE
               WHEN 'Obesity'
                   MOVE 2 TO WS-CATEGORY-DISTANCE
               WHEN OTHER
                   MOVE 9 TO WS-CATEGORY-DISTANCE
           END-EVALUATE.

      * 对已付台账：本年度已付的从应得里扣掉，余下为正才送工资
      * 并记台账；已付多于应得（年度内后一次筛查变差）不追回
        0230-APPLY-PAID-LEDGER.
           MOVE 'N' TO WS-PAID-ON-FILE-SW.
           MOVE WS-PLAN-START TO WP-PLAN-START.
           MOVE WS-CURRENT-ID TO WP-SALESPERSON-ID.
           READ WELLPAID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAID-ON-FILE-SW
                   MOVE WP-AMOUNT-PAID TO WS-PREV-PAID
           END-READ.
           ADD WS-PREV-PAID TO WS-PREV-PAID-TOTAL.
           IF WS-CREDIT-DUE > WS-PREV-PAID
               COMPUTE WS-PAY-NOW = WS-CREDIT-DUE - WS-PREV-PAID
               MOVE 'PAID' TO WS-RESULT-TEXT
               PERFORM 0240-WRITE-CREDIT-DETAIL
               PERFORM 0250-POST-PAID-LEDGER
           ELSE
               MOVE 'PRIOR PAID' TO WS-RESULT-TEXT
           END-IF.

      * 写一条接口明细并累计尾记录
        0240-WRITE-CREDIT-DETAIL.
           MOVE SPACES TO CRD-DETAIL-REC.
           MOVE 'D' TO CRD-REC-TYPE.
           MOVE WS-CURRENT-ID TO CRD-SALESPERSON-ID.
           MOVE WS-CURR-LASTNAME TO CRD-LASTNAME.
           MOVE WS-CURR-FIRSTNAME TO CRD-FIRSTNAME.
           MOVE WS-REP-REGION TO CRD-REGION.
           MOVE 'WELLNS' TO CRD-EARN-TYPE.
           MOVE WS-CREDIT-LEVEL TO CRD-CREDIT-LEVEL.
           MOVE WS-PAY-NOW TO CRD-AMOUNT.
           MOVE WS-PLAN-YEAR TO CRD-PLAN-YEAR.
           MOVE WS-PAY-PERIOD TO CRD-PAY-PERIOD.
           WRITE CRD-DETAIL-REC.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-PAY-NOW TO WS-CREDIT-TOTAL.

      * 记已付台账：新的一人新增，已有的改写累计已付
        0250-POST-PAID-LEDGER.
           MOVE WS-PLAN-START TO WP-PLAN-START.
           MOVE WS-CURRENT-ID TO WP-SALESPERSON-ID.
           MOVE WS-CREDIT-LEVEL TO WP-CREDIT-LEVEL.
           MOVE WS-CREDIT-DUE TO WP-AMOUNT-PAID.
           MOVE WS-TODAY TO WP-PAID-DATE.
           IF PAID-ON-FILE
               REWRITE WELLPAID-REC
                   INVALID KEY
                       DISPLAY 'WELLPAID REWRITE FAILED FOR '
                           WS-CURRENT-ID
               END-REWRITE
           ELSE
               WRITE WELLPAID-REC
                   INVALID KEY
                       DISPLAY 'WELLPAID WRITE FAILED FOR '
                           WS-CURRENT-ID
               END-WRITE
           END-IF.

      * 写资格明细行与原因说明行
        0300-WRITE-DETAIL-LINE.
           MOVE WS-CURRENT-ID TO ELD-ID.
           MOVE WS-CURR-LASTNAME TO ELD-NAME.
           MOVE WS-REP-REGION TO ELD-REGION.
           IF SCREENED-IN-YEAR
               MOVE WS-CURR-DATE TO ELD-SCREEN-DATE
           ELSE
               MOVE 'NONE' TO ELD-SCREEN-DATE
           END-IF.
           IF PRIOR-SCREENING
               MOVE WS-PRIOR-CATEGORY TO ELD-PRIOR-CATEGORY
           ELSE
               MOVE '(FIRST)' TO ELD-PRIOR-CATEGORY
           END-IF.
           MOVE WS-CURR-CATEGORY TO ELD-CURR-CATEGORY.
           MOVE WS-CURR-RISK TO ELD-RISK.
           MOVE WS-IMPROVE-TEST TO ELD-IMPROVED.
           MOVE WS-CREDIT-DUE TO ELD-CREDIT-DUE.
           MOVE WS-PAY-NOW TO ELD-PAY-NOW.
           MOVE WS-RESULT-TEXT TO ELD-RESULT.
           MOVE ELIG-DETAIL-LINE TO ELIG-PRINT-LINE.
           WRITE ELIG-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE ELIG-REASON-LINE TO ELIG-PRINT-LINE.
           WRITE ELIG-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 报表合计与接口尾记录
        0500-WRITE-TOTALS.
           MOVE SPACES TO ELIG-PRINT-LINE.
           WRITE ELIG-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PERSONS REVIEWED' TO ELT-LABEL.
           MOVE WS-PERSON-COUNT TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'SCREENED THIS PLAN YEAR' TO ELT-LABEL.
           MOVE WS-SCREENED-COUNT TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'ELIGIBLE FOR IMPROVEMENT CREDIT' TO ELT-LABEL.
           MOVE WS-IMPROVE-COUNT TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'NOT SCREENED THIS PLAN YEAR' TO ELT-LABEL.
           MOVE WS-NOT-ELIGIBLE-COUNT TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'NAME-ONLY SCREENINGS RESOLVED BY XREF' TO ELT-LABEL.
           MOVE WS-XREF-RESOLVED-COUNT TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'SCREENINGS WITH NO SALESPERSON ID' TO ELT-LABEL.
           MOVE WS-NO-ID-COUNT TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'ANONYMIZED FORMER EMPLOYEES' TO ELT-LABEL.
           MOVE WS-ANON-COUNT TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'CREDITS PREVIOUSLY PAID THIS PLAN YEAR' TO ELT-LABEL.
           MOVE WS-PREV-PAID-TOTAL TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'CREDIT RECORDS SENT TO PAYROLL' TO ELT-LABEL.
           MOVE WS-CREDIT-COUNT TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE 'CREDIT AMOUNT SENT TO PAYROLL' TO ELT-LABEL.
           MOVE WS-CREDIT-TOTAL TO ELT-VALUE.
           PERFORM 0510-WRITE-TOTAL-LINE.
           MOVE SPACES TO CRD-TRAILER-REC.
           MOVE 'T' TO CRD-TRL-TYPE.
           MOVE WS-CREDIT-COUNT TO CRD-TRL-COUNT.
           MOVE WS-CREDIT-TOTAL TO CRD-TRL-TOTAL.
           WRITE CRD-TRAILER-REC.

      * 写一行合计
        0510-WRITE-TOTAL-LINE.
           MOVE ELIG-TOTAL-LINE TO ELIG-PRINT-LINE.
           WRITE ELIG-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE ELIG-REPORT-FILE.
           CLOSE CREDIT-FILE.
           CLOSE WELLPAID-FILE.
           IF SALESFILE-AVAILABLE
               CLOSE SALESFILE
           END-IF.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM WELLINCENT.
