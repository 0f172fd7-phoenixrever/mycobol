       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELLCOVER.
      * 程序名称：体检覆盖率与逾期召回清单
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Screening participation coverage.  Every salesperson on    *
      *   the master is matched to their latest screening on        *
      *   BMIHIST (name-only history records are resolved to an id  *
      *   through WELLXREF).  People never screened, or whose last  *
      *   screening is older than the recall interval, are listed   *
      *   by region and territory manager (TERRMAST) and written    *
      *   to a fixed-layout recall file the screening vendor loads  *
      *   to book appointments.  Each region closes with its        *
      *   coverage percentage and a company-wide coverage summary   *
      *   prints at the foot.                                       *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "WELLCOVPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
      * 运行选项：召回间隔月数；文件不存在时按 12 个月
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档，只读：在册名单即应检名单
            SELECT TERRASGN-FILE ASSIGN TO "TERRASGN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TA-SALESPERSON-ID
             FILE STATUS IS WS-TERRASGN-STATUS.
      * 片区指派档：销售员编号对片区代码
            SELECT TERRMAST-FILE ASSIGN TO "TERRMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TM-TERRITORY-CODE
             FILE STATUS IS WS-TERRMAST-STATUS.
      * 片区主档：取片区经理
            SELECT XREF-FILE ASSIGN TO "WELLXREF.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS XR-PERSON-NAME
             FILE STATUS IS WS-XREF-STATUS.
      * 身份对照档（WELLIDMAINT 维护）：只有姓名的历史记录靠它
      * 补出销售员编号
            SELECT HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
             FILE STATUS IS WS-HISTORY-STATUS.
      * ENHANCEDBMICALCULATOR 追加的体检结果历史档
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：逾期按业务日期判断
            SELECT COVER-SORT-FILE ASSIGN TO "WELLCOVSORT.DAT".
      * 按区域、片区经理、片区、姓名排序的工作文件
            SELECT COVER-REPORT-FILE ASSIGN TO "WELLCOVER.RPT".
      * 覆盖率与逾期清单
            SELECT RECALL-FILE ASSIGN TO "WELLRECALL.DAT".
      * 召回文件：体检机构装入后预约，带头尾控制记录

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 运行选项文件
       FD PARM-FILE.
       01 PARM-RECORD.
            05 PARM-INTERVAL-MONTHS  PIC 9(3).
            05 FILLER                PIC X(77).

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

      * 片区指派档，布局与 TERRMAINT.cbl 的一致
       FD TERRASGN-FILE.
       01 TERRASGN-REC.
            05 TA-SALESPERSON-ID    PIC 9(7).
            05 TA-TERRITORY         PIC X(5).

      * 片区主档，布局与 TERRMAINT.cbl 的一致
       FD TERRMAST-FILE.
       01 TERRMAST-REC.
            05 TM-TERRITORY-CODE    PIC X(5).
            05 TM-DESCRIPTION       PIC X(20).
            05 TM-REGION            PIC X(5).
            05 TM-MANAGER           PIC X(30).
            05 TM-ACTIVE-FLAG       PIC X.

      * 身份对照档，布局与 WELLIDMAINT.cbl 的一致
       FD XREF-FILE.
       01 XREF-REC.
            05 XR-PERSON-NAME.
                10 XR-LASTNAME      PIC X(20).
                10 XR-FIRSTNAME     PIC X(20).
            05 XR-SALESPERSON-ID    PIC 9(7).

      * 体检结果历史档，布局与 ENHANCEDBMICALCULATOR 写出的一致
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
            88 ENDOFHISTORY VALUE HIGH-VALUES.
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

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 排序工作文件：全员都交给排序，区域小计要算覆盖率
       SD COVER-SORT-FILE.
       01 COVER-SORT-RECORD.
            88 ENDOFCOVERSORT VALUE HIGH-VALUES.
            05 CSR-REGION            PIC X(5).
            05 CSR-MANAGER           PIC X(30).
            05 CSR-TERRITORY         PIC X(5).
            05 CSR-LASTNAME          PIC X(20).
            05 CSR-FIRSTNAME         PIC X(20).
            05 CSR-SALESPERSON-ID    PIC 9(7).
            05 CSR-STATUS            PIC X.
      * C = 在期内, N = 从未筛查, O = 逾期
            05 CSR-LAST-SCREEN       PIC 9(8).
            05 CSR-DUE-DATE          PIC 9(8).

      * 覆盖率与逾期清单
       FD COVER-REPORT-FILE.
       01 COVER-PRINT-LINE          PIC X(132).

      * 召回文件：头记录、明细记录、尾记录共用一个定长区
       FD RECALL-FILE.
       01 RCL-HEADER-REC.
            05 RCL-HDR-TYPE         PIC X.
      * H = 头记录
            05 RCL-HDR-RUN-DATE     PIC 9(6).
            05 RCL-HDR-SOURCE       PIC X(8).
            05 RCL-HDR-INTERVAL     PIC 9(3).
            05 FILLER               PIC X(62).
       01 RCL-DETAIL-REC.
            05 RCL-REC-TYPE         PIC X.
      * D = 明细记录
            05 RCL-SALESPERSON-ID   PIC 9(7).
            05 RCL-LASTNAME         PIC X(20).
            05 RCL-FIRSTNAME        PIC X(20).
            05 RCL-REGION           PIC X(5).
            05 RCL-TERRITORY        PIC X(5).
            05 RCL-REASON           PIC X.
      * N = 从未筛查, O = 逾期
            05 RCL-LAST-SCREEN      PIC 9(8).
      * 最近一次筛查日期 CCYYMMDD，从未筛查为零
            05 RCL-DUE-DATE         PIC 9(8).
      * 应检日期 CCYYMMDD，从未筛查为运行当天
            05 FILLER               PIC X(5).
       01 RCL-TRAILER-REC.
            05 RCL-TRL-TYPE         PIC X.
      * T = 尾记录
            05 RCL-TRL-COUNT        PIC 9(7).
            05 RCL-TRL-NEVER        PIC 9(7).
            05 RCL-TRL-OVERDUE      PIC 9(7).
            05 FILLER               PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(2) VALUE '00'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-SALESFILE-SW          PIC X VALUE 'N'.
           88 ENDOFMASTER           VALUE 'Y'.
       01  WS-TERRASGN-STATUS       PIC X(2) VALUE '00'.
       01  WS-TERRASGN-AVAIL-SW     PIC X VALUE 'N'.
           88 TERRASGN-AVAILABLE    VALUE 'Y'.
       01  WS-TERRMAST-STATUS       PIC X(2) VALUE '00'.
       01  WS-TERRMAST-AVAIL-SW     PIC X VALUE 'N'.
           88 TERRMAST-AVAILABLE    VALUE 'Y'.
       01  WS-XREF-STATUS           PIC X(2) VALUE '00'.
       01  WS-XREF-AVAIL-SW         PIC X VALUE 'N'.
           88 XREF-AVAILABLE        VALUE 'Y'.
       01  WS-HISTORY-STATUS        PIC X(2) VALUE '00'.

      * 业务日期
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-TODAY                 PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-GRP REDEFINES WS-TODAY.
            05 WS-TD-CC             PIC 99.
            05 WS-TD-YYMMDD         PIC 9(6).
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.

      * 召回间隔
       01  WS-INTERVAL-MONTHS       PIC 9(3) VALUE 12.

      * 筛查日期换成 CCYYMMDD（世纪按 20 处理）
       01  WS-SCREEN-DATE-8         PIC 9(8) VALUE ZEROES.
       01  WS-SCREEN-DATE-GRP REDEFINES WS-SCREEN-DATE-8.
            05 WS-SD-CC             PIC 99.
            05 WS-SD-YYMMDD         PIC 9(6).

      * 应检日期：最近一次筛查加间隔月数，月底日按目标月的 28
      * 日封顶，免得落到不存在的日子
       01  WS-DUE-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-DUE-DATE-GRP REDEFINES WS-DUE-DATE.
            05 WS-DD-CCYY           PIC 9(4).
            05 WS-DD-MM             PIC 99.
            05 WS-DD-DD             PIC 99.
       01  WS-MONTH-NUMBER          PIC 9(6) VALUE ZEROES.

      * 人员表：主档按编号键序读出，装入即有序，供折半查找
       01  WS-PERSON-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-PERSON-TABLE.
            05 WS-PERSON-ENTRY OCCURS 0 TO 10000 TIMES
                DEPENDING ON WS-PERSON-COUNT
                ASCENDING KEY IS WS-PT-ID
                INDEXED BY WS-PT-IDX.
                10 WS-PT-ID          PIC 9(7).
                10 WS-PT-LASTNAME    PIC X(20).
                10 WS-PT-FIRSTNAME   PIC X(20).
                10 WS-PT-REGION      PIC X(5).
                10 WS-PT-LAST-SCREEN PIC 9(8).
       01  WS-PERSON-SUB            PIC 9(5) COMP VALUE 0.
       01  WS-HIST-ID               PIC 9(7) VALUE ZEROES.
       01  WS-XREF-RESOLVED-COUNT   PIC 9(7) VALUE ZEROES.
       01  WS-UNMATCHED-HIST-COUNT  PIC 9(7) VALUE ZEROES.

      * 区域、经理控制中断
       01  WS-FIRST-RECORD-SW       PIC X VALUE 'Y'.
           88 FIRST-RECORD          VALUE 'Y'.
       01  WS-CURR-REGION           PIC X(5) VALUE SPACES.
       01  WS-CURR-MANAGER          PIC X(30) VALUE SPACES.
       01  WS-MANAGER-SHOWN-SW      PIC X VALUE 'N'.
           88 MANAGER-SHOWN         VALUE 'Y'.

      * 区域计数与全公司计数
       01  WS-RG-HEADCOUNT          PIC 9(5) VALUE ZEROES.
       01  WS-RG-CURRENT            PIC 9(5) VALUE ZEROES.
       01  WS-RG-NEVER              PIC 9(5) VALUE ZEROES.
       01  WS-RG-OVERDUE            PIC 9(5) VALUE ZEROES.
       01  WS-CO-HEADCOUNT          PIC 9(5) VALUE ZEROES.
       01  WS-CO-CURRENT            PIC 9(5) VALUE ZEROES.
       01  WS-CO-NEVER              PIC 9(5) VALUE ZEROES.
       01  WS-CO-OVERDUE            PIC 9(5) VALUE ZEROES.
       01  WS-RECALL-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-COVERAGE-PCT          PIC 999V9 VALUE ZEROES.

      * 区域覆盖率汇总表：各区域结清时记一格，清单末尾集中打印
       01  WS-REGION-SUM-COUNT      PIC 9(3) VALUE ZEROES.
       01  WS-REGION-SUM-TABLE.
            05 WS-REGION-SUM-ENTRY OCCURS 100 TIMES.
                10 WS-RS-REGION      PIC X(5).
                10 WS-RS-HEADCOUNT   PIC 9(5).
                10 WS-RS-CURRENT     PIC 9(5).
                10 WS-RS-NEVER       PIC 9(5).
                10 WS-RS-OVERDUE     PIC 9(5).
       01  WS-REGION-SUM-SUB        PIC 9(3) VALUE ZEROES.

      * 报表标题行
       01  COVER-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(36) VALUE
               'SCREENING COVERAGE AND RECALL LIST'.
            05 FILLER               PIC X(9)  VALUE 'RUN DATE '.
            05 CTL-RUN-DATE          PIC 9(8).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 FILLER                PIC X(17) VALUE
               'RECALL INTERVAL '.
            05 CTL-INTERVAL          PIC ZZ9.
            05 FILLER                PIC X(7)  VALUE ' MONTHS'.
            05 FILLER                PIC X(43) VALUE SPACES.

      * 区域标题行
       01  COVER-REGION-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(8)  VALUE 'REGION '.
            05 CRL-REGION            PIC X(5).
            05 FILLER                PIC X(114) VALUE SPACES.

      * 片区经理标题行
       01  COVER-MANAGER-LINE.
            05 FILLER               PIC X(8)  VALUE SPACES.
            05 FILLER               PIC X(19) VALUE
               'TERRITORY MANAGER '.
            05 CML-MANAGER           PIC X(30).
            05 FILLER                PIC X(75) VALUE SPACES.

      * 列标题行
       01  COVER-COLUMN-LINE.
            05 FILLER               PIC X(11) VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(42) VALUE 'NAME'.
            05 FILLER               PIC X(7)  VALUE 'TERR'.
            05 FILLER               PIC X(16) VALUE 'STATUS'.
            05 FILLER               PIC X(12) VALUE 'LAST SCREEN'.
            05 FILLER               PIC X(10) VALUE 'DUE'.
            05 FILLER               PIC X(25) VALUE SPACES.

      * 逾期/未检明细行
       01  COVER-DETAIL-LINE.
            05 FILLER               PIC X(11) VALUE SPACES.
            05 CDL-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-LASTNAME          PIC X(20).
            05 FILLER                PIC X     VALUE SPACES.
            05 CDL-FIRSTNAME         PIC X(20).
            05 FILLER                PIC X     VALUE SPACES.
            05 CDL-TERRITORY         PIC X(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-STATUS            PIC X(14).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-LAST-SCREEN       PIC X(8).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 CDL-DUE-DATE          PIC X(8).
            05 FILLER                PIC X(27) VALUE SPACES.

      * 覆盖率行：区域小计与末尾汇总共用
       01  COVER-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CTT-LABEL             PIC X(16).
            05 FILLER                PIC X(10) VALUE 'HEADCOUNT '.
            05 CTT-HEADCOUNT         PIC ZZ,ZZ9.
            05 FILLER                PIC X(10) VALUE '  CURRENT '.
            05 CTT-CURRENT           PIC ZZ,ZZ9.
            05 FILLER                PIC X(8)  VALUE '  NEVER '.
            05 CTT-NEVER             PIC ZZ,ZZ9.
            05 FILLER                PIC X(10) VALUE '  OVERDUE '.
            05 CTT-OVERDUE           PIC ZZ,ZZ9.
            05 FILLER                PIC X(11) VALUE '  COVERAGE '.
            05 CTT-COVERAGE          PIC ZZ9.9.
            05 FILLER                PIC X     VALUE '%'.
            05 FILLER                PIC X(32) VALUE SPACES.

      * 普通文字行
       01  COVER-TEXT-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CTX-TEXT              PIC X(60).
            05 CTX-COUNT             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(60) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期与召回间隔，装人员表，配上最近一次筛
      * 查，全员按区域、经理排好序后出清单与召回文件
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0060-READ-RUN-OPTIONS.
           PERFORM 0070-LOAD-PERSONS.
           PERFORM 0090-MATCH-SCREENINGS.
           PERFORM 0080-OPEN-TERRITORY-FILES.
           OPEN OUTPUT COVER-REPORT-FILE.
           OPEN OUTPUT RECALL-FILE.
           PERFORM 0085-WRITE-RECALL-HEADER.
           SORT COVER-SORT-FILE
               ON ASCENDING KEY CSR-REGION, CSR-MANAGER,
                   CSR-TERRITORY, CSR-LASTNAME, CSR-FIRSTNAME
               INPUT PROCEDURE IS 0200-RELEASE-PERSONS
               OUTPUT PROCEDURE IS 0300-PRINT-COVERAGE.
           PERFORM 0500-WRITE-SUMMARY.
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

      * 读运行选项：召回间隔月数，零或不是数字时按 12 个月
        0060-READ-RUN-OPTIONS.
           MOVE 12 TO WS-INTERVAL-MONTHS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-INTERVAL-MONTHS NUMERIC
                               AND PARM-INTERVAL-MONTHS > ZEROES
                           MOVE PARM-INTERVAL-MONTHS
                               TO WS-INTERVAL-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * 装人员表：主档是应检名单，打不开就无从出表
        0070-LOAD-PERSONS.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ SALESFILE
                AT END SET ENDOFMASTER TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFMASTER
               IF WS-PERSON-COUNT < 10000
                   ADD 1 TO WS-PERSON-COUNT
                   MOVE SALESPERSON-ID TO WS-PT-ID (WS-PERSON-COUNT)
                   MOVE LASTNAME TO WS-PT-LASTNAME (WS-PERSON-COUNT)
                   MOVE FIRSTNAME
                       TO WS-PT-FIRSTNAME (WS-PERSON-COUNT)
                   MOVE REGION TO WS-PT-REGION (WS-PERSON-COUNT)
                   MOVE ZEROES
                       TO WS-PT-LAST-SCREEN (WS-PERSON-COUNT)
               ELSE
                   DISPLAY 'PERSON TABLE FULL, DROPPED: '
                       SALESPERSON-ID
               END-IF
               READ SALESFILE
                    AT END SET ENDOFMASTER TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SALESFILE.

      * 打开片区指派档与片区主档，都只读且可缺：缺了的人按未指
      * 派、经理不详归组
        0080-OPEN-TERRITORY-FILES.
           MOVE 'N' TO WS-TERRASGN-AVAIL-SW.
           OPEN INPUT TERRASGN-FILE.
           IF WS-TERRASGN-STATUS = '00'
               MOVE 'Y' TO WS-TERRASGN-AVAIL-SW
           ELSE
               DISPLAY 'TERRASGN NOT AVAILABLE, STATUS = '
                   WS-TERRASGN-STATUS ' - ALL PEOPLE UNASSIGNED'
           END-IF.
           MOVE 'N' TO WS-TERRMAST-AVAIL-SW.
           OPEN INPUT TERRMAST-FILE.
           IF WS-TERRMAST-STATUS = '00'
               MOVE 'Y' TO WS-TERRMAST-AVAIL-SW
           ELSE
               DISPLAY 'TERRMAST NOT AVAILABLE, STATUS = '
                   WS-TERRMAST-STATUS ' - MANAGERS NOT SHOWN'
           END-IF.

      * 写召回文件头记录
        0085-WRITE-RECALL-HEADER.
           MOVE SPACES TO RCL-HEADER-REC.
           MOVE 'H' TO RCL-HDR-TYPE.
           MOVE WS-RUN-DATE TO RCL-HDR-RUN-DATE.
           MOVE 'WELLCOVR' TO RCL-HDR-SOURCE.
           MOVE WS-INTERVAL-MONTHS TO RCL-HDR-INTERVAL.
           WRITE RCL-HEADER-REC.

      * 逐条读历史档，每人取最近一次筛查日期；编号为零的记录按
      * 姓名查身份对照档补编号，补不出或不在主档上的不计
        0090-MATCH-SCREENINGS.
           MOVE 'N' TO WS-XREF-AVAIL-SW.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-AVAIL-SW
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'BMIHIST NOT AVAILABLE, STATUS = '
                   WS-HISTORY-STATUS ' - EVERYONE LISTED AS NEVER'
           ELSE
               READ HISTORY-FILE
                    AT END SET ENDOFHISTORY TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFHISTORY
                   PERFORM 0095-APPLY-SCREENING
                   READ HISTORY-FILE
                        AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.

      * 把一条筛查挂到人员表上，只保留最近的日期
        0095-APPLY-SCREENING.
           MOVE HIST-SALESPERSON-ID TO WS-HIST-ID.
           IF WS-HIST-ID = ZEROES AND XREF-AVAILABLE
               MOVE HIST-PERSON-NAME TO XR-PERSON-NAME
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-SALESPERSON-ID TO WS-HIST-ID
                       ADD 1 TO WS-XREF-RESOLVED-COUNT
               END-READ
           END-IF.
           MOVE 20 TO WS-SD-CC.
           MOVE HIST-SCREEN-DATE TO WS-SD-YYMMDD.
           IF WS-HIST-ID = ZEROES OR WS-PERSON-COUNT = ZEROES
               ADD 1 TO WS-UNMATCHED-HIST-COUNT
           ELSE
               SEARCH ALL WS-PERSON-ENTRY
                   AT END
                       ADD 1 TO WS-UNMATCHED-HIST-COUNT
                   WHEN WS-PT-ID (WS-PT-IDX) = WS-HIST-ID
                       IF WS-SCREEN-DATE-8
                               > WS-PT-LAST-SCREEN (WS-PT-IDX)
                           MOVE WS-SCREEN-DATE-8
                               TO WS-PT-LAST-SCREEN (WS-PT-IDX)
                       END-IF
               END-SEARCH
           END-IF.

      * 排序输入过程：全员挂上片区与经理，定出在期内、未检、
      * 逾期三种状态后交给排序
        0200-RELEASE-PERSONS.
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
               MOVE WS-PT-REGION (WS-PERSON-SUB) TO CSR-REGION
               MOVE WS-PT-LASTNAME (WS-PERSON-SUB) TO CSR-LASTNAME
               MOVE WS-PT-FIRSTNAME (WS-PERSON-SUB) TO CSR-FIRSTNAME
               MOVE WS-PT-ID (WS-PERSON-SUB) TO CSR-SALESPERSON-ID
               PERFORM 0210-LOOKUP-TERRITORY
               PERFORM 0220-SET-STATUS
               RELEASE COVER-SORT-RECORD
           END-PERFORM.

      * 取片区与经理；没有指派的归“未指派”，片区不在主档上的
      * 经理不详
        0210-LOOKUP-TERRITORY.
           MOVE SPACES TO CSR-TERRITORY.
           MOVE '(NO TERRITORY ASSIGNED)' TO CSR-MANAGER.
           IF TERRASGN-AVAILABLE
               MOVE WS-PT-ID (WS-PERSON-SUB) TO TA-SALESPERSON-ID
               READ TERRASGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TA-TERRITORY TO CSR-TERRITORY
                       MOVE '(MANAGER NOT ON FILE)' TO CSR-MANAGER
               END-READ
           END-IF.
           IF CSR-TERRITORY NOT = SPACES AND TERRMAST-AVAILABLE
               MOVE CSR-TERRITORY TO TM-TERRITORY-CODE
               READ TERRMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-MANAGER NOT = SPACES
                           MOVE TM-MANAGER TO CSR-MANAGER
                       END-IF
               END-READ
           END-IF.

      * 定状态：从未筛查的应检日期就是今天；筛查过的最近一次加
      * 间隔月数得应检日期，今天已过应检日期为逾期
        0220-SET-STATUS.
           MOVE WS-PT-LAST-SCREEN (WS-PERSON-SUB) TO CSR-LAST-SCREEN.
           IF CSR-LAST-SCREEN = ZEROES
               MOVE 'N' TO CSR-STATUS
               MOVE WS-TODAY TO CSR-DUE-DATE
           ELSE
               MOVE CSR-LAST-SCREEN TO WS-DUE-DATE
               COMPUTE WS-MONTH-NUMBER =
                   WS-DD-CCYY * 12 + WS-DD-MM - 1 + WS-INTERVAL-MONTHS
               DIVIDE WS-MONTH-NUMBER BY 12
                   GIVING WS-DD-CCYY REMAINDER WS-DD-MM
               ADD 1 TO WS-DD-MM
               IF WS-DD-DD > 28
                   MOVE 28 TO WS-DD-DD
               END-IF
               MOVE WS-DUE-DATE TO CSR-DUE-DATE
               IF WS-TODAY > WS-DUE-DATE
                   MOVE 'O' TO CSR-STATUS
               ELSE
                   MOVE 'C' TO CSR-STATUS
               END-IF
           END-IF.

      * 排序输出过程：区域、经理两级控制中断；未检与逾期的人上
      * 清单并写召回文件，在期内的人只计数
        0300-PRINT-COVERAGE.
           MOVE WS-TODAY TO CTL-RUN-DATE.
           MOVE WS-INTERVAL-MONTHS TO CTL-INTERVAL.
           MOVE COVER-TITLE-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           RETURN COVER-SORT-FILE
                AT END SET ENDOFCOVERSORT TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFCOVERSORT
               IF NOT FIRST-RECORD
                       AND CSR-REGION NOT = WS-CURR-REGION
                   PERFORM 0340-CLOSE-REGION
               END-IF
               IF FIRST-RECORD OR CSR-REGION NOT = WS-CURR-REGION
                   PERFORM 0310-OPEN-REGION
               END-IF
               IF CSR-MANAGER NOT = WS-CURR-MANAGER
                   MOVE CSR-MANAGER TO WS-CURR-MANAGER
                   MOVE 'N' TO WS-MANAGER-SHOWN-SW
               END-IF
               ADD 1 TO WS-RG-HEADCOUNT
               EVALUATE CSR-STATUS
                   WHEN 'C'
                       ADD 1 TO WS-RG-CURRENT
                   WHEN 'N'
                       ADD 1 TO WS-RG-NEVER
                       PERFORM 0320-LIST-PERSON
                   WHEN OTHER
                       ADD 1 TO WS-RG-OVERDUE
                       PERFORM 0320-LIST-PERSON
               END-EVALUATE
               RETURN COVER-SORT-FILE
                    AT END SET ENDOFCOVERSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD
               PERFORM 0340-CLOSE-REGION
           END-IF.

      * 开一个区域：区域标题，计数清零
        0310-OPEN-REGION.
           MOVE 'N' TO WS-FIRST-RECORD-SW.
           MOVE CSR-REGION TO WS-CURR-REGION.
           MOVE HIGH-VALUES TO WS-CURR-MANAGER.
           MOVE ZEROES TO WS-RG-HEADCOUNT.
           MOVE ZEROES TO WS-RG-CURRENT.
           MOVE ZEROES TO WS-RG-NEVER.
           MOVE ZEROES TO WS-RG-OVERDUE.
           MOVE SPACES TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CSR-REGION TO CRL-REGION.
           MOVE COVER-REGION-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 列出一个未检或逾期的人；本经理下第一个人之前先出经理
      * 标题与列标题；同时写一条召回明细
        0320-LIST-PERSON.
           IF NOT MANAGER-SHOWN
               MOVE CSR-MANAGER TO CML-MANAGER
               MOVE COVER-MANAGER-LINE TO COVER-PRINT-LINE
               WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE COVER-COLUMN-LINE TO COVER-PRINT-LINE
               WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE 'Y' TO WS-MANAGER-SHOWN-SW
           END-IF.
           MOVE CSR-SALESPERSON-ID TO CDL-ID.
           MOVE CSR-LASTNAME TO CDL-LASTNAME.
           MOVE CSR-FIRSTNAME TO CDL-FIRSTNAME.
           MOVE CSR-TERRITORY TO CDL-TERRITORY.
           IF CSR-STATUS = 'N'
               MOVE 'NEVER SCREENED' TO CDL-STATUS
               MOVE 'NONE' TO CDL-LAST-SCREEN
               MOVE 'NOW' TO CDL-DUE-DATE
           ELSE
               MOVE 'OVERDUE' TO CDL-STATUS
               MOVE CSR-LAST-SCREEN TO CDL-LAST-SCREEN
               MOVE CSR-DUE-DATE TO CDL-DUE-DATE
           END-IF.
           MOVE COVER-DETAIL-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RCL-DETAIL-REC.
           MOVE 'D' TO RCL-REC-TYPE.
           MOVE CSR-SALESPERSON-ID TO RCL-SALESPERSON-ID.
           MOVE CSR-LASTNAME TO RCL-LASTNAME.
           MOVE CSR-FIRSTNAME TO RCL-FIRSTNAME.
           MOVE CSR-REGION TO RCL-REGION.
           MOVE CSR-TERRITORY TO RCL-TERRITORY.
           MOVE CSR-STATUS TO RCL-REASON.
           MOVE CSR-LAST-SCREEN TO RCL-LAST-SCREEN.
           MOVE CSR-DUE-DATE TO RCL-DUE-DATE.
           WRITE RCL-DETAIL-REC.
           ADD 1 TO WS-RECALL-COUNT.

      * 结清一个区域：出覆盖率小计，记进汇总表，累计全公司
        0340-CLOSE-REGION.
           MOVE 'REGION TOTAL' TO CTT-LABEL.
           MOVE WS-RG-HEADCOUNT TO CTT-HEADCOUNT.
           MOVE WS-RG-CURRENT TO CTT-CURRENT.
           MOVE WS-RG-NEVER TO CTT-NEVER.
           MOVE WS-RG-OVERDUE TO CTT-OVERDUE.
           PERFORM 0350-SET-COVERAGE.
           MOVE COVER-TOTAL-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-REGION-SUM-COUNT < 100
               ADD 1 TO WS-REGION-SUM-COUNT
               MOVE WS-CURR-REGION
                   TO WS-RS-REGION (WS-REGION-SUM-COUNT)
               MOVE WS-RG-HEADCOUNT
                   TO WS-RS-HEADCOUNT (WS-REGION-SUM-COUNT)
               MOVE WS-RG-CURRENT
                   TO WS-RS-CURRENT (WS-REGION-SUM-COUNT)
               MOVE WS-RG-NEVER
                   TO WS-RS-NEVER (WS-REGION-SUM-COUNT)
               MOVE WS-RG-OVERDUE
                   TO WS-RS-OVERDUE (WS-REGION-SUM-COUNT)
           ELSE
               DISPLAY 'REGION SUMMARY TABLE FULL, DROPPED: '
                   WS-CURR-REGION
           END-IF.
           ADD WS-RG-HEADCOUNT TO WS-CO-HEADCOUNT.
           ADD WS-RG-CURRENT TO WS-CO-CURRENT.
           ADD WS-RG-NEVER TO WS-CO-NEVER.
           ADD WS-RG-OVERDUE TO WS-CO-OVERDUE.

      * 覆盖率 = 在期内人数 / 在册人数；计数已搬进覆盖率行
        0350-SET-COVERAGE.
           MOVE ZEROES TO WS-COVERAGE-PCT.
           IF WS-RG-HEADCOUNT > ZEROES
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   WS-RG-CURRENT * 100 / WS-RG-HEADCOUNT
           END-IF.
           MOVE WS-COVERAGE-PCT TO CTT-COVERAGE.

      * 清单末尾：逐区域覆盖率汇总、全公司合计、召回尾记录
        0500-WRITE-SUMMARY.
           MOVE SPACES TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'COVERAGE BY REGION' TO CTX-TEXT.
           MOVE ZEROES TO CTX-COUNT.
           MOVE COVER-TEXT-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-REGION-SUM-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUM-SUB > WS-REGION-SUM-COUNT
               MOVE WS-RS-REGION (WS-REGION-SUM-SUB) TO CTT-LABEL
               MOVE WS-RS-HEADCOUNT (WS-REGION-SUM-SUB)
                   TO WS-RG-HEADCOUNT
               MOVE WS-RS-CURRENT (WS-REGION-SUM-SUB)
                   TO WS-RG-CURRENT
               MOVE WS-RG-HEADCOUNT TO CTT-HEADCOUNT
               MOVE WS-RG-CURRENT TO CTT-CURRENT
               MOVE WS-RS-NEVER (WS-REGION-SUM-SUB) TO CTT-NEVER
               MOVE WS-RS-OVERDUE (WS-REGION-SUM-SUB) TO CTT-OVERDUE
               PERFORM 0350-SET-COVERAGE
               MOVE COVER-TOTAL-LINE TO COVER-PRINT-LINE
               WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE 'COMPANY TOTAL' TO CTT-LABEL.
           MOVE WS-CO-HEADCOUNT TO WS-RG-HEADCOUNT.
           MOVE WS-CO-CURRENT TO WS-RG-CURRENT.
           MOVE WS-RG-HEADCOUNT TO CTT-HEADCOUNT.
           MOVE WS-RG-CURRENT TO CTT-CURRENT.
           MOVE WS-CO-NEVER TO CTT-NEVER.
           MOVE WS-CO-OVERDUE TO CTT-OVERDUE.
           PERFORM 0350-SET-COVERAGE.
           MOVE COVER-TOTAL-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RECALL RECORDS WRITTEN' TO CTX-TEXT.
           MOVE WS-RECALL-COUNT TO CTX-COUNT.
           MOVE COVER-TEXT-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NAME-ONLY SCREENINGS RESOLVED THROUGH WELLXREF'
               TO CTX-TEXT.
           MOVE WS-XREF-RESOLVED-COUNT TO CTX-COUNT.
           MOVE COVER-TEXT-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SCREENINGS NOT MATCHED TO THE ROSTER' TO CTX-TEXT.
           MOVE WS-UNMATCHED-HIST-COUNT TO CTX-COUNT.
           MOVE COVER-TEXT-LINE TO COVER-PRINT-LINE.
           WRITE COVER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RCL-TRAILER-REC.
           MOVE 'T' TO RCL-TRL-TYPE.
           MOVE WS-RECALL-COUNT TO RCL-TRL-COUNT.
           MOVE WS-CO-NEVER TO RCL-TRL-NEVER.
           MOVE WS-CO-OVERDUE TO RCL-TRL-OVERDUE.
           WRITE RCL-TRAILER-REC.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE COVER-REPORT-FILE.
           CLOSE RECALL-FILE.
           IF TERRASGN-AVAILABLE
               CLOSE TERRASGN-FILE
           END-IF.
           IF TERRMAST-AVAILABLE
               CLOSE TERRMAST-FILE
           END-IF.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM WELLCOVER.
