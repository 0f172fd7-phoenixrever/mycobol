       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
      * 程序名称：夜批运行历史趋势与时限达标报表
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Batch-window trend report from the permanent run-history   *
      *   file RUNSTATUS builds each night.  For every step, week   *
      *   by week (or month by month) it shows nights run, runs,    *
      *   reruns, failures, average and longest elapsed time with   *
      *   the change against the previous period, how often the    *
      *   step ran past its maximum, and its record volumes.        *
      *   NIGHTRESTART logs itself to run control, so nights that   *
      *   needed a restart show as its own step.  The SLA file      *
      *   gives the stream's target end time and a maximum elapsed  *
      *   time per step; every night that finished late or had a    *
      *   step over its maximum is then listed with the offending   *
      *   steps.  Run on demand (weekly or monthly) by operations.  *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "RUNTRENDPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
      * 运行选项：按周或按月分期、起止日期；文件不存在时按周、
      * 业务日期往前三个月
            SELECT SLA-FILE ASSIGN TO "RUNSLA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SLA-STATUS.
      * 时限配置：整流目标结束时刻一条，各步骤最长耗时各一条；
      * 步骤记录的先后顺序即报表里步骤的顺序
            SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RH-KEY
             FILE STATUS IS WS-RUNHIST-STATUS.
      * RUNSTATUS 每晚归档的永久运行历史档，只读
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：缺省截止日取业务日期
            SELECT TREND-SORT-FILE ASSIGN TO "RUNTRENDSORT.DAT".
      * 按步骤、分期、业务日期排序的工作文件
            SELECT TREND-REPORT-FILE ASSIGN TO "RUNTREND.RPT".
      * 趋势与达标报表

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 运行选项文件
       FD PARM-FILE.
       01 PARM-RECORD.
            05 PARM-PERIOD-TYPE      PIC X.
      * W = 按周（截止日往回每 7 晚一期）, M = 按自然月
            05 PARM-FROM-DATE        PIC 9(8).
            05 PARM-TO-DATE          PIC 9(8).
            05 FILLER                PIC X(63).

      * 时限配置文件
       FD SLA-FILE.
       01 SLA-RECORD.
            05 SLA-REC-TYPE          PIC X.
      * T = 整流目标结束时刻, S = 步骤最长耗时
            05 SLA-PROGRAM           PIC X(12).
      * 步骤记录填控制档里的程序名（ENHANCEDBMI 等为截短后的名字）
            05 SLA-TARGET-END        PIC 9(6).
      * 目标结束时刻 HHMMSS，早于开流时刻的算次日
            05 SLA-MAX-ELAPSED       PIC 9(6).
      * 最长耗时 HHMMSS
            05 FILLER                PIC X(55).

      * 运行历史档，布局与 RUNSTATUS.cbl 的一致
       FD RUNHIST-FILE.
       01 RUNHIST-REC.
            88 ENDOFRUNHIST VALUE HIGH-VALUES.
            05 RH-KEY.
                10 RH-RUN-DATE       PIC 9(6).
                10 RH-PROGRAM        PIC X(12).
                10 RH-START-DAY      PIC 9.
                10 RH-START-TIME     PIC 9(8).
            05 RH-END-DAY           PIC 9.
            05 RH-END-TIME          PIC 9(8).
            05 RH-ELAPSED-SECS      PIC 9(6).
            05 RH-ATTEMPT           PIC 9(2).
            05 RH-OUTCOME           PIC X.
      * C = 零返回码结束, F = 非零返回码结束, D = 中途死掉
            05 RH-RECORDS-READ      PIC 9(7).
            05 RH-RECORDS-WRITTEN   PIC 9(7).
            05 RH-RECORDS-REJECTED  PIC 9(7).
            05 RH-RETURN-CODE       PIC 9(4).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 排序工作文件
       SD TREND-SORT-FILE.
       01 TREND-SORT-RECORD.
            88 ENDOFTRENDSORT VALUE HIGH-VALUES.
            05 TSR-STEP-SEQ          PIC 9(2).
            05 TSR-PROGRAM           PIC X(12).
            05 TSR-BUCKET            PIC 9(6).
            05 TSR-RUN-DATE          PIC 9(8).
            05 TSR-ATTEMPT           PIC 9(2).
            05 TSR-OUTCOME           PIC X.
            05 TSR-ELAPSED-SECS      PIC 9(6).
            05 TSR-RECORDS-READ      PIC 9(7).
            05 TSR-RECORDS-WRITTEN   PIC 9(7).
            05 TSR-RECORDS-REJECTED  PIC 9(7).

      * 趋势与达标报表
       FD TREND-REPORT-FILE.
       01 TREND-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(2) VALUE '00'.
       01  WS-SLA-STATUS            PIC X(2) VALUE '00'.
       01  WS-SLA-SW                PIC X VALUE 'N'.
           88 ENDOFSLA              VALUE 'Y'.
       01  WS-RUNHIST-STATUS        PIC X(2) VALUE '00'.

      * 业务日期
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-TODAY                 PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-GRP REDEFINES WS-TODAY.
            05 WS-TD-CC             PIC 99.
            05 WS-TD-YYMMDD         PIC 9(6).
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.

      * 运行选项
       01  WS-PERIOD-TYPE           PIC X VALUE 'W'.
           88 PERIOD-MONTHLY        VALUE 'M'.
       01  WS-FROM-DATE             PIC 9(8) VALUE ZEROES.
       01  WS-FROM-DATE-GRP REDEFINES WS-FROM-DATE.
            05 WS-FD-CCYY           PIC 9(4).
            05 WS-FD-MM             PIC 99.
            05 WS-FD-DD             PIC 99.
       01  WS-TO-DATE               PIC 9(8) VALUE ZEROES.
       01  WS-TO-DAY-NUMBER         PIC 9(7) VALUE ZEROES.
       01  WS-MONTH-NUMBER          PIC 9(6) VALUE ZEROES.

      * 时限表：整流目标结束时刻与各步骤最长耗时（秒）
       01  WS-TARGET-END-TIME       PIC 9(6) VALUE 060000.
       01  WS-TARGET-SECS           PIC 9(7) VALUE ZEROES.
       01  WS-SLA-COUNT             PIC 9(2) VALUE ZEROES.
       01  WS-SLA-TABLE.
            05 WS-SLA-ENTRY OCCURS 30 TIMES.
                10 WS-SL-PROGRAM     PIC X(12).
                10 WS-SL-MAX-SECS    PIC 9(6).
       01  WS-SLA-SUB               PIC 9(2) VALUE ZEROES.
       01  WS-FIND-PROGRAM          PIC X(12) VALUE SPACES.

      * 逐晚汇总表：历史档按业务日期键序读出，装入即有序
       01  WS-NIGHT-COUNT           PIC 9(3) VALUE ZEROES.
       01  WS-NIGHT-TABLE.
            05 WS-NIGHT-ENTRY OCCURS 400 TIMES.
                10 WS-NT-DATE        PIC 9(6).
                10 WS-NT-FIRST-START PIC 9(7).
                10 WS-NT-LAST-END    PIC 9(7).
                10 WS-NT-STEPS-OVER  PIC 9(3).
                10 WS-NT-FAILED      PIC 9(3).
                10 WS-NT-RESTART-SW  PIC X.
                10 WS-NT-LATE-SW     PIC X.
       01  WS-NIGHT-SUB             PIC 9(3) VALUE ZEROES.
       01  WS-NEW-NIGHT-SW          PIC X VALUE 'N'.
           88 NEW-NIGHT             VALUE 'Y'.
       01  WS-NIGHTS-BREACHED       PIC 9(3) VALUE ZEROES.
       01  WS-NIGHTS-LATE           PIC 9(3) VALUE ZEROES.
       01  WS-NIGHTS-RESTARTED      PIC 9(3) VALUE ZEROES.
       01  WS-NIGHTS-OVER           PIC 9(3) VALUE ZEROES.

      * 时刻换算：HHMMSSss 与秒数互换，天序号乘 86400 叠上去
       01  WS-TIME-WORK             PIC 9(8) VALUE ZEROES.
       01  WS-TIME-WORK-GRP REDEFINES WS-TIME-WORK.
            05 WS-TW-HH             PIC 99.
            05 WS-TW-MM             PIC 99.
            05 WS-TW-SS             PIC 99.
            05 WS-TW-HS             PIC 99.
       01  WS-HMS-WORK              PIC 9(6) VALUE ZEROES.
       01  WS-HMS-WORK-GRP REDEFINES WS-HMS-WORK.
            05 WS-HW-HH             PIC 99.
            05 WS-HW-MM             PIC 99.
            05 WS-HW-SS             PIC 99.
       01  WS-START-SECS            PIC 9(7) VALUE ZEROES.
       01  WS-END-SECS              PIC 9(7) VALUE ZEROES.
       01  WS-SECS-IN               PIC 9(7) VALUE ZEROES.
       01  WS-SECS-DAY              PIC 9 VALUE ZEROES.
       01  WS-SECS-REST             PIC 9(5) VALUE ZEROES.
       01  WS-SECS-MIN              PIC 9(3) VALUE ZEROES.
       01  WS-HMS-DISPLAY.
            05 WS-HD-HH             PIC 99.
            05 FILLER               PIC X VALUE ':'.
            05 WS-HD-MM             PIC 99.
            05 FILLER               PIC X VALUE ':'.
            05 WS-HD-SS             PIC 99.
            05 WS-HD-DAY            PIC X(3).
      * 时刻显示：跨过午夜的后面带 +1、+2

      * 日序号：按公历逐年逐月累计的真实天数，按周分期用
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
       01  WS-WEEKS-BACK            PIC 9(5) VALUE ZEROES.

      * 历史记录日期换成 CCYYMMDD（世纪按 20 处理）
       01  WS-HIST-DATE-8           PIC 9(8) VALUE ZEROES.
       01  WS-HIST-DATE-GRP REDEFINES WS-HIST-DATE-8.
            05 WS-HD8-CC            PIC 99.
            05 WS-HD8-YYMMDD        PIC 9(6).
       01  WS-HD8-PARTS REDEFINES WS-HIST-DATE-8.
            05 WS-HD8-CCYYMM        PIC 9(6).
            05 WS-HD8-DD            PIC 99.
       01  WS-IN-RANGE-SW           PIC X VALUE 'N'.
           88 IN-RANGE              VALUE 'Y'.

      * 步骤、分期控制中断
       01  WS-FIRST-RECORD-SW       PIC X VALUE 'Y'.
           88 FIRST-RECORD          VALUE 'Y'.
       01  WS-CURR-PROGRAM          PIC X(12) VALUE SPACES.
       01  WS-CURR-BUCKET           PIC 9(6) VALUE ZEROES.
       01  WS-CURR-NIGHT            PIC 9(8) VALUE ZEROES.
       01  WS-PREV-AVG-SECS         PIC 9(7) VALUE ZEROES.

      * 一期的累计
       01  WS-BK-FIRST-DATE         PIC 9(8) VALUE ZEROES.
       01  WS-BK-LAST-DATE          PIC 9(8) VALUE ZEROES.
       01  WS-BK-NIGHTS             PIC 9(3) VALUE ZEROES.
       01  WS-BK-RUNS               PIC 9(4) VALUE ZEROES.
       01  WS-BK-RERUNS             PIC 9(3) VALUE ZEROES.
       01  WS-BK-FAILED             PIC 9(3) VALUE ZEROES.
       01  WS-BK-TIMED              PIC 9(4) VALUE ZEROES.
       01  WS-BK-TOTAL-SECS         PIC 9(9) VALUE ZEROES.
       01  WS-BK-MAX-SECS           PIC 9(7) VALUE ZEROES.
       01  WS-BK-OVER               PIC 9(3) VALUE ZEROES.
       01  WS-BK-COMPLETED          PIC 9(4) VALUE ZEROES.
       01  WS-BK-READ               PIC 9(11) VALUE ZEROES.
       01  WS-BK-WRITTEN            PIC 9(11) VALUE ZEROES.
       01  WS-BK-REJECTED           PIC 9(9) VALUE ZEROES.
       01  WS-AVG-SECS              PIC 9(7) VALUE ZEROES.
       01  WS-AVG-COUNT             PIC 9(9) VALUE ZEROES.
       01  WS-CHANGE-PCT            PIC S9(5)V9 VALUE ZEROES.

      * 报表标题行
       01  TREND-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(38) VALUE
               'NIGHTLY BATCH RUN TREND AND SLA REPORT'.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 TTL-PERIOD            PIC X(7).
            05 FILLER                PIC X(7)  VALUE ' FROM '.
            05 TTL-FROM              PIC 9(8).
            05 FILLER                PIC X(4)  VALUE ' TO '.
            05 TTL-TO                PIC 9(8).
            05 FILLER                PIC X(14) VALUE
               '  TARGET END '.
            05 TTL-TARGET            PIC X(8).
            05 FILLER                PIC X(31) VALUE SPACES.

      * 步骤标题行
       01  TREND-STEP-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'STEP '.
            05 TSL-PROGRAM           PIC X(12).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 TSL-SLA-TEXT          PIC X(18).
            05 TSL-SLA-MAX           PIC X(8).
            05 FILLER                PIC X(79) VALUE SPACES.

      * 趋势列标题
       01  TREND-COLUMN-LINE-1.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(19) VALUE 'PERIOD'.
            05 FILLER               PIC X(5)  VALUE 'NTS'.
            05 FILLER               PIC X(6)  VALUE 'RUNS'.
            05 FILLER               PIC X(5)  VALUE 'RRN'.
            05 FILLER               PIC X(5)  VALUE 'FAIL'.
            05 FILLER               PIC X(10) VALUE 'AVG ELAPS'.
            05 FILLER               PIC X(10) VALUE 'MAX ELAPS'.
            05 FILLER               PIC X(8)  VALUE 'CHG %'.
            05 FILLER               PIC X(5)  VALUE 'OVER'.
            05 FILLER               PIC X(13) VALUE '   AVG READ'.
            05 FILLER               PIC X(13) VALUE '  AVG WRITTN'.
            05 FILLER               PIC X(11) VALUE '   REJECTED'.
            05 FILLER               PIC X(17) VALUE SPACES.

      * 趋势明细行：一个步骤一期一行
       01  TREND-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 TDL-FIRST-DATE        PIC 9(8).
            05 FILLER                PIC X     VALUE '-'.
            05 TDL-LAST-DATE         PIC 9(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-NIGHTS            PIC ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-RUNS              PIC ZZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-RERUNS            PIC ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-FAILED            PIC ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-AVG-ELAPSED       PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-MAX-ELAPSED       PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-CHANGE            PIC -ZZ9.9.
            05 TDL-CHANGE-X REDEFINES TDL-CHANGE PIC X(6).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-OVER              PIC ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-AVG-READ          PIC ZZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-AVG-WRITTEN       PIC ZZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 TDL-REJECTED          PIC ZZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(15) VALUE SPACES.

      * 违约夜晚行
       01  BREACH-NIGHT-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'NIGHT '.
            05 BNL-DATE              PIC 9(8).
            05 FILLER                PIC X(8)  VALUE '  START '.
            05 BNL-START             PIC X(11).
            05 FILLER                PIC X(6)  VALUE '  END '.
            05 BNL-END               PIC X(11).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 BNL-LATE-TEXT         PIC X(16).
            05 BNL-LATE-BY           PIC X(11).
            05 FILLER                PIC X(13) VALUE
               '  STEPS OVER '.
            05 BNL-STEPS-OVER        PIC ZZ9.
            05 FILLER                PIC X(9)  VALUE '  FAILED '.
            05 BNL-FAILED            PIC ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 BNL-RESTART           PIC X(9).
            05 FILLER                PIC X(9)  VALUE SPACES.

      * 违约夜晚下超时步骤行
       01  BREACH-STEP-LINE.
            05 FILLER               PIC X(11) VALUE SPACES.
            05 BSL-PROGRAM           PIC X(12).
            05 FILLER                PIC X(10) VALUE '  ATTEMPT '.
            05 BSL-ATTEMPT           PIC Z9.
            05 FILLER                PIC X(10) VALUE '  ELAPSED '.
            05 BSL-ELAPSED           PIC X(8).
            05 FILLER                PIC X(6)  VALUE '  MAX '.
            05 BSL-MAX               PIC X(8).
            05 FILLER                PIC X(10) VALUE '  OVER BY '.
            05 BSL-OVER-BY           PIC X(8).
            05 FILLER                PIC X(47) VALUE SPACES.

      * 普通文字行
       01  TREND-TEXT-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 TTX-TEXT              PIC X(60).
            05 TTX-COUNT             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(60) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取日期与选项、装时限表，第一遍逐晚汇总判定达标，
      * 排序出步骤趋势，第二遍列出违约夜晚
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0060-READ-RUN-OPTIONS.
           PERFORM 0070-LOAD-SLA.
           OPEN OUTPUT TREND-REPORT-FILE.
           PERFORM 0080-WRITE-TITLE.
           OPEN INPUT RUNHIST-FILE.
           IF WS-RUNHIST-STATUS NOT = '00'
               DISPLAY 'RUNHIST NOT AVAILABLE, STATUS = '
                   WS-RUNHIST-STATUS
               MOVE 'NO RUN HISTORY ON FILE' TO TTX-TEXT
               MOVE ZEROES TO TTX-COUNT
               PERFORM 0480-WRITE-TEXT-LINE
               PERFORM 0900-STOP-RUN
           END-IF.
           CLOSE RUNHIST-FILE.
           PERFORM 0100-LOAD-NIGHTS.
           PERFORM 0200-SET-NIGHT-BREACHES.
           SORT TREND-SORT-FILE
               ON ASCENDING KEY TSR-STEP-SEQ, TSR-PROGRAM,
                   TSR-BUCKET, TSR-RUN-DATE
               INPUT PROCEDURE IS 0300-RELEASE-RUNS
               OUTPUT PROCEDURE IS 0400-PRINT-TREND.
           PERFORM 0500-LIST-BREACHES.
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

      * 读运行选项：分期缺省按周；截止日缺省业务日期；起始日缺
      * 省截止日往前三个月（一个季度）
        0060-READ-RUN-OPTIONS.
           MOVE 'W' TO WS-PERIOD-TYPE.
           MOVE ZEROES TO WS-FROM-DATE.
           MOVE WS-TODAY TO WS-TO-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-PERIOD-TYPE = 'M'
                           MOVE 'M' TO WS-PERIOD-TYPE
                       END-IF
                       IF PARM-FROM-DATE NUMERIC
                               AND PARM-FROM-DATE > ZEROES
                           MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF PARM-TO-DATE NUMERIC
                               AND PARM-TO-DATE > ZEROES
                           MOVE PARM-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-FROM-DATE = ZEROES
               MOVE WS-TO-DATE TO WS-FROM-DATE
               COMPUTE WS-MONTH-NUMBER =
                   WS-FD-CCYY * 12 + WS-FD-MM - 1 - 3
               DIVIDE WS-MONTH-NUMBER BY 12
                   GIVING WS-FD-CCYY REMAINDER WS-FD-MM
               ADD 1 TO WS-FD-MM
               IF WS-FD-DD > 28
                   MOVE 28 TO WS-FD-DD
               END-IF
           END-IF.
           MOVE WS-TO-DATE TO WS-DN-DATE.
           PERFORM 0150-SET-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-TO-DAY-NUMBER.

      * 装时限表：T 记录给整流目标结束时刻（缺省早上 6 点），S 记
      * 录给步骤最长耗时；文件不存在时只按缺省目标判整流是否超时
        0070-LOAD-SLA.
           OPEN INPUT SLA-FILE.
           IF WS-SLA-STATUS NOT = '00'
               DISPLAY 'RUNSLA NOT AVAILABLE, STATUS = '
                   WS-SLA-STATUS ' - DEFAULT TARGET 060000, '
                   'NO STEP MAXIMUMS'
           ELSE
               READ SLA-FILE
                   AT END SET ENDOFSLA TO TRUE
               END-READ
               PERFORM UNTIL ENDOFSLA
                   EVALUATE SLA-REC-TYPE
                       WHEN 'T'
                           IF SLA-TARGET-END NUMERIC
                               MOVE SLA-TARGET-END
                                   TO WS-TARGET-END-TIME
                           END-IF
                       WHEN 'S'
                           PERFORM 0075-ADD-STEP-SLA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ SLA-FILE
                       AT END SET ENDOFSLA TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SLA-FILE
           END-IF.
           MOVE WS-TARGET-END-TIME TO WS-HMS-WORK.
           COMPUTE WS-TARGET-SECS =
               WS-HW-HH * 3600 + WS-HW-MM * 60 + WS-HW-SS.

      * 登记一个步骤的最长耗时
        0075-ADD-STEP-SLA.
           IF WS-SLA-COUNT < 30 AND SLA-PROGRAM NOT = SPACES
               ADD 1 TO WS-SLA-COUNT
               MOVE SLA-PROGRAM TO WS-SL-PROGRAM (WS-SLA-COUNT)
               MOVE ZEROES TO WS-SL-MAX-SECS (WS-SLA-COUNT)
               IF SLA-MAX-ELAPSED NUMERIC
                   MOVE SLA-MAX-ELAPSED TO WS-HMS-WORK
                   COMPUTE WS-SL-MAX-SECS (WS-SLA-COUNT) =
                       WS-HW-HH * 3600 + WS-HW-MM * 60 + WS-HW-SS
               END-IF
           ELSE
               DISPLAY 'RUNSLA STEP ENTRY IGNORED: ' SLA-PROGRAM
           END-IF.

      * 报表标题
        0080-WRITE-TITLE.
           IF PERIOD-MONTHLY
               MOVE 'MONTHLY' TO TTL-PERIOD
           ELSE
               MOVE 'WEEKLY' TO TTL-PERIOD
           END-IF.
           MOVE WS-FROM-DATE TO TTL-FROM.
           MOVE WS-TO-DATE TO TTL-TO.
           MOVE WS-TARGET-SECS TO WS-SECS-IN.
           PERFORM 0460-FORMAT-HMS.
           MOVE WS-HMS-DISPLAY TO TTL-TARGET.
           MOVE TREND-TITLE-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 第一遍读历史档：期间内每晚记下开流最早时刻、收流最晚时
      * 刻、超时步骤数、失败次数、有没有用 NIGHTRESTART 续跑
        0100-LOAD-NIGHTS.
           OPEN INPUT RUNHIST-FILE.
           READ RUNHIST-FILE
                AT END SET ENDOFRUNHIST TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFRUNHIST
               PERFORM 0140-CHECK-RANGE
               IF IN-RANGE
                   PERFORM 0110-POST-NIGHT
               END-IF
               READ RUNHIST-FILE
                    AT END SET ENDOFRUNHIST TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RUNHIST-FILE.

      * 把一条历史记录归并进逐晚汇总表
        0110-POST-NIGHT.
           IF WS-NIGHT-COUNT = ZEROES
                   OR WS-NT-DATE (WS-NIGHT-COUNT) NOT = RH-RUN-DATE
               IF WS-NIGHT-COUNT < 400
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE RH-RUN-DATE TO WS-NT-DATE (WS-NIGHT-COUNT)
                   MOVE 9999999 TO WS-NT-FIRST-START (WS-NIGHT-COUNT)
                   MOVE ZEROES TO WS-NT-LAST-END (WS-NIGHT-COUNT)
                   MOVE ZEROES TO WS-NT-STEPS-OVER (WS-NIGHT-COUNT)
                   MOVE ZEROES TO WS-NT-FAILED (WS-NIGHT-COUNT)
                   MOVE 'N' TO WS-NT-RESTART-SW (WS-NIGHT-COUNT)
                   MOVE 'N' TO WS-NT-LATE-SW (WS-NIGHT-COUNT)
               ELSE
                   DISPLAY 'NIGHT TABLE FULL, DROPPED: ' RH-RUN-DATE
               END-IF
           END-IF.
           IF WS-NT-DATE (WS-NIGHT-COUNT) = RH-RUN-DATE
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
               PERFORM 0120-SET-RUN-SECONDS
               IF WS-START-SECS < WS-NT-FIRST-START (WS-NIGHT-SUB)
                   MOVE WS-START-SECS
                       TO WS-NT-FIRST-START (WS-NIGHT-SUB)
               END-IF
               IF RH-OUTCOME NOT = 'D'
                       AND WS-END-SECS > WS-NT-LAST-END (WS-NIGHT-SUB)
                   MOVE WS-END-SECS TO WS-NT-LAST-END (WS-NIGHT-SUB)
               END-IF
               IF RH-OUTCOME NOT = 'C'
                   ADD 1 TO WS-NT-FAILED (WS-NIGHT-SUB)
               END-IF
               IF RH-PROGRAM = 'NIGHTRESTART'
                   MOVE 'Y' TO WS-NT-RESTART-SW (WS-NIGHT-SUB)
               END-IF
               MOVE RH-PROGRAM TO WS-FIND-PROGRAM
               PERFORM 0160-FIND-STEP-SLA
               IF WS-SLA-SUB > ZEROES
                   IF RH-OUTCOME NOT = 'D'
                           AND WS-SL-MAX-SECS (WS-SLA-SUB) > ZEROES
                           AND RH-ELAPSED-SECS
                               > WS-SL-MAX-SECS (WS-SLA-SUB)
                       ADD 1 TO WS-NT-STEPS-OVER (WS-NIGHT-SUB)
                   END-IF
               END-IF
           END-IF.

      * 开始、结束时刻换成从本晚第一天零点起算的秒数
        0120-SET-RUN-SECONDS.
           MOVE RH-START-TIME TO WS-TIME-WORK.
           COMPUTE WS-START-SECS = RH-START-DAY * 86400
               + WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
           MOVE RH-END-TIME TO WS-TIME-WORK.
           COMPUTE WS-END-SECS = RH-END-DAY * 86400
               + WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.

      * 历史记录的业务日期是否落在报表期间内
        0140-CHECK-RANGE.
           MOVE 20 TO WS-HD8-CC.
           MOVE RH-RUN-DATE TO WS-HD8-YYMMDD.
           IF WS-HIST-DATE-8 < WS-FROM-DATE
                   OR WS-HIST-DATE-8 > WS-TO-DATE
               MOVE 'N' TO WS-IN-RANGE-SW
           ELSE
               MOVE 'Y' TO WS-IN-RANGE-SW
           END-IF.

      * 日序号：公元元年起的天数，闰年按四年一闰、百年不闰、四百
      * 年再闰；输入 WS-DN-DATE，输出 WS-DAY-NUMBER
        0150-SET-DAY-NUMBER.
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-CCYY - 1.
           COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365.
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           IF WS-DN-MM < 1 OR WS-DN-MM > 12
               MOVE 1 TO WS-DN-MM
           END-IF.
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

      * 按控制档里的程序名（调用方放在 WS-FIND-PROGRAM）找时限
      * 表；找不到 WS-SLA-SUB 为零
        0160-FIND-STEP-SLA.
           PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
               UNTIL WS-SLA-SUB > WS-SLA-COUNT
                  OR WS-SL-PROGRAM (WS-SLA-SUB) = WS-FIND-PROGRAM
               CONTINUE
           END-PERFORM.
           IF WS-SLA-SUB > WS-SLA-COUNT
               MOVE ZEROES TO WS-SLA-SUB
           END-IF.

      * 逐晚判定是否违约：收流晚于目标结束时刻，或有步骤超时；
      * 目标时刻早于开流时刻的算次日
        0200-SET-NIGHT-BREACHES.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               MOVE WS-TARGET-SECS TO WS-END-SECS
               IF WS-END-SECS < WS-NT-FIRST-START (WS-NIGHT-SUB)
                   ADD 86400 TO WS-END-SECS
               END-IF
               IF WS-NT-LAST-END (WS-NIGHT-SUB) > WS-END-SECS
                       OR WS-NT-LAST-END (WS-NIGHT-SUB) = ZEROES
                   MOVE 'Y' TO WS-NT-LATE-SW (WS-NIGHT-SUB)
                   ADD 1 TO WS-NIGHTS-LATE
               END-IF
               IF WS-NT-STEPS-OVER (WS-NIGHT-SUB) > ZEROES
                   ADD 1 TO WS-NIGHTS-OVER
               END-IF
               IF WS-NT-LATE-SW (WS-NIGHT-SUB) = 'Y'
                       OR WS-NT-STEPS-OVER (WS-NIGHT-SUB) > ZEROES
                   ADD 1 TO WS-NIGHTS-BREACHED
               END-IF
               IF WS-NT-RESTART-SW (WS-NIGHT-SUB) = 'Y'
                   ADD 1 TO WS-NIGHTS-RESTARTED
               END-IF
           END-PERFORM.

      * 排序输入过程：期间内每条历史记录配上步骤顺序号和分期号；
      * 按周时分期号是从截止日往回数的第几个 7 晚，倒过来排使
      * 早的在前
        0300-RELEASE-RUNS.
           OPEN INPUT RUNHIST-FILE.
           READ RUNHIST-FILE
                AT END SET ENDOFRUNHIST TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFRUNHIST
               PERFORM 0140-CHECK-RANGE
               IF IN-RANGE
                   MOVE RH-PROGRAM TO WS-FIND-PROGRAM
                   PERFORM 0160-FIND-STEP-SLA
                   IF WS-SLA-SUB > ZEROES
                       MOVE WS-SLA-SUB TO TSR-STEP-SEQ
                   ELSE
                       MOVE 99 TO TSR-STEP-SEQ
                   END-IF
                   MOVE RH-PROGRAM TO TSR-PROGRAM
                   IF PERIOD-MONTHLY
                       MOVE WS-HD8-CCYYMM TO TSR-BUCKET
                   ELSE
                       MOVE WS-HIST-DATE-8 TO WS-DN-DATE
                       PERFORM 0150-SET-DAY-NUMBER
                       COMPUTE WS-WEEKS-BACK =
                           (WS-TO-DAY-NUMBER - WS-DAY-NUMBER) / 7
                       COMPUTE TSR-BUCKET = 99999 - WS-WEEKS-BACK
                   END-IF
                   MOVE WS-HIST-DATE-8 TO TSR-RUN-DATE
                   MOVE RH-ATTEMPT TO TSR-ATTEMPT
                   MOVE RH-OUTCOME TO TSR-OUTCOME
                   MOVE RH-ELAPSED-SECS TO TSR-ELAPSED-SECS
                   MOVE RH-RECORDS-READ TO TSR-RECORDS-READ
                   MOVE RH-RECORDS-WRITTEN TO TSR-RECORDS-WRITTEN
                   MOVE RH-RECORDS-REJECTED TO TSR-RECORDS-REJECTED
                   RELEASE TREND-SORT-RECORD
               END-IF
               READ RUNHIST-FILE
                    AT END SET ENDOFRUNHIST TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RUNHIST-FILE.

      * 排序输出过程：步骤、分期两级控制中断，一期一行
        0400-PRINT-TREND.
           RETURN TREND-SORT-FILE
                AT END SET ENDOFTRENDSORT TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFTRENDSORT
               IF NOT FIRST-RECORD
                   IF TSR-PROGRAM NOT = WS-CURR-PROGRAM
                           OR TSR-BUCKET NOT = WS-CURR-BUCKET
                       PERFORM 0420-CLOSE-BUCKET
                   END-IF
               END-IF
               IF FIRST-RECORD OR TSR-PROGRAM NOT = WS-CURR-PROGRAM
                   PERFORM 0410-OPEN-STEP
               END-IF
               IF TSR-BUCKET NOT = WS-CURR-BUCKET
                   PERFORM 0415-OPEN-BUCKET
               END-IF
               PERFORM 0430-ADD-RUN
               RETURN TREND-SORT-FILE
                    AT END SET ENDOFTRENDSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD
               PERFORM 0420-CLOSE-BUCKET
           ELSE
               MOVE SPACES TO TREND-PRINT-LINE
               WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE 'NO RUNS ON FILE FOR THE PERIOD' TO TTX-TEXT
               MOVE ZEROES TO TTX-COUNT
               PERFORM 0480-WRITE-TEXT-LINE
           END-IF.

      * 开一个步骤：步骤标题带时限，列标题
        0410-OPEN-STEP.
           MOVE 'N' TO WS-FIRST-RECORD-SW.
           MOVE TSR-PROGRAM TO WS-CURR-PROGRAM.
           MOVE ZEROES TO WS-CURR-BUCKET.
           MOVE ZEROES TO WS-PREV-AVG-SECS.
           MOVE SPACES TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE TSR-PROGRAM TO TSL-PROGRAM.
           MOVE TSR-PROGRAM TO WS-FIND-PROGRAM.
           PERFORM 0160-FIND-STEP-SLA.
           IF WS-SLA-SUB > ZEROES
                   AND WS-SL-MAX-SECS (WS-SLA-SUB) > ZEROES
               MOVE 'MAXIMUM ELAPSED ' TO TSL-SLA-TEXT
               MOVE WS-SL-MAX-SECS (WS-SLA-SUB) TO WS-SECS-IN
               PERFORM 0460-FORMAT-HMS
               MOVE WS-HMS-DISPLAY TO TSL-SLA-MAX
           ELSE
               MOVE 'NO STEP MAXIMUM' TO TSL-SLA-TEXT
               MOVE SPACES TO TSL-SLA-MAX
           END-IF.
           MOVE TREND-STEP-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE TREND-COLUMN-LINE-1 TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 开一期：累计清零
        0415-OPEN-BUCKET.
           MOVE TSR-BUCKET TO WS-CURR-BUCKET.
           MOVE TSR-RUN-DATE TO WS-BK-FIRST-DATE.
           MOVE ZEROES TO WS-CURR-NIGHT.
           MOVE ZEROES TO WS-BK-NIGHTS.
           MOVE ZEROES TO WS-BK-RUNS.
           MOVE ZEROES TO WS-BK-RERUNS.
           MOVE ZEROES TO WS-BK-FAILED.
           MOVE ZEROES TO WS-BK-TIMED.
           MOVE ZEROES TO WS-BK-TOTAL-SECS.
           MOVE ZEROES TO WS-BK-MAX-SECS.
           MOVE ZEROES TO WS-BK-OVER.
           MOVE ZEROES TO WS-BK-COMPLETED.
           MOVE ZEROES TO WS-BK-READ.
           MOVE ZEROES TO WS-BK-WRITTEN.
           MOVE ZEROES TO WS-BK-REJECTED.

      * 结清一期：出一行；平均耗时与上一期比出变动百分比
        0420-CLOSE-BUCKET.
           MOVE WS-BK-FIRST-DATE TO TDL-FIRST-DATE.
           MOVE WS-BK-LAST-DATE TO TDL-LAST-DATE.
           MOVE WS-BK-NIGHTS TO TDL-NIGHTS.
           MOVE WS-BK-RUNS TO TDL-RUNS.
           MOVE WS-BK-RERUNS TO TDL-RERUNS.
           MOVE WS-BK-FAILED TO TDL-FAILED.
           MOVE WS-BK-OVER TO TDL-OVER.
           MOVE ZEROES TO WS-AVG-SECS.
           IF WS-BK-TIMED > ZEROES
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-BK-TOTAL-SECS / WS-BK-TIMED
               MOVE WS-AVG-SECS TO WS-SECS-IN
               PERFORM 0460-FORMAT-HMS
               MOVE WS-HMS-DISPLAY TO TDL-AVG-ELAPSED
               MOVE WS-BK-MAX-SECS TO WS-SECS-IN
               PERFORM 0460-FORMAT-HMS
               MOVE WS-HMS-DISPLAY TO TDL-MAX-ELAPSED
           ELSE
               MOVE 'NONE' TO TDL-AVG-ELAPSED
               MOVE 'NONE' TO TDL-MAX-ELAPSED
           END-IF.
           IF WS-PREV-AVG-SECS > ZEROES AND WS-AVG-SECS > ZEROES
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-AVG-SECS - WS-PREV-AVG-SECS) * 100
                       / WS-PREV-AVG-SECS
               IF WS-CHANGE-PCT > 999.9
                   MOVE 999.9 TO WS-CHANGE-PCT
               END-IF
               MOVE WS-CHANGE-PCT TO TDL-CHANGE
           ELSE
               MOVE SPACES TO TDL-CHANGE-X
           END-IF.
           IF WS-AVG-SECS > ZEROES
               MOVE WS-AVG-SECS TO WS-PREV-AVG-SECS
           END-IF.
           IF WS-BK-COMPLETED > ZEROES
               COMPUTE WS-AVG-COUNT ROUNDED =
                   WS-BK-READ / WS-BK-COMPLETED
               MOVE WS-AVG-COUNT TO TDL-AVG-READ
               COMPUTE WS-AVG-COUNT ROUNDED =
                   WS-BK-WRITTEN / WS-BK-COMPLETED
               MOVE WS-AVG-COUNT TO TDL-AVG-WRITTEN
           ELSE
               MOVE ZEROES TO TDL-AVG-READ
               MOVE ZEROES TO TDL-AVG-WRITTEN
           END-IF.
           MOVE WS-BK-REJECTED TO TDL-REJECTED.
           MOVE TREND-DETAIL-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 累计一次运行：重跑看第几次开始，失败含非零结束和中途死
      * 掉；耗时只算有结束记录的，条数只算正常结束的
        0430-ADD-RUN.
           MOVE TSR-RUN-DATE TO WS-BK-LAST-DATE.
           IF TSR-RUN-DATE NOT = WS-CURR-NIGHT
               MOVE TSR-RUN-DATE TO WS-CURR-NIGHT
               ADD 1 TO WS-BK-NIGHTS
           END-IF.
           ADD 1 TO WS-BK-RUNS.
           IF TSR-ATTEMPT > 1
               ADD 1 TO WS-BK-RERUNS
           END-IF.
           IF TSR-OUTCOME NOT = 'C'
               ADD 1 TO WS-BK-FAILED
           END-IF.
           IF TSR-OUTCOME NOT = 'D'
               ADD 1 TO WS-BK-TIMED
               ADD TSR-ELAPSED-SECS TO WS-BK-TOTAL-SECS
               IF TSR-ELAPSED-SECS > WS-BK-MAX-SECS
                   MOVE TSR-ELAPSED-SECS TO WS-BK-MAX-SECS
               END-IF
               MOVE TSR-PROGRAM TO WS-FIND-PROGRAM
               PERFORM 0160-FIND-STEP-SLA
               IF WS-SLA-SUB > ZEROES
                   IF WS-SL-MAX-SECS (WS-SLA-SUB) > ZEROES
                           AND TSR-ELAPSED-SECS
                               > WS-SL-MAX-SECS (WS-SLA-SUB)
                       ADD 1 TO WS-BK-OVER
                   END-IF
               END-IF
           END-IF.
           IF TSR-OUTCOME = 'C'
               ADD 1 TO WS-BK-COMPLETED
               ADD TSR-RECORDS-READ TO WS-BK-READ
               ADD TSR-RECORDS-WRITTEN TO WS-BK-WRITTEN
           END-IF.
           ADD TSR-RECORDS-REJECTED TO WS-BK-REJECTED.

      * 秒数排成 HH:MM:SS，满一天的在后面标 +1、+2；输入
      * WS-SECS-IN，输出 WS-HMS-DISPLAY
        0460-FORMAT-HMS.
           DIVIDE WS-SECS-IN BY 86400 GIVING WS-SECS-DAY
               REMAINDER WS-SECS-REST.
           DIVIDE WS-SECS-REST BY 60 GIVING WS-SECS-MIN
               REMAINDER WS-HD-SS.
           DIVIDE WS-SECS-MIN BY 60 GIVING WS-HD-HH
               REMAINDER WS-HD-MM.
           IF WS-SECS-DAY > ZEROES
               MOVE SPACES TO WS-HD-DAY
               STRING ' +' WS-SECS-DAY DELIMITED BY SIZE
                   INTO WS-HD-DAY
           ELSE
               MOVE SPACES TO WS-HD-DAY
           END-IF.

      * 写一行文字
        0480-WRITE-TEXT-LINE.
           MOVE TREND-TEXT-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 第二遍读历史档：违约的夜晚逐一列出，夜晚行下面跟超时的
      * 步骤；末尾出期间合计
        0500-LIST-BREACHES.
           MOVE SPACES TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'NIGHTS THE STREAM BREACHED ITS SLA' TO TTX-TEXT.
           MOVE ZEROES TO TTX-COUNT.
           PERFORM 0480-WRITE-TEXT-LINE.
           MOVE ZEROES TO WS-NIGHT-SUB.
           OPEN INPUT RUNHIST-FILE.
           READ RUNHIST-FILE
                AT END SET ENDOFRUNHIST TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFRUNHIST
               PERFORM 0140-CHECK-RANGE
               IF IN-RANGE
                   PERFORM 0510-CHECK-BREACH-RUN
               END-IF
               READ RUNHIST-FILE
                    AT END SET ENDOFRUNHIST TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RUNHIST-FILE.
           MOVE SPACES TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NIGHTS IN PERIOD' TO TTX-TEXT.
           MOVE WS-NIGHT-COUNT TO TTX-COUNT.
           PERFORM 0480-WRITE-TEXT-LINE.
           MOVE 'NIGHTS BREACHED' TO TTX-TEXT.
           MOVE WS-NIGHTS-BREACHED TO TTX-COUNT.
           PERFORM 0480-WRITE-TEXT-LINE.
           MOVE '  FINISHED AFTER TARGET END TIME' TO TTX-TEXT.
           MOVE WS-NIGHTS-LATE TO TTX-COUNT.
           PERFORM 0480-WRITE-TEXT-LINE.
           MOVE '  WITH A STEP OVER ITS MAXIMUM ELAPSED' TO TTX-TEXT.
           MOVE WS-NIGHTS-OVER TO TTX-COUNT.
           PERFORM 0480-WRITE-TEXT-LINE.
           MOVE 'NIGHTS RESTARTED WITH NIGHTRESTART' TO TTX-TEXT.
           MOVE WS-NIGHTS-RESTARTED TO TTX-COUNT.
           PERFORM 0480-WRITE-TEXT-LINE.

      * 业务日期换了就往后找逐晚表的同一晚，违约的先出夜晚行；
      * 本晚违约时超时的步骤各出一行
        0510-CHECK-BREACH-RUN.
           IF WS-NIGHT-SUB = ZEROES
               MOVE 'Y' TO WS-NEW-NIGHT-SW
           ELSE
               MOVE 'N' TO WS-NEW-NIGHT-SW
               IF WS-NIGHT-SUB NOT > WS-NIGHT-COUNT
                   IF WS-NT-DATE (WS-NIGHT-SUB) NOT = RH-RUN-DATE
                       MOVE 'Y' TO WS-NEW-NIGHT-SW
                   END-IF
               END-IF
           END-IF.
           IF NEW-NIGHT
               ADD 1 TO WS-NIGHT-SUB
               PERFORM UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                       OR WS-NT-DATE (WS-NIGHT-SUB) = RH-RUN-DATE
                   ADD 1 TO WS-NIGHT-SUB
               END-PERFORM
               IF WS-NIGHT-SUB NOT > WS-NIGHT-COUNT
                   IF WS-NT-LATE-SW (WS-NIGHT-SUB) = 'Y'
                           OR WS-NT-STEPS-OVER (WS-NIGHT-SUB)
                               > ZEROES
                       PERFORM 0520-WRITE-BREACH-NIGHT
                   END-IF
               END-IF
           END-IF.
           IF WS-NIGHT-SUB NOT > WS-NIGHT-COUNT
               IF WS-NT-STEPS-OVER (WS-NIGHT-SUB) > ZEROES
                       AND RH-OUTCOME NOT = 'D'
                   MOVE RH-PROGRAM TO WS-FIND-PROGRAM
                   PERFORM 0160-FIND-STEP-SLA
                   IF WS-SLA-SUB > ZEROES
                       IF WS-SL-MAX-SECS (WS-SLA-SUB) > ZEROES
                               AND RH-ELAPSED-SECS
                                   > WS-SL-MAX-SECS (WS-SLA-SUB)
                           PERFORM 0530-WRITE-BREACH-STEP
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * 违约夜晚行
        0520-WRITE-BREACH-NIGHT.
           MOVE SPACES TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 20 TO WS-HD8-CC.
           MOVE WS-NT-DATE (WS-NIGHT-SUB) TO WS-HD8-YYMMDD.
           MOVE WS-HIST-DATE-8 TO BNL-DATE.
           MOVE WS-NT-FIRST-START (WS-NIGHT-SUB) TO WS-SECS-IN.
           PERFORM 0460-FORMAT-HMS.
           MOVE WS-HMS-DISPLAY TO BNL-START.
           MOVE WS-TARGET-SECS TO WS-END-SECS.
           IF WS-END-SECS < WS-NT-FIRST-START (WS-NIGHT-SUB)
               ADD 86400 TO WS-END-SECS
           END-IF.
           IF WS-NT-LAST-END (WS-NIGHT-SUB) = ZEROES
               MOVE 'NOT RECORDED' TO BNL-END
               MOVE 'NEVER COMPLETED' TO BNL-LATE-TEXT
               MOVE SPACES TO BNL-LATE-BY
           ELSE
               MOVE WS-NT-LAST-END (WS-NIGHT-SUB) TO WS-SECS-IN
               PERFORM 0460-FORMAT-HMS
               MOVE WS-HMS-DISPLAY TO BNL-END
               IF WS-NT-LATE-SW (WS-NIGHT-SUB) = 'Y'
                   MOVE 'LATE BY ' TO BNL-LATE-TEXT
                   COMPUTE WS-SECS-IN =
                       WS-NT-LAST-END (WS-NIGHT-SUB) - WS-END-SECS
                   PERFORM 0460-FORMAT-HMS
                   MOVE WS-HMS-DISPLAY TO BNL-LATE-BY
               ELSE
                   MOVE 'ON TIME' TO BNL-LATE-TEXT
                   MOVE SPACES TO BNL-LATE-BY
               END-IF
           END-IF.
           MOVE WS-NT-STEPS-OVER (WS-NIGHT-SUB) TO BNL-STEPS-OVER.
           MOVE WS-NT-FAILED (WS-NIGHT-SUB) TO BNL-FAILED.
           IF WS-NT-RESTART-SW (WS-NIGHT-SUB) = 'Y'
               MOVE 'RESTARTED' TO BNL-RESTART
           ELSE
               MOVE SPACES TO BNL-RESTART
           END-IF.
           MOVE BREACH-NIGHT-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 违约夜晚下一个超时步骤
        0530-WRITE-BREACH-STEP.
           MOVE RH-PROGRAM TO BSL-PROGRAM.
           MOVE RH-ATTEMPT TO BSL-ATTEMPT.
           MOVE RH-ELAPSED-SECS TO WS-SECS-IN.
           PERFORM 0460-FORMAT-HMS.
           MOVE WS-HMS-DISPLAY TO BSL-ELAPSED.
           MOVE WS-SL-MAX-SECS (WS-SLA-SUB) TO WS-SECS-IN.
           PERFORM 0460-FORMAT-HMS.
           MOVE WS-HMS-DISPLAY TO BSL-MAX.
           COMPUTE WS-SECS-IN =
               RH-ELAPSED-SECS - WS-SL-MAX-SECS (WS-SLA-SUB).
           PERFORM 0460-FORMAT-HMS.
           MOVE WS-HMS-DISPLAY TO BSL-OVER-BY.
           MOVE BREACH-STEP-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE TREND-REPORT-FILE.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM RUNTREND.
