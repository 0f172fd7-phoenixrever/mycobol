       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMSIM.
      * 程序名称：提成计划试算（现行计划对建议计划）
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Commission plan what-if: before COMMPLANMAINT applies a    *
      *   proposed set of tiers, compensation runs the proposal     *
      *   (PROPPLAN.DAT, same record layout as COMMPLAN.DAT)        *
      *   side by side with the live plan through the same tiered  *
      *   rate logic as SALES 0116-APPLY-TIERED-RATES.  The basis   *
      *   is the current SALES.DAT year-to-date figure, or on       *
      *   request a PRIOR-YEAR-SALES year or the SALESFCST          *
      *   forecast.  Prints cost per salesperson, per region and    *
      *   for the company with the dollar and percent change, and   *
      *   the reps who gain or lose the most.  Every file is opened *
      *   for input only; the only output is the report.            *
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
      * 销售人员主档，只读：本年与往年销售额、所属区域
            SELECT COMMPLAN-FILE ASSIGN TO "COMMPLAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CP-KEY
             FILE STATUS IS WS-COMMPLAN-STATUS.
      * 现行提成计划档，只读：取业务日期当日生效的版本
            SELECT PROPPLAN-FILE ASSIGN TO "PROPPLAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROPPLAN-STATUS.
      * 建议的提成计划，布局与 COMMPLAN.DAT 的记录一致
            SELECT FORECAST-FILE ASSIGN TO "FORECAST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FORECAST-STATUS.
      * SALESFCST 写出的预测结果，按预测额试算时才读
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：现行计划按业务日期取生效版本
            SELECT SIM-REPORT-FILE ASSIGN TO "COMMSIM.RPT".
      * 试算报告

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

      * 提成比例计划档，布局与 SALES.cbl 中的描述一致
       FD COMMPLAN-FILE.
       01 COMMPLAN-REC.
            05 CP-KEY.
                10 CP-REGION        PIC X(5).
                10 CP-EFFECTIVE-DATE PIC 9(8).
                10 CP-TIER-NO       PIC 9(2).
            05 CP-TIER-LIMIT        PIC 9(8).
            05 CP-TIER-RATE         PIC V999.
            05 CP-CASH-BASIS-SW     PIC X.
            05 CP-HOLDBACK-DAYS     PIC 9(3).

      * 建议计划：与 COMMPLAN-REC 同一布局，按区域、生效日期、
      * 层级升序排好
       FD PROPPLAN-FILE.
       01 PROPPLAN-REC.
            05 PP-KEY.
                10 PP-REGION        PIC X(5).
                10 PP-EFFECTIVE-DATE PIC 9(8).
                10 PP-TIER-NO       PIC 9(2).
            05 PP-TIER-LIMIT        PIC 9(8).
            05 PP-TIER-RATE         PIC V999.
            05 PP-CASH-BASIS-SW     PIC X.
            05 PP-HOLDBACK-DAYS     PIC 9(3).

      * 预测结果文件，布局与 SALESFCST.cbl 写出的一致
       FD FORECAST-FILE.
       01 FORECAST-RECORD.
            05 FC-SALESPERSON-ID    PIC 9(7).
            05 FC-REGION            PIC X(5).
            05 FC-FORECAST          PIC 9(8).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 试算报告
       FD SIM-REPORT-FILE.
       01 SIM-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-COMMPLAN-STATUS       PIC X(2) VALUE '00'.
       01  WS-PROPPLAN-STATUS       PIC X(2) VALUE '00'.
       01  WS-FORECAST-STATUS       PIC X(2) VALUE '00'.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 END-OF-SCAN           VALUE 'Y'.

      * 业务日期
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CC             PIC 99.
            05 WS-BD-YYMMDD         PIC 9(6).
       01  WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE-WORK
                                    PIC 9(8).

      * 试算基数：C = 本年至今，P = 往年某一年，F = 销售预测
       01  WS-BASIS-IN              PIC X VALUE SPACE.
       01  WS-BASIS                 PIC X VALUE 'C'.
           88 BASIS-CURRENT         VALUE 'C'.
           88 BASIS-PRIOR           VALUE 'P'.
           88 BASIS-FORECAST        VALUE 'F'.
       01  WS-PRIOR-IN              PIC X VALUE SPACE.
       01  WS-PRIOR-YEAR            PIC 9 VALUE 1.
       01  WS-BASIS-TEXT            PIC X(36) VALUE SPACES.

      * 计划表：第一套是现行计划，第二套是建议计划；每套最多二十
      * 个区域，每个区域最多五个分层比例，结构同 SALES.cbl
       01  WS-PLAN-IN.
            05 WS-PI-REGION         PIC X(5).
            05 WS-PI-EFF-DATE       PIC 9(8).
            05 WS-PI-TIER-NO        PIC 9(2).
            05 WS-PI-TIER-LIMIT     PIC 9(8).
            05 WS-PI-TIER-RATE      PIC V999.
       01  WS-COMM-PLAN-TABLE.
            05 WS-PLAN-SET OCCURS 2 TIMES.
                10 WS-PLAN-ENTRY OCCURS 20 TIMES.
                    15 WS-PLAN-REGION     PIC X(5).
                    15 WS-PLAN-EFF-DATE   PIC 9(8).
                    15 WS-PLAN-TIER-COUNT PIC 9(2).
                    15 WS-PLAN-TIER OCCURS 5 TIMES.
                        20 WS-PLAN-TIER-LIMIT PIC 9(8).
                        20 WS-PLAN-TIER-RATE  PIC V999.
       01  WS-SET-SUB               PIC 9 VALUE 1.
       01  WS-PLAN-SUB              PIC 9(2) VALUE 1.
       01  WS-PLAN-FOUND-SUB        PIC 9(2) VALUE ZEROES.
       01  WS-OTHER-SUB             PIC 9(2) VALUE ZEROES.
       01  WS-LIVE-SUB              PIC 9(2) VALUE ZEROES.
       01  WS-TIER-SUB              PIC 9(2) VALUE 1.
       01  WS-TIER-MAX              PIC 9(2) VALUE ZEROES.
       01  WS-FIND-REGION           PIC X(5) VALUE SPACES.
       01  WS-TIER-TOP              PIC 9(8)V99 VALUE ZEROES.
      * 本层计提的销售额上沿：计提基数与本层上限二者取小
       01  WS-TIER-FLOOR            PIC 9(8)V99 VALUE ZEROES.
      * 本层计提的销售额下沿，即上一层的上限
       01  WS-COMM-BASIS            PIC 9(8)V99 VALUE ZEROES.
       01  WS-COMMISSION            PIC 9(8)V99 VALUE ZEROES.
       01  WS-CUR-COMMISSION        PIC 9(8)V99 VALUE ZEROES.
       01  WS-PROP-COMMISSION       PIC 9(8)V99 VALUE ZEROES.
       01  WS-CHANGE                PIC S9(9)V99 VALUE ZEROES.
       01  WS-PCT                   PIC S9(4)V9 VALUE ZEROES.
       01  WS-PROP-REJECTED         PIC 9(5) VALUE ZEROES.

      * 预测额表：FORECAST.DAT 一人一条，按编号升序
       01  WS-FC-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-FORECAST-TABLE.
            05 WS-FC-ENTRY OCCURS 3000 TIMES.
                10 WS-FC-ID          PIC 9(7).
                10 WS-FC-AMOUNT      PIC 9(8).
       01  WS-FC-SUB                PIC 9(4) VALUE ZEROES.
       01  WS-FC-FOUND-SW           PIC X VALUE 'N'.
           88 FORECAST-FOUND        VALUE 'Y'.
       01  WS-NOT-IN-FORECAST       PIC 9(5) VALUE ZEROES.

      * 逐人结果，排增减前几名用
       01  WS-REP-COUNT             PIC 9(4) VALUE ZEROES.
       01  WS-REP-TABLE.
            05 WS-REP-ENTRY OCCURS 3000 TIMES.
                10 WS-RP-ID          PIC 9(7).
                10 WS-RP-NAME        PIC X(20).
                10 WS-RP-REGION      PIC X(5).
                10 WS-RP-BASIS       PIC 9(8)V99.
                10 WS-RP-CURRENT     PIC 9(8)V99.
                10 WS-RP-PROPOSED    PIC 9(8)V99.
                10 WS-RP-CHANGE      PIC S9(9)V99.
                10 WS-RP-PICKED      PIC X.
       01  WS-REP-SUB               PIC 9(4) VALUE ZEROES.
       01  WS-REP-OVERFLOW          PIC 9(5) VALUE ZEROES.
       01  WS-RANK                  PIC 9(2) VALUE ZEROES.
       01  WS-TOP-COUNT             PIC 9(2) VALUE 10.
       01  WS-BEST-SUB              PIC 9(4) VALUE ZEROES.
       01  WS-BEST-CHANGE           PIC S9(9)V99 VALUE ZEROES.
       01  WS-GAIN-SW               PIC X VALUE 'G'.
           88 LISTING-GAINERS       VALUE 'G'.
           88 LISTING-LOSERS        VALUE 'L'.

      * 区域小计
       01  WS-RG-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-REGION-TABLE.
            05 WS-RG-ENTRY OCCURS 100 TIMES.
                10 WS-RG-CODE        PIC X(5).
                10 WS-RG-REPS        PIC 9(5).
                10 WS-RG-BASIS       PIC 9(10)V99.
                10 WS-RG-CURRENT     PIC 9(10)V99.
                10 WS-RG-PROPOSED    PIC 9(10)V99.
       01  WS-RG-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-RG-FOUND-SUB          PIC 9(3) VALUE ZEROES.
       01  WS-CO-REPS               PIC 9(5) VALUE ZEROES.
       01  WS-CO-BASIS              PIC 9(10)V99 VALUE ZEROES.
       01  WS-CO-CURRENT            PIC 9(10)V99 VALUE ZEROES.
       01  WS-CO-PROPOSED           PIC 9(10)V99 VALUE ZEROES.
       01  WS-SUM-CHANGE            PIC S9(11)V99 VALUE ZEROES.

      * 报告抬头行
       01  SIM-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(36) VALUE
               'COMMISSION PLAN WHAT-IF'.
            05 STL-BASIS             PIC X(36).
            05 FILLER                PIC X(16) VALUE
               '  BUSINESS DATE '.
            05 STL-BUS-DATE          PIC 9(8).
            05 FILLER                PIC X(31) VALUE SPACES.

      * 文字行：小节标题与说明
       01  SIM-TEXT-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 SXL-TEXT              PIC X(127).

      * 计划对照小节
       01  PLAN-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(8)  VALUE 'REGION'.
            05 FILLER               PIC X(6)  VALUE 'TIER'.
            05 FILLER               PIC X(11) VALUE 'CURRENT'.
            05 FILLER               PIC X(13) VALUE '     LIMIT'.
            05 FILLER               PIC X(10) VALUE 'RATE%'.
            05 FILLER               PIC X(11) VALUE 'PROPOSED'.
            05 FILLER               PIC X(13) VALUE '     LIMIT'.
            05 FILLER               PIC X(8)  VALUE 'RATE%'.
            05 FILLER               PIC X(47) VALUE 'NOTE'.
       01  PLAN-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 PDL-REGION            PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-TIER              PIC 99.
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 PDL-CUR-EFF           PIC X(8).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-CUR-LIMIT         PIC X(10).
            05 PDL-CUR-LIMIT-N REDEFINES PDL-CUR-LIMIT
                                     PIC ZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-CUR-RATE          PIC X(5).
            05 PDL-CUR-RATE-N REDEFINES PDL-CUR-RATE
                                     PIC ZZ9.9.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 PDL-PROP-EFF          PIC X(8).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-PROP-LIMIT        PIC X(10).
            05 PDL-PROP-LIMIT-N REDEFINES PDL-PROP-LIMIT
                                     PIC ZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-PROP-RATE         PIC X(5).
            05 PDL-PROP-RATE-N REDEFINES PDL-PROP-RATE
                                     PIC ZZ9.9.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 PDL-NOTE              PIC X(30).
            05 FILLER                PIC X(17) VALUE SPACES.
       01  WS-RATE-PCT              PIC 9(3)V9 VALUE ZEROES.

      * 逐人小节（增减前几名小节同一格式）
       01  REP-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(22) VALUE 'NAME'.
            05 FILLER               PIC X(8)  VALUE 'REGION'.
            05 FILLER               PIC X(16) VALUE '        BASIS'.
            05 FILLER               PIC X(16) VALUE '      CURRENT'.
            05 FILLER               PIC X(16) VALUE '     PROPOSED'.
            05 FILLER               PIC X(17) VALUE '        CHANGE'.
            05 FILLER               PIC X(6)  VALUE '   PCT'.
            05 FILLER               PIC X(17) VALUE SPACES.
       01  REP-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 RDL-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 RDL-NAME              PIC X(20).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 RDL-REGION            PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 RDL-BASIS             PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 RDL-CURRENT           PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 RDL-PROPOSED          PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 RDL-CHANGE            PIC --,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 RDL-PCT               PIC ---9.9.
            05 FILLER                PIC X(17) VALUE SPACES.

      * 区域小节与公司合计
       01  REGION-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(8)  VALUE 'REGION'.
            05 FILLER               PIC X(9)  VALUE '  REPS'.
            05 FILLER               PIC X(16) VALUE '        BASIS'.
            05 FILLER               PIC X(16) VALUE '      CURRENT'.
            05 FILLER               PIC X(16) VALUE '     PROPOSED'.
            05 FILLER               PIC X(17) VALUE '        CHANGE'.
            05 FILLER               PIC X(6)  VALUE '   PCT'.
            05 FILLER               PIC X(39) VALUE SPACES.
       01  REGION-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 GDL-REGION            PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 GDL-REPS              PIC ZZ,ZZ9.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 GDL-BASIS             PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 GDL-CURRENT           PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 GDL-PROPOSED          PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 GDL-CHANGE            PIC --,---,--9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 GDL-PCT               PIC ---9.9.
            05 FILLER                PIC X(39) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期与试算基数，装入两套计划，通读销售主档
      * 逐人试算，再打区域小计与增减前几名
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0060-GET-BASIS.
           PERFORM 0070-LOAD-LIVE-PLAN.
           PERFORM 0080-LOAD-PROPOSED-PLAN.
           IF BASIS-FORECAST
               PERFORM 0090-LOAD-FORECAST
           END-IF.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SIM-REPORT-FILE.
           MOVE WS-BASIS-TEXT TO STL-BASIS.
           MOVE WS-BUS-DATE-NUM TO STL-BUS-DATE.
           MOVE SIM-TITLE-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING PAGE.
           MOVE 'TIERED RATES ON THE GROSS BASIS; CASH-BASIS HOLDBACK '
               TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'IS NOT SIMULATED.  NO FILE IS CHANGED BY THIS RUN.'
               TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           PERFORM 0200-PRINT-PLANS.
           PERFORM 0100-SIMULATE-SALESPEOPLE.
           PERFORM 0300-PRINT-REGIONS.
           MOVE 'G' TO WS-GAIN-SW.
           PERFORM 0400-PRINT-TOP-CHANGES.
           MOVE 'L' TO WS-GAIN-SW.
           PERFORM 0400-PRINT-TOP-CHANGES.
           PERFORM 0900-STOP-RUN.

      * 取业务日期：优先用 BUSDATE 程序登记的业务日期，控制档不
      * 存在或内容不对时退回机器日期（世纪按 20 处理）
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
               ACCEPT WS-BD-YYMMDD FROM DATE
               MOVE 20 TO WS-BD-CC
           END-IF.

      * 问试算基数；直接回车按本年至今
        0060-GET-BASIS.
           DISPLAY 'SALES BASIS (C = CURRENT YTD, P = PRIOR YEAR, '
               'F = FORECAST): '.
           ACCEPT WS-BASIS-IN.
           EVALUATE WS-BASIS-IN
               WHEN 'C'
               WHEN 'c'
               WHEN SPACE
                   MOVE 'C' TO WS-BASIS
                   MOVE 'BASIS: CURRENT YEAR-TO-DATE SALES'
                       TO WS-BASIS-TEXT
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-BASIS
                   DISPLAY 'PRIOR YEAR (1 = LAST YEAR ... 5): '
                   ACCEPT WS-PRIOR-IN
                   IF WS-PRIOR-IN NUMERIC
                           AND WS-PRIOR-IN > '0' AND WS-PRIOR-IN < '6'
                       MOVE WS-PRIOR-IN TO WS-PRIOR-YEAR
                   ELSE
                       DISPLAY 'PRIOR YEAR NOT 1-5, LAST YEAR USED'
                       MOVE 1 TO WS-PRIOR-YEAR
                   END-IF
                   MOVE SPACES TO WS-BASIS-TEXT
                   STRING 'BASIS: PRIOR-YEAR-SALES (' WS-PRIOR-YEAR
                       ')' DELIMITED BY SIZE INTO WS-BASIS-TEXT
               WHEN 'F'
               WHEN 'f'
                   MOVE 'F' TO WS-BASIS
                   MOVE 'BASIS: SALESFCST FORECAST' TO WS-BASIS-TEXT
               WHEN OTHER
                   DISPLAY 'BASIS MUST BE C, P OR F - NOTHING DONE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      * 现行计划：照 SALES 0070 段，取业务日期当日生效的版本
        0070-LOAD-LIVE-PLAN.
           PERFORM 0072-CLEAR-PLAN-SETS.
           MOVE 1 TO WS-SET-SUB.
           OPEN INPUT COMMPLAN-FILE.
           IF WS-COMMPLAN-STATUS NOT = '00'
               DISPLAY 'COMMPLAN OPEN FAILED, STATUS = '
                   WS-COMMPLAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ COMMPLAN-FILE
                AT END SET END-OF-SCAN TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SCAN
               IF CP-EFFECTIVE-DATE NOT > WS-BUS-DATE-NUM
                   MOVE CP-REGION TO WS-PI-REGION
                   MOVE CP-EFFECTIVE-DATE TO WS-PI-EFF-DATE
                   MOVE CP-TIER-NO TO WS-PI-TIER-NO
                   MOVE CP-TIER-LIMIT TO WS-PI-TIER-LIMIT
                   MOVE CP-TIER-RATE TO WS-PI-TIER-RATE
                   PERFORM 0075-STORE-PLAN-TIER
               END-IF
               READ COMMPLAN-FILE
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM.
           CLOSE COMMPLAN-FILE.

      * 两套计划表清零
        0072-CLEAR-PLAN-SETS.
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 2
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > 20
                   MOVE SPACES
                       TO WS-PLAN-REGION (WS-SET-SUB, WS-PLAN-SUB)
                   MOVE ZEROES
                       TO WS-PLAN-EFF-DATE (WS-SET-SUB, WS-PLAN-SUB)
                   MOVE ZEROES
                       TO WS-PLAN-TIER-COUNT (WS-SET-SUB, WS-PLAN-SUB)
               END-PERFORM
           END-PERFORM.

      * 把一条层级记录登记到第 WS-SET-SUB 套计划里对应区域的表
      * 项，做法同 SALES 0075 段：区域首次出现占新表项，遇到更晚
      * 的生效日期重置该区域的层级，同一生效日期下依序追加
        0075-STORE-PLAN-TIER.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > 20
                  OR WS-PLAN-REGION (WS-SET-SUB, WS-PLAN-SUB)
                       = WS-PI-REGION
                  OR WS-PLAN-REGION (WS-SET-SUB, WS-PLAN-SUB)
                       = SPACES
               CONTINUE
           END-PERFORM.
           IF WS-PLAN-SUB > 20
               DISPLAY 'PLAN REGION TABLE FULL, REGION DROPPED: '
                   WS-PI-REGION
           ELSE
               MOVE WS-PI-REGION
                   TO WS-PLAN-REGION (WS-SET-SUB, WS-PLAN-SUB)
               IF WS-PI-EFF-DATE >
                       WS-PLAN-EFF-DATE (WS-SET-SUB, WS-PLAN-SUB)
                   MOVE WS-PI-EFF-DATE
                       TO WS-PLAN-EFF-DATE (WS-SET-SUB, WS-PLAN-SUB)
                   MOVE ZEROES
                       TO WS-PLAN-TIER-COUNT (WS-SET-SUB, WS-PLAN-SUB)
               END-IF
               IF WS-PLAN-TIER-COUNT (WS-SET-SUB, WS-PLAN-SUB) < 5
                   ADD 1
                       TO WS-PLAN-TIER-COUNT (WS-SET-SUB, WS-PLAN-SUB)
                   MOVE WS-PLAN-TIER-COUNT (WS-SET-SUB, WS-PLAN-SUB)
                       TO WS-TIER-SUB
                   MOVE WS-PI-TIER-LIMIT TO WS-PLAN-TIER-LIMIT
                       (WS-SET-SUB, WS-PLAN-SUB, WS-TIER-SUB)
                   MOVE WS-PI-TIER-RATE TO WS-PLAN-TIER-RATE
                       (WS-SET-SUB, WS-PLAN-SUB, WS-TIER-SUB)
               END-IF
           END-IF.

      * 建议计划：文件里每个区域取最晚的生效版本，不看业务日期；
      * 建议里没有的区域照现行计划算
        0080-LOAD-PROPOSED-PLAN.
           MOVE 2 TO WS-SET-SUB.
           OPEN INPUT PROPPLAN-FILE.
           IF WS-PROPPLAN-STATUS NOT = '00'
               DISPLAY 'PROPPLAN OPEN FAILED, STATUS = '
                   WS-PROPPLAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ PROPPLAN-FILE
                AT END SET END-OF-SCAN TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SCAN
               IF PP-EFFECTIVE-DATE NUMERIC
                       AND PP-TIER-LIMIT NUMERIC
                       AND PP-TIER-RATE NUMERIC
                       AND PP-REGION NOT = SPACES
                   MOVE PP-REGION TO WS-PI-REGION
                   MOVE PP-EFFECTIVE-DATE TO WS-PI-EFF-DATE
                   MOVE PP-TIER-NO TO WS-PI-TIER-NO
                   MOVE PP-TIER-LIMIT TO WS-PI-TIER-LIMIT
                   MOVE PP-TIER-RATE TO WS-PI-TIER-RATE
                   PERFORM 0075-STORE-PLAN-TIER
               ELSE
                   ADD 1 TO WS-PROP-REJECTED
                   DISPLAY 'PROPPLAN RECORD NOT NUMERIC, SKIPPED: '
                       PP-KEY
               END-IF
               READ PROPPLAN-FILE
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PROPPLAN-FILE.

      * 预测额装入内存表；文件打不开时预测额都按零
        0090-LOAD-FORECAST.
           OPEN INPUT FORECAST-FILE.
           IF WS-FORECAST-STATUS NOT = '00'
               DISPLAY 'FORECAST OPEN FAILED, STATUS = '
                   WS-FORECAST-STATUS ' - RUN SALESFCST FIRST'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           READ FORECAST-FILE
                AT END SET END-OF-SCAN TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SCAN
               IF WS-FC-COUNT < 3000
                   ADD 1 TO WS-FC-COUNT
                   MOVE FC-SALESPERSON-ID TO WS-FC-ID (WS-FC-COUNT)
                   MOVE FC-FORECAST TO WS-FC-AMOUNT (WS-FC-COUNT)
               ELSE
                   DISPLAY 'FORECAST TABLE FULL, SKIPPED: '
                       FC-SALESPERSON-ID
               END-IF
               READ FORECAST-FILE
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FORECAST-FILE.

      * 通读销售主档逐人试算
        0100-SIMULATE-SALESPEOPLE.
           MOVE SPACES TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'COMMISSION BY SALESPERSON' TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE REP-HEADING-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-EOF-SW.
           READ SALESFILE NEXT RECORD
                AT END SET END-OF-SCAN TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SCAN
               PERFORM 0110-SIMULATE-ONE-REP
               READ SALESFILE NEXT RECORD
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM.

      * 一人：定基数，两套计划各算一遍，打明细并累计
        0110-SIMULATE-ONE-REP.
           EVALUATE TRUE
               WHEN BASIS-PRIOR
                   MOVE PRIOR-YEAR-SALES (WS-PRIOR-YEAR)
                       TO WS-COMM-BASIS
               WHEN BASIS-FORECAST
                   PERFORM 0112-FIND-FORECAST
               WHEN OTHER
                   MOVE YEARLYSALES TO WS-COMM-BASIS
           END-EVALUATE.
           MOVE 1 TO WS-SET-SUB.
           PERFORM 0115-CALCULATE-COMMISSION.
           MOVE WS-COMMISSION TO WS-CUR-COMMISSION.
           MOVE 2 TO WS-SET-SUB.
           PERFORM 0115-CALCULATE-COMMISSION.
           MOVE WS-COMMISSION TO WS-PROP-COMMISSION.
           COMPUTE WS-CHANGE = WS-PROP-COMMISSION - WS-CUR-COMMISSION.
           MOVE SALESPERSON-ID TO RDL-ID.
           MOVE LASTNAME TO RDL-NAME.
           MOVE REGION TO RDL-REGION.
           MOVE WS-COMM-BASIS TO RDL-BASIS.
           MOVE WS-CUR-COMMISSION TO RDL-CURRENT.
           MOVE WS-PROP-COMMISSION TO RDL-PROPOSED.
           MOVE WS-CHANGE TO RDL-CHANGE.
           PERFORM 0120-COMPUTE-PCT.
           MOVE WS-PCT TO RDL-PCT.
           MOVE REP-DETAIL-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0130-ACCUMULATE.

      * 在预测额表里找本人
        0112-FIND-FORECAST.
           MOVE 'N' TO WS-FC-FOUND-SW.
           MOVE ZEROES TO WS-COMM-BASIS.
           PERFORM VARYING WS-FC-SUB FROM 1 BY 1
               UNTIL WS-FC-SUB > WS-FC-COUNT OR FORECAST-FOUND
               IF WS-FC-ID (WS-FC-SUB) = SALESPERSON-ID
                   MOVE 'Y' TO WS-FC-FOUND-SW
                   MOVE WS-FC-AMOUNT (WS-FC-SUB) TO WS-COMM-BASIS
               END-IF
           END-PERFORM.
           IF NOT FORECAST-FOUND
               ADD 1 TO WS-NOT-IN-FORECAST
           END-IF.

      * 按区域在第 WS-SET-SUB 套计划里找适用计划；建议计划里没
      * 有该区域时退回现行计划，两套都没有时提成记零，与 SALES
      * 找不到区域时的处理一致
        0115-CALCULATE-COMMISSION.
           MOVE ZEROES TO WS-COMMISSION.
           MOVE REGION TO WS-FIND-REGION.
           PERFORM 0118-FIND-PLAN.
           IF WS-PLAN-FOUND-SUB = ZEROES AND WS-SET-SUB = 2
               MOVE 1 TO WS-SET-SUB
               PERFORM 0118-FIND-PLAN
           END-IF.
           IF WS-PLAN-FOUND-SUB > ZEROES
               PERFORM 0116-APPLY-TIERED-RATES
           END-IF.

      * 逐层套用分层比例，与 SALES 0116 段同一算法：每一层只对
      * 落在该层上下限之间的销售额计提，超过本层上限时按上限截取
        0116-APPLY-TIERED-RATES.
           MOVE ZEROES TO WS-TIER-FLOOR.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB >
                     WS-PLAN-TIER-COUNT (WS-SET-SUB, WS-PLAN-FOUND-SUB)
               IF WS-COMM-BASIS > WS-PLAN-TIER-LIMIT
                       (WS-SET-SUB, WS-PLAN-FOUND-SUB, WS-TIER-SUB)
                   MOVE WS-PLAN-TIER-LIMIT
                       (WS-SET-SUB, WS-PLAN-FOUND-SUB, WS-TIER-SUB)
                       TO WS-TIER-TOP
               ELSE
                   MOVE WS-COMM-BASIS TO WS-TIER-TOP
               END-IF
               IF WS-TIER-TOP > WS-TIER-FLOOR
                   COMPUTE WS-COMMISSION = WS-COMMISSION +
                       (WS-TIER-TOP - WS-TIER-FLOOR) *
                       WS-PLAN-TIER-RATE
                           (WS-SET-SUB, WS-PLAN-FOUND-SUB, WS-TIER-SUB)
               END-IF
               MOVE WS-PLAN-TIER-LIMIT
                   (WS-SET-SUB, WS-PLAN-FOUND-SUB, WS-TIER-SUB)
                   TO WS-TIER-FLOOR
           END-PERFORM.

      * 在第 WS-SET-SUB 套计划里找区域 WS-FIND-REGION，找不到为零
        0118-FIND-PLAN.
           MOVE ZEROES TO WS-PLAN-FOUND-SUB.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > 20 OR WS-PLAN-FOUND-SUB > ZEROES
               IF WS-PLAN-REGION (WS-SET-SUB, WS-PLAN-SUB)
                       = WS-FIND-REGION
                       AND WS-FIND-REGION NOT = SPACES
                   MOVE WS-PLAN-SUB TO WS-PLAN-FOUND-SUB
               END-IF
           END-PERFORM.

      * 变化百分比：以现行提成为分母；现行为零时记零
        0120-COMPUTE-PCT.
           MOVE ZEROES TO WS-PCT.
           IF WS-CUR-COMMISSION > ZEROES
               COMPUTE WS-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-CUR-COMMISSION
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT
               END-COMPUTE
           END-IF.

      * 累计到区域小计与公司合计，并登记到逐人表
        0130-ACCUMULATE.
           ADD 1 TO WS-CO-REPS.
           ADD WS-COMM-BASIS TO WS-CO-BASIS.
           ADD WS-CUR-COMMISSION TO WS-CO-CURRENT.
           ADD WS-PROP-COMMISSION TO WS-CO-PROPOSED.
           MOVE ZEROES TO WS-RG-FOUND-SUB.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
                  OR WS-RG-FOUND-SUB > ZEROES
               IF WS-RG-CODE (WS-RG-SUB) = REGION
                   MOVE WS-RG-SUB TO WS-RG-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-RG-FOUND-SUB = ZEROES AND WS-RG-COUNT < 100
               ADD 1 TO WS-RG-COUNT
               MOVE WS-RG-COUNT TO WS-RG-FOUND-SUB
               MOVE REGION TO WS-RG-CODE (WS-RG-COUNT)
               MOVE ZEROES TO WS-RG-REPS (WS-RG-COUNT)
               MOVE ZEROES TO WS-RG-BASIS (WS-RG-COUNT)
               MOVE ZEROES TO WS-RG-CURRENT (WS-RG-COUNT)
               MOVE ZEROES TO WS-RG-PROPOSED (WS-RG-COUNT)
           END-IF.
           IF WS-RG-FOUND-SUB > ZEROES
               ADD 1 TO WS-RG-REPS (WS-RG-FOUND-SUB)
               ADD WS-COMM-BASIS TO WS-RG-BASIS (WS-RG-FOUND-SUB)
               ADD WS-CUR-COMMISSION
                   TO WS-RG-CURRENT (WS-RG-FOUND-SUB)
               ADD WS-PROP-COMMISSION
                   TO WS-RG-PROPOSED (WS-RG-FOUND-SUB)
           ELSE
               DISPLAY 'REGION SUBTOTAL TABLE FULL, REGION '
                   REGION ' LEFT OUT OF SUBTOTALS'
           END-IF.
           IF WS-REP-COUNT < 3000
               ADD 1 TO WS-REP-COUNT
               MOVE SALESPERSON-ID TO WS-RP-ID (WS-REP-COUNT)
               MOVE LASTNAME TO WS-RP-NAME (WS-REP-COUNT)
               MOVE REGION TO WS-RP-REGION (WS-REP-COUNT)
               MOVE WS-COMM-BASIS TO WS-RP-BASIS (WS-REP-COUNT)
               MOVE WS-CUR-COMMISSION TO WS-RP-CURRENT (WS-REP-COUNT)
               MOVE WS-PROP-COMMISSION
                   TO WS-RP-PROPOSED (WS-REP-COUNT)
               MOVE WS-CHANGE TO WS-RP-CHANGE (WS-REP-COUNT)
               MOVE 'N' TO WS-RP-PICKED (WS-REP-COUNT)
           ELSE
               ADD 1 TO WS-REP-OVERFLOW
           END-IF.

      * 计划对照：现行计划各区域逐层对照建议计划，再列出建议里
      * 新增的区域
        0200-PRINT-PLANS.
           MOVE SPACES TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'PLAN TIERS - CURRENT VERSION VS PROPOSED VERSION'
               TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE PLAN-HEADING-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > 20
               IF WS-PLAN-REGION (1, WS-PLAN-SUB) NOT = SPACES
                   MOVE WS-PLAN-REGION (1, WS-PLAN-SUB)
                       TO WS-FIND-REGION
                   PERFORM 0210-PRINT-ONE-REGION-PLAN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > 20
               IF WS-PLAN-REGION (2, WS-PLAN-SUB) NOT = SPACES
                   MOVE WS-PLAN-REGION (2, WS-PLAN-SUB)
                       TO WS-FIND-REGION
                   MOVE 1 TO WS-SET-SUB
                   MOVE WS-PLAN-SUB TO WS-OTHER-SUB
                   PERFORM 0118-FIND-PLAN
                   MOVE WS-OTHER-SUB TO WS-PLAN-SUB
                   IF WS-PLAN-FOUND-SUB = ZEROES
                       PERFORM 0210-PRINT-ONE-REGION-PLAN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PROP-REJECTED > ZEROES
               MOVE SPACES TO SXL-TEXT
               STRING 'PROPPLAN RECORDS SKIPPED AS NOT NUMERIC: '
                   WS-PROP-REJECTED DELIMITED BY SIZE INTO SXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
           END-IF.

      * 一个区域的两套层级并排打印
        0210-PRINT-ONE-REGION-PLAN.
           MOVE WS-PLAN-SUB TO WS-OTHER-SUB.
           MOVE 1 TO WS-SET-SUB.
           PERFORM 0118-FIND-PLAN.
           MOVE WS-PLAN-FOUND-SUB TO WS-LIVE-SUB.
           MOVE 2 TO WS-SET-SUB.
           PERFORM 0118-FIND-PLAN.
           MOVE ZEROES TO WS-TIER-MAX.
           IF WS-LIVE-SUB > ZEROES
               MOVE WS-PLAN-TIER-COUNT (1, WS-LIVE-SUB) TO WS-TIER-MAX
           END-IF.
           IF WS-PLAN-FOUND-SUB > ZEROES
               IF WS-PLAN-TIER-COUNT (2, WS-PLAN-FOUND-SUB)
                       > WS-TIER-MAX
                   MOVE WS-PLAN-TIER-COUNT (2, WS-PLAN-FOUND-SUB)
                       TO WS-TIER-MAX
               END-IF
           END-IF.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-TIER-MAX
               PERFORM 0220-PRINT-ONE-TIER
           END-PERFORM.
           MOVE WS-OTHER-SUB TO WS-PLAN-SUB.

      * 一层：某一套没有这一层时该栏留空
        0220-PRINT-ONE-TIER.
           MOVE WS-FIND-REGION TO PDL-REGION.
           MOVE WS-TIER-SUB TO PDL-TIER.
           MOVE SPACES TO PDL-CUR-EFF PDL-CUR-LIMIT PDL-CUR-RATE
               PDL-PROP-EFF PDL-PROP-LIMIT PDL-PROP-RATE PDL-NOTE.
           IF WS-LIVE-SUB > ZEROES
               IF WS-TIER-SUB NOT > WS-PLAN-TIER-COUNT (1, WS-LIVE-SUB)
                   MOVE WS-PLAN-EFF-DATE (1, WS-LIVE-SUB) TO PDL-CUR-EFF
                   MOVE WS-PLAN-TIER-LIMIT (1, WS-LIVE-SUB, WS-TIER-SUB)
                       TO PDL-CUR-LIMIT-N
                   COMPUTE WS-RATE-PCT = WS-PLAN-TIER-RATE
                       (1, WS-LIVE-SUB, WS-TIER-SUB) * 100
                   MOVE WS-RATE-PCT TO PDL-CUR-RATE-N
               END-IF
           ELSE
               MOVE 'NEW REGION IN PROPOSAL' TO PDL-NOTE
           END-IF.
           IF WS-PLAN-FOUND-SUB > ZEROES
               IF WS-TIER-SUB
                       NOT > WS-PLAN-TIER-COUNT (2, WS-PLAN-FOUND-SUB)
                   MOVE WS-PLAN-EFF-DATE (2, WS-PLAN-FOUND-SUB)
                       TO PDL-PROP-EFF
                   MOVE WS-PLAN-TIER-LIMIT
                       (2, WS-PLAN-FOUND-SUB, WS-TIER-SUB)
                       TO PDL-PROP-LIMIT-N
                   COMPUTE WS-RATE-PCT = WS-PLAN-TIER-RATE
                       (2, WS-PLAN-FOUND-SUB, WS-TIER-SUB) * 100
                   MOVE WS-RATE-PCT TO PDL-PROP-RATE-N
               END-IF
           ELSE
               MOVE 'NOT IN PROPOSAL - UNCHANGED' TO PDL-NOTE
           END-IF.
           MOVE PLAN-DETAIL-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 区域小计与公司合计
        0300-PRINT-REGIONS.
           MOVE SPACES TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'COMMISSION BY REGION' TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE REGION-HEADING-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
               MOVE WS-RG-CODE (WS-RG-SUB) TO GDL-REGION
               MOVE WS-RG-REPS (WS-RG-SUB) TO GDL-REPS
               MOVE WS-RG-BASIS (WS-RG-SUB) TO GDL-BASIS
               MOVE WS-RG-CURRENT (WS-RG-SUB) TO GDL-CURRENT
               MOVE WS-RG-PROPOSED (WS-RG-SUB) TO GDL-PROPOSED
               COMPUTE WS-SUM-CHANGE = WS-RG-PROPOSED (WS-RG-SUB)
                   - WS-RG-CURRENT (WS-RG-SUB)
               PERFORM 0310-WRITE-REGION-LINE
           END-PERFORM.
           MOVE 'TOTAL' TO GDL-REGION.
           MOVE WS-CO-REPS TO GDL-REPS.
           MOVE WS-CO-BASIS TO GDL-BASIS.
           MOVE WS-CO-CURRENT TO GDL-CURRENT.
           MOVE WS-CO-PROPOSED TO GDL-PROPOSED.
           COMPUTE WS-SUM-CHANGE = WS-CO-PROPOSED - WS-CO-CURRENT.
           MOVE WS-SUM-CHANGE TO GDL-CHANGE.
           MOVE ZEROES TO WS-PCT.
           IF WS-CO-CURRENT > ZEROES
               COMPUTE WS-PCT ROUNDED =
                   WS-SUM-CHANGE * 100 / WS-CO-CURRENT
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT TO GDL-PCT.
           MOVE REGION-DETAIL-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 2 LINES.
           IF BASIS-FORECAST AND WS-NOT-IN-FORECAST > ZEROES
               MOVE SPACES TO SXL-TEXT
               STRING 'SALESPEOPLE WITH NO FORECAST (BASIS ZERO): '
                   WS-NOT-IN-FORECAST DELIMITED BY SIZE INTO SXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
           END-IF.

      * 一行区域小计
        0310-WRITE-REGION-LINE.
           MOVE WS-SUM-CHANGE TO GDL-CHANGE.
           MOVE ZEROES TO WS-PCT.
           IF WS-RG-CURRENT (WS-RG-SUB) > ZEROES
               COMPUTE WS-PCT ROUNDED =
                   WS-SUM-CHANGE * 100 / WS-RG-CURRENT (WS-RG-SUB)
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT TO GDL-PCT.
           MOVE REGION-DETAIL-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 增得最多或减得最多的前十名：每轮在未选过的人里挑变化最
      * 大（或最小）的一个，增的只挑变化为正的，减的只挑为负的
        0400-PRINT-TOP-CHANGES.
           MOVE SPACES TO SXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           IF LISTING-GAINERS
               MOVE 'LARGEST GAINS UNDER THE PROPOSED PLAN' TO SXL-TEXT
           ELSE
               MOVE 'LARGEST LOSSES UNDER THE PROPOSED PLAN'
                   TO SXL-TEXT
           END-IF.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE REP-HEADING-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 1 TO WS-BEST-SUB.
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-COUNT OR WS-BEST-SUB = ZEROES
               PERFORM 0410-PICK-NEXT
               IF WS-BEST-SUB > ZEROES
                   PERFORM 0420-PRINT-PICKED
               END-IF
           END-PERFORM.
           IF WS-REP-OVERFLOW > ZEROES
               MOVE SPACES TO SXL-TEXT
               STRING 'SALESPEOPLE BEYOND 3000 NOT RANKED: '
                   WS-REP-OVERFLOW DELIMITED BY SIZE INTO SXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
           END-IF.

      * 挑下一名
        0410-PICK-NEXT.
           MOVE ZEROES TO WS-BEST-SUB.
           MOVE ZEROES TO WS-BEST-CHANGE.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT
               IF WS-RP-PICKED (WS-REP-SUB) = 'N'
                   IF LISTING-GAINERS
                       IF WS-RP-CHANGE (WS-REP-SUB) > WS-BEST-CHANGE
                           MOVE WS-REP-SUB TO WS-BEST-SUB
                           MOVE WS-RP-CHANGE (WS-REP-SUB)
                               TO WS-BEST-CHANGE
                       END-IF
                   ELSE
                       IF WS-RP-CHANGE (WS-REP-SUB) < WS-BEST-CHANGE
                           MOVE WS-REP-SUB TO WS-BEST-SUB
                           MOVE WS-RP-CHANGE (WS-REP-SUB)
                               TO WS-BEST-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * 打印挑中的一名并标记已选
        0420-PRINT-PICKED.
           MOVE 'Y' TO WS-RP-PICKED (WS-BEST-SUB).
           MOVE WS-RP-ID (WS-BEST-SUB) TO RDL-ID.
           MOVE WS-RP-NAME (WS-BEST-SUB) TO RDL-NAME.
           MOVE WS-RP-REGION (WS-BEST-SUB) TO RDL-REGION.
           MOVE WS-RP-BASIS (WS-BEST-SUB) TO RDL-BASIS.
           MOVE WS-RP-CURRENT (WS-BEST-SUB) TO RDL-CURRENT.
           MOVE WS-RP-CURRENT (WS-BEST-SUB) TO WS-CUR-COMMISSION.
           MOVE WS-RP-PROPOSED (WS-BEST-SUB) TO RDL-PROPOSED.
           MOVE WS-RP-CHANGE (WS-BEST-SUB) TO RDL-CHANGE.
           MOVE WS-RP-CHANGE (WS-BEST-SUB) TO WS-CHANGE.
           PERFORM 0120-COMPUTE-PCT.
           MOVE WS-PCT TO RDL-PCT.
           MOVE REP-DETAIL-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行文字
        0880-WRITE-TEXT-LINE.
           MOVE SIM-TEXT-LINE TO SIM-PRINT-LINE.
           WRITE SIM-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE SALESFILE.
           CLOSE SIM-REPORT-FILE.
           DISPLAY 'COMMISSION WHAT-IF WRITTEN TO COMMSIM.RPT'.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM COMMSIM.
