       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRREALIGN.
      * 程序名称：片区与区域整体调整（预览、提交、撤销）
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Mass territory/region realignment for a sales reorganiz-  *
      *   ation, replacing dozens of hand-keyed TERRTRAN,           *
      *   REGIONTRAN and SALESTRAN changes.  A mapping file gives   *
      *   one effective date and, per old territory, the new        *
      *   territory and new region.  P = preview lists every        *
      *   salesperson, customer and quota row that would move with  *
      *   before/after region subtotals of YTD sales and quota and  *
      *   changes nothing.  C = commit applies TERRMAST, TERRASGN,  *
      *   REGASGN (with the SALES.DAT region, journaled as a        *
      *   SALESMAINT-style transfer), CUSTOMER and SALESQUOTA       *
      *   together under one realignment ID - a mapping error       *
      *   stops the whole commit.  R = reverse takes the ID back    *
      *   out from REALIGNJRN.DAT if the reorganization is called   *
      *   off; rows changed again since are left alone and listed.  *
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
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档：统计各区 YTD 销售额，提交时改当前区域
            SELECT TERRMAST-FILE ASSIGN TO "TERRMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TM-TERRITORY-CODE
             FILE STATUS IS WS-TERRMAST-STATUS.
      * 片区主档：校验新旧片区，新片区换区域时改写所属区域
            SELECT TERRASGN-FILE ASSIGN TO "TERRASGN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TA-SALESPERSON-ID
             FILE STATUS IS WS-TERRASGN-STATUS.
      * 片区指派档：旧片区上的销售员就是要调动的人
            SELECT REGASGN-FILE ASSIGN TO "REGASGN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RA-KEY
             FILE STATUS IS WS-REGASGN-STATUS.
      * 区域指派历史档：调区按生效日期登记，做法同 SALESMAINT
            SELECT REGION-MASTER-FILE ASSIGN TO "REGION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RM-REGION-CODE
             FILE STATUS IS WS-REGMAST-STATUS.
      * 区域主档，只读：新区域必须在档且启用
            SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CU-CUSTOMER-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档：归属销售员调区的客户随人改区域
            SELECT QUOTA-FILE ASSIGN TO "SALESQUOTA.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS QM-SALESPERSON-ID
             FILE STATUS IS WS-QUOTA-STATUS.
      * 销售定额档：调区的人定额记录上的区域一并改
            SELECT MAP-FILE ASSIGN TO "REALIGNMAP.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAP-STATUS.
      * 调整对照文件：一条生效日期头记录加若干旧片区对照记录
            SELECT REALIGN-JRNL-FILE ASSIGN TO "REALIGNJRN.DAT"
             FILE STATUS IS WS-RJ-STATUS.
      * 调整日志：每次提交改动的每个字段的前后值，撤销据此回退
            SELECT JOURNAL-FILE ASSIGN TO "SALESJRNL.DAT"
             FILE STATUS IS WS-JOURNAL-STATUS.
      * 销售主档前后映像日志：改主档区域照 SALESMAINT 调区记 X
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：调整编号取业务日期加时刻
            SELECT REALIGN-REPORT-FILE ASSIGN TO "REALIGN.RPT".
      * 预览、提交或撤销报告

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

      * 片区主档，布局与 TERRMAINT.cbl 的一致
       FD TERRMAST-FILE.
       01 TERRMAST-REC.
            05 TM-TERRITORY-CODE    PIC X(5).
            05 TM-DESCRIPTION       PIC X(20).
            05 TM-REGION            PIC X(5).
            05 TM-MANAGER           PIC X(30).
            05 TM-ACTIVE-FLAG       PIC X.

      * 片区指派档，布局与 TERRMAINT.cbl 的一致
       FD TERRASGN-FILE.
       01 TERRASGN-REC.
            05 TA-SALESPERSON-ID    PIC 9(7).
            05 TA-TERRITORY         PIC X(5).

      * 区域指派历史档，布局与 SALESMAINT.cbl 的一致
       FD REGASGN-FILE.
       01 REGASGN-REC.
            05 RA-KEY.
                10 RA-SALESPERSON-ID PIC 9(7).
                10 RA-EFF-DATE       PIC 9(8).
            05 RA-REGION             PIC X(5).

      * 区域主档，布局与 REGIONMAINT.cbl 的一致
       FD REGION-MASTER-FILE.
       01 REGION-MASTER-REC.
            05 RM-REGION-CODE       PIC X(5).
            05 RM-DESCRIPTION       PIC X(20).
            05 RM-ACTIVE-FLAG       PIC X.
            05 RM-CONFLICT-MODE     PIC X.

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

      * 销售定额档，布局与 QUOTAMAINT.cbl 的一致
       FD QUOTA-FILE.
       01 QUOTA-REC.
            05 QM-SALESPERSON-ID    PIC 9(7).
            05 QM-REGION            PIC X(5).
            05 QM-ANNUAL-QUOTA      PIC 9(8).
            05 QM-MONTHLY-QUOTA     PIC 9(7) OCCURS 12 TIMES.
            05 QM-PATTERN-NAME      PIC X(8).

      * 调整对照文件：H = 头记录（生效日期与说明，只能一条且在
      * 最前），M = 旧片区对新片区、新区域
       FD MAP-FILE.
       01 MAP-HEADER-REC.
            05 MAP-REC-TYPE          PIC X.
            05 MAP-EFF-DATE          PIC 9(8).
            05 MAP-DESCRIPTION       PIC X(30).
       01 MAP-DETAIL-REC.
            05 FILLER                PIC X.
            05 MAP-OLD-TERRITORY     PIC X(5).
            05 MAP-NEW-TERRITORY     PIC X(5).
            05 MAP-NEW-REGION        PIC X(5).

      * 调整日志：一个字段改动一条
       FD REALIGN-JRNL-FILE.
       01 REALIGN-JRNL-REC.
            05 RJ-REALIGN-ID         PIC 9(12).
            05 RJ-SEQ                PIC 9(5).
            05 RJ-KIND               PIC X.
      * H = 提交头（键为生效日期），M = 片区主档区域，T = 片区
      * 指派，R = 新写的调区历史（键为编号加生效日期），S = 销售
      * 主档区域，C = 客户区域，Q = 定额区域，V = 已撤销
            05 RJ-KEY                PIC X(15).
            05 RJ-OLD-VALUE          PIC X(5).
            05 RJ-NEW-VALUE          PIC X(5).

      * 前后映像日志，布局与 SALESMAINT.cbl 写出的一致
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
            05 JRN-RUN-ID            PIC 9(12).
            05 JRN-SEQ               PIC 9(7).
            05 JRN-ACTION            PIC X.
            05 JRN-BEFORE-IMAGE      PIC X(230).
            05 JRN-AFTER-IMAGE       PIC X(230).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 报告
       FD REALIGN-REPORT-FILE.
       01 REALIGN-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-TERRMAST-STATUS       PIC X(2) VALUE '00'.
       01  WS-TERRASGN-STATUS       PIC X(2) VALUE '00'.
       01  WS-REGASGN-STATUS        PIC X(2) VALUE '00'.
       01  WS-REGMAST-STATUS        PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(2) VALUE '00'.
       01  WS-QUOTA-STATUS          PIC X(2) VALUE '00'.
       01  WS-MAP-STATUS            PIC X(2) VALUE '00'.
       01  WS-RJ-STATUS             PIC X(2) VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC X(2) VALUE '00'.

      * 各档是否已打开，收尾时据此关闭
       01  WS-OPEN-SWITCHES.
            05 WS-SALES-OPEN-SW     PIC X VALUE 'N'.
               88 SALES-OPEN        VALUE 'Y'.
            05 WS-TERRMAST-OPEN-SW  PIC X VALUE 'N'.
               88 TERRMAST-OPEN     VALUE 'Y'.
            05 WS-TERRASGN-OPEN-SW  PIC X VALUE 'N'.
               88 TERRASGN-OPEN     VALUE 'Y'.
            05 WS-REGASGN-OPEN-SW   PIC X VALUE 'N'.
               88 REGASGN-OPEN      VALUE 'Y'.
            05 WS-REGMAST-OPEN-SW   PIC X VALUE 'N'.
               88 REGMAST-OPEN      VALUE 'Y'.
            05 WS-CUSTOMER-OPEN-SW  PIC X VALUE 'N'.
               88 CUSTOMER-OPEN     VALUE 'Y'.
            05 WS-QUOTA-OPEN-SW     PIC X VALUE 'N'.
               88 QUOTA-OPEN        VALUE 'Y'.
            05 WS-RJ-OPEN-SW        PIC X VALUE 'N'.
               88 RJ-OPEN           VALUE 'Y'.
            05 WS-JOURNAL-OPEN-SW   PIC X VALUE 'N'.
               88 JOURNAL-OPEN      VALUE 'Y'.
            05 WS-REPORT-OPEN-SW    PIC X VALUE 'N'.
               88 REPORT-OPEN       VALUE 'Y'.
       01  WS-OPEN-FAIL-SW          PIC X VALUE 'N'.
           88 OPEN-FAILED           VALUE 'Y'.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 END-OF-SCAN           VALUE 'Y'.

      * 运行方式：P = 预览，C = 提交，R = 撤销
       01  WS-MODE-IN               PIC X VALUE SPACE.
       01  WS-MODE                  PIC X VALUE SPACE.
           88 PREVIEW-MODE          VALUE 'P'.
           88 COMMIT-MODE           VALUE 'C'.
           88 REVERSE-MODE          VALUE 'R'.
       01  WS-TARGET-ID             PIC 9(12) VALUE ZEROES.

      * 业务日期
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CC             PIC 99.
            05 WS-BD-YYMMDD         PIC 9(6).
       01  WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE-WORK
                                    PIC 9(8).

      * 调整编号：业务日期加时刻，同时用作 SALESJRNL 的运行编号
       01  WS-RUN-ID.
            05 WS-RID-DATE          PIC 9(6).
            05 WS-RID-TIME          PIC 9(6).
       01  WS-RUN-ID-NUM REDEFINES WS-RUN-ID PIC 9(12).
       01  WS-TIME-WORK.
            05 WS-TIME-HHMMSS       PIC 9(6).
            05 FILLER               PIC 99.
       01  WS-RJ-SEQ                PIC 9(5) VALUE ZEROES.
       01  WS-JRN-SEQ               PIC 9(7) VALUE ZEROES.
       01  WS-BEFORE-IMAGE          PIC X(230) VALUE LOW-VALUES.
       01  WS-AFTER-IMAGE           PIC X(230) VALUE LOW-VALUES.
       01  WS-RJ-KIND               PIC X VALUE SPACE.
       01  WS-RJ-KEY                PIC X(15) VALUE SPACES.
       01  WS-RJ-OLD                PIC X(5) VALUE SPACES.
       01  WS-RJ-NEW                PIC X(5) VALUE SPACES.
       01  WS-KEY-ID-WORK.
            05 WS-KEY-ID            PIC 9(7).
            05 WS-KEY-EFF           PIC 9(8).

      * 对照文件头
       01  WS-EFF-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-EFF-DATE-GRP REDEFINES WS-EFF-DATE.
            05 WS-EFF-CCYY          PIC 9(4).
            05 WS-EFF-MM            PIC 99.
            05 WS-EFF-DD            PIC 99.
       01  WS-MAP-DESCRIPTION       PIC X(30) VALUE SPACES.
       01  WS-HEADER-SW             PIC X VALUE 'N'.
           88 HEADER-SEEN           VALUE 'Y'.
       01  WS-FILE-ERROR            PIC X(60) VALUE SPACES.

      * 对照表：每条旧片区一项，校验结果记在项上
       01  WS-MAP-COUNT             PIC 9(3) VALUE ZEROES.
       01  WS-MAP-TABLE.
            05 WS-MAP-ENTRY OCCURS 200 TIMES.
                10 WS-MP-OLD-TERR    PIC X(5).
                10 WS-MP-NEW-TERR    PIC X(5).
                10 WS-MP-NEW-REGION  PIC X(5).
                10 WS-MP-OLD-REGION  PIC X(5).
                10 WS-MP-NEWT-REGION PIC X(5).
                10 WS-MP-REPS        PIC 9(5).
                10 WS-MP-MSG         PIC X(40).
       01  WS-MAP-SUB               PIC 9(3) VALUE ZEROES.
       01  WS-MAP-SCAN              PIC 9(3) VALUE ZEROES.
       01  WS-MAP-FOUND-SUB         PIC 9(3) VALUE ZEROES.
       01  WS-MAP-ERRORS            PIC 9(5) VALUE ZEROES.
       01  WS-FIND-TERR             PIC X(5) VALUE SPACES.

      * 要调动的销售员：TERRASGN 按编号键序读出，表也按编号升序
       01  WS-MV-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-MOVER-TABLE.
            05 WS-MOVER-ENTRY OCCURS 3000 TIMES.
                10 WS-MV-ID          PIC 9(7).
                10 WS-MV-OLD-TERR    PIC X(5).
                10 WS-MV-NEW-TERR    PIC X(5).
                10 WS-MV-NEW-REGION  PIC X(5).
                10 WS-MV-ON-MASTER   PIC X.
                10 WS-MV-QUOTA-SW    PIC X.
                10 WS-MV-QUOTA-REGION PIC X(5).
                10 WS-MV-QUOTA       PIC 9(8).
       01  WS-MV-SUB                PIC 9(4) VALUE ZEROES.
       01  WS-MV-FOUND-SUB          PIC 9(4) VALUE ZEROES.
       01  WS-FIND-ID               PIC 9(7) VALUE ZEROES.
       01  WS-OVERFLOW-SW           PIC X VALUE 'N'.
           88 TABLE-OVERFLOW        VALUE 'Y'.

      * 定额保留号段：此号以上是区域缺省定额，不是个人的
       01  WS-QUOTA-RESERVED-ID     PIC 9(7) VALUE 9999900.

      * 区域小计：调整前后的 YTD 销售额与定额
       01  WS-RG-COUNT              PIC 9(3) VALUE ZEROES.
       01  WS-REGION-TABLE.
            05 WS-RG-ENTRY OCCURS 100 TIMES.
                10 WS-RG-CODE        PIC X(5).
                10 WS-RG-YTD-BEFORE  PIC S9(9)V99.
                10 WS-RG-YTD-AFTER   PIC S9(9)V99.
                10 WS-RG-QTA-BEFORE  PIC S9(10).
                10 WS-RG-QTA-AFTER   PIC S9(10).
       01  WS-RG-SUB                PIC 9(3) VALUE ZEROES.
       01  WS-RG-FIND               PIC X(5) VALUE SPACES.
       01  WS-RG-FOUND-SUB          PIC 9(3) VALUE ZEROES.
       01  WS-TOT-YTD-BEFORE        PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOT-YTD-AFTER         PIC S9(9)V99 VALUE ZEROES.
       01  WS-TOT-QTA-BEFORE        PIC S9(10) VALUE ZEROES.
       01  WS-TOT-QTA-AFTER         PIC S9(10) VALUE ZEROES.

      * 区域历史查找（照 SALESMAINT 的 0263 段）
       01  WS-RA-HIST-SW            PIC X VALUE 'N'.
           88 REGASGN-HISTORY-FOUND VALUE 'Y'.
       01  WS-RA-SCAN-SW            PIC X VALUE 'N'.
           88 RA-SCAN-DONE          VALUE 'Y'.
       01  WS-RA-OK-SW              PIC X VALUE 'Y'.
           88 RA-WRITE-OK           VALUE 'Y'.

      * 撤销用的日志表：只装目标调整编号的条目
       01  WS-RV-COUNT              PIC 9(4) VALUE ZEROES.
       01  WS-RV-TABLE.
            05 WS-RV-ENTRY OCCURS 8000 TIMES.
                10 WS-RV-KIND        PIC X.
                10 WS-RV-KEY         PIC X(15).
                10 WS-RV-OLD         PIC X(5).
                10 WS-RV-NEW         PIC X(5).
       01  WS-RV-SUB                PIC 9(4) VALUE ZEROES.
       01  WS-REVERSED-SW           PIC X VALUE 'N'.
           88 ALREADY-REVERSED      VALUE 'Y'.
       01  WS-RV-RESULT             PIC X(40) VALUE SPACES.
       01  WS-RV-OK-SW              PIC X VALUE 'N'.
           88 UNDO-DONE             VALUE 'Y'.

      * 计数
       01  WS-REPS-MOVING           PIC 9(5) VALUE ZEROES.
       01  WS-REPS-REGION-CHG       PIC 9(5) VALUE ZEROES.
       01  WS-REPS-NOT-ON-MASTER    PIC 9(5) VALUE ZEROES.
       01  WS-CUST-MOVING           PIC 9(5) VALUE ZEROES.
       01  WS-QUOTA-MOVING          PIC 9(5) VALUE ZEROES.
       01  WS-TERR-REGION-CHG       PIC 9(5) VALUE ZEROES.
       01  WS-CHANGES-APPLIED       PIC 9(5) VALUE ZEROES.
       01  WS-APPLY-FAILURES        PIC 9(5) VALUE ZEROES.
       01  WS-UNDO-RESTORED         PIC 9(5) VALUE ZEROES.
       01  WS-UNDO-SKIPPED          PIC 9(5) VALUE ZEROES.
       01  WS-SUMMARY-COUNT         PIC 9(7) VALUE ZEROES.

      * 报告抬头行
       01  REALIGN-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 RTL-TITLE             PIC X(36).
            05 FILLER                PIC X(11) VALUE 'EFFECTIVE '.
            05 RTL-EFF-DATE          PIC 9(8).
            05 FILLER                PIC X(17) VALUE
               '  REALIGNMENT ID '.
            05 RTL-ID                PIC 9(12).
            05 FILLER                PIC X(16) VALUE
               '  BUSINESS DATE '.
            05 RTL-BUS-DATE          PIC 9(8).
            05 FILLER                PIC X(19) VALUE SPACES.

      * 文字行：小节标题、说明与逐条出错
       01  REALIGN-TEXT-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 RXL-TEXT              PIC X(127).

      * 对照小节
       01  MAP-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'OLD TERR'.
            05 FILLER               PIC X(10) VALUE 'NEW TERR'.
            05 FILLER               PIC X(12) VALUE 'NEW REGION'.
            05 FILLER               PIC X(9)  VALUE 'NOW IN'.
            05 FILLER               PIC X(17) VALUE 'NEW TERR NOW IN'.
            05 FILLER               PIC X(8)  VALUE '  REPS'.
            05 FILLER               PIC X(61) VALUE 'RESULT'.
       01  MAP-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 MDL-OLD-TERR          PIC X(5).
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 MDL-NEW-TERR          PIC X(5).
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 MDL-NEW-REGION        PIC X(5).
            05 FILLER                PIC X(7)  VALUE SPACES.
            05 MDL-OLD-REGION        PIC X(5).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 MDL-NEWT-REGION       PIC X(5).
            05 FILLER                PIC X(12) VALUE SPACES.
            05 MDL-REPS              PIC ZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 MDL-MSG               PIC X(40).
            05 FILLER                PIC X(21) VALUE SPACES.

      * 销售员小节
       01  REP-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(22) VALUE 'NAME'.
            05 FILLER               PIC X(10) VALUE 'OLD TERR'.
            05 FILLER               PIC X(10) VALUE 'NEW TERR'.
            05 FILLER               PIC X(9)  VALUE 'OLD RGN'.
            05 FILLER               PIC X(9)  VALUE 'NEW RGN'.
            05 FILLER               PIC X(14) VALUE ' YTD SALES'.
            05 FILLER               PIC X(15) VALUE '     QUOTA'.
            05 FILLER               PIC X(29) VALUE 'NOTE'.
       01  REP-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 RDL-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 RDL-NAME              PIC X(20).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 RDL-OLD-TERR          PIC X(5).
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 RDL-NEW-TERR          PIC X(5).
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 RDL-OLD-REGION        PIC X(5).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 RDL-NEW-REGION        PIC X(5).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 RDL-YTD               PIC ZZZ,ZZ9.99.
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 RDL-QUOTA             PIC ZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 RDL-NOTE              PIC X(29).

      * 定额小节
       01  QUOTA-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(22) VALUE 'NAME'.
            05 FILLER               PIC X(9)  VALUE 'OLD RGN'.
            05 FILLER               PIC X(9)  VALUE 'NEW RGN'.
            05 FILLER               PIC X(14) VALUE 'ANNUAL QUOTA'.
            05 FILLER               PIC X(64) VALUE SPACES.
       01  QUOTA-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 QDL-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 QDL-NAME              PIC X(20).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 QDL-OLD-REGION        PIC X(5).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 QDL-NEW-REGION        PIC X(5).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 QDL-QUOTA             PIC ZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(68) VALUE SPACES.

      * 客户小节
       01  CUST-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'CUSTOMER'.
            05 FILLER               PIC X(32) VALUE 'NAME'.
            05 FILLER               PIC X(9)  VALUE 'OWNER'.
            05 FILLER               PIC X(9)  VALUE 'OLD RGN'.
            05 FILLER               PIC X(9)  VALUE 'NEW RGN'.
            05 FILLER               PIC X(58) VALUE SPACES.
       01  CUST-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CDL-CUSTOMER          PIC 9(7).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 CDL-NAME              PIC X(30).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-OWNER             PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-OLD-REGION        PIC X(5).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 CDL-NEW-REGION        PIC X(5).
            05 FILLER                PIC X(62) VALUE SPACES.

      * 区域小计小节
       01  REGION-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(8)  VALUE 'REGION'.
            05 FILLER               PIC X(16) VALUE '    YTD BEFORE'.
            05 FILLER               PIC X(16) VALUE '     YTD AFTER'.
            05 FILLER               PIC X(16) VALUE '    YTD CHANGE'.
            05 FILLER               PIC X(16) VALUE '  QUOTA BEFORE'.
            05 FILLER               PIC X(16) VALUE '   QUOTA AFTER'.
            05 FILLER               PIC X(16) VALUE '  QUOTA CHANGE'.
            05 FILLER               PIC X(23) VALUE SPACES.
       01  REGION-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 GDL-REGION            PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 GDL-YTD-BEFORE        PIC ---,---,--9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 GDL-YTD-AFTER         PIC ---,---,--9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 GDL-YTD-CHANGE        PIC ---,---,--9.99.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 GDL-QTA-BEFORE        PIC ---,---,--9.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 GDL-QTA-AFTER         PIC ---,---,--9.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 GDL-QTA-CHANGE        PIC ---,---,--9.
            05 FILLER                PIC X(25) VALUE SPACES.

      * 撤销小节
       01  UNDO-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(12) VALUE 'FILE'.
            05 FILLER               PIC X(18) VALUE 'KEY'.
            05 FILLER               PIC X(8)  VALUE 'FROM'.
            05 FILLER               PIC X(8)  VALUE 'BACK TO'.
            05 FILLER               PIC X(81) VALUE 'RESULT'.
       01  UNDO-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 UDL-FILE              PIC X(10).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 UDL-KEY               PIC X(15).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 UDL-FROM              PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 UDL-TO                PIC X(5).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 UDL-RESULT            PIC X(40).
            05 FILLER                PIC X(41) VALUE SPACES.

      * 尾部计数行
       01  SUMMARY-COUNT-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 SCL-LABEL             PIC X(50).
            05 SCL-VALUE             PIC Z,ZZZ,ZZ9.
            05 FILLER                PIC X(68) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期与运行方式，打开各档；撤销按调整编号
      * 回退，预览与提交先装入并校验对照文件，再逐档统计（提交
      * 时同时改写）
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-BD-YYMMDD TO WS-RID-DATE.
           MOVE WS-TIME-HHMMSS TO WS-RID-TIME.
           DISPLAY 'REALIGNMENT MODE (P = PREVIEW, C = COMMIT, '
               'R = REVERSE): '.
           ACCEPT WS-MODE-IN.
           EVALUATE WS-MODE-IN
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-MODE
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-MODE
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-MODE
               WHEN OTHER
                   DISPLAY 'MODE MUST BE P, C OR R - NOTHING DONE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           IF REVERSE-MODE
               DISPLAY 'ENTER REALIGNMENT ID TO REVERSE: '
               ACCEPT WS-TARGET-ID
           END-IF.
           PERFORM 0060-OPEN-MASTERS.
           IF OPEN-FAILED
               MOVE 16 TO RETURN-CODE
               PERFORM 0900-STOP-RUN
           END-IF.
           OPEN OUTPUT REALIGN-REPORT-FILE.
           MOVE 'Y' TO WS-REPORT-OPEN-SW.
           IF REVERSE-MODE
               PERFORM 0700-REVERSE-REALIGNMENT
           ELSE
               PERFORM 0100-REALIGN
           END-IF.
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

      * 打开各档：预览只读，客户与定额档打不开时那一节不出；提交
      * 与撤销要改写的档一个都不能缺，缺了什么都不做
        0060-OPEN-MASTERS.
           IF PREVIEW-MODE
               OPEN INPUT SALESFILE
           ELSE
               OPEN I-O SALESFILE
           END-IF.
           IF WS-SALESFILE-STATUS = '00'
               MOVE 'Y' TO WS-SALES-OPEN-SW
           ELSE
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 'Y' TO WS-OPEN-FAIL-SW
           END-IF.
           IF PREVIEW-MODE
               OPEN INPUT TERRMAST-FILE
           ELSE
               OPEN I-O TERRMAST-FILE
           END-IF.
           IF WS-TERRMAST-STATUS = '00'
               MOVE 'Y' TO WS-TERRMAST-OPEN-SW
           ELSE
               DISPLAY 'TERRMAST OPEN FAILED, STATUS = '
                   WS-TERRMAST-STATUS
               MOVE 'Y' TO WS-OPEN-FAIL-SW
           END-IF.
           IF PREVIEW-MODE
               OPEN INPUT TERRASGN-FILE
           ELSE
               OPEN I-O TERRASGN-FILE
           END-IF.
           IF WS-TERRASGN-STATUS = '00'
               MOVE 'Y' TO WS-TERRASGN-OPEN-SW
           ELSE
               DISPLAY 'TERRASGN OPEN FAILED, STATUS = '
                   WS-TERRASGN-STATUS
               MOVE 'Y' TO WS-OPEN-FAIL-SW
           END-IF.
           IF NOT REVERSE-MODE
               OPEN INPUT REGION-MASTER-FILE
               IF WS-REGMAST-STATUS = '00'
                   MOVE 'Y' TO WS-REGMAST-OPEN-SW
               ELSE
                   DISPLAY 'REGION MASTER OPEN FAILED, STATUS = '
                       WS-REGMAST-STATUS
                   MOVE 'Y' TO WS-OPEN-FAIL-SW
               END-IF
           END-IF.
           IF PREVIEW-MODE
               OPEN INPUT CUSTOMER-FILE
           ELSE
               OPEN I-O CUSTOMER-FILE
           END-IF.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-OPEN-SW
           ELSE
               DISPLAY 'CUSTOMER OPEN FAILED, STATUS = '
                   WS-CUSTOMER-STATUS
               IF NOT PREVIEW-MODE
                   MOVE 'Y' TO WS-OPEN-FAIL-SW
               END-IF
           END-IF.
           IF PREVIEW-MODE
               OPEN INPUT QUOTA-FILE
           ELSE
               OPEN I-O QUOTA-FILE
           END-IF.
           IF WS-QUOTA-STATUS = '00'
               MOVE 'Y' TO WS-QUOTA-OPEN-SW
           ELSE
               DISPLAY 'SALESQUOTA OPEN FAILED, STATUS = '
                   WS-QUOTA-STATUS
               IF NOT PREVIEW-MODE
                   MOVE 'Y' TO WS-OPEN-FAIL-SW
               END-IF
           END-IF.
           IF NOT PREVIEW-MODE
               PERFORM 0065-OPEN-HISTORY-FILES
           END-IF.

      * 提交与撤销还要区域历史档与 SALESJRNL；第一次用文件尚不
      * 存在时新建，做法与 SALESMAINT 一致
        0065-OPEN-HISTORY-FILES.
           OPEN I-O REGASGN-FILE.
           IF WS-REGASGN-STATUS NOT = '00'
               OPEN OUTPUT REGASGN-FILE
               IF WS-REGASGN-STATUS = '00'
                   CLOSE REGASGN-FILE
                   OPEN I-O REGASGN-FILE
               END-IF
           END-IF.
           IF WS-REGASGN-STATUS = '00'
               MOVE 'Y' TO WS-REGASGN-OPEN-SW
           ELSE
               DISPLAY 'REGASGN OPEN FAILED, STATUS = '
                   WS-REGASGN-STATUS
               MOVE 'Y' TO WS-OPEN-FAIL-SW
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'Y' TO WS-JOURNAL-OPEN-SW
           ELSE
               DISPLAY 'JOURNAL OPEN FAILED, STATUS = '
                   WS-JOURNAL-STATUS
               MOVE 'Y' TO WS-OPEN-FAIL-SW
           END-IF.

      * 预览与提交：装入对照、校验、找出要调动的人；提交时对照
      * 有错或表装不下就整体不动
        0100-REALIGN.
           PERFORM 0110-LOAD-MAPPING.
           PERFORM 0150-VALIDATE-MAPPING.
           PERFORM 0200-COLLECT-MOVERS.
           IF PREVIEW-MODE
               MOVE 'TERRITORY REALIGNMENT PREVIEW' TO RTL-TITLE
               MOVE ZEROES TO RTL-ID
           ELSE
               MOVE 'TERRITORY REALIGNMENT COMMIT' TO RTL-TITLE
               MOVE WS-RUN-ID-NUM TO RTL-ID
           END-IF.
           MOVE WS-EFF-DATE TO RTL-EFF-DATE.
           MOVE WS-BUS-DATE-NUM TO RTL-BUS-DATE.
           MOVE REALIGN-TITLE-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING PAGE.
           MOVE WS-MAP-DESCRIPTION TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           PERFORM 0170-PRINT-MAPPING.
           IF COMMIT-MODE
               PERFORM 0120-OPEN-REALIGN-JOURNAL
           END-IF.
           EVALUATE TRUE
               WHEN COMMIT-MODE AND NOT RJ-OPEN
                   MOVE SPACES TO RXL-TEXT
                   PERFORM 0880-WRITE-TEXT-LINE
                   MOVE 'REALIGNJRN.DAT CANNOT BE OPENED - NOTHING '
                       TO RXL-TEXT
                   PERFORM 0880-WRITE-TEXT-LINE
                   MOVE 'APPLIED' TO RXL-TEXT
                   PERFORM 0880-WRITE-TEXT-LINE
                   DISPLAY 'REALIGNMENT NOT COMMITTED - SEE REALIGN.RPT'
                   MOVE 12 TO RETURN-CODE
               WHEN COMMIT-MODE
                       AND (WS-MAP-ERRORS > ZEROES OR TABLE-OVERFLOW)
                   MOVE SPACES TO RXL-TEXT
                   PERFORM 0880-WRITE-TEXT-LINE
                   STRING 'MAPPING ERRORS - NOTHING APPLIED; CORRECT '
                       'REALIGNMAP.DAT AND PREVIEW AGAIN'
                       DELIMITED BY SIZE INTO RXL-TEXT
                   PERFORM 0880-WRITE-TEXT-LINE
                   DISPLAY 'REALIGNMENT NOT COMMITTED - SEE REALIGN.RPT'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0105-RUN-PASSES
           END-EVALUATE.

      * 逐档统计并打印；提交时先记提交头、改片区主档，各档通读
      * 时顺手改写
        0105-RUN-PASSES.
           IF COMMIT-MODE
               DISPLAY 'REALIGNMENT ID ' WS-RUN-ID-NUM
               MOVE 'H' TO WS-RJ-KIND
               MOVE WS-EFF-DATE TO WS-RJ-KEY
               MOVE SPACES TO WS-RJ-OLD
               MOVE SPACES TO WS-RJ-NEW
               PERFORM 0850-WRITE-REALIGN-JOURNAL
               PERFORM 0300-APPLY-TERRMAST
           END-IF.
           PERFORM 0400-QUOTA-PASS.
           PERFORM 0450-SALES-PASS.
           IF COMMIT-MODE
               PERFORM 0500-APPLY-TERRASGN
           END-IF.
           PERFORM 0550-PRINT-QUOTA-MOVES.
           PERFORM 0600-CUSTOMER-PASS.
           PERFORM 0650-PRINT-REGION-TOTALS.
           PERFORM 0680-PRINT-SUMMARY.

      * 读对照文件：头记录必须在最前且只能一条，其余为对照记录
        0110-LOAD-MAPPING.
           MOVE SPACES TO WS-FILE-ERROR.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS NOT = '00'
               MOVE 'REALIGNMAP.DAT NOT AVAILABLE' TO WS-FILE-ERROR
               ADD 1 TO WS-MAP-ERRORS
           ELSE
               MOVE 'N' TO WS-EOF-SW
               READ MAP-FILE
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   PERFORM 0115-STORE-MAP-RECORD
                   READ MAP-FILE
                        AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
               EVALUATE TRUE
                   WHEN WS-FILE-ERROR NOT = SPACES
                       CONTINUE
                   WHEN NOT HEADER-SEEN
                       MOVE 'NO H HEADER RECORD WITH THE EFFECTIVE DATE'
                           TO WS-FILE-ERROR
                       ADD 1 TO WS-MAP-ERRORS
                   WHEN WS-MAP-COUNT = ZEROES
                       MOVE 'NO M MAPPING RECORDS' TO WS-FILE-ERROR
                       ADD 1 TO WS-MAP-ERRORS
               END-EVALUATE
           END-IF.

      * 登记一条对照文件记录
        0115-STORE-MAP-RECORD.
           EVALUATE TRUE
               WHEN WS-FILE-ERROR NOT = SPACES
                   CONTINUE
               WHEN MAP-REC-TYPE = 'H' AND HEADER-SEEN
                   MOVE 'MORE THAN ONE H RECORD - ONE EFFECTIVE DATE'
                       TO WS-FILE-ERROR
                   ADD 1 TO WS-MAP-ERRORS
               WHEN MAP-REC-TYPE = 'H'
                   IF WS-MAP-COUNT > ZEROES
                       MOVE 'H RECORD MUST BE THE FIRST RECORD'
                           TO WS-FILE-ERROR
                       ADD 1 TO WS-MAP-ERRORS
                   ELSE
                       PERFORM 0118-CHECK-HEADER
                   END-IF
               WHEN MAP-REC-TYPE = 'M'
                   IF WS-MAP-COUNT < 200
                       ADD 1 TO WS-MAP-COUNT
                       MOVE MAP-OLD-TERRITORY
                           TO WS-MP-OLD-TERR (WS-MAP-COUNT)
                       MOVE MAP-NEW-TERRITORY
                           TO WS-MP-NEW-TERR (WS-MAP-COUNT)
                       MOVE MAP-NEW-REGION
                           TO WS-MP-NEW-REGION (WS-MAP-COUNT)
                       MOVE SPACES TO WS-MP-OLD-REGION (WS-MAP-COUNT)
                       MOVE SPACES
                           TO WS-MP-NEWT-REGION (WS-MAP-COUNT)
                       MOVE ZEROES TO WS-MP-REPS (WS-MAP-COUNT)
                       MOVE SPACES TO WS-MP-MSG (WS-MAP-COUNT)
                   ELSE
                       MOVE 'MORE THAN 200 MAPPING RECORDS'
                           TO WS-FILE-ERROR
                       ADD 1 TO WS-MAP-ERRORS
                   END-IF
               WHEN OTHER
                   MOVE 'RECORD TYPE NOT H OR M' TO WS-FILE-ERROR
                   ADD 1 TO WS-MAP-ERRORS
           END-EVALUATE.

      * 头记录：生效日期须为有效日期
        0118-CHECK-HEADER.
           MOVE 'Y' TO WS-HEADER-SW.
           MOVE MAP-DESCRIPTION TO WS-MAP-DESCRIPTION.
           IF MAP-EFF-DATE NUMERIC
               MOVE MAP-EFF-DATE TO WS-EFF-DATE
           ELSE
               MOVE ZEROES TO WS-EFF-DATE
           END-IF.
           IF WS-EFF-CCYY < 1900
                   OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                   OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
               MOVE 'EFFECTIVE DATE ON H RECORD NOT A VALID CCYYMMDD'
                   TO WS-FILE-ERROR
               ADD 1 TO WS-MAP-ERRORS
           END-IF.

      * 调整日志追加打开；第一次用文件尚不存在时新建
        0120-OPEN-REALIGN-JOURNAL.
           OPEN EXTEND REALIGN-JRNL-FILE.
           IF WS-RJ-STATUS NOT = '00'
               OPEN OUTPUT REALIGN-JRNL-FILE
           END-IF.
           IF WS-RJ-STATUS = '00'
               MOVE 'Y' TO WS-RJ-OPEN-SW
           ELSE
               DISPLAY 'REALIGNJRN OPEN FAILED, STATUS = '
                   WS-RJ-STATUS
           END-IF.

      * 逐条校验对照记录，第一处错记在该项上
        0150-VALIDATE-MAPPING.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               PERFORM 0160-VALIDATE-ONE-MAP
               IF WS-MP-MSG (WS-MAP-SUB) NOT = SPACES
                   ADD 1 TO WS-MAP-ERRORS
               END-IF
           END-PERFORM.

      * 一条对照：旧片区不重复且在档，新片区在档且启用，新区域在
      * 档且启用；同一新片区不能指到两个区域；新片区本身要换区域
      * 时，它现有的人也得在对照里（自己对自己），否则那些人会留
      * 在与片区不符的区域
        0160-VALIDATE-ONE-MAP.
           PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
               UNTIL WS-MAP-SCAN NOT < WS-MAP-SUB
               IF WS-MP-OLD-TERR (WS-MAP-SCAN)
                       = WS-MP-OLD-TERR (WS-MAP-SUB)
                   MOVE 'DUPLICATE OLD TERRITORY'
                       TO WS-MP-MSG (WS-MAP-SUB)
               END-IF
           END-PERFORM.
           IF WS-MP-MSG (WS-MAP-SUB) = SPACES
               MOVE WS-MP-OLD-TERR (WS-MAP-SUB) TO TM-TERRITORY-CODE
               READ TERRMAST-FILE
                   INVALID KEY
                       MOVE 'OLD TERRITORY NOT ON TERRMAST'
                           TO WS-MP-MSG (WS-MAP-SUB)
                   NOT INVALID KEY
                       MOVE TM-REGION TO WS-MP-OLD-REGION (WS-MAP-SUB)
               END-READ
           END-IF.
           IF WS-MP-MSG (WS-MAP-SUB) = SPACES
               MOVE WS-MP-NEW-TERR (WS-MAP-SUB) TO TM-TERRITORY-CODE
               READ TERRMAST-FILE
                   INVALID KEY
                       MOVE 'NEW TERRITORY NOT ON TERRMAST'
                           TO WS-MP-MSG (WS-MAP-SUB)
                   NOT INVALID KEY
                       MOVE TM-REGION
                           TO WS-MP-NEWT-REGION (WS-MAP-SUB)
                       IF TM-ACTIVE-FLAG NOT = 'Y'
                           MOVE 'NEW TERRITORY IS INACTIVE'
                               TO WS-MP-MSG (WS-MAP-SUB)
                       END-IF
               END-READ
           END-IF.
           IF WS-MP-MSG (WS-MAP-SUB) = SPACES
               MOVE WS-MP-NEW-REGION (WS-MAP-SUB) TO RM-REGION-CODE
               READ REGION-MASTER-FILE
                   INVALID KEY
                       MOVE 'NEW REGION NOT ON REGION MASTER'
                           TO WS-MP-MSG (WS-MAP-SUB)
                   NOT INVALID KEY
                       IF RM-ACTIVE-FLAG NOT = 'Y'
                           MOVE 'NEW REGION IS INACTIVE'
                               TO WS-MP-MSG (WS-MAP-SUB)
                       END-IF
               END-READ
           END-IF.
           IF WS-MP-MSG (WS-MAP-SUB) = SPACES
               PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
                   UNTIL WS-MAP-SCAN > WS-MAP-COUNT
                   IF WS-MP-NEW-TERR (WS-MAP-SCAN)
                           = WS-MP-NEW-TERR (WS-MAP-SUB)
                      AND WS-MP-NEW-REGION (WS-MAP-SCAN)
                           NOT = WS-MP-NEW-REGION (WS-MAP-SUB)
                       MOVE 'NEW TERRITORY MAPPED TO TWO REGIONS'
                           TO WS-MP-MSG (WS-MAP-SUB)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MP-MSG (WS-MAP-SUB) = SPACES
                   AND WS-MP-NEWT-REGION (WS-MAP-SUB)
                       NOT = WS-MP-NEW-REGION (WS-MAP-SUB)
               MOVE WS-MP-NEW-TERR (WS-MAP-SUB) TO WS-FIND-TERR
               PERFORM 0180-FIND-MAP-ROW
               IF WS-MAP-FOUND-SUB = ZEROES
                   MOVE 'NEW TERR CHANGES REGION - MAP IT TO ITSELF'
                       TO WS-MP-MSG (WS-MAP-SUB)
               END-IF
           END-IF.

      * 打印对照小节：文件级的错误在前，逐条结果随后
        0170-PRINT-MAPPING.
           MOVE SPACES TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'TERRITORY MAPPING' TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           IF WS-FILE-ERROR NOT = SPACES
               MOVE WS-FILE-ERROR TO RXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
           END-IF.
           MOVE MAP-HEADING-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               MOVE WS-MP-OLD-TERR (WS-MAP-SUB) TO MDL-OLD-TERR
               MOVE WS-MP-NEW-TERR (WS-MAP-SUB) TO MDL-NEW-TERR
               MOVE WS-MP-NEW-REGION (WS-MAP-SUB) TO MDL-NEW-REGION
               MOVE WS-MP-OLD-REGION (WS-MAP-SUB) TO MDL-OLD-REGION
               MOVE WS-MP-NEWT-REGION (WS-MAP-SUB) TO MDL-NEWT-REGION
               MOVE WS-MP-REPS (WS-MAP-SUB) TO MDL-REPS
               IF WS-MP-MSG (WS-MAP-SUB) = SPACES
                   MOVE 'OK' TO MDL-MSG
               ELSE
                   MOVE WS-MP-MSG (WS-MAP-SUB) TO MDL-MSG
               END-IF
               MOVE MAP-DETAIL-LINE TO REALIGN-PRINT-LINE
               WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           IF TABLE-OVERFLOW
               MOVE SPACES TO RXL-TEXT
               STRING 'MORE THAN 3000 SALESPEOPLE ON THE MAPPED '
                   'TERRITORIES - SPLIT THE MAPPING FILE'
                   DELIMITED BY SIZE INTO RXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
           END-IF.

      * 在对照表里找旧片区为 WS-FIND-TERR 的有效项，找不到为零
        0180-FIND-MAP-ROW.
           MOVE ZEROES TO WS-MAP-FOUND-SUB.
           PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
               UNTIL WS-MAP-SCAN > WS-MAP-COUNT
                  OR WS-MAP-FOUND-SUB > ZEROES
               IF WS-MP-OLD-TERR (WS-MAP-SCAN) = WS-FIND-TERR
                       AND WS-MP-MSG (WS-MAP-SCAN) = SPACES
                   MOVE WS-MAP-SCAN TO WS-MAP-FOUND-SUB
               END-IF
           END-PERFORM.

      * 通读片区指派档，旧片区在有效对照里的人就是要调动的人
        0200-COLLECT-MOVERS.
           MOVE 'N' TO WS-EOF-SW.
           READ TERRASGN-FILE NEXT RECORD
                AT END SET END-OF-SCAN TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SCAN
               MOVE TA-TERRITORY TO WS-FIND-TERR
               PERFORM 0180-FIND-MAP-ROW
               IF WS-MAP-FOUND-SUB > ZEROES
                   PERFORM 0210-ADD-MOVER
               END-IF
               READ TERRASGN-FILE NEXT RECORD
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM.

      * 调动表加一人
        0210-ADD-MOVER.
           IF WS-MV-COUNT < 3000
               ADD 1 TO WS-MV-COUNT
               ADD 1 TO WS-MP-REPS (WS-MAP-FOUND-SUB)
               MOVE TA-SALESPERSON-ID TO WS-MV-ID (WS-MV-COUNT)
               MOVE TA-TERRITORY TO WS-MV-OLD-TERR (WS-MV-COUNT)
               MOVE WS-MP-NEW-TERR (WS-MAP-FOUND-SUB)
                   TO WS-MV-NEW-TERR (WS-MV-COUNT)
               MOVE WS-MP-NEW-REGION (WS-MAP-FOUND-SUB)
                   TO WS-MV-NEW-REGION (WS-MV-COUNT)
               MOVE 'N' TO WS-MV-ON-MASTER (WS-MV-COUNT)
               MOVE 'N' TO WS-MV-QUOTA-SW (WS-MV-COUNT)
               MOVE SPACES TO WS-MV-QUOTA-REGION (WS-MV-COUNT)
               MOVE ZEROES TO WS-MV-QUOTA (WS-MV-COUNT)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW-SW
           END-IF.

      * 在调动表里找编号 WS-FIND-ID，找不到为零
        0250-FIND-MOVER.
           MOVE ZEROES TO WS-MV-FOUND-SUB.
           PERFORM VARYING WS-MV-SUB FROM 1 BY 1
               UNTIL WS-MV-SUB > WS-MV-COUNT
                  OR WS-MV-FOUND-SUB > ZEROES
               IF WS-MV-ID (WS-MV-SUB) = WS-FIND-ID
                   MOVE WS-MV-SUB TO WS-MV-FOUND-SUB
               END-IF
           END-PERFORM.

      * 在区域小计表里找（找不到就加）区域 WS-RG-FIND
        0260-FIND-REGION.
           MOVE ZEROES TO WS-RG-FOUND-SUB.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
                  OR WS-RG-FOUND-SUB > ZEROES
               IF WS-RG-CODE (WS-RG-SUB) = WS-RG-FIND
                   MOVE WS-RG-SUB TO WS-RG-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-RG-FOUND-SUB = ZEROES
               IF WS-RG-COUNT < 100
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-RG-COUNT TO WS-RG-FOUND-SUB
                   MOVE WS-RG-FIND TO WS-RG-CODE (WS-RG-COUNT)
                   MOVE ZEROES TO WS-RG-YTD-BEFORE (WS-RG-COUNT)
                   MOVE ZEROES TO WS-RG-YTD-AFTER (WS-RG-COUNT)
                   MOVE ZEROES TO WS-RG-QTA-BEFORE (WS-RG-COUNT)
                   MOVE ZEROES TO WS-RG-QTA-AFTER (WS-RG-COUNT)
               ELSE
                   DISPLAY 'REGION SUBTOTAL TABLE FULL, REGION '
                       WS-RG-FIND ' LEFT OUT OF SUBTOTALS'
               END-IF
           END-IF.

      * 提交：新片区的所属区域与对照不符的改过来（同一新片区多
      * 条对照只改一次）
        0300-APPLY-TERRMAST.
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               MOVE WS-MP-NEW-TERR (WS-MAP-SUB) TO TM-TERRITORY-CODE
               READ TERRMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-REGION NOT = WS-MP-NEW-REGION (WS-MAP-SUB)
                           PERFORM 0310-REWRITE-TERRITORY
                       END-IF
               END-READ
           END-PERFORM.

      * 改写一个片区的所属区域并记日志
        0310-REWRITE-TERRITORY.
           MOVE 'M' TO WS-RJ-KIND.
           MOVE TM-TERRITORY-CODE TO WS-RJ-KEY.
           MOVE TM-REGION TO WS-RJ-OLD.
           MOVE WS-MP-NEW-REGION (WS-MAP-SUB) TO WS-RJ-NEW.
           MOVE WS-MP-NEW-REGION (WS-MAP-SUB) TO TM-REGION.
           REWRITE TERRMAST-REC
               INVALID KEY
                   MOVE 'TERRMAST REWRITE FAILED FOR ' TO RXL-TEXT
                   PERFORM 0870-APPLY-FAILURE
               NOT INVALID KEY
                   ADD 1 TO WS-TERR-REGION-CHG
                   PERFORM 0850-WRITE-REALIGN-JOURNAL
           END-REWRITE.

      * 通读定额档：个人定额按区域累计调整前后数，调动的人记下
      * 定额与定额上的区域；提交时区域不符的改写
        0400-QUOTA-PASS.
           IF QUOTA-OPEN
               MOVE 'N' TO WS-EOF-SW
               READ QUOTA-FILE NEXT RECORD
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF QM-SALESPERSON-ID < WS-QUOTA-RESERVED-ID
                       PERFORM 0410-TALLY-QUOTA
                   END-IF
                   READ QUOTA-FILE NEXT RECORD
                        AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      * 一条个人定额
        0410-TALLY-QUOTA.
           MOVE QM-REGION TO WS-RG-FIND.
           PERFORM 0260-FIND-REGION.
           IF WS-RG-FOUND-SUB > ZEROES
               ADD QM-ANNUAL-QUOTA TO WS-RG-QTA-BEFORE (WS-RG-FOUND-SUB)
           END-IF.
           MOVE QM-SALESPERSON-ID TO WS-FIND-ID.
           PERFORM 0250-FIND-MOVER.
           IF WS-MV-FOUND-SUB > ZEROES
               MOVE 'Y' TO WS-MV-QUOTA-SW (WS-MV-FOUND-SUB)
               MOVE QM-REGION TO WS-MV-QUOTA-REGION (WS-MV-FOUND-SUB)
               MOVE QM-ANNUAL-QUOTA TO WS-MV-QUOTA (WS-MV-FOUND-SUB)
               MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO WS-RG-FIND
           END-IF.
           PERFORM 0260-FIND-REGION.
           IF WS-RG-FOUND-SUB > ZEROES
               ADD QM-ANNUAL-QUOTA TO WS-RG-QTA-AFTER (WS-RG-FOUND-SUB)
           END-IF.
           IF WS-MV-FOUND-SUB > ZEROES
               IF QM-REGION NOT = WS-MV-NEW-REGION (WS-MV-FOUND-SUB)
                   ADD 1 TO WS-QUOTA-MOVING
                   IF COMMIT-MODE
                       PERFORM 0420-REWRITE-QUOTA
                   END-IF
               END-IF
           END-IF.

      * 提交：改写定额记录上的区域并记日志
        0420-REWRITE-QUOTA.
           MOVE 'Q' TO WS-RJ-KIND.
           MOVE QM-SALESPERSON-ID TO WS-RJ-KEY.
           MOVE QM-REGION TO WS-RJ-OLD.
           MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO WS-RJ-NEW.
           MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO QM-REGION.
           REWRITE QUOTA-REC
               INVALID KEY
                   MOVE 'SALESQUOTA REWRITE FAILED FOR ' TO RXL-TEXT
                   PERFORM 0870-APPLY-FAILURE
               NOT INVALID KEY
                   PERFORM 0850-WRITE-REALIGN-JOURNAL
           END-REWRITE.

      * 通读销售主档：按区域累计调整前后的 YTD 销售额，逐个打出
      * 要调动的人；提交时区域要变的照 SALESMAINT 调区的做法办
        0450-SALES-PASS.
           MOVE SPACES TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'SALESPEOPLE MOVING' TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE REP-HEADING-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-EOF-SW.
           READ SALESFILE NEXT RECORD
                AT END SET END-OF-SCAN TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-SCAN
               PERFORM 0460-TALLY-SALESPERSON
               READ SALESFILE NEXT RECORD
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-MV-SUB FROM 1 BY 1
               UNTIL WS-MV-SUB > WS-MV-COUNT
               IF WS-MV-ON-MASTER (WS-MV-SUB) = 'N'
                   PERFORM 0480-PRINT-MISSING-MOVER
               END-IF
           END-PERFORM.

      * 一名销售员
        0460-TALLY-SALESPERSON.
           MOVE REGION TO WS-RG-FIND.
           PERFORM 0260-FIND-REGION.
           IF WS-RG-FOUND-SUB > ZEROES
               ADD YEARLYSALES TO WS-RG-YTD-BEFORE (WS-RG-FOUND-SUB)
           END-IF.
           MOVE SALESPERSON-ID TO WS-FIND-ID.
           PERFORM 0250-FIND-MOVER.
           IF WS-MV-FOUND-SUB > ZEROES
               MOVE 'Y' TO WS-MV-ON-MASTER (WS-MV-FOUND-SUB)
               MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO WS-RG-FIND
               ADD 1 TO WS-REPS-MOVING
               PERFORM 0470-PRINT-MOVER
           END-IF.
           PERFORM 0260-FIND-REGION.
           IF WS-RG-FOUND-SUB > ZEROES
               ADD YEARLYSALES TO WS-RG-YTD-AFTER (WS-RG-FOUND-SUB)
           END-IF.
           IF WS-MV-FOUND-SUB > ZEROES
               IF REGION NOT = WS-MV-NEW-REGION (WS-MV-FOUND-SUB)
                   ADD 1 TO WS-REPS-REGION-CHG
                   IF COMMIT-MODE
                       PERFORM 0490-TRANSFER-REGION
                   END-IF
               END-IF
           END-IF.

      * 打出一名调动的销售员（改写之前，区域还是旧的）
        0470-PRINT-MOVER.
           MOVE SALESPERSON-ID TO RDL-ID.
           MOVE LASTNAME TO RDL-NAME.
           MOVE WS-MV-OLD-TERR (WS-MV-FOUND-SUB) TO RDL-OLD-TERR.
           MOVE WS-MV-NEW-TERR (WS-MV-FOUND-SUB) TO RDL-NEW-TERR.
           MOVE REGION TO RDL-OLD-REGION.
           MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO RDL-NEW-REGION.
           MOVE YEARLYSALES TO RDL-YTD.
           MOVE WS-MV-QUOTA (WS-MV-FOUND-SUB) TO RDL-QUOTA.
           EVALUATE TRUE
               WHEN WS-MV-QUOTA-SW (WS-MV-FOUND-SUB) = 'N'
                   MOVE 'NO QUOTA ROW' TO RDL-NOTE
               WHEN REGION = WS-MV-NEW-REGION (WS-MV-FOUND-SUB)
                   MOVE 'TERRITORY ONLY' TO RDL-NOTE
               WHEN OTHER
                   MOVE SPACES TO RDL-NOTE
           END-EVALUATE.
           MOVE REP-DETAIL-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 片区指派上有、销售主档上没有的人：照样换片区，没有区域
      * 可改
        0480-PRINT-MISSING-MOVER.
           ADD 1 TO WS-REPS-NOT-ON-MASTER.
           MOVE WS-MV-ID (WS-MV-SUB) TO RDL-ID.
           MOVE SPACES TO RDL-NAME.
           MOVE WS-MV-OLD-TERR (WS-MV-SUB) TO RDL-OLD-TERR.
           MOVE WS-MV-NEW-TERR (WS-MV-SUB) TO RDL-NEW-TERR.
           MOVE SPACES TO RDL-OLD-REGION.
           MOVE WS-MV-NEW-REGION (WS-MV-SUB) TO RDL-NEW-REGION.
           MOVE ZEROES TO RDL-YTD.
           MOVE WS-MV-QUOTA (WS-MV-SUB) TO RDL-QUOTA.
           MOVE 'NOT ON SALES MASTER' TO RDL-NOTE.
           MOVE REP-DETAIL-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 提交：调区。第一次调区先补基线记录（调区前区域，生效
      * 日期全零），再按对照的生效日期写新区域历史，然后改主档
      * 区域、记 SALESJRNL 的 X 映像；历史写不上主档不动
        0490-TRANSFER-REGION.
           PERFORM 0492-CHECK-ASSIGN-HISTORY.
           MOVE 'Y' TO WS-RA-OK-SW.
           IF NOT REGASGN-HISTORY-FOUND
               MOVE SALESPERSON-ID TO RA-SALESPERSON-ID
               MOVE ZEROES TO RA-EFF-DATE
               MOVE REGION TO RA-REGION
               WRITE REGASGN-REC
                   INVALID KEY
                       MOVE 'N' TO WS-RA-OK-SW
                       MOVE 'REGASGN BASELINE WRITE FAILED FOR '
                           TO RXL-TEXT
                       MOVE SALESPERSON-ID TO WS-RJ-KEY
                       PERFORM 0870-APPLY-FAILURE
               END-WRITE
           END-IF.
           IF RA-WRITE-OK
               MOVE SALESPERSON-ID TO RA-SALESPERSON-ID
               MOVE WS-EFF-DATE TO RA-EFF-DATE
               MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO RA-REGION
               WRITE REGASGN-REC
                   INVALID KEY
                       MOVE 'REGASGN HAS A TRANSFER ON THAT DATE FOR'
                           TO RXL-TEXT
                       MOVE SALESPERSON-ID TO WS-RJ-KEY
                       PERFORM 0870-APPLY-FAILURE
                   NOT INVALID KEY
                       PERFORM 0495-REWRITE-SALES-REGION
               END-WRITE
           END-IF.

      * 查该编号在区域历史档里有没有记录
        0492-CHECK-ASSIGN-HISTORY.
           MOVE 'N' TO WS-RA-HIST-SW.
           MOVE 'N' TO WS-RA-SCAN-SW.
           MOVE SALESPERSON-ID TO RA-SALESPERSON-ID.
           MOVE ZEROES TO RA-EFF-DATE.
           START REGASGN-FILE KEY NOT < RA-KEY
               INVALID KEY
                   SET RA-SCAN-DONE TO TRUE
           END-START.
           IF NOT RA-SCAN-DONE
               READ REGASGN-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF RA-SALESPERSON-ID = SALESPERSON-ID
                           MOVE 'Y' TO WS-RA-HIST-SW
                       END-IF
               END-READ
           END-IF.

      * 新区域历史已写：记日志，改主档区域并留前后映像
        0495-REWRITE-SALES-REGION.
           MOVE SALESPERSON-ID TO WS-KEY-ID.
           MOVE WS-EFF-DATE TO WS-KEY-EFF.
           MOVE 'R' TO WS-RJ-KIND.
           MOVE WS-KEY-ID-WORK TO WS-RJ-KEY.
           MOVE REGION TO WS-RJ-OLD.
           MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO WS-RJ-NEW.
           PERFORM 0850-WRITE-REALIGN-JOURNAL.
           MOVE SALESDETAILS TO WS-BEFORE-IMAGE.
           MOVE 'S' TO WS-RJ-KIND.
           MOVE SALESPERSON-ID TO WS-RJ-KEY.
           MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO REGION.
           REWRITE SALESDETAILS
               INVALID KEY
                   MOVE 'SALES REGION REWRITE FAILED FOR '
                       TO RXL-TEXT
                   PERFORM 0870-APPLY-FAILURE
               NOT INVALID KEY
                   MOVE SALESDETAILS TO WS-AFTER-IMAGE
                   PERFORM 0860-WRITE-SALES-JOURNAL
                   PERFORM 0850-WRITE-REALIGN-JOURNAL
           END-REWRITE.

      * 提交：逐个调动的人改片区指派（新旧片区相同的只换区域，
      * 指派不动）
        0500-APPLY-TERRASGN.
           PERFORM VARYING WS-MV-SUB FROM 1 BY 1
               UNTIL WS-MV-SUB > WS-MV-COUNT
               IF WS-MV-NEW-TERR (WS-MV-SUB)
                       NOT = WS-MV-OLD-TERR (WS-MV-SUB)
                   PERFORM 0510-REWRITE-ASSIGNMENT
               END-IF
           END-PERFORM.

      * 改一条片区指派并记日志
        0510-REWRITE-ASSIGNMENT.
           MOVE WS-MV-ID (WS-MV-SUB) TO TA-SALESPERSON-ID.
           MOVE 'T' TO WS-RJ-KIND.
           MOVE WS-MV-ID (WS-MV-SUB) TO WS-RJ-KEY.
           READ TERRASGN-FILE
               INVALID KEY
                   MOVE 'TERRASGN RECORD MISSING FOR ' TO RXL-TEXT
                   PERFORM 0870-APPLY-FAILURE
               NOT INVALID KEY
                   MOVE TA-TERRITORY TO WS-RJ-OLD
                   MOVE WS-MV-NEW-TERR (WS-MV-SUB) TO WS-RJ-NEW
                   MOVE WS-MV-NEW-TERR (WS-MV-SUB) TO TA-TERRITORY
                   REWRITE TERRASGN-REC
                       INVALID KEY
                           MOVE 'TERRASGN REWRITE FAILED FOR '
                               TO RXL-TEXT
                           PERFORM 0870-APPLY-FAILURE
                       NOT INVALID KEY
                           PERFORM 0850-WRITE-REALIGN-JOURNAL
                   END-REWRITE
           END-READ.

      * 打印定额小节：调动的人里定额记录区域要变的
        0550-PRINT-QUOTA-MOVES.
           MOVE SPACES TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           IF QUOTA-OPEN
               MOVE 'QUOTA ROWS MOVING' TO RXL-TEXT
           ELSE
               MOVE SPACES TO RXL-TEXT
               STRING 'QUOTA ROWS MOVING - SALESQUOTA NOT AVAILABLE, '
                   'QUOTA SUBTOTALS ARE ZERO'
                   DELIMITED BY SIZE INTO RXL-TEXT
           END-IF.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE QUOTA-HEADING-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-MV-SUB FROM 1 BY 1
               UNTIL WS-MV-SUB > WS-MV-COUNT
               IF WS-MV-QUOTA-SW (WS-MV-SUB) = 'Y'
                  AND WS-MV-QUOTA-REGION (WS-MV-SUB)
                       NOT = WS-MV-NEW-REGION (WS-MV-SUB)
                   MOVE WS-MV-ID (WS-MV-SUB) TO QDL-ID
                   MOVE SPACES TO QDL-NAME
                   MOVE WS-MV-ID (WS-MV-SUB) TO SALESPERSON-ID
                   READ SALESFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE LASTNAME TO QDL-NAME
                   END-READ
                   MOVE WS-MV-QUOTA-REGION (WS-MV-SUB)
                       TO QDL-OLD-REGION
                   MOVE WS-MV-NEW-REGION (WS-MV-SUB)
                       TO QDL-NEW-REGION
                   MOVE WS-MV-QUOTA (WS-MV-SUB) TO QDL-QUOTA
                   MOVE QUOTA-DETAIL-LINE TO REALIGN-PRINT-LINE
                   WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

      * 通读客户主档：归属销售员在调动表里、客户区域与新区域不
      * 符的随人改区域；公司直管客户（无归属人）不动
        0600-CUSTOMER-PASS.
           MOVE SPACES TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           IF CUSTOMER-OPEN
               MOVE 'CUSTOMERS MOVING WITH THEIR OWNER' TO RXL-TEXT
           ELSE
               MOVE 'CUSTOMERS MOVING - CUSTOMER MASTER NOT AVAILABLE'
                   TO RXL-TEXT
           END-IF.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE CUST-HEADING-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF CUSTOMER-OPEN
               MOVE 'N' TO WS-EOF-SW
               READ CUSTOMER-FILE NEXT RECORD
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF CU-OWNER-ID NUMERIC AND CU-OWNER-ID > ZEROES
                       MOVE CU-OWNER-ID TO WS-FIND-ID
                       PERFORM 0250-FIND-MOVER
                       IF WS-MV-FOUND-SUB > ZEROES
                          AND CU-REGION
                               NOT = WS-MV-NEW-REGION (WS-MV-FOUND-SUB)
                           PERFORM 0610-MOVE-CUSTOMER
                       END-IF
                   END-IF
                   READ CUSTOMER-FILE NEXT RECORD
                        AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      * 一个随人调区的客户：打印，提交时改写并记日志
        0610-MOVE-CUSTOMER.
           ADD 1 TO WS-CUST-MOVING.
           MOVE CU-CUSTOMER-NO TO CDL-CUSTOMER.
           MOVE CU-NAME TO CDL-NAME.
           MOVE CU-OWNER-ID TO CDL-OWNER.
           MOVE CU-REGION TO CDL-OLD-REGION.
           MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO CDL-NEW-REGION.
           MOVE CUST-DETAIL-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF COMMIT-MODE
               MOVE 'C' TO WS-RJ-KIND
               MOVE CU-CUSTOMER-NO TO WS-RJ-KEY
               MOVE CU-REGION TO WS-RJ-OLD
               MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO WS-RJ-NEW
               MOVE WS-MV-NEW-REGION (WS-MV-FOUND-SUB) TO CU-REGION
               REWRITE CUSTOMER-REC
                   INVALID KEY
                       MOVE 'CUSTOMER REWRITE FAILED FOR '
                           TO RXL-TEXT
                       PERFORM 0870-APPLY-FAILURE
                   NOT INVALID KEY
                       PERFORM 0850-WRITE-REALIGN-JOURNAL
               END-REWRITE
           END-IF.

      * 打印区域小计：调整前后的 YTD 销售额与定额及其变化
        0650-PRINT-REGION-TOTALS.
           MOVE SPACES TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'REGION SUBTOTALS BEFORE AND AFTER' TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE REGION-HEADING-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
               MOVE WS-RG-CODE (WS-RG-SUB) TO GDL-REGION
               MOVE WS-RG-YTD-BEFORE (WS-RG-SUB) TO GDL-YTD-BEFORE
               MOVE WS-RG-YTD-AFTER (WS-RG-SUB) TO GDL-YTD-AFTER
               COMPUTE GDL-YTD-CHANGE = WS-RG-YTD-AFTER (WS-RG-SUB)
                   - WS-RG-YTD-BEFORE (WS-RG-SUB)
               MOVE WS-RG-QTA-BEFORE (WS-RG-SUB) TO GDL-QTA-BEFORE
               MOVE WS-RG-QTA-AFTER (WS-RG-SUB) TO GDL-QTA-AFTER
               COMPUTE GDL-QTA-CHANGE = WS-RG-QTA-AFTER (WS-RG-SUB)
                   - WS-RG-QTA-BEFORE (WS-RG-SUB)
               ADD WS-RG-YTD-BEFORE (WS-RG-SUB) TO WS-TOT-YTD-BEFORE
               ADD WS-RG-YTD-AFTER (WS-RG-SUB) TO WS-TOT-YTD-AFTER
               ADD WS-RG-QTA-BEFORE (WS-RG-SUB) TO WS-TOT-QTA-BEFORE
               ADD WS-RG-QTA-AFTER (WS-RG-SUB) TO WS-TOT-QTA-AFTER
               MOVE REGION-DETAIL-LINE TO REALIGN-PRINT-LINE
               WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE 'TOTAL' TO GDL-REGION.
           MOVE WS-TOT-YTD-BEFORE TO GDL-YTD-BEFORE.
           MOVE WS-TOT-YTD-AFTER TO GDL-YTD-AFTER.
           COMPUTE GDL-YTD-CHANGE = WS-TOT-YTD-AFTER
               - WS-TOT-YTD-BEFORE.
           MOVE WS-TOT-QTA-BEFORE TO GDL-QTA-BEFORE.
           MOVE WS-TOT-QTA-AFTER TO GDL-QTA-AFTER.
           COMPUTE GDL-QTA-CHANGE = WS-TOT-QTA-AFTER
               - WS-TOT-QTA-BEFORE.
           MOVE REGION-DETAIL-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 2 LINES.

      * 尾部计数；提交有改写失败的 RC=12，提示按调整编号撤销
        0680-PRINT-SUMMARY.
           MOVE SPACES TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'MAPPING RECORDS' TO SCL-LABEL.
           MOVE WS-MAP-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           MOVE 'MAPPING RECORDS IN ERROR' TO SCL-LABEL.
           MOVE WS-MAP-ERRORS TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           MOVE 'SALESPEOPLE MOVING TERRITORY OR REGION' TO SCL-LABEL.
           MOVE WS-MV-COUNT TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           MOVE 'SALESPEOPLE CHANGING REGION' TO SCL-LABEL.
           MOVE WS-REPS-REGION-CHG TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           MOVE 'ASSIGNED BUT NOT ON SALES MASTER' TO SCL-LABEL.
           MOVE WS-REPS-NOT-ON-MASTER TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           MOVE 'QUOTA ROWS CHANGING REGION' TO SCL-LABEL.
           MOVE WS-QUOTA-MOVING TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           MOVE 'CUSTOMERS CHANGING REGION' TO SCL-LABEL.
           MOVE WS-CUST-MOVING TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           IF COMMIT-MODE
               MOVE 'TERRITORIES CHANGING REGION' TO SCL-LABEL
               MOVE WS-TERR-REGION-CHG TO WS-SUMMARY-COUNT
               PERFORM 0890-WRITE-COUNT-LINE
               MOVE 'FIELD CHANGES APPLIED AND JOURNALED' TO SCL-LABEL
               MOVE WS-CHANGES-APPLIED TO WS-SUMMARY-COUNT
               PERFORM 0890-WRITE-COUNT-LINE
               MOVE 'CHANGES FAILED' TO SCL-LABEL
               MOVE WS-APPLY-FAILURES TO WS-SUMMARY-COUNT
               PERFORM 0890-WRITE-COUNT-LINE
               MOVE SPACES TO RXL-TEXT
               STRING 'COMMITTED UNDER REALIGNMENT ID ' WS-RUN-ID
                   ' - RUN MODE R WITH THIS ID TO REVERSE'
                   DELIMITED BY SIZE INTO RXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
               IF WS-APPLY-FAILURES > ZEROES
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'PREVIEW ONLY - NO FILE HAS BEEN CHANGED'
                   TO RXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
               IF WS-MAP-ERRORS > ZEROES OR TABLE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * 撤销：装入目标调整编号的日志条目，倒序逐条回退，最后记
      * 一条已撤销；已撤销过的编号不再回退
        0700-REVERSE-REALIGNMENT.
           MOVE 'TERRITORY REALIGNMENT REVERSAL' TO RTL-TITLE.
           MOVE ZEROES TO RTL-EFF-DATE.
           MOVE WS-TARGET-ID TO RTL-ID.
           MOVE WS-BUS-DATE-NUM TO RTL-BUS-DATE.
           PERFORM 0710-LOAD-REVERSAL.
           IF WS-RV-COUNT > ZEROES AND WS-RV-KIND (1) = 'H'
               MOVE WS-RV-KEY (1) (1:8) TO RTL-EFF-DATE
           END-IF.
           MOVE REALIGN-TITLE-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           EVALUATE TRUE
               WHEN TABLE-OVERFLOW
                   MOVE SPACES TO RXL-TEXT
                   STRING 'MORE THAN 8000 JOURNAL ENTRIES FOR THIS ID '
                       '- NOTHING REVERSED'
                       DELIMITED BY SIZE INTO RXL-TEXT
                   PERFORM 0880-WRITE-TEXT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN ALREADY-REVERSED
                   MOVE 'THIS REALIGNMENT HAS ALREADY BEEN REVERSED'
                       TO RXL-TEXT
                   PERFORM 0880-WRITE-TEXT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RV-COUNT = ZEROES
                   MOVE 'NO JOURNAL ENTRIES FOR THIS REALIGNMENT ID'
                       TO RXL-TEXT
                   PERFORM 0880-WRITE-TEXT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0720-REPLAY-IN-REVERSE
           END-EVALUATE.
           IF REPORT-OPEN
               DISPLAY 'REALIGNMENT REVERSAL - SEE REALIGN.RPT'
           END-IF.

      * 顺序读调整日志，目标编号的条目装入内存表
        0710-LOAD-REVERSAL.
           OPEN INPUT REALIGN-JRNL-FILE.
           IF WS-RJ-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               READ REALIGN-JRNL-FILE
                    AT END SET END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL END-OF-SCAN
                   IF RJ-REALIGN-ID = WS-TARGET-ID
                       PERFORM 0715-STORE-REVERSAL-ENTRY
                   END-IF
                   IF RJ-SEQ > WS-RJ-SEQ
                           AND RJ-REALIGN-ID = WS-TARGET-ID
                       MOVE RJ-SEQ TO WS-RJ-SEQ
                   END-IF
                   READ REALIGN-JRNL-FILE
                        AT END SET END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REALIGN-JRNL-FILE
           END-IF.

      * 登记一条待回退的日志条目
        0715-STORE-REVERSAL-ENTRY.
           IF RJ-KIND = 'V'
               MOVE 'Y' TO WS-REVERSED-SW
           ELSE
               IF WS-RV-COUNT < 8000
                   ADD 1 TO WS-RV-COUNT
                   MOVE RJ-KIND TO WS-RV-KIND (WS-RV-COUNT)
                   MOVE RJ-KEY TO WS-RV-KEY (WS-RV-COUNT)
                   MOVE RJ-OLD-VALUE TO WS-RV-OLD (WS-RV-COUNT)
                   MOVE RJ-NEW-VALUE TO WS-RV-NEW (WS-RV-COUNT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.

      * 从最后一条倒回第一条逐条回退，再记已撤销
        0720-REPLAY-IN-REVERSE.
           MOVE UNDO-HEADING-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-RV-SUB FROM WS-RV-COUNT BY -1
               UNTIL WS-RV-SUB < 1
               IF WS-RV-KIND (WS-RV-SUB) NOT = 'H'
                   PERFORM 0730-UNDO-ONE-ENTRY
               END-IF
           END-PERFORM.
           DISPLAY 'SALESJRNL RUN ID FOR REGION RESTORES '
               WS-RUN-ID-NUM.
           PERFORM 0120-OPEN-REALIGN-JOURNAL.
           IF NOT RJ-OPEN
               MOVE 'REALIGNJRN.DAT CANNOT BE OPENED - REVERSAL NOT '
                   TO RXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
               MOVE 'MARKED; DO NOT RUN THE REVERSAL AGAIN' TO RXL-TEXT
               PERFORM 0880-WRITE-TEXT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE WS-TARGET-ID TO WS-RUN-ID-NUM.
           MOVE 'V' TO WS-RJ-KIND.
           MOVE WS-BUS-DATE-NUM TO WS-RJ-KEY.
           MOVE SPACES TO WS-RJ-OLD.
           MOVE SPACES TO WS-RJ-NEW.
           PERFORM 0850-WRITE-REALIGN-JOURNAL.
           MOVE SPACES TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.
           MOVE 'FIELD CHANGES RESTORED' TO SCL-LABEL.
           MOVE WS-UNDO-RESTORED TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           MOVE 'NOT RESTORED - CHANGED SINCE OR MISSING' TO SCL-LABEL.
           MOVE WS-UNDO-SKIPPED TO WS-SUMMARY-COUNT.
           PERFORM 0890-WRITE-COUNT-LINE.
           IF WS-UNDO-SKIPPED > ZEROES AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      * 回退一条：当前值仍是调整写上去的值才改回去，已被别处改
      * 过的不动并列出；调区历史删掉调整新写的那条（基线记录留
      * 着，它记的就是调整前的区域）
        0730-UNDO-ONE-ENTRY.
           MOVE 'N' TO WS-RV-OK-SW.
           MOVE 'RECORD NO LONGER ON FILE' TO WS-RV-RESULT.
           EVALUATE WS-RV-KIND (WS-RV-SUB)
               WHEN 'M'
                   MOVE 'TERRMAST' TO UDL-FILE
                   PERFORM 0740-UNDO-TERRITORY
               WHEN 'T'
                   MOVE 'TERRASGN' TO UDL-FILE
                   PERFORM 0745-UNDO-ASSIGNMENT
               WHEN 'R'
                   MOVE 'REGASGN' TO UDL-FILE
                   PERFORM 0750-UNDO-TRANSFER
               WHEN 'S'
                   MOVE 'SALES' TO UDL-FILE
                   PERFORM 0755-UNDO-SALES-REGION
               WHEN 'C'
                   MOVE 'CUSTOMER' TO UDL-FILE
                   PERFORM 0760-UNDO-CUSTOMER
               WHEN 'Q'
                   MOVE 'SALESQUOTA' TO UDL-FILE
                   PERFORM 0765-UNDO-QUOTA
               WHEN OTHER
                   MOVE WS-RV-KIND (WS-RV-SUB) TO UDL-FILE
                   MOVE 'UNKNOWN JOURNAL ENTRY KIND' TO WS-RV-RESULT
           END-EVALUATE.
           IF UNDO-DONE
               ADD 1 TO WS-UNDO-RESTORED
               MOVE 'RESTORED' TO WS-RV-RESULT
           ELSE
               ADD 1 TO WS-UNDO-SKIPPED
           END-IF.
           MOVE WS-RV-KEY (WS-RV-SUB) TO UDL-KEY.
           MOVE WS-RV-NEW (WS-RV-SUB) TO UDL-FROM.
           MOVE WS-RV-OLD (WS-RV-SUB) TO UDL-TO.
           MOVE WS-RV-RESULT TO UDL-RESULT.
           MOVE UNDO-DETAIL-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 片区主档的所属区域
        0740-UNDO-TERRITORY.
           MOVE WS-RV-KEY (WS-RV-SUB) TO TM-TERRITORY-CODE.
           READ TERRMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TM-REGION = WS-RV-NEW (WS-RV-SUB)
                       MOVE WS-RV-OLD (WS-RV-SUB) TO TM-REGION
                       REWRITE TERRMAST-REC
                           INVALID KEY
                               MOVE 'REWRITE FAILED' TO WS-RV-RESULT
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RV-OK-SW
                       END-REWRITE
                   ELSE
                       MOVE 'CHANGED SINCE REALIGNMENT - LEFT ALONE'
                           TO WS-RV-RESULT
                   END-IF
           END-READ.

      * 片区指派
        0745-UNDO-ASSIGNMENT.
           MOVE WS-RV-KEY (WS-RV-SUB) TO WS-KEY-ID-WORK.
           MOVE WS-KEY-ID TO TA-SALESPERSON-ID.
           READ TERRASGN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TA-TERRITORY = WS-RV-NEW (WS-RV-SUB)
                       MOVE WS-RV-OLD (WS-RV-SUB) TO TA-TERRITORY
                       REWRITE TERRASGN-REC
                           INVALID KEY
                               MOVE 'REWRITE FAILED' TO WS-RV-RESULT
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RV-OK-SW
                       END-REWRITE
                   ELSE
                       MOVE 'CHANGED SINCE REALIGNMENT - LEFT ALONE'
                           TO WS-RV-RESULT
                   END-IF
           END-READ.

      * 调整写的调区历史：整条删掉
        0750-UNDO-TRANSFER.
           MOVE WS-RV-KEY (WS-RV-SUB) TO WS-KEY-ID-WORK.
           MOVE WS-KEY-ID TO RA-SALESPERSON-ID.
           MOVE WS-KEY-EFF TO RA-EFF-DATE.
           DELETE REGASGN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RV-OK-SW
           END-DELETE.

      * 销售主档的当前区域，照调区留 X 前后映像
        0755-UNDO-SALES-REGION.
           MOVE WS-RV-KEY (WS-RV-SUB) TO WS-KEY-ID-WORK.
           MOVE WS-KEY-ID TO SALESPERSON-ID.
           READ SALESFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REGION = WS-RV-NEW (WS-RV-SUB)
                       MOVE SALESDETAILS TO WS-BEFORE-IMAGE
                       MOVE WS-RV-OLD (WS-RV-SUB) TO REGION
                       REWRITE SALESDETAILS
                           INVALID KEY
                               MOVE 'REWRITE FAILED' TO WS-RV-RESULT
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RV-OK-SW
                               MOVE SALESDETAILS TO WS-AFTER-IMAGE
                               PERFORM 0860-WRITE-SALES-JOURNAL
                       END-REWRITE
                   ELSE
                       MOVE 'CHANGED SINCE REALIGNMENT - LEFT ALONE'
                           TO WS-RV-RESULT
                   END-IF
           END-READ.

      * 客户区域
        0760-UNDO-CUSTOMER.
           MOVE WS-RV-KEY (WS-RV-SUB) TO WS-KEY-ID-WORK.
           MOVE WS-KEY-ID TO CU-CUSTOMER-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CU-REGION = WS-RV-NEW (WS-RV-SUB)
                       MOVE WS-RV-OLD (WS-RV-SUB) TO CU-REGION
                       REWRITE CUSTOMER-REC
                           INVALID KEY
                               MOVE 'REWRITE FAILED' TO WS-RV-RESULT
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RV-OK-SW
                       END-REWRITE
                   ELSE
                       MOVE 'CHANGED SINCE REALIGNMENT - LEFT ALONE'
                           TO WS-RV-RESULT
                   END-IF
           END-READ.

      * 定额记录上的区域
        0765-UNDO-QUOTA.
           MOVE WS-RV-KEY (WS-RV-SUB) TO WS-KEY-ID-WORK.
           MOVE WS-KEY-ID TO QM-SALESPERSON-ID.
           READ QUOTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QM-REGION = WS-RV-NEW (WS-RV-SUB)
                       MOVE WS-RV-OLD (WS-RV-SUB) TO QM-REGION
                       REWRITE QUOTA-REC
                           INVALID KEY
                               MOVE 'REWRITE FAILED' TO WS-RV-RESULT
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RV-OK-SW
                       END-REWRITE
                   ELSE
                       MOVE 'CHANGED SINCE REALIGNMENT - LEFT ALONE'
                           TO WS-RV-RESULT
                   END-IF
           END-READ.

      * 写一条调整日志
        0850-WRITE-REALIGN-JOURNAL.
           IF RJ-OPEN
               ADD 1 TO WS-RJ-SEQ
               MOVE WS-RUN-ID-NUM TO RJ-REALIGN-ID
               MOVE WS-RJ-SEQ TO RJ-SEQ
               MOVE WS-RJ-KIND TO RJ-KIND
               MOVE WS-RJ-KEY TO RJ-KEY
               MOVE WS-RJ-OLD TO RJ-OLD-VALUE
               MOVE WS-RJ-NEW TO RJ-NEW-VALUE
               WRITE REALIGN-JRNL-REC
           END-IF.
           IF WS-RJ-KIND NOT = 'H' AND WS-RJ-KIND NOT = 'V'
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.

      * 写一条 SALESJRNL 调区映像，运行编号用调整编号
        0860-WRITE-SALES-JOURNAL.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-RUN-ID-NUM TO JRN-RUN-ID.
           MOVE WS-JRN-SEQ TO JRN-SEQ.
           MOVE 'X' TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

      * 提交时一处改写失败：报告上列出，计数
        0870-APPLY-FAILURE.
           ADD 1 TO WS-APPLY-FAILURES.
           MOVE SPACES TO REALIGN-PRINT-LINE.
           STRING RXL-TEXT DELIMITED BY '  '
               ' ' WS-RJ-KEY DELIMITED BY SIZE
               INTO REALIGN-PRINT-LINE.
           MOVE REALIGN-PRINT-LINE TO RXL-TEXT.
           PERFORM 0880-WRITE-TEXT-LINE.

      * 写一行文字
        0880-WRITE-TEXT-LINE.
           MOVE REALIGN-TEXT-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行计数
        0890-WRITE-COUNT-LINE.
           MOVE WS-SUMMARY-COUNT TO SCL-VALUE.
           MOVE SUMMARY-COUNT-LINE TO REALIGN-PRINT-LINE.
           WRITE REALIGN-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭已打开的文件并结束程序
        0900-STOP-RUN.
           IF SALES-OPEN
               CLOSE SALESFILE
           END-IF.
           IF TERRMAST-OPEN
               CLOSE TERRMAST-FILE
           END-IF.
           IF TERRASGN-OPEN
               CLOSE TERRASGN-FILE
           END-IF.
           IF REGASGN-OPEN
               CLOSE REGASGN-FILE
           END-IF.
           IF REGMAST-OPEN
               CLOSE REGION-MASTER-FILE
           END-IF.
           IF CUSTOMER-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF QUOTA-OPEN
               CLOSE QUOTA-FILE
           END-IF.
           IF RJ-OPEN
               CLOSE REALIGN-JRNL-FILE
           END-IF.
           IF JOURNAL-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           IF REPORT-OPEN
               CLOSE REALIGN-REPORT-FILE
           END-IF.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM TERRREALIGN.
