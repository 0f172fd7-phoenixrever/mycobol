       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTAUDIT.
      * 程序名称：主档间参照完整性稽核
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Nightly cross-file integrity audit of the master files.    *
      *   Each master is kept by its own maintenance program and    *
      *   nothing else checks that they still agree, so this step   *
      *   reads SALES, SALESARCH, REGION, TERRMAST, TERRASGN,       *
      *   REGASGN, SALESQUOTA, DRAWBAL, CUSTOMER, COMMPLAN and      *
      *   WELLXREF and lists every orphan or inconsistency with a   *
      *   severity: SEVERE (a record points at something that does  *
      *   not exist, money is owed by someone who has left, a rep   *
      *   has no plan), WARNING (stale or contradictory but         *
      *   harmless tonight) and INFO.  Findings print severest      *
      *   first; any SEVERE finding ends the step RC=8 so the       *
      *   RUNSTATUS dashboard flags the night.  An id that          *
      *   SALESMERGE retired onto another id is reported as a       *
      *   WARNING to re-key rather than as an orphan.               *
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
      * 销售人员主档，只读
            SELECT ARCHIVE-FILE ASSIGN TO "SALESARCH.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.
      * 离职归档档：判断一个编号是不是已离职的人
            SELECT REGION-MASTER-FILE ASSIGN TO "REGION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RM-REGION-CODE
             FILE STATUS IS WS-REGMAST-STATUS.
      * 区域主档
            SELECT TERRMAST-FILE ASSIGN TO "TERRMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TM-TERRITORY-CODE
             FILE STATUS IS WS-TERRMAST-STATUS.
      * 片区主档
            SELECT TERRASGN-FILE ASSIGN TO "TERRASGN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TA-SALESPERSON-ID
             FILE STATUS IS WS-TERRASGN-STATUS.
      * 片区指派档
            SELECT REGASGN-FILE ASSIGN TO "REGASGN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RA-KEY
             FILE STATUS IS WS-REGASGN-STATUS.
      * 区域指派历史档
            SELECT QUOTA-FILE ASSIGN TO "SALESQUOTA.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS QM-SALESPERSON-ID
             FILE STATUS IS WS-QUOTA-STATUS.
      * 销售定额主档
            SELECT DRAWBAL-FILE ASSIGN TO "DRAWBAL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DB-SALESPERSON-ID
             FILE STATUS IS WS-DRAWBAL-STATUS.
      * 预支底薪余额档
            SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CU-CUSTOMER-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档
            SELECT COMMPLAN-FILE ASSIGN TO "COMMPLAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CP-KEY
             FILE STATUS IS WS-COMMPLAN-STATUS.
      * 提成计划档
            SELECT XREF-FILE ASSIGN TO "WELLXREF.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS XR-PERSON-NAME
             FILE STATUS IS WS-XREF-STATUS.
      * 体检身份对照档
            SELECT MERGEHIST-FILE ASSIGN TO "MERGEHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MH-RETIRED-ID
             FILE STATUS IS WS-MERGEHIST-STATUS.
      * 编号合并登记档：SALESMERGE 写，注销编号对保留编号
            SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
             FILE STATUS IS WS-RUNCTL-STATUS.
      * 夜批运行控制档：本程序开始/结束各追加一条
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：计划与区域指派按业务日期判断是否生效
            SELECT AUDIT-SORT-FILE ASSIGN TO "MASTAUDITSORT.DAT".
      * 排序工作文件：严重程度、文件、键
            SELECT AUDIT-REPORT-FILE ASSIGN TO "MASTAUDIT.RPT".
      * 稽核报告

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

      * 离职归档档，布局与 SALESMAINT.cbl 的一致
       FD ARCHIVE-FILE.
       01 ARCHIVE-REC.
            05 ARCH-KEY.
                10 ARCH-SALESPERSON-ID PIC 9(7).
                10 ARCH-TERM-DATE    PIC 9(8).
            05 ARCH-DETAILS          PIC X(230).
            05 ARCH-TERM-REASON      PIC X(3).
            05 ARCH-REHIRED-SW       PIC X.

      * 区域主档，布局与 REGIONMAINT.cbl 的一致
       FD REGION-MASTER-FILE.
       01 REGION-MASTER-REC.
            05 RM-REGION-CODE       PIC X(5).
            05 RM-DESCRIPTION       PIC X(20).
            05 RM-ACTIVE-FLAG       PIC X.
            05 RM-CONFLICT-MODE     PIC X.

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

      * 销售定额主档，布局与 QUOTAMAINT.cbl 的一致
       FD QUOTA-FILE.
       01 QUOTA-REC.
            05 QM-SALESPERSON-ID    PIC 9(7).
            05 QM-REGION            PIC X(5).
            05 QM-ANNUAL-QUOTA      PIC 9(8).
            05 QM-MONTHLY-QUOTA     PIC 9(7) OCCURS 12 TIMES.
            05 QM-PATTERN-NAME      PIC X(8).

      * 预支底薪余额档，布局与 DRAWMAINT.cbl 的一致
       FD DRAWBAL-FILE.
       01 DRAWBAL-REC.
            05 DB-SALESPERSON-ID    PIC 9(7).
            05 DB-MONTHLY-DRAW      PIC 9(5)V99.
            05 DB-BALANCE           PIC S9(7)V99.

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

      * 提成计划档，布局与 COMMPLANMAINT.cbl 的一致
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

      * 体检身份对照档，布局与 WELLIDMAINT.cbl 的一致
       FD XREF-FILE.
       01 XREF-REC.
            05 XR-PERSON-NAME.
                10 XR-LASTNAME      PIC X(20).
                10 XR-FIRSTNAME     PIC X(20).
            05 XR-SALESPERSON-ID    PIC 9(7).

      * 运行控制档，布局与各批量程序写出的一致
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

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 编号合并登记档，布局与 SALESMERGE.cbl 的一致
       FD MERGEHIST-FILE.
       01 MERGEHIST-REC.
            05 MH-RETIRED-ID         PIC 9(7).
            05 MH-SURVIVOR-ID        PIC 9(7).
            05 MH-MERGE-DATE         PIC 9(8).
            05 MH-RUN-ID             PIC 9(12).
            05 MH-OPERATOR-ID        PIC X(8).

      * 排序工作文件：一条发现一条记录
       SD AUDIT-SORT-FILE.
       01 AUDIT-SORT-RECORD.
            88 ENDOFAUDITSORT VALUE HIGH-VALUES.
            05 ASR-SEVERITY         PIC 9.
      * 1 = SEVERE, 2 = WARNING, 3 = INFO
            05 ASR-FILE-ID          PIC X(10).
            05 ASR-KEY              PIC X(20).
            05 ASR-TEXT             PIC X(60).

      * 稽核报告
       FD AUDIT-REPORT-FILE.
       01 AUDIT-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ARCHIVE-STATUS        PIC X(2) VALUE '00'.
       01  WS-REGMAST-STATUS        PIC X(2) VALUE '00'.
       01  WS-TERRMAST-STATUS       PIC X(2) VALUE '00'.
       01  WS-TERRASGN-STATUS       PIC X(2) VALUE '00'.
       01  WS-REGASGN-STATUS        PIC X(2) VALUE '00'.
       01  WS-QUOTA-STATUS          PIC X(2) VALUE '00'.
       01  WS-DRAWBAL-STATUS        PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(2) VALUE '00'.
       01  WS-COMMPLAN-STATUS       PIC X(2) VALUE '00'.
       01  WS-XREF-STATUS           PIC X(2) VALUE '00'.
       01  WS-MERGEHIST-STATUS      PIC X(2) VALUE '00'.

      * 各档是否打得开；打不开的档跳过与它有关的检查，报一条
      * INFO，不拿它当所有记录都是孤儿
       01  WS-ARCHIVE-AVAIL-SW      PIC X VALUE 'N'.
           88 ARCHIVE-AVAILABLE     VALUE 'Y'.
       01  WS-REGION-AVAIL-SW       PIC X VALUE 'N'.
           88 REGION-AVAILABLE      VALUE 'Y'.
       01  WS-TERRMAST-AVAIL-SW     PIC X VALUE 'N'.
           88 TERRMAST-AVAILABLE    VALUE 'Y'.
       01  WS-TERRASGN-AVAIL-SW     PIC X VALUE 'N'.
           88 TERRASGN-AVAILABLE    VALUE 'Y'.
       01  WS-REGASGN-AVAIL-SW      PIC X VALUE 'N'.
           88 REGASGN-AVAILABLE     VALUE 'Y'.
       01  WS-COMMPLAN-AVAIL-SW     PIC X VALUE 'N'.
           88 COMMPLAN-AVAILABLE    VALUE 'Y'.
       01  WS-MERGEHIST-AVAIL-SW    PIC X VALUE 'N'.
           88 MERGEHIST-AVAILABLE   VALUE 'Y'.

      * 顺序读结束标志，各档一个
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 END-OF-PASS           VALUE 'Y'.
       01  WS-SCAN-SW               PIC X VALUE 'N'.
           88 END-OF-SCAN           VALUE 'Y'.

      * 夜批运行控制档的写记录控制项
       01  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
       01  WS-RUNCTL-TYPE           PIC X VALUE 'S'.
       01  WS-RUNCTL-TIME           PIC 9(8) VALUE ZEROES.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-TODAY                 PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-GRP REDEFINES WS-TODAY.
            05 WS-TD-CC             PIC 99.
            05 WS-TD-YYMMDD         PIC 9(6).
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.

      * 定额档里区域缺省定额所用的保留号段下限，与 SALES.cbl 的一致
       01  WS-QUOTA-RESERVED-ID     PIC 9(7) VALUE 9999900.

      * 业务日期当日已有生效计划的区域
       01  WS-PLAN-REGION-COUNT     PIC 9(3) VALUE ZEROES.
       01  WS-PLAN-REGION-TABLE.
            05 WS-PLAN-REGION       PIC X(5) OCCURS 100 TIMES.
       01  WS-PLAN-SUB              PIC 9(3) VALUE ZEROES.
       01  WS-PREV-PLAN-REGION      PIC X(5) VALUE SPACES.

      * 查找结果
       01  WS-LOOK-ID               PIC 9(7) VALUE ZEROES.
       01  WS-LOOK-REGION           PIC X(5) VALUE SPACES.
       01  WS-PERSON-STATE          PIC X VALUE SPACES.
           88 PERSON-ON-MASTER      VALUE 'A'.
           88 PERSON-DEPARTED       VALUE 'D'.
           88 PERSON-UNKNOWN        VALUE 'U'.
           88 PERSON-MERGED         VALUE 'M'.
       01  WS-REGION-STATE          PIC X VALUE SPACES.
           88 REGION-ACTIVE         VALUE 'A'.
           88 REGION-INACTIVE       VALUE 'I'.
           88 REGION-MISSING        VALUE 'M'.
           88 REGION-NOT-CHECKED    VALUE 'X'.
       01  WS-ARCH-FOUND-SW         PIC X VALUE 'N'.
           88 ARCH-FOUND            VALUE 'Y'.
       01  WS-ARCH-DEPARTED-SW      PIC X VALUE 'N'.
           88 ARCH-DEPARTED         VALUE 'Y'.
       01  WS-LATEST-RA-REGION      PIC X(5) VALUE SPACES.
       01  WS-LATEST-RA-SW          PIC X VALUE 'N'.
           88 LATEST-RA-FOUND       VALUE 'Y'.

      * 发现的组装区
       01  WS-FIND-SEVERITY         PIC 9 VALUE ZEROES.
       01  WS-FIND-FILE             PIC X(10) VALUE SPACES.
       01  WS-FIND-KEY              PIC X(20) VALUE SPACES.
       01  WS-FIND-TEXT             PIC X(60) VALUE SPACES.
       01  WS-KEY-ID                PIC 9(7) VALUE ZEROES.
       01  WS-KEY-DATE              PIC 9(8) VALUE ZEROES.

      * 计数
       01  WS-RECORDS-CHECKED       PIC 9(7) VALUE ZEROES.
       01  WS-SEVERE-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-WARNING-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-INFO-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-FINDING-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-PREV-SEVERITY         PIC 9 VALUE ZEROES.

      * 报表标题行
       01  AUDIT-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(40) VALUE
               'MASTER FILE REFERENTIAL INTEGRITY AUDIT'.
            05 FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
            05 ATL-DATE              PIC 9(8).
            05 FILLER                PIC X(65) VALUE SPACES.

      * 列标题行
       01  AUDIT-COLUMN-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'SEVERITY'.
            05 FILLER               PIC X(12) VALUE 'FILE'.
            05 FILLER               PIC X(22) VALUE 'KEY'.
            05 FILLER               PIC X(60) VALUE 'FINDING'.
            05 FILLER               PIC X(23) VALUE SPACES.

      * 发现明细行
       01  AUDIT-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 ADL-SEVERITY          PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ADL-FILE              PIC X(10).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ADL-KEY               PIC X(20).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 ADL-TEXT              PIC X(60).
            05 FILLER                PIC X(23) VALUE SPACES.

      * 尾部汇总行
       01  AUDIT-SUMMARY-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 ASL-LABEL             PIC X(30).
            05 ASL-VALUE             PIC Z,ZZZ,ZZ9.
            05 FILLER                PIC X(88) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：打开各主档，逐档检查，发现按严重程度排序后出报
      * 告；有 SEVERE 发现时返回码 8
        0050-OPEN-FILE.
           PERFORM 0045-GET-BUSINESS-DATE.
           MOVE 'S' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'E' TO WS-RUNCTL-TYPE
               PERFORM 0350-WRITE-RUN-CONTROL
               GOBACK
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE WS-TODAY TO ATL-DATE.
           MOVE AUDIT-TITLE-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE AUDIT-COLUMN-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY ASR-SEVERITY, ASR-FILE-ID, ASR-KEY
               INPUT PROCEDURE IS 0100-RUN-CHECKS
               OUTPUT PROCEDURE IS 0600-PRINT-FINDINGS.
           PERFORM 0700-WRITE-SUMMARY.
           IF WS-SEVERE-COUNT > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROES TO RETURN-CODE
           END-IF.
           PERFORM 0900-STOP-RUN.

      * 取运行日期：优先用 BUSDATE 程序登记的业务日期；控制档不
      * 存在或内容不对时退回机器日期（世纪按 20 处理）
        0045-GET-BUSINESS-DATE.
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

      * 排序输入过程：先打开各参照档，再逐档检查
        0100-RUN-CHECKS.
           PERFORM 0110-OPEN-REFERENCE-FILES.
           PERFORM 0120-CHECK-COMMPLAN.
           PERFORM 0200-CHECK-SALES.
           PERFORM 0250-CHECK-ARCHIVE.
           PERFORM 0300-CHECK-TERRMAST.
           PERFORM 0320-CHECK-TERRASGN.
           PERFORM 0340-CHECK-REGASGN.
           PERFORM 0360-CHECK-QUOTA.
           PERFORM 0380-CHECK-DRAWBAL.
           PERFORM 0400-CHECK-CUSTOMER.
           PERFORM 0420-CHECK-XREF.
           PERFORM 0190-CLOSE-REFERENCE-FILES.

      * 打开随机查找要用的参照档；打不开的报一条 INFO
        0110-OPEN-REFERENCE-FILES.
           MOVE 'N' TO WS-ARCHIVE-AVAIL-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '00'
               MOVE 'Y' TO WS-ARCHIVE-AVAIL-SW
           ELSE
               MOVE 'SALESARCH' TO WS-FIND-FILE
               MOVE WS-ARCHIVE-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           END-IF.
           MOVE 'N' TO WS-REGION-AVAIL-SW.
           OPEN INPUT REGION-MASTER-FILE.
           IF WS-REGMAST-STATUS = '00'
               MOVE 'Y' TO WS-REGION-AVAIL-SW
           ELSE
               MOVE 'REGION' TO WS-FIND-FILE
               MOVE WS-REGMAST-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           END-IF.
           MOVE 'N' TO WS-TERRMAST-AVAIL-SW.
           OPEN INPUT TERRMAST-FILE.
           IF WS-TERRMAST-STATUS = '00'
               MOVE 'Y' TO WS-TERRMAST-AVAIL-SW
           ELSE
               MOVE 'TERRMAST' TO WS-FIND-FILE
               MOVE WS-TERRMAST-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           END-IF.
           MOVE 'N' TO WS-TERRASGN-AVAIL-SW.
           OPEN INPUT TERRASGN-FILE.
           IF WS-TERRASGN-STATUS = '00'
               MOVE 'Y' TO WS-TERRASGN-AVAIL-SW
           ELSE
               MOVE 'TERRASGN' TO WS-FIND-FILE
               MOVE WS-TERRASGN-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           END-IF.
           MOVE 'N' TO WS-REGASGN-AVAIL-SW.
           OPEN INPUT REGASGN-FILE.
           IF WS-REGASGN-STATUS = '00'
               MOVE 'Y' TO WS-REGASGN-AVAIL-SW
           ELSE
               MOVE 'REGASGN' TO WS-FIND-FILE
               MOVE WS-REGASGN-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           END-IF.
      * 合并登记档从没合并过编号时本来就不存在，不报
           MOVE 'N' TO WS-MERGEHIST-AVAIL-SW.
           OPEN INPUT MERGEHIST-FILE.
           IF WS-MERGEHIST-STATUS = '00'
               MOVE 'Y' TO WS-MERGEHIST-AVAIL-SW
           ELSE
               IF WS-MERGEHIST-STATUS NOT = '35'
                   MOVE 'MERGEHIST' TO WS-FIND-FILE
                   MOVE WS-MERGEHIST-STATUS TO WS-FIND-KEY
                   PERFORM 0860-FILE-NOT-AVAILABLE
               END-IF
           END-IF.

      * 提成计划：记下业务日期当日已有生效版本的区域；每个区域
      * 查一次区域主档
        0120-CHECK-COMMPLAN.
           MOVE 'N' TO WS-COMMPLAN-AVAIL-SW.
           OPEN INPUT COMMPLAN-FILE.
           IF WS-COMMPLAN-STATUS NOT = '00'
               MOVE 'COMMPLAN' TO WS-FIND-FILE
               MOVE WS-COMMPLAN-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-COMMPLAN-AVAIL-SW
               MOVE HIGH-VALUES TO WS-PREV-PLAN-REGION
               MOVE 'N' TO WS-EOF-SW
               READ COMMPLAN-FILE
                   AT END SET END-OF-PASS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PASS
                   ADD 1 TO WS-RECORDS-CHECKED
                   IF CP-REGION NOT = WS-PREV-PLAN-REGION
                       MOVE CP-REGION TO WS-PREV-PLAN-REGION
                       PERFORM 0125-CHECK-PLAN-REGION
                   END-IF
                   IF CP-EFFECTIVE-DATE NOT > WS-TODAY
                       PERFORM 0130-NOTE-PLAN-REGION
                   END-IF
                   READ COMMPLAN-FILE
                       AT END SET END-OF-PASS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COMMPLAN-FILE
           END-IF.

      * 计划所属的区域应在区域主档上
        0125-CHECK-PLAN-REGION.
           MOVE CP-REGION TO WS-LOOK-REGION.
           PERFORM 0820-LOOKUP-REGION.
           MOVE 'COMMPLAN' TO WS-FIND-FILE.
           MOVE CP-REGION TO WS-FIND-KEY.
           EVALUATE TRUE
               WHEN REGION-MISSING
                   MOVE 2 TO WS-FIND-SEVERITY
                   MOVE 'PLAN FOR A REGION NOT ON REGION.DAT'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN REGION-INACTIVE
                   MOVE 3 TO WS-FIND-SEVERITY
                   MOVE 'PLAN FOR AN INACTIVE REGION' TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 登记一个有生效计划的区域（同一区域只记一次）
        0130-NOTE-PLAN-REGION.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-REGION-COUNT
                  OR WS-PLAN-REGION (WS-PLAN-SUB) = CP-REGION
               CONTINUE
           END-PERFORM.
           IF WS-PLAN-SUB > WS-PLAN-REGION-COUNT
               IF WS-PLAN-REGION-COUNT < 100
                   ADD 1 TO WS-PLAN-REGION-COUNT
                   MOVE CP-REGION
                       TO WS-PLAN-REGION (WS-PLAN-REGION-COUNT)
               ELSE
                   DISPLAY 'PLAN REGION TABLE FULL, DROPPED: '
                       CP-REGION
               END-IF
           END-IF.

      * 关闭参照档
        0190-CLOSE-REFERENCE-FILES.
           IF ARCHIVE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF.
           IF REGION-AVAILABLE
               CLOSE REGION-MASTER-FILE
           END-IF.
           IF TERRMAST-AVAILABLE
               CLOSE TERRMAST-FILE
           END-IF.
           IF TERRASGN-AVAILABLE
               CLOSE TERRASGN-FILE
           END-IF.
           IF REGASGN-AVAILABLE
               CLOSE REGASGN-FILE
           END-IF.
           IF MERGEHIST-AVAILABLE
               CLOSE MERGEHIST-FILE
           END-IF.

      * 主档逐人检查：区域在不在、停没停用、有没有生效计划；同
      * 时在离职归档上（未复职）；最近一次调区的区域与主档不符；
      * 所在片区属于别的区域
        0200-CHECK-SALES.
           MOVE 'N' TO WS-EOF-SW.
           READ SALESFILE NEXT RECORD
               AT END SET END-OF-PASS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PASS
               ADD 1 TO WS-RECORDS-CHECKED
               MOVE 'SALES' TO WS-FIND-FILE
               MOVE SALESPERSON-ID TO WS-KEY-ID
               MOVE WS-KEY-ID TO WS-FIND-KEY
               MOVE REGION TO WS-LOOK-REGION
               PERFORM 0820-LOOKUP-REGION
               EVALUATE TRUE
                   WHEN REGION-MISSING
                       MOVE 1 TO WS-FIND-SEVERITY
                       MOVE 'REGION NOT ON REGION.DAT' TO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
                   WHEN REGION-INACTIVE
                       MOVE 2 TO WS-FIND-SEVERITY
                       MOVE 'REP IN A REGION FLAGGED INACTIVE'
                           TO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 0210-CHECK-REP-PLAN
               MOVE SALESPERSON-ID TO WS-LOOK-ID
               PERFORM 0810-LOOKUP-ARCHIVE
               IF ARCH-DEPARTED
                   MOVE 2 TO WS-FIND-SEVERITY
                   MOVE 'ON MASTER BUT ALSO ARCHIVED AS DEPARTED'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               END-IF
               PERFORM 0220-CHECK-REP-REGASGN
               PERFORM 0230-CHECK-REP-TERRITORY
               READ SALESFILE NEXT RECORD
                   AT END SET END-OF-PASS TO TRUE
               END-READ
           END-PERFORM.

      * 所在区域当日没有生效的提成计划，SALES 会把提成算成零
        0210-CHECK-REP-PLAN.
           IF COMMPLAN-AVAILABLE
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-REGION-COUNT
                      OR WS-PLAN-REGION (WS-PLAN-SUB) = REGION
                   CONTINUE
               END-PERFORM
               IF WS-PLAN-SUB > WS-PLAN-REGION-COUNT
                   MOVE 1 TO WS-FIND-SEVERITY
                   MOVE 'NO COMMISSION PLAN IN EFFECT FOR REGION'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               END-IF
           END-IF.

      * 最近一次生效的调区记录应与主档上的区域一致
        0220-CHECK-REP-REGASGN.
           IF REGASGN-AVAILABLE
               MOVE 'N' TO WS-LATEST-RA-SW
               MOVE SALESPERSON-ID TO RA-SALESPERSON-ID
               MOVE ZEROES TO RA-EFF-DATE
               MOVE 'N' TO WS-SCAN-SW
               START REGASGN-FILE KEY IS NOT LESS THAN RA-KEY
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ REGASGN-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF RA-SALESPERSON-ID NOT = SALESPERSON-ID
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               IF RA-EFF-DATE NOT > WS-TODAY
                                   MOVE 'Y' TO WS-LATEST-RA-SW
                                   MOVE RA-REGION
                                       TO WS-LATEST-RA-REGION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF LATEST-RA-FOUND
                       AND WS-LATEST-RA-REGION NOT = REGION
                   MOVE 2 TO WS-FIND-SEVERITY
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING 'MASTER REGION DIFFERS FROM LATEST REGASGN '
                       WS-LATEST-RA-REGION
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               END-IF
           END-IF.

      * 指派的片区应属于本人所在区域
        0230-CHECK-REP-TERRITORY.
           IF TERRASGN-AVAILABLE AND TERRMAST-AVAILABLE
               MOVE SALESPERSON-ID TO TA-SALESPERSON-ID
               READ TERRASGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TA-TERRITORY TO TM-TERRITORY-CODE
                       READ TERRMAST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF TM-REGION NOT = REGION
                                   PERFORM 0235-TERRITORY-MISMATCH
                               END-IF
                       END-READ
               END-READ
           END-IF.

      * 片区所属区域与本人区域不符
        0235-TERRITORY-MISMATCH.
           MOVE 2 TO WS-FIND-SEVERITY.
           MOVE SPACES TO WS-FIND-TEXT.
           STRING 'TERRITORY ' TA-TERRITORY ' BELONGS TO REGION '
               TM-REGION DELIMITED BY SIZE INTO WS-FIND-TEXT.
           PERFORM 0850-ADD-FINDING.

      * 离职归档：标了已复职、主档上却没有这个人
        0250-CHECK-ARCHIVE.
           IF ARCHIVE-AVAILABLE
               MOVE ZEROES TO ARCH-SALESPERSON-ID
               MOVE ZEROES TO ARCH-TERM-DATE
               MOVE 'N' TO WS-EOF-SW
               START ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
                   INVALID KEY SET END-OF-PASS TO TRUE
               END-START
               PERFORM UNTIL END-OF-PASS
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END SET END-OF-PASS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           IF ARCH-REHIRED-SW = 'Y'
                               PERFORM 0255-CHECK-REHIRED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 复职标志对得上主档
        0255-CHECK-REHIRED.
           MOVE ARCH-SALESPERSON-ID TO SALESPERSON-ID.
           READ SALESFILE
               INVALID KEY
                   MOVE 'SALESARCH' TO WS-FIND-FILE
                   MOVE SPACES TO WS-FIND-KEY
                   STRING ARCH-SALESPERSON-ID '/' ARCH-TERM-DATE
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                   MOVE 2 TO WS-FIND-SEVERITY
                   MOVE 'MARKED REHIRED BUT NOT ON SALES.DAT'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * 片区主档：所属区域在不在、是否停用
        0300-CHECK-TERRMAST.
           IF TERRMAST-AVAILABLE
               MOVE LOW-VALUES TO TM-TERRITORY-CODE
               MOVE 'N' TO WS-EOF-SW
               START TERRMAST-FILE KEY IS NOT LESS THAN
                       TM-TERRITORY-CODE
                   INVALID KEY SET END-OF-PASS TO TRUE
               END-START
               PERFORM UNTIL END-OF-PASS
                   READ TERRMAST-FILE NEXT RECORD
                       AT END SET END-OF-PASS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0305-CHECK-TERRITORY-REGION
                   END-READ
               END-PERFORM
           END-IF.

      * 一个片区的所属区域
        0305-CHECK-TERRITORY-REGION.
           MOVE 'TERRMAST' TO WS-FIND-FILE.
           MOVE TM-TERRITORY-CODE TO WS-FIND-KEY.
           MOVE TM-REGION TO WS-LOOK-REGION.
           PERFORM 0820-LOOKUP-REGION.
           EVALUATE TRUE
               WHEN REGION-MISSING
                   MOVE 1 TO WS-FIND-SEVERITY
                   MOVE 'TERRITORY REGION NOT ON REGION.DAT'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN REGION-INACTIVE
                   IF TM-ACTIVE-FLAG NOT = 'N'
                       MOVE 2 TO WS-FIND-SEVERITY
                       MOVE 'ACTIVE TERRITORY IN AN INACTIVE REGION'
                           TO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 片区指派：人在不在、片区在不在、片区是否停用
        0320-CHECK-TERRASGN.
           IF TERRASGN-AVAILABLE
               MOVE ZEROES TO TA-SALESPERSON-ID
               MOVE 'N' TO WS-EOF-SW
               START TERRASGN-FILE KEY IS NOT LESS THAN
                       TA-SALESPERSON-ID
                   INVALID KEY SET END-OF-PASS TO TRUE
               END-START
               PERFORM UNTIL END-OF-PASS
                   READ TERRASGN-FILE NEXT RECORD
                       AT END SET END-OF-PASS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0325-CHECK-ASSIGNMENT
                   END-READ
               END-PERFORM
           END-IF.

      * 一条片区指派
        0325-CHECK-ASSIGNMENT.
           MOVE 'TERRASGN' TO WS-FIND-FILE.
           MOVE TA-SALESPERSON-ID TO WS-KEY-ID.
           MOVE WS-KEY-ID TO WS-FIND-KEY.
           MOVE TA-SALESPERSON-ID TO WS-LOOK-ID.
           PERFORM 0800-CLASSIFY-PERSON.
           EVALUATE TRUE
               WHEN PERSON-UNKNOWN
                   MOVE 1 TO WS-FIND-SEVERITY
                   MOVE 'SALESPERSON NOT ON SALES OR SALESARCH'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN PERSON-DEPARTED
                   MOVE 2 TO WS-FIND-SEVERITY
                   MOVE 'DEPARTED REP STILL ASSIGNED A TERRITORY'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF TERRMAST-AVAILABLE
               MOVE TA-TERRITORY TO TM-TERRITORY-CODE
               READ TERRMAST-FILE
                   INVALID KEY
                       MOVE 1 TO WS-FIND-SEVERITY
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING 'TERRITORY ' TA-TERRITORY
                           ' NOT ON TERRMAST.DAT'
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
                   NOT INVALID KEY
                       IF TM-ACTIVE-FLAG = 'N'
                           MOVE 2 TO WS-FIND-SEVERITY
                           MOVE SPACES TO WS-FIND-TEXT
                           STRING 'ASSIGNED TO INACTIVE TERRITORY '
                               TA-TERRITORY
                               DELIMITED BY SIZE INTO WS-FIND-TEXT
                           PERFORM 0850-ADD-FINDING
                       END-IF
               END-READ
           END-IF.

      * 区域指派历史：人在不在（已离职的人的历史照留，不报）、
      * 区域在不在
        0340-CHECK-REGASGN.
           IF REGASGN-AVAILABLE
               MOVE ZEROES TO RA-SALESPERSON-ID
               MOVE ZEROES TO RA-EFF-DATE
               MOVE 'N' TO WS-EOF-SW
               START REGASGN-FILE KEY IS NOT LESS THAN RA-KEY
                   INVALID KEY SET END-OF-PASS TO TRUE
               END-START
               PERFORM UNTIL END-OF-PASS
                   READ REGASGN-FILE NEXT RECORD
                       AT END SET END-OF-PASS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 0345-CHECK-REGION-HISTORY
                   END-READ
               END-PERFORM
           END-IF.

      * 一条区域指派历史
        0345-CHECK-REGION-HISTORY.
           MOVE 'REGASGN' TO WS-FIND-FILE.
           MOVE SPACES TO WS-FIND-KEY.
           STRING RA-SALESPERSON-ID '/' RA-EFF-DATE
               DELIMITED BY SIZE INTO WS-FIND-KEY.
           MOVE RA-SALESPERSON-ID TO WS-LOOK-ID.
           PERFORM 0800-CLASSIFY-PERSON.
           IF PERSON-UNKNOWN
               MOVE 1 TO WS-FIND-SEVERITY
               MOVE 'SALESPERSON NOT ON SALES OR SALESARCH'
                   TO WS-FIND-TEXT
               PERFORM 0850-ADD-FINDING
           END-IF.
           MOVE RA-REGION TO WS-LOOK-REGION.
           PERFORM 0820-LOOKUP-REGION.
           IF REGION-MISSING
               MOVE 1 TO WS-FIND-SEVERITY
               MOVE SPACES TO WS-FIND-TEXT
               STRING 'REGION ' RA-REGION ' NOT ON REGION.DAT'
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM 0850-ADD-FINDING
           END-IF.

      * 销售定额：个人定额的人在不在、区域对不对；保留号段的区
      * 域缺省定额查区域
        0360-CHECK-QUOTA.
           OPEN INPUT QUOTA-FILE.
           IF WS-QUOTA-STATUS NOT = '00'
               MOVE 'SALESQUOTA' TO WS-FIND-FILE
               MOVE WS-QUOTA-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               READ QUOTA-FILE
                   AT END SET END-OF-PASS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PASS
                   ADD 1 TO WS-RECORDS-CHECKED
                   IF QM-SALESPERSON-ID NOT < WS-QUOTA-RESERVED-ID
                       PERFORM 0370-CHECK-DEFAULT-QUOTA
                   ELSE
                       PERFORM 0365-CHECK-PERSONAL-QUOTA
                   END-IF
                   READ QUOTA-FILE
                       AT END SET END-OF-PASS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
           END-IF.

      * 一条个人定额
        0365-CHECK-PERSONAL-QUOTA.
           MOVE 'SALESQUOTA' TO WS-FIND-FILE.
           MOVE QM-SALESPERSON-ID TO WS-KEY-ID.
           MOVE WS-KEY-ID TO WS-FIND-KEY.
           MOVE QM-SALESPERSON-ID TO WS-LOOK-ID.
           PERFORM 0800-CLASSIFY-PERSON.
           EVALUATE TRUE
               WHEN PERSON-UNKNOWN
                   MOVE 1 TO WS-FIND-SEVERITY
                   MOVE 'QUOTA FOR ID NOT ON SALES OR SALESARCH'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN PERSON-DEPARTED
                   MOVE 2 TO WS-FIND-SEVERITY
                   MOVE 'QUOTA ROW FOR A DEPARTED REP'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN PERSON-ON-MASTER
                   IF QM-REGION NOT = SPACES
                           AND QM-REGION NOT = REGION
                       MOVE 2 TO WS-FIND-SEVERITY
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING 'QUOTA REGION ' QM-REGION
                           ' BUT REP IS IN ' REGION
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 一条区域缺省定额
        0370-CHECK-DEFAULT-QUOTA.
           MOVE 'SALESQUOTA' TO WS-FIND-FILE.
           MOVE QM-SALESPERSON-ID TO WS-KEY-ID.
           MOVE WS-KEY-ID TO WS-FIND-KEY.
           MOVE QM-REGION TO WS-LOOK-REGION.
           PERFORM 0820-LOOKUP-REGION.
           EVALUATE TRUE
               WHEN REGION-MISSING
                   MOVE 1 TO WS-FIND-SEVERITY
                   MOVE 'DEFAULT QUOTA FOR REGION NOT ON REGION.DAT'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN REGION-INACTIVE
                   MOVE 3 TO WS-FIND-SEVERITY
                   MOVE 'DEFAULT QUOTA FOR AN INACTIVE REGION'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 预支余额：已离职的人还欠着预支余额是 SEVERE，余额已清零
      * 的只是留了一条空记录
        0380-CHECK-DRAWBAL.
           OPEN INPUT DRAWBAL-FILE.
           IF WS-DRAWBAL-STATUS NOT = '00'
               MOVE 'DRAWBAL' TO WS-FIND-FILE
               MOVE WS-DRAWBAL-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               READ DRAWBAL-FILE
                   AT END SET END-OF-PASS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PASS
                   ADD 1 TO WS-RECORDS-CHECKED
                   PERFORM 0385-CHECK-DRAW-RECORD
                   READ DRAWBAL-FILE
                       AT END SET END-OF-PASS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DRAWBAL-FILE
           END-IF.

      * 一条预支余额
        0385-CHECK-DRAW-RECORD.
           MOVE 'DRAWBAL' TO WS-FIND-FILE.
           MOVE DB-SALESPERSON-ID TO WS-KEY-ID.
           MOVE WS-KEY-ID TO WS-FIND-KEY.
           MOVE DB-SALESPERSON-ID TO WS-LOOK-ID.
           PERFORM 0800-CLASSIFY-PERSON.
           EVALUATE TRUE
               WHEN PERSON-UNKNOWN
                   MOVE 1 TO WS-FIND-SEVERITY
                   MOVE 'DRAW RECORD FOR ID NOT ON SALES OR SALESARCH'
                       TO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN PERSON-DEPARTED
                   IF DB-BALANCE NOT = ZEROES
                       MOVE 1 TO WS-FIND-SEVERITY
                       MOVE 'DRAW BALANCE OUTSTANDING FOR DEPARTED REP'
                           TO WS-FIND-TEXT
                   ELSE
                       MOVE 3 TO WS-FIND-SEVERITY
                       MOVE 'ZERO-BALANCE DRAW RECORD FOR DEPARTED REP'
                           TO WS-FIND-TEXT
                   END-IF
                   PERFORM 0850-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 客户：区域在不在、启用的客户是否挂在停用区域；归属销售
      * 员在不在
        0400-CHECK-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'CUSTOMER' TO WS-FIND-FILE
               MOVE WS-CUSTOMER-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               READ CUSTOMER-FILE
                   AT END SET END-OF-PASS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PASS
                   ADD 1 TO WS-RECORDS-CHECKED
                   PERFORM 0405-CHECK-CUSTOMER-RECORD
                   READ CUSTOMER-FILE
                       AT END SET END-OF-PASS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

      * 一个客户
        0405-CHECK-CUSTOMER-RECORD.
           MOVE 'CUSTOMER' TO WS-FIND-FILE.
           MOVE CU-CUSTOMER-NO TO WS-KEY-ID.
           MOVE WS-KEY-ID TO WS-FIND-KEY.
           MOVE CU-REGION TO WS-LOOK-REGION.
           PERFORM 0820-LOOKUP-REGION.
           EVALUATE TRUE
               WHEN REGION-MISSING
                   MOVE 1 TO WS-FIND-SEVERITY
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING 'CUSTOMER REGION ' CU-REGION
                       ' NOT ON REGION.DAT'
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN REGION-INACTIVE
                   IF CU-ACTIVE-FLAG NOT = 'N'
                       MOVE 2 TO WS-FIND-SEVERITY
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING 'ACTIVE CUSTOMER IN INACTIVE REGION '
                           CU-REGION
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CU-OWNER-ID NUMERIC AND CU-OWNER-ID > ZEROES
               MOVE CU-OWNER-ID TO WS-LOOK-ID
               PERFORM 0800-CLASSIFY-PERSON
               EVALUATE TRUE
                   WHEN PERSON-UNKNOWN
                       MOVE 1 TO WS-FIND-SEVERITY
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING 'OWNER ' CU-OWNER-ID
                           ' NOT ON SALES OR SALESARCH'
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
                   WHEN PERSON-DEPARTED
                       MOVE 2 TO WS-FIND-SEVERITY
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING 'OWNER ' CU-OWNER-ID
                           ' HAS DEPARTED - REASSIGN'
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * 身份对照：对照出的编号应在主档上
        0420-CHECK-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               MOVE 'WELLXREF' TO WS-FIND-FILE
               MOVE WS-XREF-STATUS TO WS-FIND-KEY
               PERFORM 0860-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               READ XREF-FILE
                   AT END SET END-OF-PASS TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PASS
                   ADD 1 TO WS-RECORDS-CHECKED
                   IF XR-SALESPERSON-ID > ZEROES
                       PERFORM 0425-CHECK-XREF-RECORD
                   END-IF
                   READ XREF-FILE
                       AT END SET END-OF-PASS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

      * 一条身份对照
        0425-CHECK-XREF-RECORD.
           MOVE 'WELLXREF' TO WS-FIND-FILE.
           MOVE XR-LASTNAME TO WS-FIND-KEY.
           MOVE XR-SALESPERSON-ID TO WS-LOOK-ID.
           PERFORM 0800-CLASSIFY-PERSON.
           EVALUATE TRUE
               WHEN PERSON-UNKNOWN
                   MOVE 1 TO WS-FIND-SEVERITY
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING 'ID ' XR-SALESPERSON-ID
                       ' NOT ON SALES OR SALESARCH'
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN PERSON-DEPARTED
                   MOVE 2 TO WS-FIND-SEVERITY
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING 'ID ' XR-SALESPERSON-ID
                       ' IS A DEPARTED REP, NOT ON SALES.DAT'
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM 0850-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 一个编号的去向：在主档上 A，只在离职归档上 D，已被
      * SALESMERGE 并入别的编号 M，哪儿都没有 U；在主档上时主档
      * 记录留在记录区，调用方可取其区域。M 在这里就报一条
      * WARNING（调用方已备好档名与键），调用方不再另报
        0800-CLASSIFY-PERSON.
           MOVE WS-LOOK-ID TO SALESPERSON-ID.
           READ SALESFILE
               INVALID KEY
                   PERFORM 0810-LOOKUP-ARCHIVE
                   IF ARCH-FOUND
                       MOVE 'D' TO WS-PERSON-STATE
                   ELSE
                       PERFORM 0815-LOOKUP-MERGED
                   END-IF
               NOT INVALID KEY
                   MOVE 'A' TO WS-PERSON-STATE
           END-READ.

      * 查合并登记：注销编号还留在别的档里，多半是合并那次该档
      * 没打开，重跑 SALESMERGE 不行，要人工改成保留编号
        0815-LOOKUP-MERGED.
           MOVE 'U' TO WS-PERSON-STATE.
           IF MERGEHIST-AVAILABLE
               MOVE WS-LOOK-ID TO MH-RETIRED-ID
               READ MERGEHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'M' TO WS-PERSON-STATE
                       MOVE 2 TO WS-FIND-SEVERITY
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING 'ID ' MH-RETIRED-ID ' MERGED INTO '
                           MH-SURVIVOR-ID ' - RE-KEY TO SURVIVOR'
                           DELIMITED BY SIZE INTO WS-FIND-TEXT
                       PERFORM 0850-ADD-FINDING
               END-READ
           END-IF.

      * 在离职归档上找这个编号的记录：找到任一条为 FOUND，其中
      * 有未复职的为 DEPARTED
        0810-LOOKUP-ARCHIVE.
           MOVE 'N' TO WS-ARCH-FOUND-SW.
           MOVE 'N' TO WS-ARCH-DEPARTED-SW.
           IF ARCHIVE-AVAILABLE
               MOVE WS-LOOK-ID TO ARCH-SALESPERSON-ID
               MOVE ZEROES TO ARCH-TERM-DATE
               MOVE 'N' TO WS-SCAN-SW
               START ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF ARCH-SALESPERSON-ID NOT = WS-LOOK-ID
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               MOVE 'Y' TO WS-ARCH-FOUND-SW
                               IF ARCH-REHIRED-SW NOT = 'Y'
                                   MOVE 'Y' TO WS-ARCH-DEPARTED-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 查区域主档：在且启用 A，在但停用 I，不在 M；区域档打不
      * 开时 X，调用方不报
        0820-LOOKUP-REGION.
           IF NOT REGION-AVAILABLE
               MOVE 'X' TO WS-REGION-STATE
           ELSE
               MOVE WS-LOOK-REGION TO RM-REGION-CODE
               READ REGION-MASTER-FILE
                   INVALID KEY
                       MOVE 'M' TO WS-REGION-STATE
                   NOT INVALID KEY
                       IF RM-ACTIVE-FLAG = 'N'
                           MOVE 'I' TO WS-REGION-STATE
                       ELSE
                           MOVE 'A' TO WS-REGION-STATE
                       END-IF
               END-READ
           END-IF.

      * 登记一条发现：调用方备好严重程度、文件、键和说明
        0850-ADD-FINDING.
           MOVE WS-FIND-SEVERITY TO ASR-SEVERITY.
           MOVE WS-FIND-FILE TO ASR-FILE-ID.
           MOVE WS-FIND-KEY TO ASR-KEY.
           MOVE WS-FIND-TEXT TO ASR-TEXT.
           RELEASE AUDIT-SORT-RECORD.
           ADD 1 TO WS-FINDING-COUNT.
           EVALUATE WS-FIND-SEVERITY
               WHEN 1
                   ADD 1 TO WS-SEVERE-COUNT
               WHEN 2
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INFO-COUNT
           END-EVALUATE.

      * 一个档打不开：报一条 INFO，键栏放文件状态
        0860-FILE-NOT-AVAILABLE.
           MOVE 3 TO WS-FIND-SEVERITY.
           MOVE 'FILE NOT AVAILABLE - ITS CHECKS WERE SKIPPED'
               TO WS-FIND-TEXT.
           PERFORM 0850-ADD-FINDING.

      * 排序输出过程：严重程度换了空一行
        0600-PRINT-FINDINGS.
           MOVE ZEROES TO WS-PREV-SEVERITY.
           RETURN AUDIT-SORT-FILE
                AT END SET ENDOFAUDITSORT TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFAUDITSORT
               IF ASR-SEVERITY NOT = WS-PREV-SEVERITY
                   MOVE ASR-SEVERITY TO WS-PREV-SEVERITY
                   MOVE SPACES TO AUDIT-PRINT-LINE
                   WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
               END-IF
               EVALUATE ASR-SEVERITY
                   WHEN 1
                       MOVE 'SEVERE' TO ADL-SEVERITY
                   WHEN 2
                       MOVE 'WARNING' TO ADL-SEVERITY
                   WHEN OTHER
                       MOVE 'INFO' TO ADL-SEVERITY
               END-EVALUATE
               MOVE ASR-FILE-ID TO ADL-FILE
               MOVE ASR-KEY TO ADL-KEY
               MOVE ASR-TEXT TO ADL-TEXT
               MOVE AUDIT-DETAIL-LINE TO AUDIT-PRINT-LINE
               WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
               RETURN AUDIT-SORT-FILE
                    AT END SET ENDOFAUDITSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF WS-FINDING-COUNT = ZEROES
               MOVE SPACES TO AUDIT-PRINT-LINE
               WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
               MOVE 'NO FINDINGS - MASTER FILES AGREE' TO ASL-LABEL
               MOVE ZEROES TO ASL-VALUE
               MOVE AUDIT-SUMMARY-LINE TO AUDIT-PRINT-LINE
               WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * 尾部汇总
        0700-WRITE-SUMMARY.
           MOVE SPACES TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS CHECKED' TO ASL-LABEL.
           MOVE WS-RECORDS-CHECKED TO ASL-VALUE.
           PERFORM 0710-WRITE-SUMMARY-LINE.
           MOVE 'SEVERE FINDINGS' TO ASL-LABEL.
           MOVE WS-SEVERE-COUNT TO ASL-VALUE.
           PERFORM 0710-WRITE-SUMMARY-LINE.
           MOVE 'WARNINGS' TO ASL-LABEL.
           MOVE WS-WARNING-COUNT TO ASL-VALUE.
           PERFORM 0710-WRITE-SUMMARY-LINE.
           MOVE 'INFORMATION' TO ASL-LABEL.
           MOVE WS-INFO-COUNT TO ASL-VALUE.
           PERFORM 0710-WRITE-SUMMARY-LINE.

      * 写一行尾部汇总
        0710-WRITE-SUMMARY-LINE.
           MOVE AUDIT-SUMMARY-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 向夜批运行控制档追加一条开始/结束记录，做法与
      * SALESMAINT.cbl 的 0350 段一致；读入条数记检查过的记录数，
      * 写出条数记发现数，剔除条数记 SEVERE 发现数
        0350-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'MASTAUDIT' TO RC-PROGRAM
               MOVE WS-RUNCTL-TYPE TO RC-RECORD-TYPE
               MOVE WS-RUN-DATE TO RC-DATE
               ACCEPT WS-RUNCTL-TIME FROM TIME
               MOVE WS-RUNCTL-TIME TO RC-TIME
               MOVE WS-RECORDS-CHECKED TO RC-RECORDS-READ
               MOVE WS-FINDING-COUNT TO RC-RECORDS-WRITTEN
               MOVE WS-SEVERE-COUNT TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'RUN CONTROL OPEN FAILED, STATUS = '
                   WS-RUNCTL-STATUS
           END-IF.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE SALESFILE.
           CLOSE AUDIT-REPORT-FILE.
           MOVE 'E' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
      * GOBACK 而非 STOP RUN，便于本程序被 NIGHTRESTART 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM MASTAUDIT.
