       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPCASE.
      * 程序名称：提成争议案件夜批（更正生成与账龄报表）
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Nightly step for the commission dispute cases SALESINQ     *
      *   opens and works.  A case resolved with a correction gets  *
      *   a J adjustment, carrying the case number, added to the    *
      *   night's SALESTRAN batch ahead of SALESEDIT, with the      *
      *   batch trailer re-footed; the batch is rebuilt only when   *
      *   it passes its own controls, and a correction already in   *
      *   the batch from an earlier attempt is never added twice.   *
      *   The report then ages every open or investigating case by  *
      *   region and lists resolved corrections not yet applied.    *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT DISPCASE-FILE ASSIGN TO "DISPCASE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-CASE-NO
             ALTERNATE RECORD KEY IS DC-SALESPERSON-ID
                 WITH DUPLICATES
             FILE STATUS IS WS-DISPCASE-STATUS.
      * 提成争议案件档，SALESINQ 开案、办案
            SELECT TRANFILE ASSIGN TO "SALESTRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANFILE-STATUS.
      * 当晚的维护交易批：争议更正的 J 交易追加在批尾之前
            SELECT TRAN-WORK-FILE ASSIGN TO "DISPTRAN.WRK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANWORK-STATUS.
      * 重写交易批用的工作文件：原批除批尾外逐条先抄到这里
            SELECT AGING-REPORT-FILE ASSIGN TO "DISPAGE.RPT".
      * 争议案件账龄报表
            SELECT AGING-SORT-FILE ASSIGN TO "DISPAGESORT.DAT".
      * 按区域、账龄排序用的工作文件
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：账龄按业务日期计算，凌晨后重跑不会把
      * 账龄多算一天
            SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
             FILE STATUS IS WS-RUNCTL-STATUS.
      * 夜批运行控制档，布局与各批量程序一致；NIGHTRESTART 据此
      * 判断本步是否已经跑完，RUNSTATUS 出看板

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 提成争议案件档，布局与 SALESINQ.cbl 的一致
       FD DISPCASE-FILE.
       01 DISPCASE-REC.
            05 DC-CASE-NO            PIC 9(10).
            05 DC-SALESPERSON-ID     PIC 9(7).
            05 DC-REGION             PIC X(5).
            05 DC-STATUS             PIC X.
                88 CASE-IS-OPEN      VALUE 'O'.
                88 CASE-INVESTIGATING VALUE 'I'.
                88 CASE-IS-RESOLVED  VALUE 'R'.
            05 DC-PERIOD             PIC 9(6).
            05 DC-AMOUNT             PIC S9(6)V99.
            05 DC-REASON             PIC X(40).
            05 DC-OPEN-DATE          PIC 9(8).
            05 DC-OPEN-OPERATOR      PIC X(8).
            05 DC-UPDATE-DATE        PIC 9(8).
            05 DC-UPDATE-OPERATOR    PIC X(8).
            05 DC-NOTE               PIC X(40).
            05 DC-CORRECTION         PIC S9(6)V99.
            05 DC-TRAN-STATUS        PIC X.
      * 空格 = 无更正交易, P = 待生成, G = 已生成进 SALESTRAN,
      * A = SALESMAINT 已应用, X = SALESMAINT 拒绝
            05 DC-TRAN-DATE          PIC 9(8).

      * 维护交易批，布局与 SALESMAINT.cbl 的一致
       FD TRANFILE.
       01 TRAN-RECORD.
            88 ENDOFTRAN VALUE HIGH-VALUES.
            05 TRAN-CODE             PIC X.
            05 TRAN-SALESPERSON-ID   PIC 9(7).
            05 TRAN-SALESPERSON-NAME.
                10 TRAN-LASTNAME      PIC X(20).
                10 TRAN-FIRSTNAME     PIC X(20).
            05 TRAN-REGION           PIC X(5).
            05 TRAN-YEARLYSALES      PIC 9(6)V99.
            05 TRAN-GENDER           PIC X.
            05 TRAN-PRIOR-YEAR-SALES-GRP.
                10 TRAN-PRIOR-YEAR-SALES PIC 9(6)V99 OCCURS 5 TIMES.
            05 TRAN-ADJUSTMENT        PIC S9(6)V99.
            05 TRAN-TERM-DATE         PIC 9(8).
            05 TRAN-TERM-REASON       PIC X(3).
                88 TRAN-FROM-DISPUTE  VALUE 'DSP'.
            05 TRAN-OPERATOR-ID       PIC X(8).
      * 争议更正视图：占用姓名区携带案件号
       01 TRAN-DISPUTE-REC.
            05 FILLER                PIC X.
            05 FILLER                PIC X(7).
            05 TRJ-CASE-NO           PIC X(10).
            05 TRJ-CASE-NO-N REDEFINES TRJ-CASE-NO PIC 9(10).
            05 FILLER                PIC X(111).
      * 批头记录视图
       01 TRAN-HEADER-REC.
            05 FILLER                PIC X.
            05 TRH-BATCH-ID          PIC X(8).
            05 TRH-CREATE-DATE       PIC 9(8).
            05 FILLER                PIC X(112).
      * 批尾记录视图
       01 TRAN-TRAILER-REC.
            05 FILLER                PIC X.
            05 TRT-TRAN-COUNT        PIC 9(7).
            05 TRT-HASH-TOTAL        PIC S9(11)V99.
            05 FILLER                PIC X(108).

      * 重写交易批用的工作文件
       FD TRAN-WORK-FILE.
       01 TRAN-WORK-RECORD          PIC X(129).

       FD AGING-REPORT-FILE.
       01 AGING-PRINT-LINE          PIC X(132).

      * 排序工作文件：一宗未结案件一条
       SD AGING-SORT-FILE.
       01 AGING-SORT-RECORD.
            88 ENDOFAGING VALUE HIGH-VALUES.
            05 ASR-REGION            PIC X(5).
            05 ASR-AGE-DAYS          PIC 9(5).
            05 ASR-CASE-NO           PIC 9(10).
            05 ASR-SALESPERSON-ID    PIC 9(7).
            05 ASR-STATUS            PIC X.
            05 ASR-PERIOD            PIC 9(6).
            05 ASR-AMOUNT            PIC S9(6)V99.
            05 ASR-OPEN-DATE         PIC 9(8).
            05 ASR-OPERATOR          PIC X(8).
            05 ASR-REASON            PIC X(40).

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
       01  WS-DISPCASE-STATUS       PIC X(2) VALUE '00'.
       01  WS-DISPCASE-AVAIL-SW     PIC X VALUE 'N'.
           88 DISPCASE-AVAILABLE    VALUE 'Y'.
       01  WS-CASE-SCAN-SW          PIC X VALUE 'N'.
           88 CASE-SCAN-DONE        VALUE 'Y'.
       01  WS-TRANFILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRANWORK-STATUS       PIC X(2) VALUE '00'.
       01  WS-TRANWORK-SW           PIC X VALUE 'N'.
           88 TRANWORK-EOF          VALUE 'Y'.

      * 当晚交易批的状态：N = 没有交易批（新起一批）, G = 批头
      * 批尾齐全且数对得上, B = 批有毛病（更正留待下一晚，批本
      * 身原样不动，由 SALESEDIT 照常拒绝）
       01  WS-BATCH-STATE           PIC X VALUE 'N'.
           88 BATCH-NOT-PRESENT     VALUE 'N'.
           88 BATCH-IS-GOOD         VALUE 'G'.
           88 BATCH-IS-BAD          VALUE 'B'.
       01  WS-HEADER-SEEN-SW        PIC X VALUE 'N'.
           88 HEADER-SEEN           VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW       PIC X VALUE 'N'.
           88 TRAILER-SEEN          VALUE 'Y'.
       01  WS-BATCH-ERROR           PIC X(40) VALUE SPACES.
       01  WS-VERIFY-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-VERIFY-HASH           PIC S9(11)V99 COMP-3 VALUE ZEROES.

      * 交易批里已经带着的争议更正案件号：上一次本步跑到一半
      * 中断、批已重写而案件没来得及标记时，重跑据此不再重复
      * 追加
       01  WS-SEEN-COUNT            PIC 9(3) VALUE ZEROES.
       01  WS-SEEN-TABLE.
            05 WS-SEEN-CASE-NO      PIC 9(10) OCCURS 500 TIMES.
       01  WS-SEEN-SUB              PIC 9(3) VALUE ZEROES.
       01  WS-SEEN-SW               PIC X VALUE 'N'.
           88 CASE-ALREADY-IN-BATCH VALUE 'Y'.

      * 今晚要生成更正交易的案件号
       01  WS-PENDING-COUNT         PIC 9(3) VALUE ZEROES.
       01  WS-PENDING-TABLE.
            05 WS-PENDING-CASE-NO   PIC 9(10) OCCURS 500 TIMES.
       01  WS-PENDING-SUB           PIC 9(3) VALUE ZEROES.

      * 控制总计
       01  WS-CASES-READ            PIC 9(7) VALUE ZEROES.
       01  WS-GENERATED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-ALREADY-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-HELDBACK-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-AGED-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-ESCALATED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-UNAPPLIED-COUNT       PIC 9(7) VALUE ZEROES.

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
       01  WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE-WORK.
            05 WS-BD-CCYY           PIC 9(4).
            05 WS-BD-MM             PIC 99.
            05 WS-BD-DD             PIC 99.
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE-WORK PIC 9(8).

      * 账龄按年乘 365 加月乘 30 加日的粗略天数差计算，做法与
      * SALESSUSPRPT.cbl 一致；超过升级门槛的案件点名升级
       01  WS-TODAY-DAYNO           PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-DAYNO            PIC 9(7) VALUE ZEROES.
       01  WS-AGE-DAYS              PIC S9(5) VALUE ZEROES.
       01  WS-OPEN-DATE-WORK.
            05 WS-OD-CCYY           PIC 9(4).
            05 WS-OD-MM             PIC 99.
            05 WS-OD-DD             PIC 99.
       01  WS-ESCALATE-DAYS         PIC 9(3) VALUE 14.
       01  WS-AGE-BUCKET            PIC 9 VALUE ZEROES.
       01  WS-BUCKET-SUB            PIC 9 VALUE ZEROES.

      * 区域控制中断与小计
       01  WS-HAVE-GROUP-SW         PIC X VALUE 'N'.
           88 GROUP-IN-PROGRESS     VALUE 'Y'.
       01  WS-CURR-REGION           PIC X(5) VALUE SPACES.
       01  WS-REGION-TOTALS.
            05 WS-RG-CASES          PIC 9(5).
            05 WS-RG-AMOUNT         PIC S9(9)V99.
            05 WS-RG-BUCKET         PIC 9(5) OCCURS 4 TIMES.
       01  WS-COMPANY-TOTALS.
            05 WS-CO-CASES          PIC 9(5).
            05 WS-CO-AMOUNT         PIC S9(9)V99.
            05 WS-CO-BUCKET         PIC 9(5) OCCURS 4 TIMES.

      * 报表抬头行
       01  AGING-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(40) VALUE
               'COMMISSION DISPUTE CASES - NIGHTLY RUN'.
            05 FILLER               PIC X(15) VALUE 'BUSINESS DATE '.
            05 ATL-DATE              PIC 9(8).
            05 FILLER                PIC X(64) VALUE SPACES.

      * 分节标题行
       01  SECTION-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 STL-TEXT              PIC X(60).
            05 FILLER                PIC X(67) VALUE SPACES.

      * 更正交易清单标题行（今晚生成的、结案未应用的共用）
       01  CORR-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(12) VALUE 'CASE NO'.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(7)  VALUE 'REGION'.
            05 FILLER               PIC X(13) VALUE '  CORRECTION'.
            05 FILLER               PIC X(10) VALUE 'RESOLVED'.
            05 FILLER               PIC X(10) VALUE 'OPERATOR'.
            05 FILLER               PIC X(66) VALUE 'TRANSACTION'.

      * 更正交易明细行
       01  CORR-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CDL-CASE-NO           PIC 9(10).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-REGION            PIC X(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-CORRECTION        PIC -ZZZ,ZZ9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-RESOLVED          PIC 9(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-OPERATOR          PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-STATUS            PIC X(30).
            05 FILLER                PIC X(36) VALUE SPACES.

      * 账龄报表标题行
       01  AGING-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(7)  VALUE 'REGION'.
            05 FILLER               PIC X(12) VALUE 'CASE NO'.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(4)  VALUE 'ST'.
            05 FILLER               PIC X(8)  VALUE 'PERIOD'.
            05 FILLER               PIC X(13) VALUE '   DISPUTED'.
            05 FILLER               PIC X(10) VALUE 'OPENED'.
            05 FILLER               PIC X(7)  VALUE '  DAYS'.
            05 FILLER               PIC X(10) VALUE 'UPDATED BY'.
            05 FILLER               PIC X(47) VALUE 'REASON'.

      * 账龄报表明细行：一宗案件一行
       01  AGING-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 AGD-REGION            PIC X(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-CASE-NO           PIC 9(10).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-STATUS            PIC X.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 AGD-PERIOD            PIC 9(6).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-AMOUNT            PIC -ZZZ,ZZ9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-OPEN-DATE         PIC 9(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-AGE               PIC ZZZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-OPERATOR          PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-REASON            PIC X(30).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-FLAG              PIC X(12).
            05 FILLER                PIC X(3)  VALUE SPACES.

      * 区域小计/公司合计行：案件数、争议金额与四个账龄档的件数
       01  AGING-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 AGT-LABEL             PIC X(24).
            05 AGT-CASES             PIC ZZ,ZZ9.
            05 FILLER                PIC X(8)  VALUE ' CASES  '.
            05 AGT-AMOUNT            PIC -Z,ZZZ,ZZ9.99.
            05 FILLER                PIC X(10) VALUE '    0-7: '.
            05 AGT-BUCKET-1          PIC ZZZ9.
            05 FILLER                PIC X(10) VALUE '   8-30: '.
            05 AGT-BUCKET-2          PIC ZZZ9.
            05 FILLER                PIC X(10) VALUE '  31-60: '.
            05 AGT-BUCKET-3          PIC ZZZ9.
            05 FILLER                PIC X(11) VALUE '  OVER 60: '.
            05 AGT-BUCKET-4          PIC ZZZ9.
            05 FILLER                PIC X(19) VALUE SPACES.

      * 控制总计行
       01  CONTROL-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CTL-LABEL             PIC X(35).
            05 CTL-VALUE             PIC ZZ,ZZ9.
            05 FILLER                PIC X(86) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：先把结案更正并进当晚交易批，再出未结案件账龄与
      * 结案未应用的更正清单
        0050-OPEN-FILE.
           PERFORM 0045-GET-BUSINESS-DATE.
           MOVE 'S' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-BUS-DATE-N TO ATL-DATE.
           MOVE AGING-TITLE-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-DISPCASE-AVAIL-SW.
           OPEN I-O DISPCASE-FILE.
           IF WS-DISPCASE-STATUS = '00'
               MOVE 'Y' TO WS-DISPCASE-AVAIL-SW
               PERFORM 0100-MERGE-CORRECTIONS
               SORT AGING-SORT-FILE
                   ON ASCENDING KEY ASR-REGION
                      DESCENDING KEY ASR-AGE-DAYS
                      ASCENDING KEY ASR-CASE-NO
                   INPUT PROCEDURE IS 0400-RELEASE-OPEN-CASES
                   OUTPUT PROCEDURE IS 0500-PRINT-AGING
               PERFORM 0600-LIST-UNAPPLIED
               PERFORM 0300-WRITE-CONTROL-TOTALS
           ELSE
               DISPLAY 'DISPCASE NOT AVAILABLE, STATUS = '
                   WS-DISPCASE-STATUS
               MOVE 'NO DISPUTE CASE FILE - NO CASES ON RECORD'
                   TO STL-TEXT
               PERFORM 0310-WRITE-SECTION-TITLE
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
           COMPUTE WS-TODAY-DAYNO =
               WS-BD-CCYY * 365 + WS-BD-MM * 30 + WS-BD-DD.

      * 向夜批运行控制档追加一条开始/结束记录，做法与
      * SALESMAINT.cbl 的 0350 段一致
        0350-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'DISPCASE' TO RC-PROGRAM
               MOVE WS-RUNCTL-TYPE TO RC-RECORD-TYPE
               MOVE WS-RUN-DATE TO RC-DATE
               ACCEPT WS-RUNCTL-TIME FROM TIME
               MOVE WS-RUNCTL-TIME TO RC-TIME
               MOVE WS-CASES-READ TO RC-RECORDS-READ
               MOVE WS-GENERATED-COUNT TO RC-RECORDS-WRITTEN
               MOVE WS-HELDBACK-COUNT TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'RUN CONTROL OPEN FAILED, STATUS = '
                   WS-RUNCTL-STATUS
           END-IF.

      * 把待生成的争议更正并进当晚交易批：先通读原批核对批头批
      * 尾并抄进工作文件，再挑出待生成的案件，有要追加的才重写
      * 交易批
        0100-MERGE-CORRECTIONS.
           MOVE 'TRANSACTIONS GENERATED INTO SALESTRAN'
               TO STL-TEXT.
           PERFORM 0310-WRITE-SECTION-TITLE.
           MOVE CORR-HEADING-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0110-READ-TRAN-BATCH.
           IF BATCH-IS-BAD
               DISPLAY 'SALESTRAN BATCH FAILS CONTROLS: '
                   WS-BATCH-ERROR
               MOVE SPACES TO STL-TEXT
               STRING 'SALESTRAN FAILS CONTROLS - ' DELIMITED BY SIZE
                      WS-BATCH-ERROR DELIMITED BY SIZE
                      INTO STL-TEXT
               PERFORM 0310-WRITE-SECTION-TITLE
           END-IF.
           PERFORM 0130-COLLECT-PENDING-CASES.
           IF WS-PENDING-COUNT > ZEROES
               PERFORM 0150-REWRITE-TRAN-BATCH
           END-IF.

      * 通读当晚交易批：核对逻辑与 SALESEDIT 的 0090 段一致；批
      * 尾以外的记录逐条抄进工作文件，批里已有的争议更正记下
      * 案件号
        0110-READ-TRAN-BATCH.
           MOVE 'N' TO WS-HEADER-SEEN-SW.
           MOVE 'N' TO WS-TRAILER-SEEN-SW.
           MOVE SPACES TO WS-BATCH-ERROR.
           MOVE ZEROES TO WS-VERIFY-COUNT.
           MOVE ZEROES TO WS-VERIFY-HASH.
           OPEN INPUT TRANFILE.
           IF WS-TRANFILE-STATUS NOT = '00'
               MOVE 'N' TO WS-BATCH-STATE
           ELSE
               OPEN OUTPUT TRAN-WORK-FILE
               READ TRANFILE
                    AT END SET ENDOFTRAN TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFTRAN
                   PERFORM 0120-CHECK-BATCH-RECORD
                   READ TRANFILE
                        AT END SET ENDOFTRAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANFILE
               CLOSE TRAN-WORK-FILE
               IF WS-BATCH-ERROR = SPACES AND NOT HEADER-SEEN
                   MOVE 'empty transaction file' TO WS-BATCH-ERROR
               END-IF
               IF WS-BATCH-ERROR = SPACES AND NOT TRAILER-SEEN
                   MOVE 'missing batch trailer' TO WS-BATCH-ERROR
               END-IF
               IF WS-BATCH-ERROR = SPACES
                   MOVE 'G' TO WS-BATCH-STATE
               ELSE
                   MOVE 'B' TO WS-BATCH-STATE
               END-IF
           END-IF.

      * 核对并抄写交易批的一条记录
        0120-CHECK-BATCH-RECORD.
           EVALUATE TRUE
               WHEN WS-BATCH-ERROR NOT = SPACES
                   CONTINUE
               WHEN NOT HEADER-SEEN AND TRAN-CODE = 'H'
                   SET HEADER-SEEN TO TRUE
                   MOVE TRAN-RECORD TO TRAN-WORK-RECORD
                   WRITE TRAN-WORK-RECORD
               WHEN NOT HEADER-SEEN
                   MOVE 'missing batch header' TO WS-BATCH-ERROR
               WHEN TRAILER-SEEN
                   MOVE 'records follow batch trailer'
                       TO WS-BATCH-ERROR
               WHEN TRAN-CODE = 'T'
                   SET TRAILER-SEEN TO TRUE
                   IF TRT-TRAN-COUNT NOT = WS-VERIFY-COUNT
                       MOVE 'trailer count mismatch' TO WS-BATCH-ERROR
                   ELSE
                       IF TRT-HASH-TOTAL NOT = WS-VERIFY-HASH
                           MOVE 'trailer hash total mismatch'
                               TO WS-BATCH-ERROR
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-VERIFY-COUNT
                   IF TRAN-YEARLYSALES NUMERIC
                       ADD TRAN-YEARLYSALES TO WS-VERIFY-HASH
                   END-IF
                   IF TRAN-ADJUSTMENT NUMERIC
                       ADD TRAN-ADJUSTMENT TO WS-VERIFY-HASH
                   END-IF
                   IF TRAN-CODE = 'J' AND TRAN-FROM-DISPUTE
                           AND TRJ-CASE-NO NUMERIC
                           AND WS-SEEN-COUNT < 500
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE TRJ-CASE-NO-N
                           TO WS-SEEN-CASE-NO (WS-SEEN-COUNT)
                   END-IF
                   MOVE TRAN-RECORD TO TRAN-WORK-RECORD
                   WRITE TRAN-WORK-RECORD
           END-EVALUATE.

      * 顺序清点案件档，挑出结案带更正、尚待生成的案件：批里已
      * 经有的直接标记已生成；交易批有毛病或本晚名额已满的留待
      * 下一晚
        0130-COLLECT-PENDING-CASES.
           MOVE 'N' TO WS-CASE-SCAN-SW.
           MOVE ZEROES TO DC-CASE-NO.
           START DISPCASE-FILE KEY NOT < DC-CASE-NO
               INVALID KEY
                   SET CASE-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CASE-SCAN-DONE
               READ DISPCASE-FILE NEXT RECORD
                   AT END SET CASE-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CASES-READ
                       IF CASE-IS-RESOLVED AND DC-TRAN-STATUS = 'P'
                           PERFORM 0140-CLASSIFY-PENDING-CASE
                       END-IF
               END-READ
           END-PERFORM.

      * 一宗待生成案件的去向
        0140-CLASSIFY-PENDING-CASE.
           MOVE 'N' TO WS-SEEN-SW.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                  OR CASE-ALREADY-IN-BATCH
               IF WS-SEEN-CASE-NO (WS-SEEN-SUB) = DC-CASE-NO
                   MOVE 'Y' TO WS-SEEN-SW
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN CASE-ALREADY-IN-BATCH
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE 'G' TO DC-TRAN-STATUS
                   MOVE WS-BUS-DATE-N TO DC-TRAN-DATE
                   REWRITE DISPCASE-REC
               WHEN BATCH-IS-BAD
                 OR WS-PENDING-COUNT NOT < 500
                   ADD 1 TO WS-HELDBACK-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE DC-CASE-NO
                       TO WS-PENDING-CASE-NO (WS-PENDING-COUNT)
           END-EVALUATE.

      * 重写交易批：原批（批头与明细）从工作文件抄回，没有交易
      * 批时新起一个批头；各案件的 J 交易接在明细之后，批尾按
      * 新的条数与校验合计重写
        0150-REWRITE-TRAN-BATCH.
           OPEN OUTPUT TRANFILE.
           IF BATCH-IS-GOOD
               MOVE 'N' TO WS-TRANWORK-SW
               OPEN INPUT TRAN-WORK-FILE
               READ TRAN-WORK-FILE
                    AT END SET TRANWORK-EOF TO TRUE
                    END-READ
               PERFORM UNTIL TRANWORK-EOF
                   MOVE TRAN-WORK-RECORD TO TRAN-RECORD
                   WRITE TRAN-RECORD
                   READ TRAN-WORK-FILE
                        AT END SET TRANWORK-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRAN-WORK-FILE
           ELSE
               MOVE SPACES TO TRAN-HEADER-REC
               MOVE 'H' TO TRAN-CODE
               MOVE 'DISPCASE' TO TRH-BATCH-ID
               MOVE WS-BUS-DATE-N TO TRH-CREATE-DATE
               WRITE TRAN-RECORD
           END-IF.
           PERFORM 0160-WRITE-CORRECTION
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT.
           MOVE SPACES TO TRAN-TRAILER-REC.
           MOVE 'T' TO TRAN-CODE.
           MOVE WS-VERIFY-COUNT TO TRT-TRAN-COUNT.
           MOVE WS-VERIFY-HASH TO TRT-HASH-TOTAL.
           WRITE TRAN-RECORD.
           CLOSE TRANFILE.

      * 为一宗案件写一笔 J 调整交易：原因码 DSP，姓名区带案件
      * 号，提交操作员记结案的操作员——超限持单时他不能自己放
      * 行；写完把案件标记为已生成并列在报表上
        0160-WRITE-CORRECTION.
           MOVE WS-PENDING-CASE-NO (WS-PENDING-SUB) TO DC-CASE-NO.
           READ DISPCASE-FILE
               INVALID KEY
                   DISPLAY 'DISPUTE CASE ' DC-CASE-NO
                       ' VANISHED BEFORE GENERATION'
               NOT INVALID KEY
                   MOVE SPACES TO TRAN-RECORD
                   MOVE 'J' TO TRAN-CODE
                   MOVE DC-SALESPERSON-ID TO TRAN-SALESPERSON-ID
                   MOVE DC-REGION TO TRAN-REGION
                   MOVE ZEROES TO TRAN-YEARLYSALES
                   MOVE ZEROES TO TRAN-PRIOR-YEAR-SALES-GRP
                   MOVE DC-CORRECTION TO TRAN-ADJUSTMENT
                   MOVE ZEROES TO TRAN-TERM-DATE
                   MOVE 'DSP' TO TRAN-TERM-REASON
                   MOVE DC-UPDATE-OPERATOR TO TRAN-OPERATOR-ID
                   MOVE DC-CASE-NO TO TRJ-CASE-NO-N
                   WRITE TRAN-RECORD
                   ADD 1 TO WS-VERIFY-COUNT
                   ADD DC-CORRECTION TO WS-VERIFY-HASH
                   ADD 1 TO WS-GENERATED-COUNT
                   MOVE 'G' TO DC-TRAN-STATUS
                   MOVE WS-BUS-DATE-N TO DC-TRAN-DATE
                   REWRITE DISPCASE-REC
                   MOVE 'J ADDED TO SALESTRAN' TO CDL-STATUS
                   PERFORM 0620-WRITE-CORRECTION-LINE
           END-READ.

      * 排序输入过程：未结（O）与调查中（I）的案件逐宗算账龄
        0400-RELEASE-OPEN-CASES.
           MOVE 'N' TO WS-CASE-SCAN-SW.
           MOVE ZEROES TO DC-CASE-NO.
           START DISPCASE-FILE KEY NOT < DC-CASE-NO
               INVALID KEY
                   SET CASE-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CASE-SCAN-DONE
               READ DISPCASE-FILE NEXT RECORD
                   AT END SET CASE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CASE-IS-OPEN OR CASE-INVESTIGATING
                           PERFORM 0410-RELEASE-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM.

      * 算一宗案件的账龄并交给排序
        0410-RELEASE-ONE-CASE.
           MOVE DC-OPEN-DATE TO WS-OPEN-DATE-WORK.
           IF DC-OPEN-DATE NUMERIC
               COMPUTE WS-OPEN-DAYNO =
                   WS-OD-CCYY * 365 + WS-OD-MM * 30 + WS-OD-DD
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNO - WS-OPEN-DAYNO
           ELSE
               MOVE ZEROES TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS < ZEROES
               MOVE ZEROES TO WS-AGE-DAYS
           END-IF.
           MOVE DC-REGION TO ASR-REGION.
           MOVE WS-AGE-DAYS TO ASR-AGE-DAYS.
           MOVE DC-CASE-NO TO ASR-CASE-NO.
           MOVE DC-SALESPERSON-ID TO ASR-SALESPERSON-ID.
           MOVE DC-STATUS TO ASR-STATUS.
           MOVE DC-PERIOD TO ASR-PERIOD.
           MOVE DC-AMOUNT TO ASR-AMOUNT.
           MOVE DC-OPEN-DATE TO ASR-OPEN-DATE.
           MOVE DC-UPDATE-OPERATOR TO ASR-OPERATOR.
           MOVE DC-REASON TO ASR-REASON.
           RELEASE AGING-SORT-RECORD.

      * 排序输出过程：按区域控制中断，区域内最老的案件排在前面
        0500-PRINT-AGING.
           MOVE 'OPEN AND INVESTIGATING CASES BY REGION AND AGE'
               TO STL-TEXT.
           PERFORM 0310-WRITE-SECTION-TITLE.
           MOVE AGING-HEADING-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           INITIALIZE WS-COMPANY-TOTALS.
           INITIALIZE WS-REGION-TOTALS.
           RETURN AGING-SORT-FILE
                AT END SET ENDOFAGING TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFAGING
               IF GROUP-IN-PROGRESS
                       AND ASR-REGION NOT = WS-CURR-REGION
                   PERFORM 0540-CLOSE-REGION
               END-IF
               MOVE 'Y' TO WS-HAVE-GROUP-SW
               MOVE ASR-REGION TO WS-CURR-REGION
               PERFORM 0520-WRITE-CASE-LINE
               RETURN AGING-SORT-FILE
                    AT END SET ENDOFAGING TO TRUE
               END-RETURN
           END-PERFORM.
           IF GROUP-IN-PROGRESS
               PERFORM 0540-CLOSE-REGION
           END-IF.
           MOVE SPACES TO AGT-LABEL.
           MOVE 'ALL REGIONS' TO AGT-LABEL.
           MOVE WS-CO-CASES TO AGT-CASES.
           MOVE WS-CO-AMOUNT TO AGT-AMOUNT.
           MOVE WS-CO-BUCKET (1) TO AGT-BUCKET-1.
           MOVE WS-CO-BUCKET (2) TO AGT-BUCKET-2.
           MOVE WS-CO-BUCKET (3) TO AGT-BUCKET-3.
           MOVE WS-CO-BUCKET (4) TO AGT-BUCKET-4.
           MOVE AGING-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 2 LINES.

      * 写一宗案件的账龄行并计入区域小计
        0520-WRITE-CASE-LINE.
           ADD 1 TO WS-AGED-COUNT.
           EVALUATE TRUE
               WHEN ASR-AGE-DAYS > 60
                   MOVE 4 TO WS-AGE-BUCKET
               WHEN ASR-AGE-DAYS > 30
                   MOVE 3 TO WS-AGE-BUCKET
               WHEN ASR-AGE-DAYS > 7
                   MOVE 2 TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-AGE-BUCKET
           END-EVALUATE.
           ADD 1 TO WS-RG-CASES.
           ADD ASR-AMOUNT TO WS-RG-AMOUNT.
           ADD 1 TO WS-RG-BUCKET (WS-AGE-BUCKET).
           MOVE SPACES TO AGING-DETAIL-LINE.
           MOVE ASR-REGION TO AGD-REGION.
           MOVE ASR-CASE-NO TO AGD-CASE-NO.
           MOVE ASR-SALESPERSON-ID TO AGD-ID.
           MOVE ASR-STATUS TO AGD-STATUS.
           MOVE ASR-PERIOD TO AGD-PERIOD.
           MOVE ASR-AMOUNT TO AGD-AMOUNT.
           MOVE ASR-OPEN-DATE TO AGD-OPEN-DATE.
           MOVE ASR-AGE-DAYS TO AGD-AGE.
           MOVE ASR-OPERATOR TO AGD-OPERATOR.
           MOVE ASR-REASON TO AGD-REASON.
           IF ASR-AGE-DAYS > WS-ESCALATE-DAYS
               ADD 1 TO WS-ESCALATED-COUNT
               MOVE '** ESCALATE' TO AGD-FLAG
           END-IF.
           MOVE AGING-DETAIL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 结清一个区域：写区域小计，并进公司合计
        0540-CLOSE-REGION.
           MOVE SPACES TO AGT-LABEL.
           STRING 'REGION ' DELIMITED BY SIZE
                  WS-CURR-REGION DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
                  INTO AGT-LABEL.
           MOVE WS-RG-CASES TO AGT-CASES.
           MOVE WS-RG-AMOUNT TO AGT-AMOUNT.
           MOVE WS-RG-BUCKET (1) TO AGT-BUCKET-1.
           MOVE WS-RG-BUCKET (2) TO AGT-BUCKET-2.
           MOVE WS-RG-BUCKET (3) TO AGT-BUCKET-3.
           MOVE WS-RG-BUCKET (4) TO AGT-BUCKET-4.
           MOVE AGING-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-RG-CASES TO WS-CO-CASES.
           ADD WS-RG-AMOUNT TO WS-CO-AMOUNT.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
               ADD WS-RG-BUCKET (WS-BUCKET-SUB)
                   TO WS-CO-BUCKET (WS-BUCKET-SUB)
           END-PERFORM.
           INITIALIZE WS-REGION-TOTALS.

      * 结案带更正、至今还没被 SALESMAINT 应用的案件：待生成、
      * 已进交易批未应用、被拒的都列出来，没人盯的更正不会悄悄
      * 丢掉
        0600-LIST-UNAPPLIED.
           MOVE 'RESOLVED CORRECTIONS NOT YET APPLIED' TO STL-TEXT.
           PERFORM 0310-WRITE-SECTION-TITLE.
           MOVE CORR-HEADING-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-CASE-SCAN-SW.
           MOVE ZEROES TO DC-CASE-NO.
           START DISPCASE-FILE KEY NOT < DC-CASE-NO
               INVALID KEY
                   SET CASE-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CASE-SCAN-DONE
               READ DISPCASE-FILE NEXT RECORD
                   AT END SET CASE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CASE-IS-RESOLVED
                           PERFORM 0610-CHECK-UNAPPLIED
                       END-IF
               END-READ
           END-PERFORM.

      * 一宗结案案件的更正是否还悬着
        0610-CHECK-UNAPPLIED.
           EVALUATE DC-TRAN-STATUS
               WHEN 'P'
                   MOVE 'PENDING GENERATION' TO CDL-STATUS
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   PERFORM 0620-WRITE-CORRECTION-LINE
               WHEN 'G'
                   MOVE 'IN SALESTRAN, NOT YET APPLIED'
                       TO CDL-STATUS
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   PERFORM 0620-WRITE-CORRECTION-LINE
               WHEN 'X'
                   MOVE 'REJECTED BY SALESMAINT' TO CDL-STATUS
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   PERFORM 0620-WRITE-CORRECTION-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 写一行更正交易明细；状态说明由调用方先放进 CDL-STATUS
        0620-WRITE-CORRECTION-LINE.
           MOVE DC-CASE-NO TO CDL-CASE-NO.
           MOVE DC-SALESPERSON-ID TO CDL-ID.
           MOVE DC-REGION TO CDL-REGION.
           MOVE DC-CORRECTION TO CDL-CORRECTION.
           MOVE DC-UPDATE-DATE TO CDL-RESOLVED.
           MOVE DC-UPDATE-OPERATOR TO CDL-OPERATOR.
           MOVE CORR-DETAIL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写控制总计
        0300-WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO STL-TEXT.
           PERFORM 0310-WRITE-SECTION-TITLE.
           MOVE 'CASES ON FILE' TO CTL-LABEL.
           MOVE WS-CASES-READ TO CTL-VALUE.
           PERFORM 0320-WRITE-CONTROL-LINE.
           MOVE 'CORRECTIONS ADDED TO SALESTRAN' TO CTL-LABEL.
           MOVE WS-GENERATED-COUNT TO CTL-VALUE.
           PERFORM 0320-WRITE-CONTROL-LINE.
           MOVE 'CORRECTIONS ALREADY IN BATCH' TO CTL-LABEL.
           MOVE WS-ALREADY-COUNT TO CTL-VALUE.
           PERFORM 0320-WRITE-CONTROL-LINE.
           MOVE 'CORRECTIONS HELD TO NEXT RUN' TO CTL-LABEL.
           MOVE WS-HELDBACK-COUNT TO CTL-VALUE.
           PERFORM 0320-WRITE-CONTROL-LINE.
           MOVE 'OPEN CASES AGED' TO CTL-LABEL.
           MOVE WS-AGED-COUNT TO CTL-VALUE.
           PERFORM 0320-WRITE-CONTROL-LINE.
           MOVE 'OPEN CASES ESCALATED' TO CTL-LABEL.
           MOVE WS-ESCALATED-COUNT TO CTL-VALUE.
           PERFORM 0320-WRITE-CONTROL-LINE.
           MOVE 'CORRECTIONS NOT YET APPLIED' TO CTL-LABEL.
           MOVE WS-UNAPPLIED-COUNT TO CTL-VALUE.
           PERFORM 0320-WRITE-CONTROL-LINE.

      * 写一行分节标题，前空一行
        0310-WRITE-SECTION-TITLE.
           MOVE SPACES TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SECTION-TITLE-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行控制总计
        0320-WRITE-CONTROL-LINE.
           MOVE CONTROL-TOTAL-LINE TO AGING-PRINT-LINE.
           WRITE AGING-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           IF DISPCASE-AVAILABLE
               CLOSE DISPCASE-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.
           MOVE 'E' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
      * GOBACK 而非 STOP RUN，便于本程序被 NIGHTRESTART 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM DISPCASE.
