       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESMERGE.
      * 程序名称：重复销售员编号合并
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Duplicate salesperson id merge.  Each MERGETRAN line names *
      *   a surviving id, a retiring id and the operator.  The      *
      *   retiring id's yearly and monthly buckets, prior-year      *
      *   history and adjustment are added to the survivor, which   *
      *   keeps its own name, region and status, and the retiring   *
      *   master is deleted.  POSTHIST, COMMLEDG, SALESQUOTA,       *
      *   DRAWBAL, TERRASGN, REGASGN, WELLXREF, BMIHIST, SALESORD   *
      *   and DISPCASE are re-keyed to the survivor, and CUSTOMER   *
      *   accounts the retiring id owned pass to the survivor.  A   *
      *   pair is rejected whole if a bucket would overflow or an   *
      *   invoice is posted under both ids.  Both master images go  *
      *   to SALESJRNL, so SALESBACKOUT can restore the masters;    *
      *   the re-keyed files are listed on the merge report with    *
      *   totals before and after.  Each merge is registered on     *
      *   MERGEHIST for MASTAUDIT.  Run on demand.                  *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MERGETRAN-FILE ASSIGN TO "MERGETRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MERGETRAN-STATUS.
      * 合并请求：一行一对，保留编号、注销编号、操作员
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档
            SELECT POSTHIST-FILE ASSIGN TO "POSTHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-POSTHIST-STATUS.
      * 已过账发票历史档：键以编号打头，换键即删旧写新
            SELECT COMMLEDG-FILE ASSIGN TO "COMMLEDG.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CL-KEY
             FILE STATUS IS WS-COMMLEDG-STATUS.
      * 提成支付台账：按销售人员 + 支付期一条，换键同发票历史
            SELECT QUOTA-FILE ASSIGN TO "SALESQUOTA.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS QM-SALESPERSON-ID
             FILE STATUS IS WS-QUOTA-STATUS.
      * 销售定额主档
            SELECT DRAWBAL-FILE ASSIGN TO "DRAWBAL.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DB-SALESPERSON-ID
             FILE STATUS IS WS-DRAWBAL-STATUS.
      * 预支底薪余额档
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
            SELECT XREF-FILE ASSIGN TO "WELLXREF.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS XR-PERSON-NAME
             FILE STATUS IS WS-XREF-STATUS.
      * 体检身份对照档：键是姓名，编号就地改写
            SELECT HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
             FILE STATUS IS WS-HISTORY-STATUS.
      * 体检结果历史档：顺序档，编号就地改写
            SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CU-CUSTOMER-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档：归属销售员就地改写
            SELECT SALESORD-FILE ASSIGN TO "SALESORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SO-ORDER-NO
             ALTERNATE RECORD KEY IS SO-SALESPERSON-ID WITH DUPLICATES
             FILE STATUS IS WS-SALESORD-STATUS.
      * 订单档：接单销售员就地改写
            SELECT DISPCASE-FILE ASSIGN TO "DISPCASE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-CASE-NO
             ALTERNATE RECORD KEY IS DC-SALESPERSON-ID
                 WITH DUPLICATES
             FILE STATUS IS WS-DISPCASE-STATUS.
      * 提成争议案件档：案件所属销售员就地改写
            SELECT JOURNAL-FILE ASSIGN TO "SALESJRNL.DAT"
             FILE STATUS IS WS-JOURNAL-STATUS.
      * 前后映像日志，布局与 SALESMAINT.cbl 写出的一致
            SELECT MERGEHIST-FILE ASSIGN TO "MERGEHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MH-RETIRED-ID
             FILE STATUS IS WS-MERGEHIST-STATUS.
      * 编号合并登记档：注销编号对保留编号，MASTAUDIT 据此认出
      * 别的档里残留的注销编号
            SELECT MERGE-REPORT-FILE ASSIGN TO "SALESMERGE.RPT".
      * 合并报告
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：日志运行编号与合并登记日期从这里来

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 合并请求
       FD MERGETRAN-FILE.
       01 MERGETRAN-RECORD.
            88 ENDOFMERGETRAN VALUE HIGH-VALUES.
            05 MT-SURVIVOR-ID        PIC 9(7).
            05 MT-RETIRING-ID        PIC 9(7).
            05 MT-OPERATOR-ID        PIC X(8).

      * 销售人员主档，布局与 SALESMAINT.cbl 的一致
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

      * 已过账发票历史档，布局与 SALESPOST.cbl 的一致
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

      * 提成支付台账，布局与 SALESSTMT.cbl 的一致
       FD COMMLEDG-FILE.
       01 COMMLEDG-REC.
            05 CL-KEY.
                10 CL-SALESPERSON-ID PIC 9(7).
                10 CL-PAY-PERIOD    PIC 9(6).
            05 CL-YTD-EARNED        PIC S9(7)V99.
            05 CL-AMOUNT-SENT       PIC S9(7)V99.
            05 CL-DRAW-RECOVERED    PIC S9(7)V99.
            05 CL-AMOUNT-PAID       PIC S9(7)V99.
            05 CL-LAST-SENT         PIC S9(7)V99.
            05 CL-LAST-RECOVERED    PIC S9(7)V99.
            05 CL-LAST-SENT-DATE    PIC 9(8).
            05 CL-STATUS            PIC X.
            05 CL-PAID-DATE         PIC 9(8).

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

      * 身份对照档，布局与 WELLIDMAINT.cbl 的一致
       FD XREF-FILE.
       01 XREF-REC.
            05 XR-PERSON-NAME.
                10 XR-LASTNAME      PIC X(20).
                10 XR-FIRSTNAME     PIC X(20).
            05 XR-SALESPERSON-ID    PIC 9(7).

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

      * 订单档，布局与 ORDMAINT.cbl 的一致
       FD SALESORD-FILE.
       01 SALESORD-REC.
            05 SO-ORDER-NO           PIC X(10).
            05 SO-SALESPERSON-ID     PIC 9(7).
            05 SO-CUSTOMER-NO        PIC 9(7).
            05 SO-REGION             PIC X(5).
            05 SO-BOOKED-DATE        PIC 9(8).
            05 SO-SHIP-MONTH         PIC 9(6).
            05 SO-AMOUNT             PIC 9(7)V99.
            05 SO-RELIEVED-AMT       PIC 9(7)V99.
            05 SO-PROBABILITY        PIC 9(3).
            05 SO-STATUS             PIC X.
            05 SO-LAST-INVOICE       PIC X(10).
            05 SO-LAST-RELIEF-DATE   PIC 9(8).
            05 SO-UPDATE-DATE        PIC 9(8).
            05 SO-UPDATE-OPERATOR    PIC X(8).

      * 提成争议案件档，布局与 DISPCASE.cbl 的一致
       FD DISPCASE-FILE.
       01 DISPCASE-REC.
            05 DC-CASE-NO            PIC 9(10).
            05 DC-SALESPERSON-ID     PIC 9(7).
            05 DC-REGION             PIC X(5).
            05 DC-STATUS             PIC X.
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
            05 DC-TRAN-DATE          PIC 9(8).

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

      * 前后映像日志，布局与 SALESMAINT.cbl 写出的一致
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
            05 JRN-RUN-ID            PIC 9(12).
            05 JRN-SEQ               PIC 9(7).
            05 JRN-ACTION            PIC X.
            05 JRN-BEFORE-IMAGE      PIC X(230).
            05 JRN-AFTER-IMAGE       PIC X(230).

      * 编号合并登记档：一个注销编号一条
       FD MERGEHIST-FILE.
       01 MERGEHIST-REC.
            05 MH-RETIRED-ID         PIC 9(7).
            05 MH-SURVIVOR-ID        PIC 9(7).
            05 MH-MERGE-DATE         PIC 9(8).
            05 MH-RUN-ID             PIC 9(12).
      * 合并那次运行的日志运行编号，SALESBACKOUT 按它回退主档
            05 MH-OPERATOR-ID        PIC X(8).

      * 合并报告
       FD MERGE-REPORT-FILE.
       01 MERGE-PRINT-LINE          PIC X(132).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-MERGETRAN-STATUS      PIC X(2) VALUE '00'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-POSTHIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-COMMLEDG-STATUS       PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(2) VALUE '00'.
       01  WS-SALESORD-STATUS       PIC X(2) VALUE '00'.
       01  WS-DISPCASE-STATUS       PIC X(2) VALUE '00'.
       01  WS-QUOTA-STATUS          PIC X(2) VALUE '00'.
       01  WS-DRAWBAL-STATUS        PIC X(2) VALUE '00'.
       01  WS-TERRASGN-STATUS       PIC X(2) VALUE '00'.
       01  WS-REGASGN-STATUS        PIC X(2) VALUE '00'.
       01  WS-XREF-STATUS           PIC X(2) VALUE '00'.
       01  WS-HISTORY-STATUS        PIC X(2) VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC X(2) VALUE '00'.
       01  WS-MERGEHIST-STATUS      PIC X(2) VALUE '00'.

      * 各档是否打得开；打不开的档这次不重挂，报告上注明，
      * MASTAUDIT 会把残留的注销编号报出来
       01  WS-QUOTA-AVAIL-SW        PIC X VALUE 'N'.
           88 QUOTA-AVAILABLE       VALUE 'Y'.
       01  WS-DRAWBAL-AVAIL-SW      PIC X VALUE 'N'.
           88 DRAWBAL-AVAILABLE     VALUE 'Y'.
       01  WS-TERRASGN-AVAIL-SW     PIC X VALUE 'N'.
           88 TERRASGN-AVAILABLE    VALUE 'Y'.
       01  WS-REGASGN-AVAIL-SW      PIC X VALUE 'N'.
           88 REGASGN-AVAILABLE     VALUE 'Y'.
       01  WS-XREF-AVAIL-SW         PIC X VALUE 'N'.
           88 XREF-AVAILABLE        VALUE 'Y'.
       01  WS-COMMLEDG-AVAIL-SW     PIC X VALUE 'N'.
           88 COMMLEDG-AVAILABLE    VALUE 'Y'.
       01  WS-CUSTOMER-AVAIL-SW     PIC X VALUE 'N'.
           88 CUSTOMER-AVAILABLE    VALUE 'Y'.
       01  WS-SALESORD-AVAIL-SW     PIC X VALUE 'N'.
           88 SALESORD-AVAILABLE    VALUE 'Y'.
       01  WS-DISPCASE-AVAIL-SW     PIC X VALUE 'N'.
           88 DISPCASE-AVAILABLE    VALUE 'Y'.
       01  WS-SCAN-SW               PIC X VALUE 'N'.
           88 END-OF-SCAN           VALUE 'Y'.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CC             PIC 99.
            05 WS-BD-YYMMDD         PIC 9(6).
       01  WS-BUS-DATE-8 REDEFINES WS-BUS-DATE-WORK PIC 9(8).

      * 日志运行编号：业务日加开始时间，与 SALESMAINT 的做法一致
       01  WS-JRN-SEQ               PIC 9(7) VALUE ZEROES.
       01  WS-RUN-ID.
            05 WS-RID-DATE          PIC 9(6).
            05 WS-RID-TIME          PIC 9(6).
       01  WS-TIME-WORK.
            05 WS-TIME-HHMMSS       PIC 9(6).
            05 FILLER               PIC 99.
       01  WS-JRN-ACTION            PIC X VALUE SPACE.
       01  WS-BEFORE-IMAGE          PIC X(230) VALUE LOW-VALUES.
       01  WS-AFTER-IMAGE           PIC X(230) VALUE LOW-VALUES.

      * 定额档里区域缺省定额所用的保留号段下限，与 SALES.cbl 的
      * 一致；这一段的编号不是人，不许合并
       01  WS-QUOTA-RESERVED-ID     PIC 9(7) VALUE 9999900.

      * 一对合并的校验结果
       01  WS-VALID-SW              PIC X VALUE 'Y'.
           88 MERGE-IS-VALID        VALUE 'Y'.
       01  WS-REJECT-TEXT           PIC X(60) VALUE SPACES.
       01  WS-SURVIVOR-IMAGE        PIC X(230) VALUE SPACES.
       01  WS-RETIRING-IMAGE        PIC X(230) VALUE SPACES.
       01  WS-MERGED-IMAGE          PIC X(230) VALUE SPACES.
       01  WS-BUCKET-SUB            PIC 9(2) COMP VALUE 0.
       01  WS-CHECK-AMT             PIC S9(8)V99 VALUE ZEROES.
       01  WS-BUCKET-LIMIT          PIC 9(6)V99 VALUE 999999.99.

      * 留作合并用的注销编号主档记录，按主档布局展开
       01  WS-RETIRING-REC.
            05 RV-SALESPERSON-ID    PIC 9(7).
            05 RV-SALESPERSON-NAME  PIC X(40).
            05 RV-REGION            PIC X(5).
            05 RV-YEARLYSALES       PIC 9(6)V99.
            05 RV-GENDER            PIC X.
            05 RV-PRIOR-YEAR-SALES  PIC 9(6)V99 OCCURS 5 TIMES.
            05 RV-ADJUSTMENT        PIC S9(6)V99.
            05 RV-MONTHLY-SALES     PIC 9(6)V99 OCCURS 12 TIMES.
            05 RV-HIRE-DATE         PIC 9(8).
            05 RV-EMP-STATUS        PIC X.
            05 RV-LEAVE-START-DATE  PIC 9(8).
            05 RV-LEAVE-END-DATE    PIC 9(8).

      * 发票历史按编号扫描：续扫键、扫的编号、撞号检查开关
       01  WS-PH-RESUME-KEY.
            05 WS-PH-RESUME-ID      PIC 9(7).
            05 WS-PH-RESUME-INV     PIC X(10).
       01  WS-PH-SAVE-REC           PIC X(83).
       01  WS-SCAN-ID               PIC 9(7) VALUE ZEROES.
       01  WS-COLLIDE-SW            PIC X VALUE 'N'.
           88 CHECK-COLLISIONS      VALUE 'Y'.
       01  WS-COLLIDE-INVOICE       PIC X(10) VALUE SPACES.
       01  WS-RA-RESUME-KEY.
            05 WS-RA-RESUME-ID      PIC 9(7).
            05 WS-RA-RESUME-DATE    PIC 9(8).
       01  WS-CL-RESUME-KEY.
            05 WS-CL-RESUME-ID      PIC 9(7).
            05 WS-CL-RESUME-PERIOD  PIC 9(6).

      * 留作合并用的注销编号台账行，按台账布局展开
       01  WS-RETIRING-LEDGER.
            05 RL-KEY.
                10 RL-SALESPERSON-ID PIC 9(7).
                10 RL-PAY-PERIOD    PIC 9(6).
            05 RL-YTD-EARNED        PIC S9(7)V99.
            05 RL-AMOUNT-SENT       PIC S9(7)V99.
            05 RL-DRAW-RECOVERED    PIC S9(7)V99.
            05 RL-AMOUNT-PAID       PIC S9(7)V99.
            05 RL-LAST-SENT         PIC S9(7)V99.
            05 RL-LAST-RECOVERED    PIC S9(7)V99.
            05 RL-LAST-SENT-DATE    PIC 9(8).
            05 RL-STATUS            PIC X.
            05 RL-PAID-DATE         PIC 9(8).

      * 合并前后的对账快照：1 = 保留编号合并前, 2 = 注销编号合并
      * 前, 3 = 两者相加（应得）, 4 = 保留编号合并后, 5 = 注销编
      * 号合并后（发票历史应已搬空）
       01  WS-SNAP-SUB              PIC 9 VALUE 1.
       01  WS-SNAP-TABLE.
            05 WS-SNAP-ENTRY OCCURS 5 TIMES.
                10 WS-SN-YEARLY      PIC S9(8)V99.
                10 WS-SN-PRIOR       PIC S9(9)V99.
                10 WS-SN-ADJ         PIC S9(9)V99.
                10 WS-SN-MONTHLY     PIC S9(9)V99.
                10 WS-SN-INV-COUNT   PIC 9(7).
                10 WS-SN-INV-AMOUNT  PIC S9(11)V99.
       01  WS-BALANCED-SW           PIC X VALUE 'N'.
           88 MERGE-BALANCED        VALUE 'Y'.

      * 各档重挂结果，报告逐行列出
       01  WS-PH-MOVED              PIC 9(7) VALUE ZEROES.
       01  WS-PH-FAILED             PIC 9(7) VALUE ZEROES.
       01  WS-RA-MOVED              PIC 9(5) VALUE ZEROES.
       01  WS-RA-DROPPED            PIC 9(5) VALUE ZEROES.
       01  WS-XREF-MOVED            PIC 9(5) VALUE ZEROES.
       01  WS-HIST-MOVED            PIC 9(7) VALUE ZEROES.
       01  WS-CL-MOVED              PIC 9(5) VALUE ZEROES.
       01  WS-CL-COMBINED           PIC 9(5) VALUE ZEROES.
       01  WS-CL-FAILED             PIC 9(5) VALUE ZEROES.
       01  WS-CU-MOVED              PIC 9(7) VALUE ZEROES.
       01  WS-SO-MOVED              PIC 9(7) VALUE ZEROES.
       01  WS-DC-MOVED              PIC 9(7) VALUE ZEROES.
       01  WS-QUOTA-ACTION          PIC X(30) VALUE SPACES.
       01  WS-DRAW-ACTION           PIC X(30) VALUE SPACES.
       01  WS-TERR-ACTION           PIC X(30) VALUE SPACES.
       01  WS-SAVE-QUOTA-REC        PIC X(112) VALUE SPACES.
       01  WS-SAVE-TERR-REC         PIC X(12) VALUE SPACES.
       01  WS-SAVE-REGASGN-REC      PIC X(20) VALUE SPACES.
       01  WS-RETIRING-BALANCE      PIC S9(7)V99 VALUE ZEROES.
       01  WS-RETIRING-DRAW         PIC 9(5)V99 VALUE ZEROES.

      * 运行计数
       01  WS-REQUEST-COUNT         PIC 9(5) VALUE ZEROES.
       01  WS-MERGED-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-REJECT-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-UNBALANCED-COUNT      PIC 9(5) VALUE ZEROES.

      * 报告标题行
       01  RPT-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(40)
               VALUE 'SALESPERSON ID MERGE REPORT'.
            05 FILLER               PIC X(10) VALUE 'RUN ID'.
            05 RTL-RUN-ID            PIC 9(12).
            05 FILLER                PIC X(65) VALUE SPACES.

      * 每对合并的抬头行
       01  RPT-PAIR-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'RETIRING '.
            05 RPL-RETIRING          PIC 9(7).
            05 FILLER                PIC X(10) VALUE ' INTO     '.
            05 RPL-SURVIVOR          PIC 9(7).
            05 FILLER                PIC X(12) VALUE '   OPERATOR '.
            05 RPL-OPERATOR          PIC X(8).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 RPL-RESULT            PIC X(60).
            05 FILLER                PIC X(11) VALUE SPACES.

      * 对账快照的栏目标题
       01  RPT-SNAP-HEADING.
            05 FILLER               PIC X(7)  VALUE SPACES.
            05 FILLER               PIC X(20) VALUE SPACES.
            05 FILLER               PIC X(15) VALUE ' YEARLY SALES'.
            05 FILLER               PIC X(16) VALUE '   PRIOR YEARS'.
            05 FILLER               PIC X(16) VALUE '    ADJUSTMENT'.
            05 FILLER               PIC X(16) VALUE '  MONTHLY TOTAL'.
            05 FILLER               PIC X(10) VALUE '  INVOICES'.
            05 FILLER               PIC X(18)
               VALUE '    INVOICE AMOUNT'.
            05 FILLER               PIC X(14) VALUE SPACES.

      * 对账快照行
       01  RPT-SNAP-LINE.
            05 FILLER               PIC X(7)  VALUE SPACES.
            05 RSL-LABEL             PIC X(20).
            05 RSL-YEARLY            PIC -ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 RSL-PRIOR             PIC -ZZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 RSL-ADJ               PIC -ZZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 RSL-MONTHLY           PIC -ZZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 RSL-INV-COUNT         PIC ZZZ,ZZ9.
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 RSL-INV-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(14) VALUE SPACES.

      * 各档重挂结果行
       01  RPT-FILE-LINE.
            05 FILLER               PIC X(7)  VALUE SPACES.
            05 RFL-FILE-ID           PIC X(12).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 RFL-ACTION            PIC X(30).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 RFL-COUNT             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(72) VALUE SPACES.

      * 运行汇总行
       01  RPT-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 RTT-LABEL             PIC X(35).
            05 RTT-VALUE             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(85) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：开档、逐对合并、出汇总
        0000-MAINLINE.
           PERFORM 0045-GET-BUSINESS-DATE.
           PERFORM 0050-OPEN-FILES.
           PERFORM 0100-PROCESS-MERGES.
           PERFORM 0600-WRITE-TOTALS.
           PERFORM 0900-STOP-RUN.

      * 取运行日期：优先用 BUSDATE 程序登记的业务日期；控制档不
      * 存在或内容不对时退回机器日期
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
           IF NOT BUSDATE-ON-FILE
               MOVE 20 TO WS-BD-CC
               ACCEPT WS-BD-YYMMDD FROM DATE
           END-IF.
           MOVE WS-BD-YYMMDD TO WS-RID-DATE.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RID-TIME.

      * 打开文件：主档、发票历史、映像日志、合并登记打不开就不
      * 合并；其余各档打不开的跳过，报告上注明
        0050-OPEN-FILES.
           OPEN INPUT MERGETRAN-FILE.
           IF WS-MERGETRAN-STATUS NOT = '00'
               DISPLAY 'MERGETRAN OPEN FAILED, STATUS = '
                   WS-MERGETRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O POSTHIST-FILE.
           IF WS-POSTHIST-STATUS NOT = '00'
               DISPLAY 'POSTHIST OPEN FAILED, STATUS = '
                   WS-POSTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * 映像日志跨运行累积，追加打开；第一次运行文件尚不存在时
      * 改用 OPEN OUTPUT 新建
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'JOURNAL OPEN FAILED, STATUS = '
                       WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      * 合并登记档第一次使用时新建再改 I-O 重开
           OPEN I-O MERGEHIST-FILE.
           IF WS-MERGEHIST-STATUS NOT = '00'
               OPEN OUTPUT MERGEHIST-FILE
               IF WS-MERGEHIST-STATUS = '00'
                   CLOSE MERGEHIST-FILE
                   OPEN I-O MERGEHIST-FILE
               END-IF
           END-IF.
           IF WS-MERGEHIST-STATUS NOT = '00'
               DISPLAY 'MERGEHIST OPEN FAILED, STATUS = '
                   WS-MERGEHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * 台账上是已付的钱，从没出过结算单时本来就没有这个档；
      * 在却打不开就不合并，否则合并后的应得会对着不全的台账再
      * 付一遍
           MOVE 'N' TO WS-COMMLEDG-AVAIL-SW.
           OPEN I-O COMMLEDG-FILE.
           EVALUATE WS-COMMLEDG-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-COMMLEDG-AVAIL-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COMMLEDG OPEN FAILED, STATUS = '
                       WS-COMMLEDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE 'N' TO WS-QUOTA-AVAIL-SW.
           OPEN I-O QUOTA-FILE.
           IF WS-QUOTA-STATUS = '00'
               MOVE 'Y' TO WS-QUOTA-AVAIL-SW
           END-IF.
           MOVE 'N' TO WS-DRAWBAL-AVAIL-SW.
           OPEN I-O DRAWBAL-FILE.
           IF WS-DRAWBAL-STATUS = '00'
               MOVE 'Y' TO WS-DRAWBAL-AVAIL-SW
           END-IF.
           MOVE 'N' TO WS-TERRASGN-AVAIL-SW.
           OPEN I-O TERRASGN-FILE.
           IF WS-TERRASGN-STATUS = '00'
               MOVE 'Y' TO WS-TERRASGN-AVAIL-SW
           END-IF.
           MOVE 'N' TO WS-REGASGN-AVAIL-SW.
           OPEN I-O REGASGN-FILE.
           IF WS-REGASGN-STATUS = '00'
               MOVE 'Y' TO WS-REGASGN-AVAIL-SW
           END-IF.
           MOVE 'N' TO WS-XREF-AVAIL-SW.
           OPEN I-O XREF-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-AVAIL-SW
           END-IF.
           MOVE 'N' TO WS-CUSTOMER-AVAIL-SW.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-AVAIL-SW
           END-IF.
           MOVE 'N' TO WS-SALESORD-AVAIL-SW.
           OPEN I-O SALESORD-FILE.
           IF WS-SALESORD-STATUS = '00'
               MOVE 'Y' TO WS-SALESORD-AVAIL-SW
           END-IF.
           MOVE 'N' TO WS-DISPCASE-AVAIL-SW.
           OPEN I-O DISPCASE-FILE.
           IF WS-DISPCASE-STATUS = '00'
               MOVE 'Y' TO WS-DISPCASE-AVAIL-SW
           END-IF.
           DISPLAY 'SALESMERGE JOURNAL RUN ID ' WS-RUN-ID.
           OPEN OUTPUT MERGE-REPORT-FILE.
           MOVE WS-RUN-ID TO RTL-RUN-ID.
           MOVE RPT-TITLE-LINE TO MERGE-PRINT-LINE.
           WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 逐对处理合并请求
        0100-PROCESS-MERGES.
           READ MERGETRAN-FILE
                AT END SET ENDOFMERGETRAN TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFMERGETRAN
               ADD 1 TO WS-REQUEST-COUNT
               PERFORM 0200-MERGE-ONE-PAIR
               READ MERGETRAN-FILE
                    AT END SET ENDOFMERGETRAN TO TRUE
               END-READ
           END-PERFORM.

      * 一对合并：先全部校验，一项不过整对不动；校验通过才逐档
      * 合并，最后对账。主档改不成的，后面各档一概不动，同样按
      * 拒绝报出
        0200-MERGE-ONE-PAIR.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE ZEROES TO WS-SNAP-TABLE.
           PERFORM 0210-VALIDATE-IDS.
           IF MERGE-IS-VALID
               PERFORM 0220-CHECK-BUCKETS
           END-IF.
           IF MERGE-IS-VALID
               PERFORM 0230-CHECK-INVOICES
           END-IF.
           MOVE SPACES TO MERGE-PRINT-LINE.
           WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE MT-RETIRING-ID TO RPL-RETIRING.
           MOVE MT-SURVIVOR-ID TO RPL-SURVIVOR.
           MOVE MT-OPERATOR-ID TO RPL-OPERATOR.
           IF MERGE-IS-VALID
               PERFORM 0300-APPLY-MERGE
           END-IF.
           IF NOT MERGE-IS-VALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-TEXT TO RPL-RESULT
               MOVE RPT-PAIR-LINE TO MERGE-PRINT-LINE
               WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * 编号校验：两个编号要像样、不相同、不在保留号段、都在主
      * 档上；注销编号已合并过的报出合到了谁
        0210-VALIDATE-IDS.
           EVALUATE TRUE
               WHEN MT-SURVIVOR-ID NOT NUMERIC
                       OR MT-RETIRING-ID NOT NUMERIC
                       OR MT-SURVIVOR-ID = ZEROES
                       OR MT-RETIRING-ID = ZEROES
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REJECTED - ID NOT NUMERIC OR ZERO'
                       TO WS-REJECT-TEXT
               WHEN MT-SURVIVOR-ID = MT-RETIRING-ID
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REJECTED - SURVIVING AND RETIRING ID ARE SAME'
                       TO WS-REJECT-TEXT
               WHEN MT-SURVIVOR-ID NOT < WS-QUOTA-RESERVED-ID
                       OR MT-RETIRING-ID NOT < WS-QUOTA-RESERVED-ID
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REJECTED - RESERVED QUOTA ID'
                       TO WS-REJECT-TEXT
               WHEN MT-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'REJECTED - MISSING OPERATOR ID'
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF MERGE-IS-VALID
               MOVE MT-SURVIVOR-ID TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'REJECTED - SURVIVING ID NOT ON SALES.DAT'
                           TO WS-REJECT-TEXT
                   NOT INVALID KEY
                       MOVE SALESDETAILS TO WS-SURVIVOR-IMAGE
                       MOVE 1 TO WS-SNAP-SUB
                       PERFORM 0510-SNAP-MASTER
               END-READ
           END-IF.
           IF MERGE-IS-VALID
               MOVE MT-RETIRING-ID TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-SW
                       PERFORM 0215-RETIRING-NOT-ON-FILE
                   NOT INVALID KEY
                       MOVE SALESDETAILS TO WS-RETIRING-IMAGE
                       MOVE SALESDETAILS TO WS-RETIRING-REC
                       MOVE 2 TO WS-SNAP-SUB
                       PERFORM 0510-SNAP-MASTER
               END-READ
           END-IF.

      * 注销编号不在主档上：合并登记里有就说明已经合过了
        0215-RETIRING-NOT-ON-FILE.
           MOVE MT-RETIRING-ID TO MH-RETIRED-ID.
           READ MERGEHIST-FILE
               INVALID KEY
                   MOVE 'REJECTED - RETIRING ID NOT ON SALES.DAT'
                       TO WS-REJECT-TEXT
               NOT INVALID KEY
                   STRING 'REJECTED - ALREADY MERGED INTO '
                       MH-SURVIVOR-ID ' ON ' MH-MERGE-DATE
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-READ.

      * 桶位校验：两人相加后任何一个金额栏装不下就整对拒绝，免得
      * 合到一半截断
        0220-CHECK-BUCKETS.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE WS-SURVIVOR-IMAGE TO SALESDETAILS.
           COMPUTE WS-CHECK-AMT = YEARLYSALES + RV-YEARLYSALES.
           IF WS-CHECK-AMT > WS-BUCKET-LIMIT
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           COMPUTE WS-CHECK-AMT = ADJUSTMENT + RV-ADJUSTMENT.
           IF WS-CHECK-AMT > WS-BUCKET-LIMIT
                   OR WS-CHECK-AMT < (0 - WS-BUCKET-LIMIT)
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               COMPUTE WS-CHECK-AMT =
                   PRIOR-YEAR-SALES (WS-BUCKET-SUB)
                   + RV-PRIOR-YEAR-SALES (WS-BUCKET-SUB)
               IF WS-CHECK-AMT > WS-BUCKET-LIMIT
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 12
               COMPUTE WS-CHECK-AMT =
                   MONTHLY-SALES (WS-BUCKET-SUB)
                   + RV-MONTHLY-SALES (WS-BUCKET-SUB)
               IF WS-CHECK-AMT > WS-BUCKET-LIMIT
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-PERFORM.
           IF NOT MERGE-IS-VALID
               MOVE 'REJECTED - COMBINED BUCKET WOULD OVERFLOW'
                   TO WS-REJECT-TEXT
           END-IF.

      * 发票历史校验：两个编号下同一张发票都有时，是同一笔销售
      * 过了两遍账，先要人工冲掉一笔，不能合；顺带记下合并前
      * 两人的发票笔数与金额
        0230-CHECK-INVOICES.
           MOVE MT-SURVIVOR-ID TO WS-SCAN-ID.
           MOVE 1 TO WS-SNAP-SUB.
           MOVE 'N' TO WS-COLLIDE-SW.
           PERFORM 0520-SNAP-POSTHIST.
           MOVE MT-RETIRING-ID TO WS-SCAN-ID.
           MOVE 2 TO WS-SNAP-SUB.
           MOVE 'Y' TO WS-COLLIDE-SW.
           MOVE SPACES TO WS-COLLIDE-INVOICE.
           PERFORM 0520-SNAP-POSTHIST.
           IF WS-COLLIDE-INVOICE NOT = SPACES
               MOVE 'N' TO WS-VALID-SW
               STRING 'REJECTED - INVOICE ' WS-COLLIDE-INVOICE
                   ' POSTED UNDER BOTH IDS'
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.

      * 合并：先合主档，主档合成了才把发票历史、提成台账、定额、
      * 预支、片区、区域历史、体检对照、体检历史、客户归属、订
      * 单与争议案件逐档合到保留编号上，登记合并，最后对账
        0300-APPLY-MERGE.
           PERFORM 0310-MERGE-MASTER.
           IF MERGE-IS-VALID
               PERFORM 0320-REKEY-POSTHIST
               PERFORM 0330-MERGE-COMMLEDG
               PERFORM 0340-MERGE-QUOTA
               PERFORM 0350-MERGE-DRAWBAL
               PERFORM 0360-MERGE-TERRASGN
               PERFORM 0370-REKEY-REGASGN
               PERFORM 0380-REKEY-XREF
               PERFORM 0390-REKEY-BMIHIST
               PERFORM 0400-REOWN-CUSTOMERS
               PERFORM 0410-REKEY-ORDERS
               PERFORM 0420-REKEY-DISPCASES
               PERFORM 0430-REGISTER-MERGE
               PERFORM 0440-PROVE-MERGE
               ADD 1 TO WS-MERGED-COUNT
           END-IF.

      * 主档：各金额桶、近五年历史与调整净值加到保留编号上，
      * 姓名、区域、入职日期等身份栏以保留编号的为准；改写与删
      * 除各记一条映像日志，SALESBACKOUT 可按运行编号回退。保留
      * 编号改写不成时注销编号不删，整对按拒绝处理
        0310-MERGE-MASTER.
           MOVE WS-SURVIVOR-IMAGE TO SALESDETAILS.
           ADD RV-YEARLYSALES TO YEARLYSALES.
           ADD RV-ADJUSTMENT TO ADJUSTMENT.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               ADD RV-PRIOR-YEAR-SALES (WS-BUCKET-SUB)
                   TO PRIOR-YEAR-SALES (WS-BUCKET-SUB)
           END-PERFORM.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 12
               ADD RV-MONTHLY-SALES (WS-BUCKET-SUB)
                   TO MONTHLY-SALES (WS-BUCKET-SUB)
           END-PERFORM.
           IF HIRE-DATE = ZEROES
               MOVE RV-HIRE-DATE TO HIRE-DATE
           END-IF.
           MOVE SPACES TO WS-REJECT-TEXT.
           REWRITE SALESDETAILS
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   STRING 'REJECTED - SURVIVOR REWRITE FAILED, STATUS '
                       WS-SALESFILE-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               NOT INVALID KEY
                   MOVE 'C' TO WS-JRN-ACTION
                   MOVE WS-SURVIVOR-IMAGE TO WS-BEFORE-IMAGE
                   MOVE SALESDETAILS TO WS-AFTER-IMAGE
                   PERFORM 0550-WRITE-JOURNAL
           END-REWRITE.
           IF MERGE-IS-VALID
               MOVE SALESDETAILS TO WS-MERGED-IMAGE
               PERFORM 0315-DELETE-RETIRING-MASTER
           END-IF.

      * 删注销编号的主档；删不掉时保留编号改回合并前的样子，
      * 免得两人的金额算两遍，整对按拒绝处理
        0315-DELETE-RETIRING-MASTER.
           MOVE MT-RETIRING-ID TO SALESPERSON-ID.
           DELETE SALESFILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   STRING 'REJECTED - RETIRING DELETE FAILED, STATUS '
                       WS-SALESFILE-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   PERFORM 0317-RESTORE-SURVIVOR
               NOT INVALID KEY
                   MOVE 'D' TO WS-JRN-ACTION
                   MOVE WS-RETIRING-IMAGE TO WS-BEFORE-IMAGE
                   MOVE LOW-VALUES TO WS-AFTER-IMAGE
                   PERFORM 0550-WRITE-JOURNAL
           END-DELETE.

      * 保留编号改回合并前的映像，也记一条映像日志
        0317-RESTORE-SURVIVOR.
           MOVE WS-SURVIVOR-IMAGE TO SALESDETAILS.
           REWRITE SALESDETAILS
               INVALID KEY
                   DISPLAY 'SALESFILE RESTORE FAILED FOR '
                       MT-SURVIVOR-ID
               NOT INVALID KEY
                   MOVE 'C' TO WS-JRN-ACTION
                   MOVE WS-MERGED-IMAGE TO WS-BEFORE-IMAGE
                   MOVE WS-SURVIVOR-IMAGE TO WS-AFTER-IMAGE
                   PERFORM 0550-WRITE-JOURNAL
           END-REWRITE.

      * 发票历史换键：先按保留编号写新记录，写上了才删旧记录，
      * 半路出错也不会丢发票；每条之后从刚处理的键往后续扫
        0320-REKEY-POSTHIST.
           MOVE ZEROES TO WS-PH-MOVED.
           MOVE ZEROES TO WS-PH-FAILED.
           MOVE MT-RETIRING-ID TO WS-PH-RESUME-ID.
           MOVE LOW-VALUES TO WS-PH-RESUME-INV.
           MOVE 'N' TO WS-SCAN-SW.
           PERFORM 0325-REKEY-ONE-INVOICE UNTIL END-OF-SCAN.

      * 换一张发票的键
        0325-REKEY-ONE-INVOICE.
           MOVE WS-PH-RESUME-KEY TO PH-KEY.
           START POSTHIST-FILE KEY IS GREATER THAN PH-KEY
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START.
           IF NOT END-OF-SCAN
               READ POSTHIST-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-IF.
           IF NOT END-OF-SCAN
               IF PH-SALESPERSON-ID NOT = MT-RETIRING-ID
                   SET END-OF-SCAN TO TRUE
               ELSE
                   MOVE PH-KEY TO WS-PH-RESUME-KEY
                   MOVE POSTHIST-REC TO WS-PH-SAVE-REC
                   MOVE MT-SURVIVOR-ID TO PH-SALESPERSON-ID
                   WRITE POSTHIST-REC
                       INVALID KEY
                           ADD 1 TO WS-PH-FAILED
                       NOT INVALID KEY
                           MOVE WS-PH-SAVE-REC TO POSTHIST-REC
                           DELETE POSTHIST-FILE RECORD
                               INVALID KEY
                                   ADD 1 TO WS-PH-FAILED
                               NOT INVALID KEY
                                   ADD 1 TO WS-PH-MOVED
                           END-DELETE
                   END-WRITE
               END-IF
           END-IF.

      * 提成支付台账：注销编号各期的行搬到保留编号下；同一支付
      * 期两人都有行的，已送出、已冲抵、已确认支付与本年累计应
      * 得相加，最近一次送出的几栏以保留编号的为准，注销编号那
      * 期还在等回执的，合并后的行也置为待回执。不搬的话
      * SALESSTMT 拿合并后的应得只对保留编号自己的台账，注销编
      * 号名下付过的提成会再付一遍
        0330-MERGE-COMMLEDG.
           MOVE ZEROES TO WS-CL-MOVED.
           MOVE ZEROES TO WS-CL-COMBINED.
           MOVE ZEROES TO WS-CL-FAILED.
           IF COMMLEDG-AVAILABLE
               MOVE MT-RETIRING-ID TO WS-CL-RESUME-ID
               MOVE ZEROES TO WS-CL-RESUME-PERIOD
               MOVE 'N' TO WS-SCAN-SW
               PERFORM 0335-MERGE-ONE-LEDGER-ROW UNTIL END-OF-SCAN
           END-IF.

      * 合一期台账：先写进保留编号，写上了才删注销编号那行
        0335-MERGE-ONE-LEDGER-ROW.
           MOVE WS-CL-RESUME-KEY TO CL-KEY.
           START COMMLEDG-FILE KEY IS GREATER THAN CL-KEY
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START.
           IF NOT END-OF-SCAN
               READ COMMLEDG-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-IF.
           IF NOT END-OF-SCAN
               IF CL-SALESPERSON-ID NOT = MT-RETIRING-ID
                   SET END-OF-SCAN TO TRUE
               ELSE
                   MOVE CL-KEY TO WS-CL-RESUME-KEY
                   MOVE COMMLEDG-REC TO WS-RETIRING-LEDGER
                   MOVE MT-SURVIVOR-ID TO CL-SALESPERSON-ID
                   READ COMMLEDG-FILE
                       INVALID KEY
                           PERFORM 0336-MOVE-LEDGER-ROW
                       NOT INVALID KEY
                           PERFORM 0337-COMBINE-LEDGER-ROW
                   END-READ
               END-IF
           END-IF.

      * 保留编号这期没有行：整行搬过去
        0336-MOVE-LEDGER-ROW.
           MOVE WS-RETIRING-LEDGER TO COMMLEDG-REC.
           MOVE MT-SURVIVOR-ID TO CL-SALESPERSON-ID.
           WRITE COMMLEDG-REC
               INVALID KEY
                   ADD 1 TO WS-CL-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-CL-MOVED
                   PERFORM 0338-DELETE-RETIRING-ROW
           END-WRITE.

      * 保留编号这期已有行：金额相加
        0337-COMBINE-LEDGER-ROW.
           ADD RL-YTD-EARNED TO CL-YTD-EARNED.
           ADD RL-AMOUNT-SENT TO CL-AMOUNT-SENT.
           ADD RL-DRAW-RECOVERED TO CL-DRAW-RECOVERED.
           ADD RL-AMOUNT-PAID TO CL-AMOUNT-PAID.
           IF RL-STATUS = 'S'
               MOVE 'S' TO CL-STATUS
           END-IF.
           REWRITE COMMLEDG-REC
               INVALID KEY
                   ADD 1 TO WS-CL-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-CL-COMBINED
                   PERFORM 0338-DELETE-RETIRING-ROW
           END-REWRITE.

      * 删注销编号这期的台账行
        0338-DELETE-RETIRING-ROW.
           MOVE RL-KEY TO CL-KEY.
           DELETE COMMLEDG-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-CL-FAILED
           END-DELETE.

      * 定额：一人一行。保留编号没有定额时把注销编号那行搬过
      * 去；两人都有时保留编号的为准，注销编号那行删掉——两行
      * 多半是重复建档时照抄的同一份定额，相加就翻倍了
        0340-MERGE-QUOTA.
           MOVE 'NO ROW FOR RETIRING ID' TO WS-QUOTA-ACTION.
           IF NOT QUOTA-AVAILABLE
               MOVE 'FILE NOT AVAILABLE' TO WS-QUOTA-ACTION
           ELSE
               MOVE MT-RETIRING-ID TO QM-SALESPERSON-ID
               READ QUOTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QUOTA-REC TO WS-SAVE-QUOTA-REC
                       DELETE QUOTA-FILE RECORD
                       MOVE WS-SAVE-QUOTA-REC TO QUOTA-REC
                       MOVE MT-SURVIVOR-ID TO QM-SALESPERSON-ID
                       WRITE QUOTA-REC
                           INVALID KEY
                               MOVE 'DROPPED - SURVIVOR ROW KEPT'
                                   TO WS-QUOTA-ACTION
                           NOT INVALID KEY
                               MOVE 'MOVED TO SURVIVOR'
                                   TO WS-QUOTA-ACTION
                       END-WRITE
               END-READ
           END-IF.

      * 预支余额：保留编号没有时整行搬过去；两人都有时余额相加，
      * 每月预支额以保留编号的为准；相加装不下的两行都不动
        0350-MERGE-DRAWBAL.
           MOVE 'NO ROW FOR RETIRING ID' TO WS-DRAW-ACTION.
           IF NOT DRAWBAL-AVAILABLE
               MOVE 'FILE NOT AVAILABLE' TO WS-DRAW-ACTION
           ELSE
               MOVE MT-RETIRING-ID TO DB-SALESPERSON-ID
               READ DRAWBAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DB-BALANCE TO WS-RETIRING-BALANCE
                       MOVE DB-MONTHLY-DRAW TO WS-RETIRING-DRAW
                       PERFORM 0355-COMBINE-DRAWBAL
               END-READ
           END-IF.

      * 把注销编号的预支余额并到保留编号上
        0355-COMBINE-DRAWBAL.
           MOVE MT-SURVIVOR-ID TO DB-SALESPERSON-ID.
           READ DRAWBAL-FILE
               INVALID KEY
                   MOVE MT-SURVIVOR-ID TO DB-SALESPERSON-ID
                   MOVE WS-RETIRING-DRAW TO DB-MONTHLY-DRAW
                   MOVE WS-RETIRING-BALANCE TO DB-BALANCE
                   WRITE DRAWBAL-REC
                   MOVE 'MOVED TO SURVIVOR' TO WS-DRAW-ACTION
               NOT INVALID KEY
                   ADD WS-RETIRING-BALANCE TO DB-BALANCE
                       ON SIZE ERROR
                           MOVE 'NOT MERGED - BALANCE OVERFLOW'
                               TO WS-DRAW-ACTION
                       NOT ON SIZE ERROR
                           REWRITE DRAWBAL-REC
                           MOVE 'BALANCE ADDED TO SURVIVOR'
                               TO WS-DRAW-ACTION
                   END-ADD
           END-READ.
           IF WS-DRAW-ACTION NOT = 'NOT MERGED - BALANCE OVERFLOW'
               MOVE MT-RETIRING-ID TO DB-SALESPERSON-ID
               DELETE DRAWBAL-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      * 片区指派：一人一条，做法与定额相同
        0360-MERGE-TERRASGN.
           MOVE 'NO ROW FOR RETIRING ID' TO WS-TERR-ACTION.
           IF NOT TERRASGN-AVAILABLE
               MOVE 'FILE NOT AVAILABLE' TO WS-TERR-ACTION
           ELSE
               MOVE MT-RETIRING-ID TO TA-SALESPERSON-ID
               READ TERRASGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERRASGN-REC TO WS-SAVE-TERR-REC
                       DELETE TERRASGN-FILE RECORD
                       MOVE WS-SAVE-TERR-REC TO TERRASGN-REC
                       MOVE MT-SURVIVOR-ID TO TA-SALESPERSON-ID
                       WRITE TERRASGN-REC
                           INVALID KEY
                               MOVE 'DROPPED - SURVIVOR ROW KEPT'
                                   TO WS-TERR-ACTION
                           NOT INVALID KEY
                               MOVE 'MOVED TO SURVIVOR'
                                   TO WS-TERR-ACTION
                       END-WRITE
               END-READ
           END-IF.

      * 区域指派历史：逐条换到保留编号下；同一生效日期保留编号
      * 已有一条的，以保留编号的为准，注销编号那条删掉
        0370-REKEY-REGASGN.
           MOVE ZEROES TO WS-RA-MOVED.
           MOVE ZEROES TO WS-RA-DROPPED.
           IF REGASGN-AVAILABLE
               MOVE MT-RETIRING-ID TO WS-RA-RESUME-ID
               MOVE ZEROES TO WS-RA-RESUME-DATE
               MOVE 'N' TO WS-SCAN-SW
               PERFORM 0375-REKEY-ONE-REGASGN UNTIL END-OF-SCAN
           END-IF.

      * 换一条区域指派的键
        0375-REKEY-ONE-REGASGN.
           MOVE WS-RA-RESUME-KEY TO RA-KEY.
           START REGASGN-FILE KEY IS GREATER THAN RA-KEY
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START.
           IF NOT END-OF-SCAN
               READ REGASGN-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-IF.
           IF NOT END-OF-SCAN
               IF RA-SALESPERSON-ID NOT = MT-RETIRING-ID
                   SET END-OF-SCAN TO TRUE
               ELSE
                   MOVE RA-KEY TO WS-RA-RESUME-KEY
                   MOVE REGASGN-REC TO WS-SAVE-REGASGN-REC
                   DELETE REGASGN-FILE RECORD
                   MOVE WS-SAVE-REGASGN-REC TO REGASGN-REC
                   MOVE MT-SURVIVOR-ID TO RA-SALESPERSON-ID
                   WRITE REGASGN-REC
                       INVALID KEY
                           ADD 1 TO WS-RA-DROPPED
                       NOT INVALID KEY
                           ADD 1 TO WS-RA-MOVED
                   END-WRITE
               END-IF
           END-IF.

      * 体检身份对照：键是姓名，指向注销编号的就地改成保留编号
        0380-REKEY-XREF.
           MOVE ZEROES TO WS-XREF-MOVED.
           IF XREF-AVAILABLE
               MOVE LOW-VALUES TO XR-PERSON-NAME
               MOVE 'N' TO WS-SCAN-SW
               START XREF-FILE KEY IS NOT LESS THAN XR-PERSON-NAME
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ XREF-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF XR-SALESPERSON-ID = MT-RETIRING-ID
                               MOVE MT-SURVIVOR-ID
                                   TO XR-SALESPERSON-ID
                               REWRITE XREF-REC
                               ADD 1 TO WS-XREF-MOVED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 体检历史：顺序档，注销编号的筛查就地改成保留编号
        0390-REKEY-BMIHIST.
           MOVE ZEROES TO WS-HIST-MOVED.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               READ HISTORY-FILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   IF HIST-SALESPERSON-ID = MT-RETIRING-ID
                       MOVE MT-SURVIVOR-ID TO HIST-SALESPERSON-ID
                       REWRITE HISTORY-RECORD
                       ADD 1 TO WS-HIST-MOVED
                   END-IF
                   READ HISTORY-FILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * 客户归属：归在注销编号名下的客户改归保留编号，不然保留
      * 编号在这些客户上的过账全成了归属冲突
        0400-REOWN-CUSTOMERS.
           MOVE ZEROES TO WS-CU-MOVED.
           IF CUSTOMER-AVAILABLE
               MOVE ZEROES TO CU-CUSTOMER-NO
               MOVE 'N' TO WS-SCAN-SW
               START CUSTOMER-FILE KEY IS NOT LESS THAN CU-CUSTOMER-NO
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF CU-OWNER-ID = MT-RETIRING-ID
                               MOVE MT-SURVIVOR-ID TO CU-OWNER-ID
                               REWRITE CUSTOMER-REC
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-CU-MOVED
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 订单：注销编号接的订单改到保留编号名下，在手余额随之进
      * 保留编号的加权预测；按订单号顺读，改副键不影响读位置
        0410-REKEY-ORDERS.
           MOVE ZEROES TO WS-SO-MOVED.
           IF SALESORD-AVAILABLE
               MOVE LOW-VALUES TO SO-ORDER-NO
               MOVE 'N' TO WS-SCAN-SW
               START SALESORD-FILE KEY IS NOT LESS THAN SO-ORDER-NO
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ SALESORD-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF SO-SALESPERSON-ID = MT-RETIRING-ID
                               MOVE MT-SURVIVOR-ID TO SO-SALESPERSON-ID
                               MOVE WS-BUS-DATE-8 TO SO-UPDATE-DATE
                               MOVE MT-OPERATOR-ID
                                   TO SO-UPDATE-OPERATOR
                               REWRITE SALESORD-REC
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-SO-MOVED
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 争议案件：注销编号的案件改到保留编号名下，做法与订单相同
        0420-REKEY-DISPCASES.
           MOVE ZEROES TO WS-DC-MOVED.
           IF DISPCASE-AVAILABLE
               MOVE ZEROES TO DC-CASE-NO
               MOVE 'N' TO WS-SCAN-SW
               START DISPCASE-FILE KEY IS NOT LESS THAN DC-CASE-NO
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ DISPCASE-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF DC-SALESPERSON-ID = MT-RETIRING-ID
                               MOVE MT-SURVIVOR-ID TO DC-SALESPERSON-ID
                               MOVE WS-BUS-DATE-8 TO DC-UPDATE-DATE
                               MOVE MT-OPERATOR-ID
                                   TO DC-UPDATE-OPERATOR
                               REWRITE DISPCASE-REC
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-DC-MOVED
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 登记合并：注销编号对保留编号，MASTAUDIT 查得到
        0430-REGISTER-MERGE.
           MOVE MT-RETIRING-ID TO MH-RETIRED-ID.
           MOVE MT-SURVIVOR-ID TO MH-SURVIVOR-ID.
           MOVE WS-BUS-DATE-8 TO MH-MERGE-DATE.
           MOVE WS-RUN-ID TO MH-RUN-ID.
           MOVE MT-OPERATOR-ID TO MH-OPERATOR-ID.
           WRITE MERGEHIST-REC
               INVALID KEY
                   REWRITE MERGEHIST-REC
           END-WRITE.

      * 对账：合并后保留编号的各项合计应等于合并前两人相加，注
      * 销编号名下不应再留发票；合并前后逐项打印
        0440-PROVE-MERGE.
           COMPUTE WS-SN-YEARLY (3) =
               WS-SN-YEARLY (1) + WS-SN-YEARLY (2).
           COMPUTE WS-SN-PRIOR (3) =
               WS-SN-PRIOR (1) + WS-SN-PRIOR (2).
           COMPUTE WS-SN-ADJ (3) =
               WS-SN-ADJ (1) + WS-SN-ADJ (2).
           COMPUTE WS-SN-MONTHLY (3) =
               WS-SN-MONTHLY (1) + WS-SN-MONTHLY (2).
           COMPUTE WS-SN-INV-COUNT (3) =
               WS-SN-INV-COUNT (1) + WS-SN-INV-COUNT (2).
           COMPUTE WS-SN-INV-AMOUNT (3) =
               WS-SN-INV-AMOUNT (1) + WS-SN-INV-AMOUNT (2).
           MOVE MT-SURVIVOR-ID TO SALESPERSON-ID.
           READ SALESFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 4 TO WS-SNAP-SUB
                   PERFORM 0510-SNAP-MASTER
           END-READ.
           MOVE 'N' TO WS-COLLIDE-SW.
           MOVE MT-SURVIVOR-ID TO WS-SCAN-ID.
           MOVE 4 TO WS-SNAP-SUB.
           PERFORM 0520-SNAP-POSTHIST.
           MOVE MT-RETIRING-ID TO WS-SCAN-ID.
           MOVE 5 TO WS-SNAP-SUB.
           PERFORM 0520-SNAP-POSTHIST.
           IF WS-SN-YEARLY (3) = WS-SN-YEARLY (4)
                   AND WS-SN-PRIOR (3) = WS-SN-PRIOR (4)
                   AND WS-SN-ADJ (3) = WS-SN-ADJ (4)
                   AND WS-SN-MONTHLY (3) = WS-SN-MONTHLY (4)
                   AND WS-SN-INV-COUNT (3) = WS-SN-INV-COUNT (4)
                   AND WS-SN-INV-AMOUNT (3) = WS-SN-INV-AMOUNT (4)
                   AND WS-SN-INV-COUNT (5) = ZEROES
               MOVE 'Y' TO WS-BALANCED-SW
               MOVE 'MERGED - TOTALS BALANCE' TO RPL-RESULT
           ELSE
               MOVE 'N' TO WS-BALANCED-SW
               ADD 1 TO WS-UNBALANCED-COUNT
               MOVE 'MERGED - OUT OF BALANCE, SEE TOTALS BELOW'
                   TO RPL-RESULT
           END-IF.
           PERFORM 0450-WRITE-MERGE-DETAIL.

      * 一对合并的报告：抬头、五行对账快照、各档重挂结果
        0450-WRITE-MERGE-DETAIL.
           MOVE RPT-PAIR-LINE TO MERGE-PRINT-LINE.
           WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE RPT-SNAP-HEADING TO MERGE-PRINT-LINE.
           WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SURVIVOR BEFORE' TO RSL-LABEL.
           MOVE 1 TO WS-SNAP-SUB.
           PERFORM 0460-WRITE-SNAP-LINE.
           MOVE 'RETIRING BEFORE' TO RSL-LABEL.
           MOVE 2 TO WS-SNAP-SUB.
           PERFORM 0460-WRITE-SNAP-LINE.
           MOVE 'COMBINED EXPECTED' TO RSL-LABEL.
           MOVE 3 TO WS-SNAP-SUB.
           PERFORM 0460-WRITE-SNAP-LINE.
           MOVE 'SURVIVOR AFTER' TO RSL-LABEL.
           MOVE 4 TO WS-SNAP-SUB.
           PERFORM 0460-WRITE-SNAP-LINE.
           MOVE 'RETIRING AFTER' TO RSL-LABEL.
           MOVE 5 TO WS-SNAP-SUB.
           PERFORM 0460-WRITE-SNAP-LINE.
           MOVE 'POSTHIST' TO RFL-FILE-ID.
           MOVE 'INVOICES RE-KEYED' TO RFL-ACTION.
           MOVE WS-PH-MOVED TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           IF WS-PH-FAILED > ZEROES
               MOVE 'POSTHIST' TO RFL-FILE-ID
               MOVE 'INVOICES FAILED - STILL ON OLD ID' TO RFL-ACTION
               MOVE WS-PH-FAILED TO RFL-COUNT
               PERFORM 0470-WRITE-FILE-LINE
           END-IF.
           MOVE 'COMMLEDG' TO RFL-FILE-ID.
           IF COMMLEDG-AVAILABLE
               MOVE 'PERIODS MOVED TO SURVIVOR' TO RFL-ACTION
           ELSE
               MOVE 'NO LEDGER ON FILE YET' TO RFL-ACTION
           END-IF.
           MOVE WS-CL-MOVED TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           IF WS-CL-COMBINED > ZEROES
               MOVE 'COMMLEDG' TO RFL-FILE-ID
               MOVE 'PERIODS ADDED INTO SURVIVOR ROW' TO RFL-ACTION
               MOVE WS-CL-COMBINED TO RFL-COUNT
               PERFORM 0470-WRITE-FILE-LINE
           END-IF.
           IF WS-CL-FAILED > ZEROES
               MOVE 'COMMLEDG' TO RFL-FILE-ID
               MOVE 'PERIODS FAILED - CHECK BY HAND' TO RFL-ACTION
               MOVE WS-CL-FAILED TO RFL-COUNT
               PERFORM 0470-WRITE-FILE-LINE
           END-IF.
           MOVE 'SALESQUOTA' TO RFL-FILE-ID.
           MOVE WS-QUOTA-ACTION TO RFL-ACTION.
           MOVE ZEROES TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           MOVE 'DRAWBAL' TO RFL-FILE-ID.
           MOVE WS-DRAW-ACTION TO RFL-ACTION.
           MOVE ZEROES TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           MOVE 'TERRASGN' TO RFL-FILE-ID.
           MOVE WS-TERR-ACTION TO RFL-ACTION.
           MOVE ZEROES TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           MOVE 'REGASGN' TO RFL-FILE-ID.
           IF REGASGN-AVAILABLE
               MOVE 'ENTRIES RE-KEYED' TO RFL-ACTION
           ELSE
               MOVE 'FILE NOT AVAILABLE' TO RFL-ACTION
           END-IF.
           MOVE WS-RA-MOVED TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           IF WS-RA-DROPPED > ZEROES
               MOVE 'REGASGN' TO RFL-FILE-ID
               MOVE 'SAME DATE ON SURVIVOR - DROPPED' TO RFL-ACTION
               MOVE WS-RA-DROPPED TO RFL-COUNT
               PERFORM 0470-WRITE-FILE-LINE
           END-IF.
           MOVE 'WELLXREF' TO RFL-FILE-ID.
           IF XREF-AVAILABLE
               MOVE 'NAMES POINTED AT SURVIVOR' TO RFL-ACTION
           ELSE
               MOVE 'FILE NOT AVAILABLE' TO RFL-ACTION
           END-IF.
           MOVE WS-XREF-MOVED TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           MOVE 'BMIHIST' TO RFL-FILE-ID.
           MOVE 'SCREENINGS RE-KEYED' TO RFL-ACTION.
           MOVE WS-HIST-MOVED TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           MOVE 'CUSTOMER' TO RFL-FILE-ID.
           IF CUSTOMER-AVAILABLE
               MOVE 'ACCOUNTS GIVEN TO SURVIVOR' TO RFL-ACTION
           ELSE
               MOVE 'FILE NOT AVAILABLE' TO RFL-ACTION
           END-IF.
           MOVE WS-CU-MOVED TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           MOVE 'SALESORD' TO RFL-FILE-ID.
           IF SALESORD-AVAILABLE
               MOVE 'ORDERS RE-KEYED' TO RFL-ACTION
           ELSE
               MOVE 'FILE NOT AVAILABLE' TO RFL-ACTION
           END-IF.
           MOVE WS-SO-MOVED TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.
           MOVE 'DISPCASE' TO RFL-FILE-ID.
           IF DISPCASE-AVAILABLE
               MOVE 'CASES RE-KEYED' TO RFL-ACTION
           ELSE
               MOVE 'FILE NOT AVAILABLE' TO RFL-ACTION
           END-IF.
           MOVE WS-DC-MOVED TO RFL-COUNT.
           PERFORM 0470-WRITE-FILE-LINE.

      * 写一行对账快照
        0460-WRITE-SNAP-LINE.
           MOVE WS-SN-YEARLY (WS-SNAP-SUB) TO RSL-YEARLY.
           MOVE WS-SN-PRIOR (WS-SNAP-SUB) TO RSL-PRIOR.
           MOVE WS-SN-ADJ (WS-SNAP-SUB) TO RSL-ADJ.
           MOVE WS-SN-MONTHLY (WS-SNAP-SUB) TO RSL-MONTHLY.
           MOVE WS-SN-INV-COUNT (WS-SNAP-SUB) TO RSL-INV-COUNT.
           MOVE WS-SN-INV-AMOUNT (WS-SNAP-SUB) TO RSL-INV-AMOUNT.
           MOVE RPT-SNAP-LINE TO MERGE-PRINT-LINE.
           WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行重挂结果
        0470-WRITE-FILE-LINE.
           MOVE RPT-FILE-LINE TO MERGE-PRINT-LINE.
           WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 主档快照：取记录区里这个人的各项合计
        0510-SNAP-MASTER.
           MOVE YEARLYSALES TO WS-SN-YEARLY (WS-SNAP-SUB).
           MOVE ADJUSTMENT TO WS-SN-ADJ (WS-SNAP-SUB).
           MOVE ZEROES TO WS-SN-PRIOR (WS-SNAP-SUB).
           MOVE ZEROES TO WS-SN-MONTHLY (WS-SNAP-SUB).
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               ADD PRIOR-YEAR-SALES (WS-BUCKET-SUB)
                   TO WS-SN-PRIOR (WS-SNAP-SUB)
           END-PERFORM.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 12
               ADD MONTHLY-SALES (WS-BUCKET-SUB)
                   TO WS-SN-MONTHLY (WS-SNAP-SUB)
           END-PERFORM.

      * 发票历史快照：扫一个编号名下的发票，记笔数与金额；开了
      * 撞号检查时逐张查保留编号下有没有同号发票。随机读会挪动
      * 读位置，所以每张之后从刚读的键往后重新定位
        0520-SNAP-POSTHIST.
           MOVE ZEROES TO WS-SN-INV-COUNT (WS-SNAP-SUB).
           MOVE ZEROES TO WS-SN-INV-AMOUNT (WS-SNAP-SUB).
           MOVE WS-SCAN-ID TO WS-PH-RESUME-ID.
           MOVE LOW-VALUES TO WS-PH-RESUME-INV.
           MOVE 'N' TO WS-SCAN-SW.
           PERFORM 0525-SNAP-ONE-INVOICE UNTIL END-OF-SCAN.

      * 记一张发票
        0525-SNAP-ONE-INVOICE.
           MOVE WS-PH-RESUME-KEY TO PH-KEY.
           START POSTHIST-FILE KEY IS GREATER THAN PH-KEY
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START.
           IF NOT END-OF-SCAN
               READ POSTHIST-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
               END-READ
           END-IF.
           IF NOT END-OF-SCAN
               IF PH-SALESPERSON-ID NOT = WS-SCAN-ID
                   SET END-OF-SCAN TO TRUE
               ELSE
                   MOVE PH-KEY TO WS-PH-RESUME-KEY
                   ADD 1 TO WS-SN-INV-COUNT (WS-SNAP-SUB)
                   ADD PH-AMOUNT TO WS-SN-INV-AMOUNT (WS-SNAP-SUB)
                   IF CHECK-COLLISIONS
                       MOVE MT-SURVIVOR-ID TO PH-SALESPERSON-ID
                       READ POSTHIST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PH-INVOICE-NO
                                   TO WS-COLLIDE-INVOICE
                       END-READ
                   END-IF
               END-IF
           END-IF.

      * 写一条映像日志
        0550-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-RUN-ID TO JRN-RUN-ID.
           MOVE WS-JRN-SEQ TO JRN-SEQ.
           MOVE WS-JRN-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

      * 写运行汇总
        0600-WRITE-TOTALS.
           MOVE SPACES TO MERGE-PRINT-LINE.
           WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MERGE REQUESTS READ' TO RTT-LABEL.
           MOVE WS-REQUEST-COUNT TO RTT-VALUE.
           PERFORM 0610-WRITE-TOTAL-LINE.
           MOVE 'MERGES APPLIED' TO RTT-LABEL.
           MOVE WS-MERGED-COUNT TO RTT-VALUE.
           PERFORM 0610-WRITE-TOTAL-LINE.
           MOVE 'MERGES REJECTED' TO RTT-LABEL.
           MOVE WS-REJECT-COUNT TO RTT-VALUE.
           PERFORM 0610-WRITE-TOTAL-LINE.
           MOVE 'MERGES OUT OF BALANCE' TO RTT-LABEL.
           MOVE WS-UNBALANCED-COUNT TO RTT-VALUE.
           PERFORM 0610-WRITE-TOTAL-LINE.
           IF WS-UNBALANCED-COUNT > ZEROES
               MOVE 8 TO RETURN-CODE
           END-IF.

      * 写一行汇总
        0610-WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO MERGE-PRINT-LINE.
           WRITE MERGE-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE MERGETRAN-FILE.
           CLOSE SALESFILE.
           CLOSE POSTHIST-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE MERGEHIST-FILE.
           IF QUOTA-AVAILABLE
               CLOSE QUOTA-FILE
           END-IF.
           IF DRAWBAL-AVAILABLE
               CLOSE DRAWBAL-FILE
           END-IF.
           IF TERRASGN-AVAILABLE
               CLOSE TERRASGN-FILE
           END-IF.
           IF REGASGN-AVAILABLE
               CLOSE REGASGN-FILE
           END-IF.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.
           IF COMMLEDG-AVAILABLE
               CLOSE COMMLEDG-FILE
           END-IF.
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF.
           IF SALESORD-AVAILABLE
               CLOSE SALESORD-FILE
           END-IF.
           IF DISPCASE-AVAILABLE
               CLOSE DISPCASE-FILE
           END-IF.
           CLOSE MERGE-REPORT-FILE.
           STOP RUN.

          END PROGRAM SALESMERGE.
