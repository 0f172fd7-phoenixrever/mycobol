      *   displayed - name, region, yearly sales, gender, all five  *
      *   prior-year figures, adjustment net and the commission     *
      *   computed under the plan in effect today - then loops for  *
      *   the next inquiry.  When the caller disputes the figures   *
      *   the operator opens a dispute case against the rep on the  *
      *   indexed DISPCASE file (period, amount, reason, operator), *
      *   and later shifts work the case to investigating or        *
      *   resolved; a resolution with a correction is picked up by  *
      *   the nightly DISPCASE step as a J adjustment for SALESTRAN.*
      ***************************************************************

      *===============================================
             RECORD KEY IS CP-KEY
             FILE STATUS IS WS-COMMPLAN-STATUS.
      * 提成比例计划档，与 SALES.cbl 装入的是同一份计划
            SELECT DISPCASE-FILE ASSIGN TO "DISPCASE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-CASE-NO
             ALTERNATE RECORD KEY IS DC-SALESPERSON-ID
                 WITH DUPLICATES
             FILE STATUS IS WS-DISPCASE-STATUS.
      * 提成争议案件档：按案件号建索引，销售员编号上建可重复的
      * 替代索引，查询时顺带列出该人名下未结的案件

      *===============================================
       DATA DIVISION.
                10 PRIOR-YEAR-SALES  PIC 9(6)V99 OCCURS 5 TIMES.
            05 ADJUSTMENT             PIC S9(6)V99.
            05 MONTHLY-SALES         PIC 9(6)V99 OCCURS 12 TIMES.
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 提成比例计划档，记录布局与 SALES.cbl 中的描述一致
       FD COMMPLAN-FILE.
                10 CP-TIER-NO       PIC 9(2).
            05 CP-TIER-LIMIT        PIC 9(8).
            05 CP-TIER-RATE         PIC V999.
            05 CP-CASH-BASIS-SW     PIC X.
      * Y = 按已收现金计提：发票过了 CP-HOLDBACK-DAYS 天仍未收
      * 清的部分暂不计提成；空格或 N = 按开票计提（旧记录）
            05 CP-HOLDBACK-DAYS     PIC 9(3).

      * 提成争议案件档，布局与 DISPCASE.cbl / SALESMAINT.cbl 的一致
       FD DISPCASE-FILE.
       01 DISPCASE-REC.
            05 DC-CASE-NO            PIC 9(10).
      * 案件号：开案日期 YYMMDD 加当日四位序号
            05 DC-SALESPERSON-ID     PIC 9(7).
            05 DC-REGION             PIC X(5).
      * 开案时该销售员所在区域，账龄报表按它分区
            05 DC-STATUS             PIC X.
                88 CASE-IS-OPEN      VALUE 'O'.
                88 CASE-INVESTIGATING VALUE 'I'.
                88 CASE-IS-RESOLVED  VALUE 'R'.
            05 DC-PERIOD             PIC 9(6).
      * 有争议的提成期间 CCYYMM
            05 DC-AMOUNT             PIC S9(6)V99.
      * 销售员认为有出入的金额
            05 DC-REASON             PIC X(40).
            05 DC-OPEN-DATE          PIC 9(8).
            05 DC-OPEN-OPERATOR      PIC X(8).
            05 DC-UPDATE-DATE        PIC 9(8).
            05 DC-UPDATE-OPERATOR    PIC X(8).
            05 DC-NOTE               PIC X(40).
      * 调查备注；结案时为结案说明
            05 DC-CORRECTION         PIC S9(6)V99.
      * 结案更正金额，零 = 不更正；负数为追回
            05 DC-TRAN-STATUS        PIC X.
      * 空格 = 无更正交易, P = 待生成, G = 已生成进 SALESTRAN,
      * A = SALESMAINT 已应用, X = SALESMAINT 拒绝
            05 DC-TRAN-DATE          PIC 9(8).
      * 生成或应用（拒绝）更正交易的日期

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-NAME-MATCH-COUNT     PIC 9(4) VALUE ZEROES.
       01  WS-NAME-SCAN-SW         PIC X VALUE 'N'.
           88 NAME-SCAN-DONE       VALUE 'Y'.
       01  WS-SHOWN-ID             PIC 9(7) VALUE ZEROES.
      * 屏幕上最后显示的销售员，开案时直接回车即针对此人

      * 提成争议案件的控制项
       01  WS-DISPCASE-STATUS      PIC X(2) VALUE '00'.
       01  WS-DISPCASE-AVAIL-SW    PIC X VALUE 'N'.
           88 DISPCASE-AVAILABLE   VALUE 'Y'.
       01  WS-CASE-SCAN-SW         PIC X VALUE 'N'.
           88 CASE-SCAN-DONE       VALUE 'Y'.
       01  WS-CASE-LIST-COUNT      PIC 9(4) VALUE ZEROES.
       01  WS-INQ-CASE-NO          PIC 9(10) VALUE ZEROES.
       01  WS-CASE-NO-WORK.
            05 WS-CN-DATE          PIC 9(6).
            05 WS-CN-SEQ           PIC 9(4).
       01  WS-CASE-NO-N REDEFINES WS-CASE-NO-WORK PIC 9(10).
       01  WS-CASE-WRITTEN-SW      PIC X VALUE 'N'.
           88 CASE-WRITTEN         VALUE 'Y'.
       01  WS-CANCEL-SW            PIC X VALUE 'N'.
           88 ENTRY-CANCELLED      VALUE 'Y'.
       01  WS-FIELD-SW             PIC X VALUE 'N'.
           88 FIELD-IS-GOOD        VALUE 'Y'.
       01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  WS-TEXT-IN              PIC X(40) VALUE SPACES.
       01  WS-REPLY                PIC X VALUE SPACE.
       01  WS-PERIOD-IN            PIC X(6) VALUE SPACES.
       01  WS-PERIOD-WORK REDEFINES WS-PERIOD-IN.
            05 WS-PER-CCYY         PIC 9(4).
            05 WS-PER-MM           PIC 99.
       01  WS-PERIOD-N REDEFINES WS-PERIOD-IN PIC 9(6).
       01  WS-CASE-AMOUNT          PIC S9(6)V99 VALUE ZEROES.

      * 金额的拆解，做法与 SALESENTRY.cbl 的 0400 段一致；首位
      * 可带负号（更正为追回时）
       01  WS-NUM-INPUT            PIC X(12) VALUE SPACES.
       01  WS-NUM-TEXT             PIC X(12) VALUE SPACES.
       01  WS-NUM-NEG-SW           PIC X VALUE 'N'.
           88 NUMBER-IS-NEGATIVE   VALUE 'Y'.
       01  WS-NUM-SW               PIC X VALUE 'N'.
           88 NUMBER-OK            VALUE 'Y'.
       01  WS-NUM-WHOLE-X          PIC X(12) VALUE SPACES.
       01  WS-NUM-CENT-X           PIC X(12) VALUE SPACES.
       01  WS-NUM-WHOLE-LEN        PIC 9(2) VALUE ZEROES.
       01  WS-NUM-CENT-LEN         PIC 9(2) VALUE ZEROES.
       01  WS-NUM-WHOLE-N          PIC 9(6) VALUE ZEROES.
       01  WS-NUM-WHOLE-R REDEFINES WS-NUM-WHOLE-N PIC X(6).
       01  WS-NUM-CENT-N           PIC 99 VALUE ZEROES.
       01  WS-NUM-CENT-R REDEFINES WS-NUM-CENT-N PIC X(2).
       01  WS-NUM-VALUE            PIC 9(6)V99 VALUE ZEROES.

      * 各区域的提成计划表，装载逻辑与 SALES.cbl 的 0070 段一致
       01  WS-COMMPLAN-STATUS      PIC X(2) VALUE '00'.
            05 WS-RYMD-DD          PIC 99.
       01  WS-RUN-DATE-YMD-N REDEFINES WS-RUN-DATE-YMD
                                   PIC 9(8).
       01  WS-RUN-PERIOD-WORK REDEFINES WS-RUN-DATE-YMD.
            05 WS-RUN-PERIOD       PIC 9(6).
            05 FILLER              PIC 99.

      * 屏幕显示编辑用的暂存区
       01  WS-EDIT-AMOUNT          PIC ZZZ,ZZ9.99.
               GOBACK
           END-IF.
           PERFORM 0070-LOAD-COMM-PLAN.
           PERFORM 0080-OPEN-DISPUTE-CASES.
           PERFORM 0100-SHOW-MENU UNTIL INQUIRY-IS-DONE.
           CLOSE SALESFILE.
           IF DISPCASE-AVAILABLE
               CLOSE DISPCASE-FILE
           END-IF.
           GOBACK.

      * 打开争议案件档，第一次使用时新建再改 I-O 重开；打不开时
      * 查询照常可用，只是开案与办案两项不受理
        0080-OPEN-DISPUTE-CASES.
           MOVE 'N' TO WS-DISPCASE-AVAIL-SW.
           OPEN I-O DISPCASE-FILE.
           IF WS-DISPCASE-STATUS NOT = '00'
               OPEN OUTPUT DISPCASE-FILE
               IF WS-DISPCASE-STATUS = '00'
                   CLOSE DISPCASE-FILE
                   OPEN I-O DISPCASE-FILE
               END-IF
           END-IF.
           IF WS-DISPCASE-STATUS = '00'
               MOVE 'Y' TO WS-DISPCASE-AVAIL-SW
           ELSE
               DISPLAY 'DISPUTE CASE FILE NOT AVAILABLE, STATUS = '
                   WS-DISPCASE-STATUS
           END-IF.

      * 显示查询菜单并分派
        0100-SHOW-MENU.
           DISPLAY ' '.
           DISPLAY '========= SALESPERSON INQUIRY ========='.
           DISPLAY '  1. LOOK UP BY SALESPERSON ID'.
           DISPLAY '  2. LOOK UP BY LAST NAME'.
           DISPLAY '  3. OPEN A COMMISSION DISPUTE CASE'.
           DISPLAY '  4. WORK A DISPUTE CASE'.
           DISPLAY '  5. RETURN'.
           DISPLAY '======================================='.
           DISPLAY 'ENTER SELECTION: '.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1 PERFORM 0200-INQUIRE-BY-ID
               WHEN 2 PERFORM 0300-INQUIRE-BY-NAME
               WHEN 3 PERFORM 0500-OPEN-DISPUTE-CASE
               WHEN 4 PERFORM 0600-WORK-DISPUTE-CASE
               WHEN 5 MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION, PLEASE TRY AGAIN.'
           END-EVALUATE.
           PERFORM 0410-CALCULATE-COMMISSION.
           MOVE WS-COMMISSION TO WS-EDIT-COMM.
           DISPLAY 'COMMISSION:       ' WS-EDIT-COMM.
           MOVE SALESPERSON-ID TO WS-SHOWN-ID.
           IF DISPCASE-AVAILABLE
               PERFORM 0450-LIST-REP-CASES
           END-IF.

      * 按区域适用的提成计划计算提成，逻辑与 SALES.cbl 的
      * 0115/0116 段一致
                   TO WS-TIER-FLOOR
           END-PERFORM.

      * 列出该销售员名下尚未结案的争议案件，接班的操作员一查就
      * 看得到前一班受理过的投诉
        0450-LIST-REP-CASES.
           MOVE ZEROES TO WS-CASE-LIST-COUNT.
           MOVE 'N' TO WS-CASE-SCAN-SW.
           MOVE SALESPERSON-ID TO DC-SALESPERSON-ID.
           START DISPCASE-FILE KEY NOT < DC-SALESPERSON-ID
               INVALID KEY
                   SET CASE-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL CASE-SCAN-DONE
               READ DISPCASE-FILE NEXT RECORD
                   AT END SET CASE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF DC-SALESPERSON-ID NOT = SALESPERSON-ID
                           SET CASE-SCAN-DONE TO TRUE
                       ELSE
                           IF NOT CASE-IS-RESOLVED
                               ADD 1 TO WS-CASE-LIST-COUNT
                               MOVE DC-AMOUNT TO WS-EDIT-SIGNED
                               DISPLAY 'DISPUTE CASE:     ' DC-CASE-NO
                                   '  STATUS ' DC-STATUS
                                   '  PERIOD ' DC-PERIOD
                                   '  AMOUNT ' WS-EDIT-SIGNED
                                   '  OPENED ' DC-OPEN-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CASE-LIST-COUNT = ZEROES
               DISPLAY 'DISPUTE CASES:    NONE OPEN'
           END-IF.

      * 开一宗提成争议案件：编号直接回车即针对屏幕上刚查过的人；
      * 各项输入 * 放弃开案
        0500-OPEN-DISPUTE-CASE.
           IF NOT DISPCASE-AVAILABLE
               DISPLAY 'DISPUTE CASE FILE NOT AVAILABLE'
           ELSE
               DISPLAY 'SALESPERSON ID (0 = RECORD LAST SHOWN '
                   WS-SHOWN-ID '): '
               MOVE ZEROES TO WS-INQ-ID
               ACCEPT WS-INQ-ID
               IF WS-INQ-ID = ZEROES
                   MOVE WS-SHOWN-ID TO WS-INQ-ID
               END-IF
               MOVE WS-INQ-ID TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       DISPLAY 'ID ' WS-INQ-ID ' NOT ON MASTER'
                   NOT INVALID KEY
                       PERFORM 0510-KEY-NEW-CASE
               END-READ
           END-IF.

      * 逐项录入新案件：争议期间、金额、原因、操作员
        0510-KEY-NEW-CASE.
           DISPLAY 'OPENING DISPUTE FOR ' SALESPERSON-ID ' '
               SALESPERSON-NAME.
           MOVE 'N' TO WS-CANCEL-SW.
           MOVE 'N' TO WS-FIELD-SW.
           PERFORM 0520-GET-PERIOD
               UNTIL FIELD-IS-GOOD OR ENTRY-CANCELLED.
           IF NOT ENTRY-CANCELLED
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0525-GET-DISPUTED-AMOUNT
                   UNTIL FIELD-IS-GOOD OR ENTRY-CANCELLED
           END-IF.
           IF NOT ENTRY-CANCELLED
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0530-GET-REASON
                   UNTIL FIELD-IS-GOOD OR ENTRY-CANCELLED
           END-IF.
           IF NOT ENTRY-CANCELLED
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0550-GET-OPERATOR
                   UNTIL FIELD-IS-GOOD OR ENTRY-CANCELLED
           END-IF.
           IF ENTRY-CANCELLED
               DISPLAY 'CASE NOT OPENED'
           ELSE
               PERFORM 0540-WRITE-NEW-CASE
           END-IF.

      * 争议期间：CCYYMM，月份 01 至 12
        0520-GET-PERIOD.
           DISPLAY 'DISPUTED PERIOD CCYYMM (* = CANCEL): '.
           MOVE SPACES TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN.
           EVALUATE TRUE
               WHEN WS-PERIOD-IN = '*'
                   MOVE 'Y' TO WS-CANCEL-SW
               WHEN WS-PERIOD-IN NOT NUMERIC
                   DISPLAY 'PERIOD MUST BE SIX DIGITS, E.G. 202604'
               WHEN WS-PER-MM < 1 OR WS-PER-MM > 12
                   DISPLAY 'MONTH MUST BE 01 TO 12'
               WHEN WS-PERIOD-N > WS-RUN-PERIOD
                   DISPLAY 'PERIOD IS IN THE FUTURE'
               WHEN OTHER
                   MOVE WS-PERIOD-N TO DC-PERIOD
                   MOVE 'Y' TO WS-FIELD-SW
           END-EVALUATE.

      * 争议金额：大于零，最多六位整数、两位小数
        0525-GET-DISPUTED-AMOUNT.
           DISPLAY 'DISPUTED AMOUNT, E.G. 1234.50 (* = CANCEL): '.
           MOVE SPACES TO WS-NUM-INPUT.
           ACCEPT WS-NUM-INPUT.
           IF WS-NUM-INPUT = '*'
               MOVE 'Y' TO WS-CANCEL-SW
           ELSE
               PERFORM 0700-PARSE-NUMBER
               IF NOT NUMBER-OK OR NUMBER-IS-NEGATIVE
                       OR WS-NUM-VALUE = ZEROES
                   DISPLAY 'AMOUNT NOT VALID - 0.01 TO 999999.99'
               ELSE
                   MOVE WS-NUM-VALUE TO DC-AMOUNT
                   MOVE 'Y' TO WS-FIELD-SW
               END-IF
           END-IF.

      * 争议原因：不能为空
        0530-GET-REASON.
           DISPLAY 'REASON FOR DISPUTE (* = CANCEL): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           EVALUATE TRUE
               WHEN WS-TEXT-IN = '*'
                   MOVE 'Y' TO WS-CANCEL-SW
               WHEN WS-TEXT-IN = SPACES
                   DISPLAY 'A REASON IS REQUIRED'
               WHEN OTHER
                   MOVE WS-TEXT-IN TO DC-REASON
                   MOVE 'Y' TO WS-FIELD-SW
           END-EVALUATE.

      * 受理操作员编号：不能为空，案件上留名备查
        0550-GET-OPERATOR.
           DISPLAY 'ENTER OPERATOR ID (* = CANCEL): '.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           EVALUATE TRUE
               WHEN WS-OPERATOR-ID = '*'
                   MOVE 'Y' TO WS-CANCEL-SW
               WHEN WS-OPERATOR-ID = SPACES
                   DISPLAY 'OPERATOR ID IS REQUIRED'
               WHEN OTHER
                   MOVE 'Y' TO WS-FIELD-SW
           END-EVALUATE.

      * 写新案件：案件号取当日日期加序号，撞键（当日已开过的案
      * 件）就顺延再试，做法与 SALESMAINT 写持单的 0277 段一致
        0540-WRITE-NEW-CASE.
           MOVE SALESPERSON-ID TO DC-SALESPERSON-ID.
           MOVE REGION TO DC-REGION.
           MOVE 'O' TO DC-STATUS.
           MOVE WS-RUN-DATE-YMD-N TO DC-OPEN-DATE.
           MOVE WS-OPERATOR-ID TO DC-OPEN-OPERATOR.
           MOVE WS-RUN-DATE-YMD-N TO DC-UPDATE-DATE.
           MOVE WS-OPERATOR-ID TO DC-UPDATE-OPERATOR.
           MOVE SPACES TO DC-NOTE.
           MOVE ZEROES TO DC-CORRECTION.
           MOVE SPACE TO DC-TRAN-STATUS.
           MOVE ZEROES TO DC-TRAN-DATE.
           MOVE WS-RUN-DATE TO WS-CN-DATE.
           MOVE ZEROES TO WS-CN-SEQ.
           MOVE 'N' TO WS-CASE-WRITTEN-SW.
           PERFORM 0545-WRITE-CASE-REC
               UNTIL CASE-WRITTEN OR WS-CN-SEQ = 9999.
           IF CASE-WRITTEN
               DISPLAY 'DISPUTE CASE ' DC-CASE-NO ' OPENED'
           ELSE
               DISPLAY 'NO CASE NUMBER LEFT FOR TODAY - NOT OPENED'
           END-IF.

      * 按下一个序号试写一条案件记录
        0545-WRITE-CASE-REC.
           ADD 1 TO WS-CN-SEQ.
           MOVE WS-CASE-NO-N TO DC-CASE-NO.
           WRITE DISPCASE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-WRITTEN-SW
           END-WRITE.

      * 办理一宗案件：按案件号调出，已结案的只显示不再改
        0600-WORK-DISPUTE-CASE.
           IF NOT DISPCASE-AVAILABLE
               DISPLAY 'DISPUTE CASE FILE NOT AVAILABLE'
           ELSE
               DISPLAY 'ENTER DISPUTE CASE NUMBER: '
               MOVE ZEROES TO WS-INQ-CASE-NO
               ACCEPT WS-INQ-CASE-NO
               MOVE WS-INQ-CASE-NO TO DC-CASE-NO
               READ DISPCASE-FILE
                   INVALID KEY
                       DISPLAY 'CASE ' WS-INQ-CASE-NO ' NOT ON FILE'
                   NOT INVALID KEY
                       PERFORM 0610-SHOW-CASE
                       IF CASE-IS-RESOLVED
                           DISPLAY 'CASE IS RESOLVED - NO FURTHER '
                               'CHANGES'
                       ELSE
                           PERFORM 0620-UPDATE-CASE
                       END-IF
               END-READ
           END-IF.

      * 显示整宗案件
        0610-SHOW-CASE.
           DISPLAY ' '.
           DISPLAY 'DISPUTE CASE:     ' DC-CASE-NO.
           DISPLAY 'SALESPERSON ID:   ' DC-SALESPERSON-ID.
           DISPLAY 'REGION:           ' DC-REGION.
           DISPLAY 'STATUS:           ' DC-STATUS.
           DISPLAY 'DISPUTED PERIOD:  ' DC-PERIOD.
           MOVE DC-AMOUNT TO WS-EDIT-SIGNED.
           DISPLAY 'DISPUTED AMOUNT:  ' WS-EDIT-SIGNED.
           DISPLAY 'REASON:           ' DC-REASON.
           DISPLAY 'OPENED:           ' DC-OPEN-DATE ' BY '
               DC-OPEN-OPERATOR.
           DISPLAY 'LAST UPDATED:     ' DC-UPDATE-DATE ' BY '
               DC-UPDATE-OPERATOR.
           DISPLAY 'NOTE:             ' DC-NOTE.
           IF CASE-IS-RESOLVED
               MOVE DC-CORRECTION TO WS-EDIT-SIGNED
               DISPLAY 'CORRECTION:       ' WS-EDIT-SIGNED
                   '  TRANSACTION ' DC-TRAN-STATUS
                   ' ' DC-TRAN-DATE
           END-IF.

      * 改案件状态：I 转调查中，R 结案，其它不改
        0620-UPDATE-CASE.
           DISPLAY 'NEW STATUS - I = INVESTIGATING, R = RESOLVED, '
               'ENTER = NO CHANGE: '.
           MOVE SPACE TO WS-REPLY.
           ACCEPT WS-REPLY.
           EVALUATE WS-REPLY
               WHEN 'I' PERFORM 0630-MARK-INVESTIGATING
               WHEN 'R' PERFORM 0640-RESOLVE-CASE
               WHEN OTHER
                   DISPLAY 'CASE NOT CHANGED'
           END-EVALUATE.

      * 转调查中：可补一句调查备注，直接回车保留原备注
        0630-MARK-INVESTIGATING.
           MOVE 'N' TO WS-CANCEL-SW.
           DISPLAY 'INVESTIGATION NOTE (ENTER = KEEP, * = CANCEL): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = '*'
               MOVE 'Y' TO WS-CANCEL-SW
           END-IF.
           IF NOT ENTRY-CANCELLED
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0550-GET-OPERATOR
                   UNTIL FIELD-IS-GOOD OR ENTRY-CANCELLED
           END-IF.
           IF ENTRY-CANCELLED
               DISPLAY 'CASE NOT CHANGED'
           ELSE
               IF WS-TEXT-IN NOT = SPACES
                   MOVE WS-TEXT-IN TO DC-NOTE
               END-IF
               MOVE 'I' TO DC-STATUS
               MOVE WS-RUN-DATE-YMD-N TO DC-UPDATE-DATE
               MOVE WS-OPERATOR-ID TO DC-UPDATE-OPERATOR
               REWRITE DISPCASE-REC
                   INVALID KEY
                       DISPLAY 'CASE UPDATE FAILED, STATUS = '
                           WS-DISPCASE-STATUS
                   NOT INVALID KEY
                       DISPLAY 'CASE ' DC-CASE-NO
                           ' MARKED INVESTIGATING'
               END-REWRITE
           END-IF.

      * 结案：结案说明必填，更正金额零表示维持原数不更正；有更
      * 正的由夜批 DISPCASE 步生成 J 调整交易进 SALESTRAN，走
      * SALESEDIT / SALESMAINT 的正常流程
        0640-RESOLVE-CASE.
           MOVE 'N' TO WS-CANCEL-SW.
           MOVE 'N' TO WS-FIELD-SW.
           PERFORM 0650-GET-RESOLUTION
               UNTIL FIELD-IS-GOOD OR ENTRY-CANCELLED.
           IF NOT ENTRY-CANCELLED
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0655-GET-CORRECTION
                   UNTIL FIELD-IS-GOOD OR ENTRY-CANCELLED
           END-IF.
           IF NOT ENTRY-CANCELLED
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0550-GET-OPERATOR
                   UNTIL FIELD-IS-GOOD OR ENTRY-CANCELLED
           END-IF.
           IF NOT ENTRY-CANCELLED
               MOVE WS-CASE-AMOUNT TO WS-EDIT-SIGNED
               DISPLAY 'RESOLVE CASE ' DC-CASE-NO ' WITH CORRECTION '
                   WS-EDIT-SIGNED ' (Y/N)? '
               MOVE SPACE TO WS-REPLY
               ACCEPT WS-REPLY
               IF WS-REPLY NOT = 'Y'
                   MOVE 'Y' TO WS-CANCEL-SW
               END-IF
           END-IF.
           IF ENTRY-CANCELLED
               DISPLAY 'CASE NOT CHANGED'
           ELSE
               PERFORM 0660-REWRITE-RESOLVED-CASE
           END-IF.

      * 结案说明：不能为空
        0650-GET-RESOLUTION.
           DISPLAY 'RESOLUTION (* = CANCEL): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           EVALUATE TRUE
               WHEN WS-TEXT-IN = '*'
                   MOVE 'Y' TO WS-CANCEL-SW
               WHEN WS-TEXT-IN = SPACES
                   DISPLAY 'A RESOLUTION IS REQUIRED'
               WHEN OTHER
                   MOVE 'Y' TO WS-FIELD-SW
           END-EVALUATE.

      * 更正金额：0 = 不更正，负号开头为追回
        0655-GET-CORRECTION.
           DISPLAY 'CORRECTION AMOUNT, -NNN.NN TO RECOVER '
               '(0 = NONE, * = CANCEL): '.
           MOVE SPACES TO WS-NUM-INPUT.
           ACCEPT WS-NUM-INPUT.
           IF WS-NUM-INPUT = '*'
               MOVE 'Y' TO WS-CANCEL-SW
           ELSE
               PERFORM 0700-PARSE-NUMBER
               IF NOT NUMBER-OK
                   DISPLAY 'AMOUNT NOT VALID - UP TO 999999.99'
               ELSE
                   IF NUMBER-IS-NEGATIVE
                       COMPUTE WS-CASE-AMOUNT = ZEROES - WS-NUM-VALUE
                   ELSE
                       MOVE WS-NUM-VALUE TO WS-CASE-AMOUNT
                   END-IF
                   MOVE 'Y' TO WS-FIELD-SW
               END-IF
           END-IF.

      * 写回结案的案件；带更正的挂上待生成标志
        0660-REWRITE-RESOLVED-CASE.
           MOVE 'R' TO DC-STATUS.
           MOVE WS-TEXT-IN TO DC-NOTE.
           MOVE WS-CASE-AMOUNT TO DC-CORRECTION.
           IF WS-CASE-AMOUNT = ZEROES
               MOVE SPACE TO DC-TRAN-STATUS
           ELSE
               MOVE 'P' TO DC-TRAN-STATUS
           END-IF.
           MOVE ZEROES TO DC-TRAN-DATE.
           MOVE WS-RUN-DATE-YMD-N TO DC-UPDATE-DATE.
           MOVE WS-OPERATOR-ID TO DC-UPDATE-OPERATOR.
           REWRITE DISPCASE-REC
               INVALID KEY
                   DISPLAY 'CASE UPDATE FAILED, STATUS = '
                       WS-DISPCASE-STATUS
               NOT INVALID KEY
                   DISPLAY 'CASE ' DC-CASE-NO ' RESOLVED'
                   IF WS-CASE-AMOUNT NOT = ZEROES
                       DISPLAY 'CORRECTION GOES TO SALESTRAN WITH '
                           'TONIGHT''S RUN'
                   END-IF
           END-REWRITE.

      * 拆解键入的金额：可带一个前导负号，整数部分一至六位数字，
      * 可带小数点与一到两位小数
        0700-PARSE-NUMBER.
           MOVE 'N' TO WS-NUM-SW.
           MOVE 'N' TO WS-NUM-NEG-SW.
           MOVE ZEROES TO WS-NUM-VALUE.
           MOVE WS-NUM-INPUT TO WS-NUM-TEXT.
           IF WS-NUM-INPUT (1:1) = '-'
               MOVE 'Y' TO WS-NUM-NEG-SW
               MOVE WS-NUM-INPUT (2:11) TO WS-NUM-TEXT
           END-IF.
           MOVE SPACES TO WS-NUM-WHOLE-X.
           MOVE SPACES TO WS-NUM-CENT-X.
           MOVE ZEROES TO WS-NUM-WHOLE-LEN.
           MOVE ZEROES TO WS-NUM-CENT-LEN.
           UNSTRING WS-NUM-TEXT DELIMITED BY '.' OR ALL SPACE
               INTO WS-NUM-WHOLE-X COUNT IN WS-NUM-WHOLE-LEN
                    WS-NUM-CENT-X COUNT IN WS-NUM-CENT-LEN
           END-UNSTRING.
           IF WS-NUM-WHOLE-LEN > ZEROES
                   AND WS-NUM-WHOLE-LEN NOT > 6
                   AND WS-NUM-CENT-LEN NOT > 2
               IF WS-NUM-WHOLE-X (1:WS-NUM-WHOLE-LEN) NUMERIC
                   MOVE 'Y' TO WS-NUM-SW
               END-IF
               IF WS-NUM-CENT-LEN > ZEROES
                   IF WS-NUM-CENT-X (1:WS-NUM-CENT-LEN) NOT NUMERIC
                       MOVE 'N' TO WS-NUM-SW
                   END-IF
               END-IF
           END-IF.
           IF NUMBER-OK
               MOVE ZEROES TO WS-NUM-WHOLE-N
               MOVE WS-NUM-WHOLE-X (1:WS-NUM-WHOLE-LEN)
                   TO WS-NUM-WHOLE-R (7 - WS-NUM-WHOLE-LEN:
                                      WS-NUM-WHOLE-LEN)
               MOVE ZEROES TO WS-NUM-CENT-N
               IF WS-NUM-CENT-LEN > ZEROES
                   MOVE WS-NUM-CENT-X (1:WS-NUM-CENT-LEN)
                       TO WS-NUM-CENT-R (1:WS-NUM-CENT-LEN)
               END-IF
               COMPUTE WS-NUM-VALUE =
                   WS-NUM-WHOLE-N + WS-NUM-CENT-N / 100
           END-IF.

      * 从 COMMPLAN.DAT 装入运行日期当日生效的提成计划；计划档
      * 打不开时提成显示为零，查询本身照常可用
        0070-LOAD-COMM-PLAN.
