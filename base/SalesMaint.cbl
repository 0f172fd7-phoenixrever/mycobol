      ***************************************************************
      *  This program applies ADD/CHANGE/DELETE transactions to the *
      *   indexed SALESFILE so a single transfer or departure does  *
      *   not require regenerating the whole file.  E transactions  *
      *   maintain the hire date, employment status and leave of    *
      *   absence dates that quota proration works from.  A J       *
      *   transaction that corrects a commission dispute carries    *
      *   its case number; the case on DISPCASE is marked applied   *
      *   or rejected as the adjustment goes through.  An R         *
      *   transaction against a departure that SALESANON has        *
      *   anonymized must carry the name and gender to restore.     *
      ***************************************************************

      *===============================================
             FILE STATUS IS WS-HELDTRAN-STATUS.
      * 持单档：调整额超过上限的交易整条封存在这里等第二操作员
      * 放行，TRANAPPROVE 程序改状态，放行的由本程序下次运行应用
            SELECT DISPCASE-FILE ASSIGN TO "DISPCASE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-CASE-NO
             ALTERNATE RECORD KEY IS DC-SALESPERSON-ID
                 WITH DUPLICATES
             FILE STATUS IS WS-DISPCASE-STATUS.
      * 提成争议案件档：争议更正的 J 交易应用（或被拒）后回写
      * 原案件，案件上看得到更正最终有没有过账

      *===============================================
       DATA DIVISION.
                10 MONTHLY-SALES     PIC 9(6)V99 OCCURS 12 TIMES.
      * 近五年历史、调整净值与月度销售额，与 SALES.cbl 的物理
      * 记录布局一致；月度桶由过账程序维护，维护交易不携带
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 维护交易文件
       FD TRANFILE.
            88 ENDOFTRAN VALUE HIGH-VALUES.
            05 TRAN-CODE             PIC X.
      * A = 新增, C = 变更, D = 删除, J = 销售调整/追回,
      * X = 调区（生效日期借用 TRAN-TERM-DATE 字段携带）,
      * E = 在职状态变更（入职日期、状态、休假起止，见下方视图）
            05 TRAN-SALESPERSON-ID   PIC 9(7).
            05 TRAN-SALESPERSON-NAME.
                10 TRAN-LASTNAME      PIC X(20).
      * A/C 交易中为本条记录的调整净值；J 交易中为本次追加/追回的增量
            05 TRAN-TERM-DATE         PIC 9(8).
            05 TRAN-TERM-REASON       PIC X(3).
                88 TRAN-FROM-DISPUTE  VALUE 'DSP'.
      * D 交易：离职日期与原因码，随记录一起归档；
      * J 交易：DSP 表示争议结案的更正，案件号见下方视图；
      * X 交易：TRAN-TERM-DATE 携带调区的生效日期；
      * A/R 交易：TRAN-TERM-DATE 携带入职（重新入职）日期
            05 TRAN-OPERATOR-ID       PIC X(8).
      * 提交操作员编号，SALESEDIT 已核非空；随日志与持单记录
      * 留痕，持单复核按它挡住自批自放
            05 TRT-HASH-TOTAL        PIC S9(11)V99.
            05 FILLER                PIC X(108).

      * 在职状态变更视图：TRAN-CODE 为 'E'，占用姓名区携带入职日
      * 期、状态与休假起止；入职日期为零表示不改，其余三项照送
      * 来的值整体替换（销假即送状态 A 且休假日期清零或带结束日）
       01 TRAN-EMPLOY-REC.
            05 FILLER                PIC X.
            05 FILLER                PIC X(7).
            05 TRE-HIRE-DATE         PIC 9(8).
            05 TRE-EMP-STATUS        PIC X.
            05 TRE-LEAVE-START       PIC 9(8).
            05 TRE-LEAVE-END         PIC 9(8).
            05 FILLER                PIC X(96).

      * 争议更正视图：TRAN-CODE 为 'J' 且原因码为 DSP，占用姓名
      * 区携带提成争议案件号，由夜批 DISPCASE 步生成
       01 TRAN-DISPUTE-REC.
            05 FILLER                PIC X.
            05 FILLER                PIC X(7).
            05 TRJ-CASE-NO           PIC X(10).
            05 TRJ-CASE-NO-N REDEFINES TRJ-CASE-NO PIC 9(10).
            05 FILLER                PIC X(111).

      * 维护结果日志
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE            PIC X(132).
            05 JRN-RUN-ID            PIC 9(12).
            05 JRN-SEQ               PIC 9(7).
            05 JRN-ACTION            PIC X.
      * A = 新增, C = 变更, D = 删除, J = 调整, X = 调区,
      * E = 在职状态变更（YEARCLOSE 程序另用 Y = 年度结转）
            05 JRN-BEFORE-IMAGE      PIC X(230).
            05 JRN-AFTER-IMAGE       PIC X(230).

      * 离职归档档：键为销售员编号加离职日期，同一个人多次入职
      * 离职各留一条；主档记录按物理布局整条封存在映像区里
            05 ARCH-KEY.
                10 ARCH-SALESPERSON-ID PIC 9(7).
                10 ARCH-TERM-DATE    PIC 9(8).
            05 ARCH-DETAILS          PIC X(230).
            05 ARCH-TERM-REASON      PIC X(3).
            05 ARCH-REHIRED-SW       PIC X.
      * Y = 该次离职已重新入职复原，SALESALUMNI 名录不再列；
      * 归档记录本身保留不动，完整的任职历史还在；A = 已过保留
      * 期、被 SALESANON 匿名化，仍算离职

      * 当日维护/过账活动净额档，SALESPOST 也按同一布局追加
       FD ACTIVITY-FILE.
            05 HT-AMOUNT             PIC S9(9)V99.
            05 HT-TRAN-IMAGE         PIC X(129).

      * 提成争议案件档，布局与 SALESINQ.cbl / DISPCASE.cbl 的一致
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
      * 空格 = 无更正交易, P = 待生成, G = 已生成进 SALESTRAN,
      * A = 本程序已应用, X = 本程序拒绝
            05 DC-TRAN-DATE          PIC 9(8).

      * 夜批运行控制档
       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           88 ARCHIVE-ENTRY-FOUND   VALUE 'Y'.
       01  WS-ARCH-SCAN-SW          PIC X VALUE 'N'.
           88 ARCHIVE-SCAN-DONE     VALUE 'Y'.
       01  WS-ARCH-IMAGE            PIC X(230) VALUE LOW-VALUES.
      * 重新入职时从归档里捞出的最近一条记录映像
       01  WS-ARCH-HIT-DATE         PIC 9(8) VALUE ZEROES.
      * 捞出那条归档记录的离职日期，复原成功后按它回写重入职
      * 标志
       01  WS-ARCH-ANON-SW          PIC X VALUE 'N'.
           88 ARCHIVE-ANONYMIZED    VALUE 'Y'.
      * 捞出的那条已被 SALESANON 匿名化：姓名、性别要从交易上补

      * 持单复核控制项：调整额超过 APPRCTL 上限的交易不直接应用，
      * 整条封存进持单档等第二操作员放行；控制档里没有本程序的
       01  WS-HOLD-SCAN-SW          PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE        VALUE 'Y'.
       01  WS-HOLDAPPLIED-COUNT     PIC 9(7) VALUE ZEROES.

      * 提成争议案件档的控制项
       01  WS-DISPCASE-STATUS       PIC X(2) VALUE '00'.
       01  WS-DISPCASE-AVAIL-SW     PIC X VALUE 'N'.
           88 DISPCASE-AVAILABLE    VALUE 'Y'.
       01  WS-CASE-TRAN-STATUS      PIC X VALUE SPACE.
      * 回写案件的更正状态：A = 已应用, X = 拒绝
       01  WS-DISPUTE-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-SAVE-BATCH-ID         PIC X(8) VALUE SPACES.
       01  WS-SAVE-BATCH-DATE       PIC 9(8) VALUE ZEROES.
      * 应用放行持单时借用批号工作区（调整防重登记按持单键记），
            05 WS-TIME-HHMMSS       PIC 9(6).
            05 FILLER               PIC 99.
       01  WS-JRN-ACTION            PIC X VALUE SPACE.
       01  WS-BEFORE-IMAGE          PIC X(230) VALUE LOW-VALUES.
       01  WS-AFTER-IMAGE           PIC X(230) VALUE LOW-VALUES.

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 LOG-OPERATOR          PIC X(8).
      * 提交操作员编号，维护日志从此记得是谁交来的
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 LOG-CASE-NO           PIC X(10).
      * 争议更正带来的案件号，其余交易为空
            05 FILLER                PIC X(40) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.
               PERFORM 0072-OPEN-REGASGN
               PERFORM 0048-READ-APPROVAL-CONTROL
               PERFORM 0074-OPEN-HELDTRAN
               PERFORM 0076-OPEN-DISPCASE
               CLOSE TRANFILE
               OPEN INPUT TRANFILE
               PERFORM 0080-APPLY-RELEASED-HOLDS
               END-IF
           END-IF.

      * 打开提成争议案件档；打不开时争议更正照常应用，只是案件
      * 上不回写状态，DISPCASE 报表会把它列在未应用里提醒
        0076-OPEN-DISPCASE.
           MOVE 'N' TO WS-DISPCASE-AVAIL-SW.
           OPEN I-O DISPCASE-FILE.
           IF WS-DISPCASE-STATUS = '00'
               MOVE 'Y' TO WS-DISPCASE-AVAIL-SW
           ELSE
               DISPLAY 'DISPCASE OPEN FAILED, STATUS = '
                   WS-DISPCASE-STATUS
                   ' - DISPUTE CASES WILL NOT BE UPDATED'
           END-IF.

      * 应用已放行的持单：TRANAPPROVE 把状态改成 L 的，按原交易
      * 映像过一遍正常的应用流程，应用完改成 A；批号工作区临时
      * 换成持单键，调整防重登记照常生效，重跑也不会过两遍账
      * 那一笔已经复核过了）
        0200-APPLY-TRANSACTION.
           MOVE TRAN-OPERATOR-ID TO LOG-OPERATOR.
           MOVE SPACES TO LOG-CASE-NO.
           IF TRAN-CODE = 'J' AND TRAN-FROM-DISPUTE
               MOVE TRJ-CASE-NO TO LOG-CASE-NO
           END-IF.
           MOVE 'N' TO WS-TRAN-HELD-SW.
           IF APPROVAL-IN-EFFECT AND NOT APPLYING-HELD
               PERFORM 0270-CHECK-APPROVAL-LIMIT
               WHEN 'J' PERFORM 0240-APPLY-ADJUSTMENT
               WHEN 'R' PERFORM 0250-REHIRE-RECORD
               WHEN 'X' PERFORM 0260-TRANSFER-REGION
               WHEN 'E' PERFORM 0280-EMPLOYMENT-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'UNKNOWN'   TO LOG-CODE
      * 月度桶交易不携带，必须清零起始，否则把记录区里上一条
      * 读到的记录残留的月度字节原样写进新档
           MOVE ZEROES                TO MONTHLY-SALES-GRP.
      * 入职日期借 TRAN-TERM-DATE 携带，新人一律在职、无休假
           MOVE TRAN-TERM-DATE        TO HIRE-DATE.
           MOVE 'A'                   TO EMP-STATUS.
           MOVE ZEROES                TO LEAVE-START-DATE.
           MOVE ZEROES                TO LEAVE-END-DATE.
           WRITE SALESDETAILS
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE TRAN-SALESPERSON-ID TO LOG-ID
                   MOVE 'rejected - id not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
                   MOVE 'X' TO WS-CASE-TRAN-STATUS
                   PERFORM 0247-UPDATE-DISPUTE-CASE
               NOT INVALID KEY
                   MOVE SALESDETAILS TO WS-BEFORE-IMAGE
                   ADD TRAN-ADJUSTMENT TO WS-ACT-ADJ-DELTA
                   MOVE TRAN-SALESPERSON-ID TO LOG-ID
                   MOVE 'adjustment applied' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
                   MOVE 'A' TO WS-CASE-TRAN-STATUS
                   PERFORM 0247-UPDATE-DISPUTE-CASE
           END-READ.

      * 争议更正过账（或被拒）后回写原案件的更正状态与日期；
      * 不是争议更正的调整不动案件档
        0247-UPDATE-DISPUTE-CASE.
           IF TRAN-FROM-DISPUTE AND DISPCASE-AVAILABLE
                   AND TRJ-CASE-NO NUMERIC
               MOVE TRJ-CASE-NO-N TO DC-CASE-NO
               READ DISPCASE-FILE
                   INVALID KEY
                       DISPLAY 'DISPUTE CASE ' TRJ-CASE-NO
                           ' NOT ON FILE - CASE NOT UPDATED'
                   NOT INVALID KEY
                       MOVE WS-CASE-TRAN-STATUS TO DC-TRAN-STATUS
                       MOVE WS-BUS-DATE-NUM TO DC-TRAN-DATE
                       REWRITE DISPCASE-REC
                       IF WS-CASE-TRAN-STATUS = 'A'
                           ADD 1 TO WS-DISPUTE-COUNT
                       END-IF
               END-READ
           END-IF.

      * 删除一条销售人员记录：先读出旧记录留作变更前映像，整条
      * 搬进离职归档档（带离职日期与原因码），归档成功才真正从
      * 主档删除；归档失败时宁可不删，历史不能丢
      * 重新入职：从归档里找该编号最近一次尚未重入职的离职记录，
      * 整条恢复回主档（近五年历史、调整净值随映像一起回来，任
      * 职中断不丢趋势）；归档记录保留不动，留作完整的任职历
      * 史，复原成功后只把重入职标志竖起来。归档已过保留期被匿
      * 名化的，姓名与性别只能照交易上送来的填回，没送全就拒绝
        0250-REHIRE-RECORD.
           MOVE 'N' TO WS-ARCH-FOUND-SW.
           MOVE 'N' TO WS-ARCH-ANON-SW.
           MOVE 'N' TO WS-ARCH-SCAN-SW.
           MOVE ZEROES TO WS-ARCH-HIT-DATE.
           MOVE TRAN-SALESPERSON-ID TO ARCH-SALESPERSON-ID.
                               MOVE ARCH-DETAILS TO WS-ARCH-IMAGE
                               MOVE ARCH-TERM-DATE
                                   TO WS-ARCH-HIT-DATE
                               IF ARCH-REHIRED-SW = 'A'
                                   MOVE 'Y' TO WS-ARCH-ANON-SW
                               ELSE
                                   MOVE 'N' TO WS-ARCH-ANON-SW
                               END-IF
                           END-IF
                       ELSE
                           SET ARCHIVE-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT ARCHIVE-ENTRY-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REHIRE'    TO LOG-CODE
                   MOVE TRAN-SALESPERSON-ID TO LOG-ID
                   MOVE 'rejected - not in archive' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               WHEN ARCHIVE-ANONYMIZED
                       AND (TRAN-LASTNAME = SPACES
                         OR TRAN-FIRSTNAME = SPACES
                         OR (TRAN-GENDER NOT = 'M'
                             AND TRAN-GENDER NOT = 'F'))
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REHIRE'    TO LOG-CODE
                   MOVE TRAN-SALESPERSON-ID TO LOG-ID
                   MOVE 'rejected - anonymized, name needed'
                       TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               WHEN OTHER
                   MOVE WS-ARCH-IMAGE TO SALESDETAILS
                   IF ARCHIVE-ANONYMIZED
                       MOVE TRAN-LASTNAME TO LASTNAME
                       MOVE TRAN-FIRSTNAME TO FIRSTNAME
                       MOVE TRAN-GENDER TO GENDER
                   END-IF
      * 重新入职从新的入职日期起算可用月份，带回来的旧状态与
      * 休假日期一并清掉；没送日期的沿用归档里的入职日期
                   IF TRAN-TERM-DATE NOT = ZEROES
                       MOVE TRAN-TERM-DATE TO HIRE-DATE
                   END-IF
                   MOVE 'A' TO EMP-STATUS
                   MOVE ZEROES TO LEAVE-START-DATE
                   MOVE ZEROES TO LEAVE-END-DATE
                   WRITE SALESDETAILS
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'REHIRE'    TO LOG-CODE
                           MOVE TRAN-SALESPERSON-ID TO LOG-ID
                           MOVE 'rejected - id already on master'
                               TO LOG-RESULT
                           PERFORM 0320-WRITE-LOG-LINE
                       NOT INVALID KEY
                           ADD YEARLYSALES TO WS-ACT-SALES-DELTA
                           ADD ADJUSTMENT TO WS-ACT-ADJ-DELTA
                           MOVE 'A' TO WS-JRN-ACTION
                           MOVE LOW-VALUES TO WS-BEFORE-IMAGE
                           MOVE SALESDETAILS TO WS-AFTER-IMAGE
                           PERFORM 0330-WRITE-JOURNAL
                           PERFORM 0255-MARK-ARCHIVE-REHIRED
                           MOVE 'REHIRE'    TO LOG-CODE
                           MOVE TRAN-SALESPERSON-ID TO LOG-ID
                           MOVE 'restored from archive' TO LOG-RESULT
                           PERFORM 0320-WRITE-LOG-LINE
                   END-WRITE
           END-EVALUATE.

      * 把复原用的那条归档记录打上重入职标志，SALESALUMNI 名录
      * 不再把在职的人列成离职
                   PERFORM 0320-WRITE-LOG-LINE
           END-WRITE.

      * 在职状态变更：入职日期非零才改，状态与休假起止整体替
      * 换；年销售额与调整净值不动，活动净额不受影响
        0280-EMPLOYMENT-CHANGE.
           MOVE TRAN-SALESPERSON-ID TO SALESPERSON-ID.
           READ SALESFILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'EMPLOY'    TO LOG-CODE
                   MOVE TRAN-SALESPERSON-ID TO LOG-ID
                   MOVE 'rejected - id not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE SALESDETAILS TO WS-BEFORE-IMAGE
                   IF TRE-HIRE-DATE NOT = ZEROES
                       MOVE TRE-HIRE-DATE TO HIRE-DATE
                   END-IF
                   MOVE TRE-EMP-STATUS TO EMP-STATUS
                   MOVE TRE-LEAVE-START TO LEAVE-START-DATE
                   MOVE TRE-LEAVE-END TO LEAVE-END-DATE
                   REWRITE SALESDETAILS
                   MOVE 'E' TO WS-JRN-ACTION
                   MOVE SALESDETAILS TO WS-AFTER-IMAGE
                   PERFORM 0330-WRITE-JOURNAL
                   MOVE 'EMPLOY'    TO LOG-CODE
                   MOVE TRAN-SALESPERSON-ID TO LOG-ID
                   MOVE 'employment status changed' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-READ.

      * 写日志明细行
        0320-WRITE-LOG-LINE.
           MOVE LOG-DETAIL-LINE TO MAINT-LOG-LINE.
           MOVE SPACES TO MAINT-LOG-LINE.
           WRITE MAINT-LOG-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LOG-OPERATOR.
           MOVE SPACES TO LOG-CASE-NO.
           MOVE 'TOTAL'      TO LOG-CODE.
           MOVE WS-TRAN-COUNT TO LOG-ID.
           MOVE 'transactions read' TO LOG-RESULT.
           MOVE WS-HOLDAPPLIED-COUNT TO LOG-ID.
           MOVE 'released holds applied' TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.
           MOVE 'DISPUTES'   TO LOG-CODE.
           MOVE WS-DISPUTE-COUNT TO LOG-ID.
           MOVE 'dispute corrections applied' TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.

      * 把本次运行的净变动追加到活动净额档；第一次运行文件尚不
      * 存在时改用 OPEN OUTPUT 新建
           IF HELDTRAN-AVAILABLE
               CLOSE HELDTRAN-FILE
           END-IF.
           IF DISPCASE-AVAILABLE
               CLOSE DISPCASE-FILE
           END-IF.
           CLOSE TRANFILE.
           CLOSE MAINT-LOG-FILE.
           CLOSE JOURNAL-FILE.
