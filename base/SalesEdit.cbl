      *  This program runs ahead of SALESMAINT in the stream and    *
      *   field-validates every SALESTRAN transaction: numeric id,  *
      *   region on the region master and active, valid gender,     *
      *   numeric amounts, adjustment within limit, a case number   *
      *   on dispute corrections.  Clean transactions pass through  *
      *   to SALESTRANEDT.DAT under a recomputed batch trailer;     *
      *   every failed check is listed with its reason on the edit  *
      *   report.  An excessive reject rate ends the step nonzero   *
      *   so the stream stops before bad data reaches the master.   *
      ***************************************************************

      *===============================================
            05 TRAN-ADJUSTMENT        PIC S9(6)V99.
            05 TRAN-TERM-DATE         PIC 9(8).
            05 TRAN-TERM-REASON       PIC X(3).
                88 TRAN-FROM-DISPUTE  VALUE 'DSP'.
      * J 交易上为 DSP 时是争议结案的更正，案件号见下方视图
            05 TRAN-OPERATOR-ID       PIC X(8).
      * 提交操作员编号，日志与持单复核都要靠它认人，空白即剔除

            05 TRT-HASH-TOTAL        PIC S9(11)V99.
            05 FILLER                PIC X(108).

      * 在职状态变更视图：TRAN-CODE 为 'E'，布局与 SALESMAINT.cbl
      * 的一致
       01 TRAN-EMPLOY-REC.
            05 FILLER                PIC X.
            05 FILLER                PIC X(7).
            05 TRE-HIRE-DATE         PIC 9(8).
            05 TRE-EMP-STATUS        PIC X.
            05 TRE-LEAVE-START       PIC 9(8).
            05 TRE-LEAVE-END         PIC 9(8).
            05 FILLER                PIC X(96).

      * 争议更正视图：TRAN-CODE 为 'J' 且原因码为 DSP，占用姓名
      * 区携带案件号，布局与 SALESMAINT.cbl 的一致
       01 TRAN-DISPUTE-REC.
            05 FILLER                PIC X.
            05 FILLER                PIC X(7).
            05 TRJ-CASE-NO           PIC X(10).
            05 TRJ-CASE-NO-N REDEFINES TRJ-CASE-NO PIC 9(10).
            05 FILLER                PIC X(111).

      * 通过编辑的交易输出文件，布局与输入一致
       FD EDITED-TRAN-FILE.
       01 EDITED-TRAN-RECORD        PIC X(129).
            05 RM-REGION-CODE       PIC X(5).
            05 RM-DESCRIPTION       PIC X(20).
            05 RM-ACTIVE-FLAG       PIC X.
            05 RM-CONFLICT-MODE     PIC X.

      * 编辑结果报表
       FD EDIT-REPORT-FILE.
                   PERFORM 0245-EDIT-REHIRE
               WHEN 'X'
                   PERFORM 0247-EDIT-TRANSFER
               WHEN 'E'
                   PERFORM 0249-EDIT-EMPLOYMENT
               WHEN OTHER
                   MOVE 'unrecognized transaction code'
                       TO EDT-REASON
                   MOVE 6 TO WS-PRIOR-SUBSCRIPT
               END-IF
           END-PERFORM.
      * A 交易借 TRAN-TERM-DATE 携带入职日期；没送的清零放行，
      * 按全年可用算
           IF TRAN-CODE = 'A' AND TRAN-TERM-DATE NOT NUMERIC
               MOVE ZEROES TO TRAN-TERM-DATE
           END-IF.

      * J 交易的调整金额校验：必须是数字且在合理上限之内；交易
      * 上用不到的年销售额等金额字段照 D 交易的做法清零放行，
                   PERFORM 0250-FLAG-INVALID
               END-IF
           END-IF.
      * 争议结案的更正必须带得出案件号，审计才接得上原案件
           IF TRAN-FROM-DISPUTE
               IF TRJ-CASE-NO NOT NUMERIC
                       OR TRJ-CASE-NO-N = ZEROES
                   MOVE 'dispute correction without case number'
                       TO EDT-REASON
                   PERFORM 0250-FLAG-INVALID
               END-IF
           END-IF.

      * R 交易只用编号与可选的重新入职日期；金额字段一律清零
      * 放行，理由同上。归档已匿名化的要靠交易补姓名与性别，
      * 送了性别就得是 M 或 F
        0245-EDIT-REHIRE.
           IF TRAN-GENDER NOT = SPACE
                   AND TRAN-GENDER NOT = 'M'
                   AND TRAN-GENDER NOT = 'F'
               MOVE 'gender not M or F' TO EDT-REASON
               PERFORM 0250-FLAG-INVALID
           END-IF.
           IF TRAN-TERM-DATE NOT NUMERIC
               MOVE ZEROES TO TRAN-TERM-DATE
           END-IF.
           IF TRAN-YEARLYSALES NOT NUMERIC
               MOVE ZEROES TO TRAN-YEARLYSALES
           END-IF.
               MOVE ZEROES TO TRAN-ADJUSTMENT
           END-IF.

      * E（在职状态变更）交易校验：状态只认 A/L/N，日期要是数
      * 字；休假状态必须带休假起始日，带了结束日的不能早于起始
      * 日；金额字段一律清零放行，理由同 D 交易
        0249-EDIT-EMPLOYMENT.
           IF TRE-EMP-STATUS NOT = 'A' AND TRE-EMP-STATUS NOT = 'L'
                   AND TRE-EMP-STATUS NOT = 'N'
               MOVE 'employment status not A, L or N'
                   TO EDT-REASON
               PERFORM 0250-FLAG-INVALID
           END-IF.
           IF TRE-HIRE-DATE NOT NUMERIC
                   OR TRE-LEAVE-START NOT NUMERIC
                   OR TRE-LEAVE-END NOT NUMERIC
               MOVE 'employment dates not numeric' TO EDT-REASON
               PERFORM 0250-FLAG-INVALID
           ELSE
               IF TRE-EMP-STATUS = 'L'
                       AND TRE-LEAVE-START = ZEROES
                   MOVE 'leave status without leave start date'
                       TO EDT-REASON
                   PERFORM 0250-FLAG-INVALID
               END-IF
               IF TRE-LEAVE-END NOT = ZEROES
                       AND TRE-LEAVE-END < TRE-LEAVE-START
                   MOVE 'leave end before leave start'
                       TO EDT-REASON
                   PERFORM 0250-FLAG-INVALID
               END-IF
           END-IF.
           IF TRAN-YEARLYSALES NOT NUMERIC
               MOVE ZEROES TO TRAN-YEARLYSALES
           END-IF.
           IF TRAN-ADJUSTMENT NOT NUMERIC
               MOVE ZEROES TO TRAN-ADJUSTMENT
           END-IF.

      * D 交易的离职字段校验；金额字段不参与删除，不是数字时
      * 一律清零放行，免得批尾校验合计被垃圾字节搅乱
        0240-EDIT-TERMINATION.
