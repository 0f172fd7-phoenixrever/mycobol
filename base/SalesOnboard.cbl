      *   in the fixed SALESDETAILS layout SALES.cbl and            *
      *   SALESMAINT.cbl expect on SALES.DAT. This replaces the     *
      *   manual column-alignment step that used to happen before   *
      *   every new roster could be loaded.  The roster also        *
      *   carries hire date, employment status and leave of absence *
      *   dates; new people load with them, and people already on   *
      *   the master whose employment data differs from the roster  *
      *   are reported and, when generation is on, given an E       *
      *   maintenance transaction.                                  *
      ***************************************************************

      *===============================================

      * HR 名册 CSV 文件，每行一条记录
       FD HR-EXTRACT-FILE.
       01 HR-CSV-LINE                PIC X(150).

      * 销售人员主档，与 SALES.cbl / SALESMAINT.cbl 的物理布局一致
       FD SALESFILE.
            05 MONTHLY-SALES-GRP.
                10 MONTHLY-SALES     PIC 9(6)V99 OCCURS 12 TIMES.
      * 新建档案没有历史销售额、调整和月度记录，均以零值起始
            05 HIRE-DATE             PIC 9(8).
            05 EMP-STATUS            PIC X.
            05 LEAVE-START-DATE      PIC 9(8).
            05 LEAVE-END-DATE        PIC 9(8).

      * 导入结果日志
       FD ONBOARD-LOG-FILE.
            05 GT-TERM-REASON        PIC X(3).
            05 GT-OPERATOR-ID        PIC X(8).
      * 提交操作员编号：本程序生成的对账交易统一记 HRROSTER
      * E 交易的在职状态视图，布局与 SALESMAINT.cbl 的一致
       01 GEN-EMPLOY-REC.
            05 FILLER                PIC X.
            05 FILLER                PIC X(7).
            05 GTE-HIRE-DATE         PIC 9(8).
            05 GTE-EMP-STATUS        PIC X.
            05 GTE-LEAVE-START       PIC 9(8).
            05 GTE-LEAVE-END         PIC 9(8).
            05 FILLER                PIC X(96).
       01 GEN-HEADER-REC.
            05 GH-CODE               PIC X.
            05 GH-BATCH-ID           PIC X(8).
            05 WS-CSV-REGION         PIC X(5).
            05 WS-CSV-YEARLYSALES    PIC X(6).
            05 WS-CSV-GENDER         PIC X(1).
            05 WS-CSV-BIRTH-DATE     PIC X(8).
      * 出生日期列由 WELLAGG 取用，这里只为跳过它
            05 WS-CSV-HIRE-DATE      PIC X(8).
            05 WS-CSV-EMP-STATUS     PIC X(1).
            05 WS-CSV-LEAVE-START    PIC X(8).
            05 WS-CSV-LEAVE-END      PIC X(8).
      * 入职日期、在职状态（A 在职 / L 休假 / N 离职通知期）、休
      * 假起止日期，CCYYMMDD；空列按零（状态空按 A）处理
       01  WS-UNSTRING-PTR           PIC 9(3) VALUE ZEROES.

      * 编号规整工作区：CSV 里的编号是左靠的 1-7 位数字（老号

       01  WS-VALID-SW               PIC X VALUE 'Y'.
           88 ROW-IS-VALID           VALUE 'Y'.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.

      * 在职字段规整后的数值形式
       01  WS-HR-HIRE-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-HR-EMP-STATUS          PIC X VALUE 'A'.
       01  WS-HR-LEAVE-START         PIC 9(8) VALUE ZEROES.
       01  WS-HR-LEAVE-END           PIC 9(8) VALUE ZEROES.

      * 名册对账控制项：装入本次名册全部编号与区域，装载完成后
      * 反向清点主档
            05 WS-ROSTER-ENTRY OCCURS 10000 TIMES.
                10 WS-ROS-ID          PIC 9(7).
                10 WS-ROS-REGION      PIC X(5).
                10 WS-ROS-HIRE-DATE   PIC 9(8).
                10 WS-ROS-EMP-STATUS  PIC X.
                10 WS-ROS-LEAVE-START PIC 9(8).
                10 WS-ROS-LEAVE-END   PIC 9(8).
       01  WS-ROSTER-SUBSCRIPT       PIC 9(5) COMP VALUE 0.
       01  WS-ROSTER-FOUND-SW        PIC X VALUE 'N'.
           88 ROSTER-HAS-ID          VALUE 'Y'.
       01  WS-MASTER-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-GHOST-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-REGCHG-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-EMPCHG-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-GEN-COUNT              PIC 9(7) VALUE ZEROES.
       01  WS-GEN-HASH               PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-GEN-DATE-WORK.
                   ADD 1 TO WS-RECORDS-REJECTED
                   MOVE 'REJECTED'  TO LOG-CODE
                   MOVE WS-CSV-ID   TO LOG-ID
                   MOVE WS-REJECT-REASON TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               END-IF
               READ HR-EXTRACT-FILE
                   TO WS-ROS-ID (WS-ROSTER-COUNT)
               MOVE WS-CSV-REGION
                   TO WS-ROS-REGION (WS-ROSTER-COUNT)
               MOVE WS-HR-HIRE-DATE
                   TO WS-ROS-HIRE-DATE (WS-ROSTER-COUNT)
               MOVE WS-HR-EMP-STATUS
                   TO WS-ROS-EMP-STATUS (WS-ROSTER-COUNT)
               MOVE WS-HR-LEAVE-START
                   TO WS-ROS-LEAVE-START (WS-ROSTER-COUNT)
               MOVE WS-HR-LEAVE-END
                   TO WS-ROS-LEAVE-END (WS-ROSTER-COUNT)
           ELSE
               DISPLAY 'ROSTER TABLE FULL, RECONCILE INCOMPLETE'
           END-IF.

      * 按逗号拆分一行 CSV 记录：编号,姓,名,地区,年销售额,性别,
      * 出生日期,入职日期,在职状态,休假起始,休假结束；出生日期列
      * 由 WELLAGG 取用，这里拆出来只是为了取后面的在职字段
        0110-SPLIT-CSV-ROW.
           MOVE SPACES TO WS-CSV-FIELDS.
           UNSTRING HR-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-ID, WS-CSV-LASTNAME, WS-CSV-FIRSTNAME,
                    WS-CSV-REGION, WS-CSV-YEARLYSALES, WS-CSV-GENDER,
                    WS-CSV-BIRTH-DATE, WS-CSV-HIRE-DATE,
                    WS-CSV-EMP-STATUS, WS-CSV-LEAVE-START,
                    WS-CSV-LEAVE-END
               TALLYING IN WS-UNSTRING-PTR
           END-UNSTRING.

      * 校验拆分出来的字段是否完整可用
        0120-VALIDATE-ROW.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE 'rejected - incomplete CSV row' TO WS-REJECT-REASON.
           IF NOT CSV-ID-IS-GOOD
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           IF WS-CSV-YEARLYSALES NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           IF ROW-IS-VALID
               PERFORM 0125-EDIT-EMPLOYMENT-FIELDS
           END-IF.

      * 规整并校验在职字段：空列取缺省值，有内容的日期必须是八
      * 位数字，状态只认 A/L/N，休假状态要带起始日，结束日不能
      * 早于起始日
        0125-EDIT-EMPLOYMENT-FIELDS.
           MOVE ZEROES TO WS-HR-HIRE-DATE.
           MOVE 'A' TO WS-HR-EMP-STATUS.
           MOVE ZEROES TO WS-HR-LEAVE-START.
           MOVE ZEROES TO WS-HR-LEAVE-END.
           IF WS-CSV-HIRE-DATE NOT = SPACES
               IF WS-CSV-HIRE-DATE NUMERIC
                   MOVE WS-CSV-HIRE-DATE TO WS-HR-HIRE-DATE
               ELSE
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
           IF WS-CSV-EMP-STATUS NOT = SPACES
               MOVE WS-CSV-EMP-STATUS TO WS-HR-EMP-STATUS
           END-IF.
           IF WS-CSV-LEAVE-START NOT = SPACES
               IF WS-CSV-LEAVE-START NUMERIC
                   MOVE WS-CSV-LEAVE-START TO WS-HR-LEAVE-START
               ELSE
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
           IF WS-CSV-LEAVE-END NOT = SPACES
               IF WS-CSV-LEAVE-END NUMERIC
                   MOVE WS-CSV-LEAVE-END TO WS-HR-LEAVE-END
               ELSE
                   MOVE 'N' TO WS-VALID-SW
               END-IF
           END-IF.
           IF WS-HR-EMP-STATUS NOT = 'A' AND WS-HR-EMP-STATUS NOT = 'L'
                   AND WS-HR-EMP-STATUS NOT = 'N'
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           IF WS-HR-EMP-STATUS = 'L' AND WS-HR-LEAVE-START = ZEROES
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           IF WS-HR-LEAVE-END NOT = ZEROES
                   AND WS-HR-LEAVE-END < WS-HR-LEAVE-START
               MOVE 'N' TO WS-VALID-SW
           END-IF.
           IF NOT ROW-IS-VALID
               MOVE 'rejected - bad employment data' TO WS-REJECT-REASON
           END-IF.

      * 把拆分出来的字段写成一条 SALESDETAILS 记录
        0130-WRITE-SALES-RECORD.
           MOVE ZEROES             TO PRIOR-YEAR-SALES-GRP.
           MOVE ZEROES             TO ADJUSTMENT.
           MOVE ZEROES             TO MONTHLY-SALES-GRP.
           MOVE WS-HR-HIRE-DATE    TO HIRE-DATE.
           MOVE WS-HR-EMP-STATUS   TO EMP-STATUS.
           MOVE WS-HR-LEAVE-START  TO LEAVE-START-DATE.
           MOVE WS-HR-LEAVE-END    TO LEAVE-END-DATE.
           WRITE SALESDETAILS
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                       PERFORM 0250-GENERATE-REGION-CHANGE
                   END-IF
           END-EVALUATE.
           IF ROSTER-HAS-ID
               PERFORM 0235-CHECK-EMPLOYMENT
           END-IF.

      * 名册上的在职字段与主档不一致（入职日期名册为空的不比）
      * 就上报，选项打开时生成 E 交易；与区域调动互不排斥，同一
      * 人可能两样都有
        0235-CHECK-EMPLOYMENT.
           IF (WS-ROS-HIRE-DATE (WS-ROSTER-SUBSCRIPT) NOT = ZEROES
                   AND WS-ROS-HIRE-DATE (WS-ROSTER-SUBSCRIPT)
                       NOT = HIRE-DATE)
                   OR WS-ROS-EMP-STATUS (WS-ROSTER-SUBSCRIPT)
                       NOT = EMP-STATUS
                   OR WS-ROS-LEAVE-START (WS-ROSTER-SUBSCRIPT)
                       NOT = LEAVE-START-DATE
                   OR WS-ROS-LEAVE-END (WS-ROSTER-SUBSCRIPT)
                       NOT = LEAVE-END-DATE
               ADD 1 TO WS-EMPCHG-COUNT
               MOVE SALESPERSON-ID TO RCN-ID
               MOVE SALESPERSON-NAME TO RCN-NAME
               MOVE REGION TO RCN-REGION
               MOVE 'employment status differs from roster'
                   TO RCN-FINDING
               PERFORM 0260-WRITE-RECON-LINE
               IF GENERATE-TRANSACTIONS
                   PERFORM 0255-GENERATE-EMPLOYMENT-CHANGE
               END-IF
           END-IF.

      * 生成一条 D 交易：离职日期取运行日期，原因码 HRR 表示
      * 名册对账
           COMPUTE WS-GEN-HASH = WS-GEN-HASH
               + GT-YEARLYSALES + GT-ADJUSTMENT.

      * 生成一条 E 交易：在职字段照名册整体替换，金额字段为零
        0255-GENERATE-EMPLOYMENT-CHANGE.
           MOVE SPACES TO GEN-TRAN-RECORD.
           MOVE 'E' TO GT-CODE.
           MOVE SALESPERSON-ID TO GT-SALESPERSON-ID.
           MOVE WS-ROS-HIRE-DATE (WS-ROSTER-SUBSCRIPT)
               TO GTE-HIRE-DATE.
           MOVE WS-ROS-EMP-STATUS (WS-ROSTER-SUBSCRIPT)
               TO GTE-EMP-STATUS.
           MOVE WS-ROS-LEAVE-START (WS-ROSTER-SUBSCRIPT)
               TO GTE-LEAVE-START.
           MOVE WS-ROS-LEAVE-END (WS-ROSTER-SUBSCRIPT)
               TO GTE-LEAVE-END.
           MOVE REGION TO GT-REGION.
           MOVE ZEROES TO GT-YEARLYSALES.
           MOVE GENDER TO GT-GENDER.
           MOVE ZEROES TO GT-PRIOR-YEAR-SALES-GRP.
           MOVE ZEROES TO GT-ADJUSTMENT.
           MOVE ZEROES TO GT-TERM-DATE.
           MOVE 'HRROSTER' TO GT-OPERATOR-ID.
           WRITE GEN-TRAN-RECORD.
           ADD 1 TO WS-GEN-COUNT.
           COMPUTE WS-GEN-HASH = WS-GEN-HASH
               + GT-YEARLYSALES + GT-ADJUSTMENT.

      * 写一行对账报表
        0260-WRITE-RECON-LINE.
           MOVE RECON-DETAIL-LINE TO RECON-PRINT-LINE.
           MOVE WS-REGCHG-COUNT TO LOG-ID.
           MOVE 'region differs from roster' TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.
           MOVE 'EMPCHG'      TO LOG-CODE.
           MOVE WS-EMPCHG-COUNT TO LOG-ID.
           MOVE 'employment differs from roster' TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.
           MOVE 'GENERATED'   TO LOG-CODE.
           MOVE WS-GEN-COUNT TO LOG-ID.
           MOVE 'maintenance transactions generated' TO LOG-RESULT.
