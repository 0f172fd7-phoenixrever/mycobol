      *   SALESPOST validates the customer number on every daily    *
      *   posting transaction against this master, and the          *
      *   sales-by-customer report rolls postings up through it.    *
      *   Each customer carries its owning salesperson (checked     *
      *   against the salesperson master) or a house-account flag;  *
      *   SALESPOST compares every posting against the owner.       *
      *   A customer may also name a parent customer (a national    *
      *   account's locations roll up to it); the parent must be on *
      *   file, the chain may not loop back, and a customer that   *
      *   is a parent of others cannot be deleted.                  *
      ***************************************************************

      *===============================================
             RECORD KEY IS CU-CUSTOMER-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档，SALESPOST 过账校验用
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档，只读，校验客户归属的销售员编号
            SELECT TRANFILE ASSIGN TO "CUSTTRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      * 客户维护交易输入文件
            05 CU-REGION            PIC X(5).
            05 CU-ACTIVE-FLAG       PIC X.
      * Y = 启用, N = 停用；停用客户的交易过账时剔除
            05 CU-OWNER-ID          PIC 9(7).
      * 客户归属的销售员编号；零 = 尚未指定归属
            05 CU-HOUSE-FLAG        PIC X.
      * Y = 公司直管客户（house account），任何销售员在它名下过
      * 的账都算归属冲突
            05 CU-PARENT-NO         PIC 9(7).
      * 上级客户编号；零 = 顶层客户（全国客户的各网点挂在总部下）

      * 客户维护交易文件
       FD TRANFILE.
            05 TRAN-NAME             PIC X(30).
            05 TRAN-REGION           PIC X(5).
            05 TRAN-ACTIVE-FLAG      PIC X.
            05 TRAN-OWNER-ID         PIC 9(7).
      * 归属销售员编号；空格（旧格式）或零 = 不指定归属
            05 TRAN-HOUSE-FLAG       PIC X.
            05 TRAN-PARENT-NO        PIC 9(7).
      * 上级客户编号；空格（旧格式）或零 = 顶层客户

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

      * 维护结果日志
       FD MAINT-LOG-FILE.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS       PIC X(2) VALUE '00'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-SALESFILE-AVAIL-SW    PIC X VALUE 'N'.
           88 SALESFILE-AVAILABLE   VALUE 'Y'.
       01  WS-OWNER-ID              PIC 9(7) VALUE ZEROES.
       01  WS-OWNER-CHECK           PIC X VALUE 'V'.
           88 OWNER-IS-VALID        VALUE 'V'.
       01  WS-OWNER-REASON          PIC X(40) VALUE SPACES.
       01  WS-PARENT-NO             PIC 9(7) VALUE ZEROES.
       01  WS-PARENT-CHECK          PIC X VALUE 'V'.
           88 PARENT-IS-VALID       VALUE 'V'.
       01  WS-PARENT-REASON         PIC X(40) VALUE SPACES.
      * 沿上级链往上走时的当前客户与层数；超过 WS-MAX-DEPTH 层按
      * 链条过深拒绝，防止主档上已有的坏链把程序带进死循环
       01  WS-WALK-NO               PIC 9(7) VALUE ZEROES.
       01  WS-WALK-DEPTH            PIC 9(3) VALUE ZEROES.
       01  WS-MAX-DEPTH             PIC 9(3) VALUE 20.
       01  WS-CHILD-SW              PIC X VALUE 'N'.
           88 HAS-CHILDREN          VALUE 'Y'.
       01  WS-SCAN-SW               PIC X VALUE 'N'.
           88 SCAN-DONE             VALUE 'Y'.
       01  WS-TRAN-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-REJECT-COUNT          PIC 9(7) VALUE ZEROES.

                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N' TO WS-SALESFILE-AVAIL-SW.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS = '00'
               MOVE 'Y' TO WS-SALESFILE-AVAIL-SW
           ELSE
               DISPLAY 'SALESFILE NOT AVAILABLE, STATUS = '
                   WS-SALESFILE-STATUS ' - OWNER CHECK OFF'
           END-IF.
           OPEN INPUT TRANFILE.
           OPEN OUTPUT MAINT-LOG-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           END-PERFORM.
           PERFORM 0300-WRITE-SUMMARY.

      * 按交易类型分派到对应的处理段落；新增与变更先校验归属和
      * 上级客户
        0200-APPLY-TRANSACTION.
           MOVE 'V' TO WS-PARENT-CHECK.
           IF TRAN-CODE = 'A' OR TRAN-CODE = 'C'
               PERFORM 0240-CHECK-OWNER
               IF OWNER-IS-VALID
                   PERFORM 0250-CHECK-PARENT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN (TRAN-CODE = 'A' OR TRAN-CODE = 'C')
                       AND NOT OWNER-IS-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   IF TRAN-CODE = 'A'
                       MOVE 'ADD'   TO LOG-CODE
                   ELSE
                       MOVE 'CHANGE' TO LOG-CODE
                   END-IF
                   MOVE TRAN-CUSTOMER-NO TO LOG-ID
                   MOVE WS-OWNER-REASON TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               WHEN (TRAN-CODE = 'A' OR TRAN-CODE = 'C')
                       AND NOT PARENT-IS-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   IF TRAN-CODE = 'A'
                       MOVE 'ADD'   TO LOG-CODE
                   ELSE
                       MOVE 'CHANGE' TO LOG-CODE
                   END-IF
                   MOVE TRAN-CUSTOMER-NO TO LOG-ID
                   MOVE WS-PARENT-REASON TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               WHEN TRAN-CODE = 'A' PERFORM 0210-ADD-RECORD
               WHEN TRAN-CODE = 'C' PERFORM 0220-CHANGE-RECORD
               WHEN TRAN-CODE = 'D' PERFORM 0230-DELETE-RECORD
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'UNKNOWN'   TO LOG-CODE
           MOVE TRAN-NAME          TO CU-NAME.
           MOVE TRAN-REGION        TO CU-REGION.
           MOVE TRAN-ACTIVE-FLAG   TO CU-ACTIVE-FLAG.
           MOVE WS-OWNER-ID        TO CU-OWNER-ID.
           MOVE TRAN-HOUSE-FLAG    TO CU-HOUSE-FLAG.
           MOVE WS-PARENT-NO       TO CU-PARENT-NO.
           WRITE CUSTOMER-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 0320-WRITE-LOG-LINE
           END-WRITE.

      * 变更一个已有的客户（名称、区域、启用标志、归属或上级）
        0220-CHANGE-RECORD.
           MOVE TRAN-CUSTOMER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-FILE
                   MOVE TRAN-NAME        TO CU-NAME
                   MOVE TRAN-REGION      TO CU-REGION
                   MOVE TRAN-ACTIVE-FLAG TO CU-ACTIVE-FLAG
                   MOVE WS-OWNER-ID      TO CU-OWNER-ID
                   MOVE TRAN-HOUSE-FLAG  TO CU-HOUSE-FLAG
                   MOVE WS-PARENT-NO     TO CU-PARENT-NO
                   REWRITE CUSTOMER-REC
                   MOVE 'CHANGE'    TO LOG-CODE
                   MOVE TRAN-CUSTOMER-NO TO LOG-ID
           END-READ.

      * 删除一个客户；日常停用请用 C 交易改启用标志，删除只留给
      * 建错了的客户编号；还挂着下级网点的客户不能删，先把下级
      * 改挂到别处
        0230-DELETE-RECORD.
           PERFORM 0235-CHECK-CHILDREN.
           IF HAS-CHILDREN
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'DELETE'    TO LOG-CODE
               MOVE TRAN-CUSTOMER-NO TO LOG-ID
               MOVE 'rejected - customer is parent of others'
                   TO LOG-RESULT
               PERFORM 0320-WRITE-LOG-LINE
           ELSE
               PERFORM 0232-DELETE-CUSTOMER
           END-IF.

      * 真正删除客户记录
        0232-DELETE-CUSTOMER.
           MOVE TRAN-CUSTOMER-NO TO CU-CUSTOMER-NO.
           DELETE CUSTOMER-FILE
               INVALID KEY
                   PERFORM 0320-WRITE-LOG-LINE
           END-DELETE.

      * 顺序扫一遍客户主档，看有没有客户以交易上的客户为上级；
      * 删除交易很少，整档扫描的代价可以接受
        0235-CHECK-CHILDREN.
           MOVE 'N' TO WS-CHILD-SW.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE ZEROES TO CU-CUSTOMER-NO.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CU-CUSTOMER-NO
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF CU-PARENT-NO NUMERIC
                               AND CU-PARENT-NO = TRAN-CUSTOMER-NO
                           SET HAS-CHILDREN TO TRUE
                           SET SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * 校验交易上的归属：公司直管客户不能再挂归属销售员；指定
      * 了归属的销售员须在主档上（主档不可用时不查）
        0240-CHECK-OWNER.
           MOVE 'V' TO WS-OWNER-CHECK.
           MOVE SPACES TO WS-OWNER-REASON.
           IF TRAN-OWNER-ID NUMERIC
               MOVE TRAN-OWNER-ID TO WS-OWNER-ID
           ELSE
               MOVE ZEROES TO WS-OWNER-ID
           END-IF.
           EVALUATE TRUE
               WHEN TRAN-HOUSE-FLAG = 'Y' AND WS-OWNER-ID > ZEROES
                   MOVE 'X' TO WS-OWNER-CHECK
                   MOVE 'rejected - house account with owner'
                       TO WS-OWNER-REASON
               WHEN WS-OWNER-ID > ZEROES AND SALESFILE-AVAILABLE
                   MOVE WS-OWNER-ID TO SALESPERSON-ID
                   READ SALESFILE
                       INVALID KEY
                           MOVE 'X' TO WS-OWNER-CHECK
                           MOVE 'rejected - owner not on sales master'
                               TO WS-OWNER-REASON
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 校验交易上的上级客户：不能以自己为上级；上级须在客户主档
      * 上；沿上级链往上走不能绕回本客户（否则成环）
        0250-CHECK-PARENT.
           MOVE 'V' TO WS-PARENT-CHECK.
           MOVE SPACES TO WS-PARENT-REASON.
           IF TRAN-PARENT-NO NUMERIC
               MOVE TRAN-PARENT-NO TO WS-PARENT-NO
           ELSE
               MOVE ZEROES TO WS-PARENT-NO
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARENT-NO = ZEROES
                   CONTINUE
               WHEN WS-PARENT-NO = TRAN-CUSTOMER-NO
                   MOVE 'X' TO WS-PARENT-CHECK
                   MOVE 'rejected - customer is its own parent'
                       TO WS-PARENT-REASON
               WHEN OTHER
                   PERFORM 0255-WALK-PARENT-CHAIN
           END-EVALUATE.

      * 从指定的上级开始逐层随机读客户主档往上走，直到顶层客户；
      * 直接上级不在主档上按缺失拒绝，更上层断链则停在断处
        0255-WALK-PARENT-CHAIN.
           MOVE WS-PARENT-NO TO WS-WALK-NO.
           MOVE ZEROES TO WS-WALK-DEPTH.
           PERFORM UNTIL WS-WALK-NO = ZEROES OR NOT PARENT-IS-VALID
               ADD 1 TO WS-WALK-DEPTH
               MOVE WS-WALK-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       IF WS-WALK-DEPTH = 1
                           MOVE 'X' TO WS-PARENT-CHECK
                           MOVE 'rejected - parent not on customer file'
                               TO WS-PARENT-REASON
                       ELSE
                           MOVE ZEROES TO WS-WALK-NO
                       END-IF
                   NOT INVALID KEY
                       PERFORM 0257-STEP-UP-CHAIN
               END-READ
           END-PERFORM.

      * 已读到链上一个客户，判断是否绕回、是否过深，否则再上一层
        0257-STEP-UP-CHAIN.
           EVALUATE TRUE
               WHEN CU-PARENT-NO NOT NUMERIC
                   MOVE ZEROES TO WS-WALK-NO
               WHEN CU-PARENT-NO = TRAN-CUSTOMER-NO
                   MOVE 'X' TO WS-PARENT-CHECK
                   MOVE 'rejected - parent chain is circular'
                       TO WS-PARENT-REASON
               WHEN WS-WALK-DEPTH NOT LESS THAN WS-MAX-DEPTH
                   MOVE 'X' TO WS-PARENT-CHECK
                   MOVE 'rejected - parent chain too deep'
                       TO WS-PARENT-REASON
               WHEN OTHER
                   MOVE CU-PARENT-NO TO WS-WALK-NO
           END-EVALUATE.

      * 写日志明细行
        0320-WRITE-LOG-LINE.
           MOVE LOG-DETAIL-LINE TO MAINT-LOG-LINE.
      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE CUSTOMER-FILE.
           IF SALESFILE-AVAILABLE
               CLOSE SALESFILE
           END-IF.
           CLOSE TRANFILE.
           CLOSE MAINT-LOG-FILE.
           STOP RUN.
