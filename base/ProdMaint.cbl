       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMAINT.
      * 程序名称：产品主档维护
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  This program applies ADD/CHANGE/DELETE transactions to the *
      *   indexed PRODUCT master file, modeled on CUSTMAINT.        *
      *   SALESPOST validates the product code on every daily       *
      *   posting transaction against this master, and the          *
      *   product-line report rolls postings up through it.         *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PR-PRODUCT-CODE
             FILE STATUS IS WS-PRODUCT-STATUS.
      * 产品主档，SALESPOST 过账校验用
            SELECT TRANFILE ASSIGN TO "PRODTRAN.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
      * 产品维护交易输入文件
            SELECT MAINT-LOG-FILE ASSIGN TO "PRODMAINT.LOG".
      * 维护结果日志

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 产品主档
       FD PRODUCT-FILE.
       01 PRODUCT-REC.
            05 PR-PRODUCT-CODE      PIC X(8).
            05 PR-DESCRIPTION       PIC X(30).
            05 PR-PRODUCT-LINE      PIC X(6).
      * 产品线，产品线报表按它在区域内归集
            05 PR-ACTIVE-FLAG       PIC X.
      * Y = 启用, N = 停用；停用产品的交易过账时剔除

      * 产品维护交易文件
       FD TRANFILE.
       01 TRAN-RECORD.
            88 ENDOFTRAN VALUE HIGH-VALUES.
            05 TRAN-CODE             PIC X.
      * A = 新增, C = 变更, D = 删除
            05 TRAN-PRODUCT-CODE     PIC X(8).
            05 TRAN-DESCRIPTION      PIC X(30).
            05 TRAN-PRODUCT-LINE     PIC X(6).
            05 TRAN-ACTIVE-FLAG      PIC X.

      * 维护结果日志
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRAN-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-REJECT-COUNT          PIC 9(7) VALUE ZEROES.

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 LOG-CODE              PIC X(10).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 LOG-ID                PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 LOG-RESULT            PIC X(40).
            05 FILLER                PIC X(64) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 打开文件段落；产品主档第一次建档尚不存在时改用 OPEN
      * OUTPUT 新建，做法与 CUSTMAINT 打开客户主档的方式一致
        0050-OPEN-FILE.
           OPEN I-O PRODUCT-FILE.
           IF WS-PRODUCT-STATUS NOT = '00'
               OPEN OUTPUT PRODUCT-FILE
               IF WS-PRODUCT-STATUS NOT = '00'
                   DISPLAY 'PRODUCT MASTER OPEN FAILED, STATUS = '
                       WS-PRODUCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT TRANFILE.
           OPEN OUTPUT MAINT-LOG-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0900-STOP-RUN.

      * 读取交易文件并逐条处理
        0100-PROCESS-TRANSACTIONS.
           READ TRANFILE
                AT END SET ENDOFTRAN TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFTRAN
               ADD 1 TO WS-TRAN-COUNT
               PERFORM 0200-APPLY-TRANSACTION
               READ TRANFILE
                   AT END SET ENDOFTRAN TO TRUE
               END-READ
           END-PERFORM.
           PERFORM 0300-WRITE-SUMMARY.

      * 按交易类型分派到对应的处理段落
        0200-APPLY-TRANSACTION.
           EVALUATE TRAN-CODE
               WHEN 'A' PERFORM 0210-ADD-RECORD
               WHEN 'C' PERFORM 0220-CHANGE-RECORD
               WHEN 'D' PERFORM 0230-DELETE-RECORD
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'UNKNOWN'   TO LOG-CODE
                   MOVE TRAN-PRODUCT-CODE TO LOG-ID
                   MOVE 'unrecognized transaction code' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-EVALUATE.

      * 新增一个产品
        0210-ADD-RECORD.
           MOVE TRAN-PRODUCT-CODE  TO PR-PRODUCT-CODE.
           MOVE TRAN-DESCRIPTION   TO PR-DESCRIPTION.
           MOVE TRAN-PRODUCT-LINE  TO PR-PRODUCT-LINE.
           MOVE TRAN-ACTIVE-FLAG   TO PR-ACTIVE-FLAG.
           WRITE PRODUCT-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'ADD'       TO LOG-CODE
                   MOVE TRAN-PRODUCT-CODE TO LOG-ID
                   MOVE 'rejected - product already exists'
                       TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE 'ADD'       TO LOG-CODE
                   MOVE TRAN-PRODUCT-CODE TO LOG-ID
                   MOVE 'added'     TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-WRITE.

      * 变更一个已有的产品（描述、产品线或启用标志）
        0220-CHANGE-RECORD.
           MOVE TRAN-PRODUCT-CODE TO PR-PRODUCT-CODE.
           READ PRODUCT-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'CHANGE'    TO LOG-CODE
                   MOVE TRAN-PRODUCT-CODE TO LOG-ID
                   MOVE 'rejected - product not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE TRAN-DESCRIPTION  TO PR-DESCRIPTION
                   MOVE TRAN-PRODUCT-LINE TO PR-PRODUCT-LINE
                   MOVE TRAN-ACTIVE-FLAG  TO PR-ACTIVE-FLAG
                   REWRITE PRODUCT-REC
                   MOVE 'CHANGE'    TO LOG-CODE
                   MOVE TRAN-PRODUCT-CODE TO LOG-ID
                   MOVE 'changed'   TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-READ.

      * 删除一个产品；日常停用请用 C 交易改启用标志，删除只留给
      * 建错了的产品代码（已过账的历史仍带着旧代码）
        0230-DELETE-RECORD.
           MOVE TRAN-PRODUCT-CODE TO PR-PRODUCT-CODE.
           DELETE PRODUCT-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'DELETE'    TO LOG-CODE
                   MOVE TRAN-PRODUCT-CODE TO LOG-ID
                   MOVE 'rejected - product not found' TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE 'DELETE'    TO LOG-CODE
                   MOVE TRAN-PRODUCT-CODE TO LOG-ID
                   MOVE 'deleted'   TO LOG-RESULT
                   PERFORM 0320-WRITE-LOG-LINE
           END-DELETE.

      * 写日志明细行
        0320-WRITE-LOG-LINE.
           MOVE LOG-DETAIL-LINE TO MAINT-LOG-LINE.
           WRITE MAINT-LOG-LINE AFTER ADVANCING 1 LINE.

      * 写处理汇总行
        0300-WRITE-SUMMARY.
           MOVE SPACES TO MAINT-LOG-LINE.
           WRITE MAINT-LOG-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL'      TO LOG-CODE.
           MOVE WS-TRAN-COUNT TO LOG-ID.
           MOVE 'transactions read' TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.
           MOVE 'REJECTED'   TO LOG-CODE.
           MOVE WS-REJECT-COUNT TO LOG-ID.
           MOVE 'transactions rejected' TO LOG-RESULT.
           PERFORM 0320-WRITE-LOG-LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE PRODUCT-FILE.
           CLOSE TRANFILE.
           CLOSE MAINT-LOG-FILE.
           STOP RUN.

          END PROGRAM PRODMAINT.
