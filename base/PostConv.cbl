       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCONV.
      * 程序名称：过账历史档加产品与原币字段一次性转换
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  One-time conversion utility, in the style of SALESCONV2:   *
      *   reads the existing indexed POSTHIST.DAT and rebuilds it   *
      *   as POSTHISTNEW.DAT with the product code and the foreign  *
      *   currency fields appended to each posted invoice.  Rows    *
      *   posted before the widening were all dollar sales, so they *
      *   convert as currency USD at rate 1.000000, with the        *
      *   original amount equal to the posted amount and no product *
      *   code.  Counts and the posted-amount hash are verified by  *
      *   re-reading the new file before the operator renames it    *
      *   over the original.                                        *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-POSTHIST-FILE ASSIGN TO "POSTHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OLD-PH-KEY
             FILE STATUS IS WS-OLD-STATUS.
      * 旧布局的过账历史档，没有产品与原币字段
            SELECT NEW-POSTHIST-FILE ASSIGN TO "POSTHISTNEW.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NEW-PH-KEY
             FILE STATUS IS WS-NEW-STATUS.
      * 新布局的过账历史档；核对无误后由操作员改名顶替
      * POSTHIST.DAT
            SELECT CONV-LOG-FILE ASSIGN TO "POSTCONV.LOG".
      * 转换结果日志

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 旧布局历史记录
       FD OLD-POSTHIST-FILE.
       01 OLD-POSTHIST-REC.
            05 OLD-PH-KEY.
                10 OLD-PH-SALESPERSON-ID PIC 9(7).
                10 OLD-PH-INVOICE-NO  PIC X(10).
            05 OLD-PH-SALE-DATE       PIC 9(8).
            05 OLD-PH-SALE-MONTH      PIC 9(2).
            05 OLD-PH-AMOUNT          PIC 9(6)V99.
            05 OLD-PH-POST-DATE       PIC 9(6).
            05 OLD-PH-TRAN-TYPE       PIC X.
            05 OLD-PH-REGION          PIC X(5).
            05 OLD-PH-PPA-SW          PIC X.
            05 OLD-PH-CUSTOMER-NO     PIC 9(7).

      * 新布局历史记录：尾部加产品代码、币种、原币金额与汇率，
      * 布局与 SALESPOST.cbl 的一致
       FD NEW-POSTHIST-FILE.
       01 NEW-POSTHIST-REC.
            88 ENDOFNEW VALUE HIGH-VALUES.
            05 NEW-PH-KEY.
                10 NEW-PH-SALESPERSON-ID PIC 9(7).
                10 NEW-PH-INVOICE-NO  PIC X(10).
            05 NEW-PH-SALE-DATE       PIC 9(8).
            05 NEW-PH-SALE-MONTH      PIC 9(2).
            05 NEW-PH-AMOUNT          PIC 9(6)V99.
            05 NEW-PH-POST-DATE       PIC 9(6).
            05 NEW-PH-TRAN-TYPE       PIC X.
            05 NEW-PH-REGION          PIC X(5).
            05 NEW-PH-PPA-SW          PIC X.
            05 NEW-PH-CUSTOMER-NO     PIC 9(7).
            05 NEW-PH-PRODUCT-CODE    PIC X(8).
            05 NEW-PH-CURRENCY-CODE   PIC X(3).
            05 NEW-PH-ORIG-AMOUNT     PIC 9(6)V99.
            05 NEW-PH-EXCH-RATE       PIC 9(3)V9(6).
      * 旧记录全是美元销售：币种 USD、汇率 1、原币金额等于过账
      * 金额；产品代码留空，按产品线报表归入未分类

      * 转换结果日志
       FD CONV-LOG-FILE.
       01 CONV-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC X(2) VALUE '00'.
       01  WS-NEW-STATUS            PIC X(2) VALUE '00'.
       01  WS-OLD-SW                PIC X VALUE 'N'.
           88 ENDOFOLD              VALUE 'Y'.

       01  WS-READ-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-WRITTEN-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-VERIFY-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-OLD-HASH              PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-NEW-HASH              PIC S9(11)V99 COMP-3 VALUE ZEROES.
      * 过账金额的校验合计，新旧两边各算一遍对数

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 LOG-LABEL             PIC X(30).
            05 LOG-VALUE             PIC -(11)9.99.
            05 FILLER                PIC X(82) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：旧档逐条搬入新档，再重读新档核对条数与合计
        0050-OPEN-FILE.
           OPEN INPUT OLD-POSTHIST-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'OLD POSTHIST OPEN FAILED, STATUS = '
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-POSTHIST-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW POSTHIST OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONV-LOG-FILE.
           PERFORM 0100-CONVERT-RECORDS.
           CLOSE OLD-POSTHIST-FILE.
           CLOSE NEW-POSTHIST-FILE.
           PERFORM 0200-VERIFY-NEW-FILE.
           PERFORM 0300-WRITE-SUMMARY.
           PERFORM 0900-STOP-RUN.

      * 逐条搬运：原有字段原样照搬，新字段补缺省值
        0100-CONVERT-RECORDS.
           READ OLD-POSTHIST-FILE
                AT END SET ENDOFOLD TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFOLD
               ADD 1 TO WS-READ-COUNT
               ADD OLD-PH-AMOUNT TO WS-OLD-HASH
               MOVE OLD-PH-KEY TO NEW-PH-KEY
               MOVE OLD-PH-SALE-DATE TO NEW-PH-SALE-DATE
               MOVE OLD-PH-SALE-MONTH TO NEW-PH-SALE-MONTH
               MOVE OLD-PH-AMOUNT TO NEW-PH-AMOUNT
               MOVE OLD-PH-POST-DATE TO NEW-PH-POST-DATE
               MOVE OLD-PH-TRAN-TYPE TO NEW-PH-TRAN-TYPE
               MOVE OLD-PH-REGION TO NEW-PH-REGION
               MOVE OLD-PH-PPA-SW TO NEW-PH-PPA-SW
               MOVE OLD-PH-CUSTOMER-NO TO NEW-PH-CUSTOMER-NO
               MOVE SPACES TO NEW-PH-PRODUCT-CODE
               MOVE 'USD' TO NEW-PH-CURRENCY-CODE
               MOVE OLD-PH-AMOUNT TO NEW-PH-ORIG-AMOUNT
               MOVE 1 TO NEW-PH-EXCH-RATE
               WRITE NEW-POSTHIST-REC
                   INVALID KEY
                       DISPLAY 'DUPLICATE KEY ON CONVERT: '
                           NEW-PH-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ OLD-POSTHIST-FILE
                    AT END SET ENDOFOLD TO TRUE
               END-READ
           END-PERFORM.

      * 重读新档核对条数与校验合计，数对不上宁可不交付
        0200-VERIFY-NEW-FILE.
           OPEN INPUT NEW-POSTHIST-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW POSTHIST VERIFY OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ NEW-POSTHIST-FILE NEXT RECORD
                    AT END SET ENDOFNEW TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFNEW
                   ADD 1 TO WS-VERIFY-COUNT
                   ADD NEW-PH-AMOUNT TO WS-NEW-HASH
                   READ NEW-POSTHIST-FILE NEXT RECORD
                        AT END SET ENDOFNEW TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NEW-POSTHIST-FILE
           END-IF.

      * 写转换汇总；条数或合计对不上以非零返回码结束，操作员不
      * 得把新档改名顶替原档
        0300-WRITE-SUMMARY.
           MOVE 'RECORDS READ FROM OLD FILE' TO LOG-LABEL.
           MOVE WS-READ-COUNT TO LOG-VALUE.
           PERFORM 0310-WRITE-LOG-LINE.
           MOVE 'RECORDS WRITTEN TO NEW FILE' TO LOG-LABEL.
           MOVE WS-WRITTEN-COUNT TO LOG-VALUE.
           PERFORM 0310-WRITE-LOG-LINE.
           MOVE 'RECORDS VERIFIED ON NEW FILE' TO LOG-LABEL.
           MOVE WS-VERIFY-COUNT TO LOG-VALUE.
           PERFORM 0310-WRITE-LOG-LINE.
           MOVE 'OLD FILE HASH TOTAL' TO LOG-LABEL.
           MOVE WS-OLD-HASH TO LOG-VALUE.
           PERFORM 0310-WRITE-LOG-LINE.
           MOVE 'NEW FILE HASH TOTAL' TO LOG-LABEL.
           MOVE WS-NEW-HASH TO LOG-VALUE.
           PERFORM 0310-WRITE-LOG-LINE.
           IF WS-READ-COUNT = WS-WRITTEN-COUNT
                   AND WS-WRITTEN-COUNT = WS-VERIFY-COUNT
                   AND WS-OLD-HASH = WS-NEW-HASH
               MOVE 'CONVERSION BALANCED - OK TO RENAME'
                   TO LOG-LABEL
               MOVE ZEROES TO LOG-VALUE
               PERFORM 0310-WRITE-LOG-LINE
           ELSE
               MOVE 'CONVERSION OUT OF BALANCE - DO NOT RENAME'
                   TO LOG-LABEL
               MOVE ZEROES TO LOG-VALUE
               PERFORM 0310-WRITE-LOG-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * 写一行转换日志
        0310-WRITE-LOG-LINE.
           MOVE LOG-DETAIL-LINE TO CONV-LOG-LINE.
           WRITE CONV-LOG-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE CONV-LOG-FILE.
           STOP RUN.

          END PROGRAM POSTCONV.
