       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.
      * 程序名称：客户主档加归属与上级客户字段一次性转换
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  One-time conversion utility, in the style of SALESCONV2:   *
      *   reads the existing indexed CUSTOMER.DAT and rebuilds it   *
      *   as CUSTOMERNEW.DAT with the owning salesperson, the house *
      *   account flag and the parent customer number appended.     *
      *   Existing accounts convert with no owner, not a house      *
      *   account and no parent; CUSTMAINT fills them in            *
      *   afterwards.  Counts and a customer-number hash are        *
      *   verified by re-reading the new file before the operator   *
      *   renames it over the original.                             *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OLD-CU-CUSTOMER-NO
             FILE STATUS IS WS-OLD-STATUS.
      * 旧布局的客户主档，没有归属与上级客户字段
            SELECT NEW-CUSTOMER-FILE ASSIGN TO "CUSTOMERNEW.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NEW-CU-CUSTOMER-NO
             FILE STATUS IS WS-NEW-STATUS.
      * 新布局的客户主档；核对无误后由操作员改名顶替
      * CUSTOMER.DAT
            SELECT CONV-LOG-FILE ASSIGN TO "CUSTCONV.LOG".
      * 转换结果日志

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 旧布局客户记录
       FD OLD-CUSTOMER-FILE.
       01 OLD-CUSTOMER-REC.
            05 OLD-CU-CUSTOMER-NO    PIC 9(7).
            05 OLD-CU-NAME           PIC X(30).
            05 OLD-CU-REGION         PIC X(5).
            05 OLD-CU-ACTIVE-FLAG    PIC X.

      * 新布局客户记录：尾部加归属销售员、直管标志与上级客户，
      * 布局与 CUSTMAINT.cbl 的一致
       FD NEW-CUSTOMER-FILE.
       01 NEW-CUSTOMER-REC.
            88 ENDOFNEW VALUE HIGH-VALUES.
            05 NEW-CU-CUSTOMER-NO    PIC 9(7).
            05 NEW-CU-NAME           PIC X(30).
            05 NEW-CU-REGION         PIC X(5).
            05 NEW-CU-ACTIVE-FLAG    PIC X.
            05 NEW-CU-OWNER-ID       PIC 9(7).
            05 NEW-CU-HOUSE-FLAG     PIC X.
            05 NEW-CU-PARENT-NO      PIC 9(7).
      * 老客户一律转为未指定归属、非直管、顶层客户，由客户维护
      * 交易逐户补上

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
      * 客户编号的校验合计，新旧两边各算一遍对数

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 LOG-LABEL             PIC X(30).
            05 LOG-VALUE             PIC -(11)9.99.
            05 FILLER                PIC X(82) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：旧档逐条搬入新档，再重读新档核对条数与合计
        0050-OPEN-FILE.
           OPEN INPUT OLD-CUSTOMER-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'OLD CUSTOMER OPEN FAILED, STATUS = '
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-CUSTOMER-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW CUSTOMER OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONV-LOG-FILE.
           PERFORM 0100-CONVERT-RECORDS.
           CLOSE OLD-CUSTOMER-FILE.
           CLOSE NEW-CUSTOMER-FILE.
           PERFORM 0200-VERIFY-NEW-FILE.
           PERFORM 0300-WRITE-SUMMARY.
           PERFORM 0900-STOP-RUN.

      * 逐条搬运：原有字段原样照搬，新字段补缺省值
        0100-CONVERT-RECORDS.
           READ OLD-CUSTOMER-FILE
                AT END SET ENDOFOLD TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFOLD
               ADD 1 TO WS-READ-COUNT
               ADD OLD-CU-CUSTOMER-NO TO WS-OLD-HASH
               MOVE OLD-CU-CUSTOMER-NO TO NEW-CU-CUSTOMER-NO
               MOVE OLD-CU-NAME TO NEW-CU-NAME
               MOVE OLD-CU-REGION TO NEW-CU-REGION
               MOVE OLD-CU-ACTIVE-FLAG TO NEW-CU-ACTIVE-FLAG
               MOVE ZEROES TO NEW-CU-OWNER-ID
               MOVE 'N' TO NEW-CU-HOUSE-FLAG
               MOVE ZEROES TO NEW-CU-PARENT-NO
               WRITE NEW-CUSTOMER-REC
                   INVALID KEY
                       DISPLAY 'DUPLICATE KEY ON CONVERT: '
                           NEW-CU-CUSTOMER-NO
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ OLD-CUSTOMER-FILE
                    AT END SET ENDOFOLD TO TRUE
               END-READ
           END-PERFORM.

      * 重读新档核对条数与校验合计，数对不上宁可不交付
        0200-VERIFY-NEW-FILE.
           OPEN INPUT NEW-CUSTOMER-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW CUSTOMER VERIFY OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ NEW-CUSTOMER-FILE NEXT RECORD
                    AT END SET ENDOFNEW TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFNEW
                   ADD 1 TO WS-VERIFY-COUNT
                   ADD NEW-CU-CUSTOMER-NO TO WS-NEW-HASH
                   READ NEW-CUSTOMER-FILE NEXT RECORD
                        AT END SET ENDOFNEW TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NEW-CUSTOMER-FILE
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

          END PROGRAM CUSTCONV.
