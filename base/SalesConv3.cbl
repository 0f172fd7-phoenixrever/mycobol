       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESCONV3.
      * 程序名称：销售主档加入职/在职状态字段一次性转换
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  One-time conversion utility, in the style of SALESCONV2:   *
      *   reads the existing indexed SALES.DAT and rebuilds it as   *
      *   SALESNEW.DAT with the employment fields appended to the   *
      *   record - hire date, employment status (active, leave of   *
      *   absence, notice) and the leave start and end dates - so   *
      *   quota can be prorated for the months a salesperson was    *
      *   actually available.  Existing people convert as active    *
      *   with no hire date on file; the HR roster feed fills the   *
      *   dates in on its next run.  The departure archive carries  *
      *   a whole master record image, so SALESARCH.DAT is rebuilt  *
      *   the same way as SALESARCHNEW.DAT.  Counts and hash totals *
      *   are verified by re-reading both new files before the      *
      *   operator renames them over the originals.                 *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OLD-SALESPERSON-ID
             ALTERNATE RECORD KEY IS OLD-LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-OLD-STATUS.
      * 旧布局的销售人员主档，没有入职与在职状态字段
            SELECT NEW-SALESFILE ASSIGN TO "SALESNEW.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NEW-SALESPERSON-ID
             ALTERNATE RECORD KEY IS NEW-LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-NEW-STATUS.
      * 新布局的销售人员主档；核对无误后由操作员改名顶替
      * SALES.DAT
            SELECT OLD-ARCHIVE-FILE ASSIGN TO "SALESARCH.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OLD-ARCH-KEY
             FILE STATUS IS WS-OLD-ARCH-STATUS.
      * 旧布局的离职归档档，映像区是旧主档记录
            SELECT NEW-ARCHIVE-FILE ASSIGN TO "SALESARCHNEW.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NEW-ARCH-KEY
             FILE STATUS IS WS-NEW-ARCH-STATUS.
      * 新布局的离职归档档；核对无误后改名顶替 SALESARCH.DAT
            SELECT CONV-LOG-FILE ASSIGN TO "SALESCONV3.LOG".
      * 转换结果日志

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 旧布局主档记录
       FD OLD-SALESFILE.
       01 OLD-SALESDETAILS.
            05 OLD-SALESPERSON-ID   PIC 9(7).
            05 OLD-SALESPERSON-NAME.
                10 OLD-LASTNAME      PIC X(20).
                10 OLD-FIRSTNAME     PIC X(20).
            05 OLD-REGION            PIC X(5).
            05 OLD-YEARLYSALES       PIC 9(6)V99.
            05 OLD-GENDER            PIC X.
            05 OLD-PRIOR-YEAR-SALES  PIC 9(6)V99 OCCURS 5 TIMES.
            05 OLD-ADJUSTMENT        PIC S9(6)V99.
            05 OLD-MONTHLY-SALES     PIC 9(6)V99 OCCURS 12 TIMES.

      * 新布局主档记录：尾部加入职日期、在职状态与休假起止日期
       FD NEW-SALESFILE.
       01 NEW-SALESDETAILS.
            88 ENDOFNEW VALUE HIGH-VALUES.
            05 NEW-SALESPERSON-ID   PIC 9(7).
            05 NEW-SALESPERSON-NAME.
                10 NEW-LASTNAME      PIC X(20).
                10 NEW-FIRSTNAME     PIC X(20).
            05 NEW-REGION            PIC X(5).
            05 NEW-YEARLYSALES       PIC 9(6)V99.
            05 NEW-GENDER            PIC X.
            05 NEW-PRIOR-YEAR-SALES  PIC 9(6)V99 OCCURS 5 TIMES.
            05 NEW-ADJUSTMENT        PIC S9(6)V99.
            05 NEW-MONTHLY-SALES     PIC 9(6)V99 OCCURS 12 TIMES.
            05 NEW-HIRE-DATE         PIC 9(8).
            05 NEW-EMP-STATUS        PIC X.
            05 NEW-LEAVE-START-DATE  PIC 9(8).
            05 NEW-LEAVE-END-DATE    PIC 9(8).
      * 老人一律转为在职、入职日期为零（视为全年可用），由 HR
      * 花名册下一次导入补上实际日期

      * 旧布局归档记录：映像区为旧主档记录整条
       FD OLD-ARCHIVE-FILE.
       01 OLD-ARCHIVE-REC.
            05 OLD-ARCH-KEY.
                10 OLD-ARCH-SALESPERSON-ID PIC 9(7).
                10 OLD-ARCH-TERM-DATE PIC 9(8).
            05 OLD-ARCH-DETAILS      PIC X(205).
            05 OLD-ARCH-TERM-REASON  PIC X(3).
            05 OLD-ARCH-REHIRED-SW   PIC X.

      * 新布局归档记录：映像区按新主档记录加宽
       FD NEW-ARCHIVE-FILE.
       01 NEW-ARCHIVE-REC.
            88 ENDOFNEWARCH VALUE HIGH-VALUES.
            05 NEW-ARCH-KEY.
                10 NEW-ARCH-SALESPERSON-ID PIC 9(7).
                10 NEW-ARCH-TERM-DATE PIC 9(8).
            05 NEW-ARCH-DETAILS      PIC X(230).
            05 NEW-ARCH-TERM-REASON  PIC X(3).
            05 NEW-ARCH-REHIRED-SW   PIC X.

      * 转换结果日志
       FD CONV-LOG-FILE.
       01 CONV-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC X(2) VALUE '00'.
       01  WS-NEW-STATUS            PIC X(2) VALUE '00'.
       01  WS-OLD-ARCH-STATUS       PIC X(2) VALUE '00'.
       01  WS-NEW-ARCH-STATUS       PIC X(2) VALUE '00'.
       01  WS-OLD-SW                PIC X VALUE 'N'.
           88 ENDOFOLD              VALUE 'Y'.
       01  WS-OLD-ARCH-SW           PIC X VALUE 'N'.
           88 ENDOFOLDARCH          VALUE 'Y'.
       01  WS-ARCH-PRESENT-SW       PIC X VALUE 'Y'.
           88 ARCHIVE-PRESENT       VALUE 'Y'.
      * 还没有人离职过的装置上没有归档档，跳过不算失衡

       01  WS-READ-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-WRITTEN-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-VERIFY-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-OLD-HASH              PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-NEW-HASH              PIC S9(11)V99 COMP-3 VALUE ZEROES.
      * 年销售额加调整净值的校验合计，新旧两边各算一遍对数
       01  WS-ARCH-READ-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-ARCH-WRITTEN-COUNT    PIC 9(7) VALUE ZEROES.
       01  WS-ARCH-VERIFY-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-SUBSCRIPT             PIC 9(2) VALUE 1.

      * 归档映像区加宽用的工作区：旧映像放在前 205 字节，尾部
      * 补新字段的缺省值
       01  WS-ARCH-IMAGE.
            05 WS-ARCH-OLD-PART      PIC X(205).
            05 WS-ARCH-HIRE-DATE     PIC 9(8).
            05 WS-ARCH-EMP-STATUS    PIC X.
            05 WS-ARCH-LEAVE-START   PIC 9(8).
            05 WS-ARCH-LEAVE-END     PIC 9(8).

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 LOG-LABEL             PIC X(30).
            05 LOG-VALUE             PIC -(11)9.99.
            05 FILLER                PIC X(82) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：主档、归档档各自旧档逐条搬入新档，再重读新档
      * 核对条数与合计
        0050-OPEN-FILE.
           OPEN INPUT OLD-SALESFILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'OLD SALESFILE OPEN FAILED, STATUS = '
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-SALESFILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW SALESFILE OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONV-LOG-FILE.
           PERFORM 0100-CONVERT-RECORDS.
           CLOSE OLD-SALESFILE.
           CLOSE NEW-SALESFILE.
           PERFORM 0150-CONVERT-ARCHIVE.
           PERFORM 0200-VERIFY-NEW-FILE.
           PERFORM 0250-VERIFY-NEW-ARCHIVE.
           PERFORM 0300-WRITE-SUMMARY.
           PERFORM 0900-STOP-RUN.

      * 逐条搬运：原有字段原样照搬，新字段补缺省值
        0100-CONVERT-RECORDS.
           READ OLD-SALESFILE
                AT END SET ENDOFOLD TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFOLD
               ADD 1 TO WS-READ-COUNT
               COMPUTE WS-OLD-HASH = WS-OLD-HASH
                   + OLD-YEARLYSALES + OLD-ADJUSTMENT
               MOVE OLD-SALESPERSON-ID TO NEW-SALESPERSON-ID
               MOVE OLD-SALESPERSON-NAME TO NEW-SALESPERSON-NAME
               MOVE OLD-REGION TO NEW-REGION
               MOVE OLD-YEARLYSALES TO NEW-YEARLYSALES
               MOVE OLD-GENDER TO NEW-GENDER
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 5
                   MOVE OLD-PRIOR-YEAR-SALES (WS-SUBSCRIPT)
                       TO NEW-PRIOR-YEAR-SALES (WS-SUBSCRIPT)
               END-PERFORM
               MOVE OLD-ADJUSTMENT TO NEW-ADJUSTMENT
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 12
                   MOVE OLD-MONTHLY-SALES (WS-SUBSCRIPT)
                       TO NEW-MONTHLY-SALES (WS-SUBSCRIPT)
               END-PERFORM
               MOVE ZEROES TO NEW-HIRE-DATE
               MOVE 'A' TO NEW-EMP-STATUS
               MOVE ZEROES TO NEW-LEAVE-START-DATE
               MOVE ZEROES TO NEW-LEAVE-END-DATE
               WRITE NEW-SALESDETAILS
                   INVALID KEY
                       DISPLAY 'DUPLICATE KEY ON CONVERT: '
                           NEW-SALESPERSON-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ OLD-SALESFILE
                    AT END SET ENDOFOLD TO TRUE
               END-READ
           END-PERFORM.

      * 归档档搬运：映像区先放进工作区前段，尾部补缺省值后整
      * 段搬回；键、离职原因与复职标志原样照搬
        0150-CONVERT-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF WS-OLD-ARCH-STATUS NOT = '00'
               DISPLAY 'NO SALESARCH TO CONVERT, STATUS = '
                   WS-OLD-ARCH-STATUS
               MOVE 'N' TO WS-ARCH-PRESENT-SW
           ELSE
               OPEN OUTPUT NEW-ARCHIVE-FILE
               IF WS-NEW-ARCH-STATUS NOT = '00'
                   DISPLAY 'NEW SALESARCH OPEN FAILED, STATUS = '
                       WS-NEW-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE OLD-ARCHIVE-FILE
                   PERFORM 0900-STOP-RUN
               END-IF
               READ OLD-ARCHIVE-FILE
                    AT END SET ENDOFOLDARCH TO TRUE
               END-READ
               PERFORM UNTIL ENDOFOLDARCH
                   ADD 1 TO WS-ARCH-READ-COUNT
                   MOVE OLD-ARCH-KEY TO NEW-ARCH-KEY
                   MOVE OLD-ARCH-DETAILS TO WS-ARCH-OLD-PART
                   MOVE ZEROES TO WS-ARCH-HIRE-DATE
                   MOVE 'A' TO WS-ARCH-EMP-STATUS
                   MOVE ZEROES TO WS-ARCH-LEAVE-START
                   MOVE ZEROES TO WS-ARCH-LEAVE-END
                   MOVE WS-ARCH-IMAGE TO NEW-ARCH-DETAILS
                   MOVE OLD-ARCH-TERM-REASON TO NEW-ARCH-TERM-REASON
                   MOVE OLD-ARCH-REHIRED-SW TO NEW-ARCH-REHIRED-SW
                   WRITE NEW-ARCHIVE-REC
                       INVALID KEY
                           DISPLAY 'DUPLICATE ARCHIVE KEY: '
                               NEW-ARCH-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCH-WRITTEN-COUNT
                   END-WRITE
                   READ OLD-ARCHIVE-FILE
                        AT END SET ENDOFOLDARCH TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OLD-ARCHIVE-FILE
               CLOSE NEW-ARCHIVE-FILE
           END-IF.

      * 重读新档核对条数与校验合计，数对不上宁可不交付
        0200-VERIFY-NEW-FILE.
           OPEN INPUT NEW-SALESFILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW SALESFILE VERIFY OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ NEW-SALESFILE NEXT RECORD
                    AT END SET ENDOFNEW TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFNEW
                   ADD 1 TO WS-VERIFY-COUNT
                   COMPUTE WS-NEW-HASH = WS-NEW-HASH
                       + NEW-YEARLYSALES + NEW-ADJUSTMENT
                   READ NEW-SALESFILE NEXT RECORD
                        AT END SET ENDOFNEW TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NEW-SALESFILE
           END-IF.

      * 重读新归档档核对条数
        0250-VERIFY-NEW-ARCHIVE.
           IF ARCHIVE-PRESENT
               OPEN INPUT NEW-ARCHIVE-FILE
               IF WS-NEW-ARCH-STATUS NOT = '00'
                   DISPLAY 'NEW SALESARCH VERIFY OPEN FAILED, '
                       'STATUS = ' WS-NEW-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   READ NEW-ARCHIVE-FILE NEXT RECORD
                        AT END SET ENDOFNEWARCH TO TRUE
                   END-READ
                   PERFORM UNTIL ENDOFNEWARCH
                       ADD 1 TO WS-ARCH-VERIFY-COUNT
                       READ NEW-ARCHIVE-FILE NEXT RECORD
                            AT END SET ENDOFNEWARCH TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE NEW-ARCHIVE-FILE
               END-IF
           END-IF.

      * 写转换汇总；条数或合计对不上以非零返回码结束，操作员不
      * 得把新档改名顶替主档
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
           MOVE 'ARCHIVE RECORDS READ' TO LOG-LABEL.
           MOVE WS-ARCH-READ-COUNT TO LOG-VALUE.
           PERFORM 0310-WRITE-LOG-LINE.
           MOVE 'ARCHIVE RECORDS WRITTEN' TO LOG-LABEL.
           MOVE WS-ARCH-WRITTEN-COUNT TO LOG-VALUE.
           PERFORM 0310-WRITE-LOG-LINE.
           MOVE 'ARCHIVE RECORDS VERIFIED' TO LOG-LABEL.
           MOVE WS-ARCH-VERIFY-COUNT TO LOG-VALUE.
           PERFORM 0310-WRITE-LOG-LINE.
           IF WS-READ-COUNT = WS-WRITTEN-COUNT
                   AND WS-WRITTEN-COUNT = WS-VERIFY-COUNT
                   AND WS-OLD-HASH = WS-NEW-HASH
                   AND WS-ARCH-READ-COUNT = WS-ARCH-WRITTEN-COUNT
                   AND WS-ARCH-WRITTEN-COUNT = WS-ARCH-VERIFY-COUNT
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

          END PROGRAM SALESCONV3.
