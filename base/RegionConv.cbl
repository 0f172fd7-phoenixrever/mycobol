       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIONCONV.
      * 程序名称：区域主档加归属冲突处理方式字段一次性转换
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  One-time conversion utility, in the style of SALESCONV2:   *
      *   reads the existing indexed REGION.DAT and rebuilds it as  *
      *   REGIONNEW.DAT with the ownership-conflict mode appended.  *
      *   Existing regions convert with the mode blank, which means *
      *   conflicts are only reported, exactly as before;           *
      *   REGIONMAINT sets H for the regions that want conflicts    *
      *   held.  Counts are verified by re-reading the new file     *
      *   before the operator renames it over the original.         *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-REGION-FILE ASSIGN TO "REGION.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OLD-RM-REGION-CODE
             FILE STATUS IS WS-OLD-STATUS.
      * 旧布局的区域主档，没有冲突处理方式字段
            SELECT NEW-REGION-FILE ASSIGN TO "REGIONNEW.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NEW-RM-REGION-CODE
             FILE STATUS IS WS-NEW-STATUS.
      * 新布局的区域主档；核对无误后由操作员改名顶替
      * REGION.DAT
            SELECT CONV-LOG-FILE ASSIGN TO "REGIONCONV.LOG".
      * 转换结果日志

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 旧布局区域记录
       FD OLD-REGION-FILE.
       01 OLD-REGION-REC.
            05 OLD-RM-REGION-CODE    PIC X(5).
            05 OLD-RM-DESCRIPTION    PIC X(20).
            05 OLD-RM-ACTIVE-FLAG    PIC X.

      * 新布局区域记录：尾部加归属冲突处理方式，布局与
      * REGIONMAINT.cbl 的一致
       FD NEW-REGION-FILE.
       01 NEW-REGION-REC.
            88 ENDOFNEW VALUE HIGH-VALUES.
            05 NEW-RM-REGION-CODE    PIC X(5).
            05 NEW-RM-DESCRIPTION    PIC X(20).
            05 NEW-RM-ACTIVE-FLAG    PIC X.
            05 NEW-RM-CONFLICT-MODE  PIC X.
      * 原有区域一律留空 = 冲突只上报表，与转换前的做法一样

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

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 LOG-LABEL             PIC X(30).
            05 LOG-VALUE             PIC -(11)9.99.
            05 FILLER                PIC X(82) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：旧档逐条搬入新档，再重读新档核对条数
        0050-OPEN-FILE.
           OPEN INPUT OLD-REGION-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'OLD REGION OPEN FAILED, STATUS = '
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-REGION-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW REGION OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONV-LOG-FILE.
           PERFORM 0100-CONVERT-RECORDS.
           CLOSE OLD-REGION-FILE.
           CLOSE NEW-REGION-FILE.
           PERFORM 0200-VERIFY-NEW-FILE.
           PERFORM 0300-WRITE-SUMMARY.
           PERFORM 0900-STOP-RUN.

      * 逐条搬运：原有字段原样照搬，新字段补缺省值
        0100-CONVERT-RECORDS.
           READ OLD-REGION-FILE
                AT END SET ENDOFOLD TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFOLD
               ADD 1 TO WS-READ-COUNT
               MOVE OLD-RM-REGION-CODE TO NEW-RM-REGION-CODE
               MOVE OLD-RM-DESCRIPTION TO NEW-RM-DESCRIPTION
               MOVE OLD-RM-ACTIVE-FLAG TO NEW-RM-ACTIVE-FLAG
               MOVE SPACE TO NEW-RM-CONFLICT-MODE
               WRITE NEW-REGION-REC
                   INVALID KEY
                       DISPLAY 'DUPLICATE KEY ON CONVERT: '
                           NEW-RM-REGION-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ OLD-REGION-FILE
                    AT END SET ENDOFOLD TO TRUE
               END-READ
           END-PERFORM.

      * 重读新档核对条数，数对不上宁可不交付
        0200-VERIFY-NEW-FILE.
           OPEN INPUT NEW-REGION-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW REGION VERIFY OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ NEW-REGION-FILE NEXT RECORD
                    AT END SET ENDOFNEW TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFNEW
                   ADD 1 TO WS-VERIFY-COUNT
                   READ NEW-REGION-FILE NEXT RECORD
                        AT END SET ENDOFNEW TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NEW-REGION-FILE
           END-IF.

      * 写转换汇总；条数对不上以非零返回码结束，操作员不得把新档
      * 改名顶替原档
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
           IF WS-READ-COUNT = WS-WRITTEN-COUNT
                   AND WS-WRITTEN-COUNT = WS-VERIFY-COUNT
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

          END PROGRAM REGIONCONV.
