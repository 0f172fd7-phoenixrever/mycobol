       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANCONV.
      * 程序名称：提成计划档加按现金计提字段一次性转换
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  One-time conversion utility, in the style of SALESCONV2:   *
      *   reads the existing indexed COMMPLAN.DAT and rebuilds it   *
      *   as COMMPLANNEW.DAT with the cash-basis switch and the     *
      *   holdback days appended to each tier.  Existing tiers      *
      *   convert as billing basis (switch N, no holdback days), so *
      *   commission is computed exactly as before.  Counts and a   *
      *   tier-limit hash are verified by re-reading the new file   *
      *   before the operator renames it over the original.         *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-COMMPLAN-FILE ASSIGN TO "COMMPLAN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OLD-CP-KEY
             FILE STATUS IS WS-OLD-STATUS.
      * 旧布局的提成计划档，没有按现金计提字段
            SELECT NEW-COMMPLAN-FILE ASSIGN TO "COMMPLANNEW.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS NEW-CP-KEY
             FILE STATUS IS WS-NEW-STATUS.
      * 新布局的提成计划档；核对无误后由操作员改名顶替
      * COMMPLAN.DAT
            SELECT CONV-LOG-FILE ASSIGN TO "PLANCONV.LOG".
      * 转换结果日志

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 旧布局计划档记录
       FD OLD-COMMPLAN-FILE.
       01 OLD-COMMPLAN-REC.
            05 OLD-CP-KEY.
                10 OLD-CP-REGION     PIC X(5).
                10 OLD-CP-EFFECTIVE-DATE PIC 9(8).
                10 OLD-CP-TIER-NO    PIC 9(2).
            05 OLD-CP-TIER-LIMIT     PIC 9(8).
            05 OLD-CP-TIER-RATE      PIC V999.

      * 新布局计划档记录：尾部加按现金计提开关与宽限天数，布局
      * 与 COMMPLANMAINT.cbl 的一致
       FD NEW-COMMPLAN-FILE.
       01 NEW-COMMPLAN-REC.
            88 ENDOFNEW VALUE HIGH-VALUES.
            05 NEW-CP-KEY.
                10 NEW-CP-REGION     PIC X(5).
                10 NEW-CP-EFFECTIVE-DATE PIC 9(8).
                10 NEW-CP-TIER-NO    PIC 9(2).
            05 NEW-CP-TIER-LIMIT     PIC 9(8).
            05 NEW-CP-TIER-RATE      PIC V999.
            05 NEW-CP-CASH-BASIS-SW  PIC X.
            05 NEW-CP-HOLDBACK-DAYS  PIC 9(3).
      * 原有档位一律转为按开票计提、宽限天数为零，提成算法与转
      * 换前完全一样

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
      * 档位上限的校验合计，新旧两边各算一遍对数

       01  LOG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 LOG-LABEL             PIC X(30).
            05 LOG-VALUE             PIC -(11)9.99.
            05 FILLER                PIC X(82) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：旧档逐条搬入新档，再重读新档核对条数与合计
        0050-OPEN-FILE.
           OPEN INPUT OLD-COMMPLAN-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'OLD COMMPLAN OPEN FAILED, STATUS = '
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-COMMPLAN-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW COMMPLAN OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONV-LOG-FILE.
           PERFORM 0100-CONVERT-RECORDS.
           CLOSE OLD-COMMPLAN-FILE.
           CLOSE NEW-COMMPLAN-FILE.
           PERFORM 0200-VERIFY-NEW-FILE.
           PERFORM 0300-WRITE-SUMMARY.
           PERFORM 0900-STOP-RUN.

      * 逐条搬运：原有字段原样照搬，新字段补缺省值
        0100-CONVERT-RECORDS.
           READ OLD-COMMPLAN-FILE
                AT END SET ENDOFOLD TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFOLD
               ADD 1 TO WS-READ-COUNT
               ADD OLD-CP-TIER-LIMIT TO WS-OLD-HASH
               MOVE OLD-CP-KEY TO NEW-CP-KEY
               MOVE OLD-CP-TIER-LIMIT TO NEW-CP-TIER-LIMIT
               MOVE OLD-CP-TIER-RATE TO NEW-CP-TIER-RATE
               MOVE 'N' TO NEW-CP-CASH-BASIS-SW
               MOVE ZEROES TO NEW-CP-HOLDBACK-DAYS
               WRITE NEW-COMMPLAN-REC
                   INVALID KEY
                       DISPLAY 'DUPLICATE KEY ON CONVERT: '
                           NEW-CP-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
               END-WRITE
               READ OLD-COMMPLAN-FILE
                    AT END SET ENDOFOLD TO TRUE
               END-READ
           END-PERFORM.

      * 重读新档核对条数与校验合计，数对不上宁可不交付
        0200-VERIFY-NEW-FILE.
           OPEN INPUT NEW-COMMPLAN-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'NEW COMMPLAN VERIFY OPEN FAILED, STATUS = '
                   WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ NEW-COMMPLAN-FILE NEXT RECORD
                    AT END SET ENDOFNEW TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFNEW
                   ADD 1 TO WS-VERIFY-COUNT
                   ADD NEW-CP-TIER-LIMIT TO WS-NEW-HASH
                   READ NEW-COMMPLAN-FILE NEXT RECORD
                        AT END SET ENDOFNEW TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NEW-COMMPLAN-FILE
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

          END PROGRAM PLANCONV.
