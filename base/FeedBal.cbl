      *   trailer - are tied back to tonight's CONTROL-HIST record  *
      *   within stated tolerances, a one-page balancing            *
      *   certificate is printed, and the step ends nonzero so      *
      *   RUNSTATUS flags the night when they do not tie.  On       *
      *   nights WELLINCENT has produced the wellness credit feed   *
      *   (WELLCRED.DAT header dated tonight) its detail records    *
      *   are also re-added and tied to its own trailer.            *
      ***************************************************************

      *===============================================
            SELECT PAYROLL-FILE ASSIGN TO "PAYCOMM.DAT"
             FILE STATUS IS WS-PAYCOMM-STATUS.
      * 工资接口文件，取尾记录的净提成总额
            SELECT WELLCRED-FILE ASSIGN TO "WELLCRED.DAT"
             FILE STATUS IS WS-WELLCRED-STATUS.
      * 健康计划激励积分接口文件，明细重加后对尾记录
            SELECT CONTROL-HIST-FILE ASSIGN TO "SALESCTLHIST.DAT"
             FILE STATUS IS WS-CTLHIST-STATUS.
      * SALES 追加的控制总计历史档，取本业务日的最后一条
            05 EXT-TRL-COUNT        PIC 9(9).
            05 EXT-TRL-SALES-HASH   PIC S9(11)V99.
            05 EXT-TRL-ADJ-HASH     PIC S9(11)V99.
            05 FILLER               PIC X(195).

      * 总账过账文件的尾记录视图，布局与 SALESGL.cbl 写出的一致
       FD GLPOST-FILE.
            05 PAY-TRL-TYPE         PIC X.
            05 PAY-TRL-COUNT        PIC 9(7).
            05 PAY-TRL-TOTAL-COMM   PIC S9(9)V99.
            05 PAY-TRL-TOTAL-EARNED PIC S9(9)V99.
            05 FILLER               PIC X(56).
       01 PAY-HEADER-REC.
            05 PAY-HDR-TYPE         PIC X.
            05 PAY-HDR-RUN-DATE     PIC 9(6).
            05 PAY-HDR-SOURCE       PIC X(8).
            05 FILLER               PIC X(71).

      * 激励积分接口文件的头/明细/尾记录视图，布局与
      * WELLINCENT.cbl 写出的一致；按需运行，头记录上的运行日期
      * 是今晚才核对
       FD WELLCRED-FILE.
       01 WELL-TRAILER-REC.
            88 ENDOFWELLCRED VALUE HIGH-VALUES.
            05 WELL-TRL-TYPE        PIC X.
            05 WELL-TRL-COUNT       PIC 9(7).
            05 WELL-TRL-TOTAL       PIC S9(9)V99.
            05 FILLER               PIC X(67).
       01 WELL-HEADER-REC.
            05 WELL-HDR-TYPE        PIC X.
            05 WELL-HDR-RUN-DATE    PIC 9(6).
            05 WELL-HDR-SOURCE      PIC X(8).
            05 FILLER               PIC X(71).
       01 WELL-DETAIL-REC.
            05 WELL-REC-TYPE        PIC X.
            05 FILLER               PIC X(59).
            05 WELL-AMOUNT          PIC S9(7)V99.
            05 FILLER               PIC X(17).

      * 控制总计历史档，布局与 SALES.cbl 写出的一致
       FD CONTROL-HIST-FILE.
       01  WS-EXTRACT-STATUS       PIC X(2) VALUE '00'.
       01  WS-GLPOST-STATUS        PIC X(2) VALUE '00'.
       01  WS-PAYCOMM-STATUS       PIC X(2) VALUE '00'.
       01  WS-WELLCRED-STATUS      PIC X(2) VALUE '00'.
       01  WS-CTLHIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE '00'.
       01  WS-RUNCTL-TYPE          PIC X VALUE 'S'.
       01  WS-PAY-TRAILER-SW       PIC X VALUE 'N'.
           88 PAY-TRAILER-FOUND    VALUE 'Y'.
       01  WS-PAY-TOTAL-COMM       PIC S9(9)V99 VALUE ZEROES.
      * 接口只送本期应付的增量，与控制总计可比的是尾记录上的本年
      * 累计应得提成合计
       01  WS-PAY-RUN-DATE         PIC 9(6) VALUE ZEROES.
      * 工资接口头记录上的运行日期；对不上业务日说明盘上是旧
      * 的结算产物，证书按缺尾处理，不给隔夜文件背书
      * 激励积分接口：头记录日期、尾记录数字与明细重加的数字
       01  WS-WELL-FILE-SW         PIC X VALUE 'N'.
           88 WELL-FEED-ON-FILE    VALUE 'Y'.
       01  WS-WELL-TRAILER-SW      PIC X VALUE 'N'.
           88 WELL-TRAILER-FOUND   VALUE 'Y'.
       01  WS-WELL-RUN-DATE        PIC 9(6) VALUE ZEROES.
       01  WS-WELL-TRL-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-WELL-TRL-TOTAL       PIC S9(9)V99 VALUE ZEROES.
       01  WS-WELL-DTL-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-WELL-DTL-TOTAL       PIC S9(9)V99 VALUE ZEROES.
       01  WS-WELL-COUNT-VARIANCE  PIC S9(7) VALUE ZEROES.
       01  WS-WELL-TOTAL-VARIANCE  PIC S9(9)V99 VALUE ZEROES.
       01  WS-CTL-FOUND-SW         PIC X VALUE 'N'.
           88 CONTROL-HIST-FOUND   VALUE 'Y'.
       01  WS-CTL-TOTAL-SALES      PIC 9(10)V99 VALUE ZEROES.
           PERFORM 0100-READ-EXTRACT-TRAILER.
           PERFORM 0110-READ-GL-TRAILER.
           PERFORM 0120-READ-PAY-TRAILER.
           PERFORM 0125-READ-WELL-FEED.
           PERFORM 0130-READ-CONTROL-HIST.
           PERFORM 0200-WRITE-CERTIFICATE.
           PERFORM 0900-STOP-RUN.
                   END-IF
                   IF PAY-TRL-TYPE = 'T'
                       MOVE 'Y' TO WS-PAY-TRAILER-SW
                       MOVE PAY-TRL-TOTAL-EARNED TO WS-PAY-TOTAL-COMM
                   END-IF
                   READ PAYROLL-FILE
                        AT END SET ENDOFPAYCOMM TO TRUE
               CLOSE PAYROLL-FILE
           END-IF.

      * 读激励积分接口文件：取头记录日期与尾记录数字，明细金额
      * 逐条重加；文件不在盘上说明从没产生过，不算失败
        0125-READ-WELL-FEED.
           OPEN INPUT WELLCRED-FILE.
           IF WS-WELLCRED-STATUS = '00'
               MOVE 'Y' TO WS-WELL-FILE-SW
               READ WELLCRED-FILE
                    AT END SET ENDOFWELLCRED TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFWELLCRED
                   EVALUATE WELL-REC-TYPE
                       WHEN 'H'
                           IF WELL-HDR-RUN-DATE NUMERIC
                               MOVE WELL-HDR-RUN-DATE
                                   TO WS-WELL-RUN-DATE
                           END-IF
                       WHEN 'D'
                           ADD 1 TO WS-WELL-DTL-COUNT
                           IF WELL-AMOUNT NUMERIC
                               ADD WELL-AMOUNT TO WS-WELL-DTL-TOTAL
                           END-IF
                       WHEN 'T'
                           MOVE 'Y' TO WS-WELL-TRAILER-SW
                           MOVE WELL-TRL-COUNT TO WS-WELL-TRL-COUNT
                           MOVE WELL-TRL-TOTAL TO WS-WELL-TRL-TOTAL
                   END-EVALUATE
                   READ WELLCRED-FILE
                        AT END SET ENDOFWELLCRED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WELLCRED-FILE
           END-IF.

      * 取本业务日最后一条控制总计
        0130-READ-CONTROL-HIST.
           OPEN INPUT CONTROL-HIST-FILE.
           IF CONTROL-HIST-FOUND AND PAY-TRAILER-FOUND
               PERFORM 0230-CHECK-PAY-COMM
           END-IF.
      * 激励积分接口只在产生它的夜晚核对：头记录日期不是今晚的
      * 是往日的产物，只在证书上注一句，不算失败
           IF WELL-FEED-ON-FILE AND WS-WELL-RUN-DATE = WS-RUN-DATE
               IF WELL-TRAILER-FOUND
                   PERFORM 0240-CHECK-WELL-CREDITS
               ELSE
                   MOVE 'WELLCRED TRAILER MISSING' TO CRT-TEXT
                   PERFORM 0320-WRITE-TEXT-LINE
                   MOVE 'N' TO WS-TIE-OK-SW
               END-IF
           ELSE
               MOVE 'WELLCRED NOT PRODUCED TONIGHT - NOT CHECKED'
                   TO CRT-TEXT
               PERFORM 0320-WRITE-TEXT-LINE
           END-IF.
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF NIGHT-TIES
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 核对三：工资接口的本年累计应得提成对报表控制总计的提成
      * 总额；接口含调整折算的提成增减，控制总计不含，容差按声明
      * 值。接口明细送的是扣掉已付之后的增量，不拿它来比
        0230-CHECK-PAY-COMM.
           ADD 1 TO WS-CHECK-COUNT.
           COMPUTE WS-COMM-VARIANCE =
               WS-PAY-TOTAL-COMM - WS-CTL-TOTAL-COMM.
           MOVE 'PAYROLL YTD EARNED COMMISSION' TO CRT-LABEL.
           MOVE WS-PAY-TOTAL-COMM TO CRT-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           MOVE 'REPORT TOTAL COMMISSION' TO CRT-LABEL.
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 核对四：激励积分接口的明细条数与金额重加后对它自己的尾
      * 记录，分毫不差；接口与销售控制总计无关，不拿去比
        0240-CHECK-WELL-CREDITS.
           ADD 1 TO WS-CHECK-COUNT.
           COMPUTE WS-WELL-COUNT-VARIANCE =
               WS-WELL-DTL-COUNT - WS-WELL-TRL-COUNT.
           COMPUTE WS-WELL-TOTAL-VARIANCE =
               WS-WELL-DTL-TOTAL - WS-WELL-TRL-TOTAL.
           MOVE 'WELLCRED TRAILER COUNT' TO CRT-LABEL.
           MOVE WS-WELL-TRL-COUNT TO CRT-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           MOVE 'WELLCRED DETAIL RECORDS' TO CRT-LABEL.
           MOVE WS-WELL-DTL-COUNT TO CRT-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           MOVE 'WELLCRED TRAILER TOTAL' TO CRT-LABEL.
           MOVE WS-WELL-TRL-TOTAL TO CRT-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           MOVE 'WELLCRED DETAIL TOTAL' TO CRT-LABEL.
           MOVE WS-WELL-DTL-TOTAL TO CRT-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           MOVE 'WELLCRED VARIANCE (TOL 0)' TO CRT-LABEL.
           MOVE WS-WELL-TOTAL-VARIANCE TO CRT-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           IF WS-WELL-COUNT-VARIANCE NOT = ZEROES
                   OR WS-WELL-TOTAL-VARIANCE NOT = ZEROES
               ADD 1 TO WS-FAIL-COUNT
               MOVE 'N' TO WS-TIE-OK-SW
           END-IF.
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行文字
        0320-WRITE-TEXT-LINE.
           MOVE CERT-TEXT-LINE TO CERT-PRINT-LINE.
