      *   reports them with aging, and regenerates a PAYRESEND.DAT  *
      *   feed (same layout as PAYCOMM) for the rejected ones, so   *
      *   a dropped PAY-DETAIL-REC no longer waits for the          *
      *   salesperson to phone in.  Paid acknowledgments are also   *
      *   posted to the commission ledger (COMMLEDG.DAT) so the     *
      *   next statement knows what has actually been paid.         *
      ***************************************************************

      *===============================================
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：账龄与首次发送日期用业务日期；档不存在
      * 时退回机器日期
            SELECT COMMLEDG-FILE ASSIGN TO "COMMLEDG.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CL-KEY
             FILE STATUS IS WS-COMMLEDG-STATUS.
      * 提成支付台账：SALESSTMT 登记送出，本程序按回执登记已支付
      * 或被拒绝

      *===============================================
       DATA DIVISION.
            05 PAY-FIRSTNAME        PIC X(20).
            05 PAY-REGION           PIC X(5).
            05 PAY-NET-COMMISSION   PIC S9(7)V99.
            05 PAY-YTD-EARNED       PIC S9(7)V99.
            05 PAY-PAID-TO-DATE     PIC S9(7)V99.
            05 PAY-PAY-PERIOD       PIC 9(6).

      * 回执文件：头尾记录照工资接口的做法，明细一人一条
       FD PAYACK-FILE.
            05 RSD-HDR-TYPE         PIC X.
            05 RSD-HDR-RUN-DATE     PIC 9(6).
            05 RSD-HDR-SOURCE       PIC X(8).
            05 FILLER               PIC X(71).
       01 RESEND-DETAIL-REC.
            05 RSD-REC-TYPE         PIC X.
            05 RSD-SALESPERSON-ID   PIC 9(7).
            05 RSD-FIRSTNAME        PIC X(20).
            05 RSD-REGION           PIC X(5).
            05 RSD-NET-COMMISSION   PIC S9(7)V99.
            05 RSD-YTD-EARNED       PIC S9(7)V99.
            05 RSD-PAID-TO-DATE     PIC S9(7)V99.
            05 RSD-PAY-PERIOD       PIC 9(6).
       01 RESEND-TRAILER-REC.
            05 RSD-TRL-TYPE         PIC X.
            05 RSD-TRL-COUNT        PIC 9(7).
            05 RSD-TRL-TOTAL-COMM   PIC S9(9)V99.
            05 RSD-TRL-TOTAL-EARNED PIC S9(9)V99.
            05 FILLER               PIC X(56).

      * 回执核对与账龄报表
       FD RECON-REPORT-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 提成支付台账，布局与 SALESSTMT.cbl 的一致
       FD COMMLEDG-FILE.
       01 COMMLEDG-REC.
            05 CL-KEY.
                10 CL-SALESPERSON-ID PIC 9(7).
                10 CL-PAY-PERIOD    PIC 9(6).
            05 CL-YTD-EARNED        PIC S9(7)V99.
            05 CL-AMOUNT-SENT       PIC S9(7)V99.
            05 CL-DRAW-RECOVERED    PIC S9(7)V99.
            05 CL-AMOUNT-PAID       PIC S9(7)V99.
            05 CL-LAST-SENT         PIC S9(7)V99.
            05 CL-LAST-RECOVERED    PIC S9(7)V99.
            05 CL-LAST-SENT-DATE    PIC 9(8).
            05 CL-STATUS            PIC X.
      * S = 已送出待回执, P = 已确认支付, R = 被工资拒绝
            05 CL-PAID-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PAYCOMM-STATUS       PIC X(2) VALUE '00'.
       01  WS-PAYACK-STATUS        PIC X(2) VALUE '00'.
       01  WS-UNPAID-STATUS        PIC X(2) VALUE '00'.
       01  WS-COMMLEDG-STATUS      PIC X(2) VALUE '00'.
       01  WS-COMMLEDG-AVAIL-SW    PIC X VALUE 'N'.
           88 COMMLEDG-AVAILABLE   VALUE 'Y'.
       01  WS-LEDGER-PAID-COUNT    PIC 9(7) VALUE ZEROES.
       01  WS-LEDGER-PAID-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZEROES.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS       PIC X(2) VALUE '00'.
       01  WS-UNACKED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-RESEND-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-RESEND-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-RESEND-EARNED        PIC S9(9)V99 COMP-3 VALUE ZEROES.

      * 账龄按年乘 365 加月乘 30 加日的粗略天数差计算，做法与
      * SALESSUSPRPT 的一致
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM 0060-LOAD-ACK-TABLE.
           PERFORM 0070-OPEN-UNPAID.
           PERFORM 0075-OPEN-COMM-LEDGER.
           OPEN OUTPUT RESEND-FILE.
           PERFORM 0080-WRITE-RESEND-HEADER.
           PERFORM 0100-MATCH-PAYCOMM.
               GOBACK
           END-IF.

      * 打开提成支付台账；台账由 SALESSTMT 建立，还没有时照常核
      * 对，只是不登记已支付
        0075-OPEN-COMM-LEDGER.
           MOVE 'N' TO WS-COMMLEDG-AVAIL-SW.
           OPEN I-O COMMLEDG-FILE.
           IF WS-COMMLEDG-STATUS = '00'
               MOVE 'Y' TO WS-COMMLEDG-AVAIL-SW
           ELSE
               DISPLAY 'COMMLEDG NOT AVAILABLE, STATUS = '
                   WS-COMMLEDG-STATUS
                   ' - LEDGER NOT UPDATED'
           END-IF.

      * 写重发文件头
        0080-WRITE-RESEND-HEADER.
           MOVE SPACES TO RESEND-HEADER-REC.
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   PERFORM 0150-POST-LEDGER-ACK
               WHEN WS-ACK-FOUND = 'Y' AND WS-ACK-HIT-STATUS = 'R'
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'R' TO UP-STATUS
                   PERFORM 0130-POST-TO-UNPAID
                   PERFORM 0140-WRITE-RESEND-DETAIL
                   PERFORM 0150-POST-LEDGER-ACK
               WHEN OTHER
                   ADD 1 TO WS-UNACKED-COUNT
                   MOVE 'U' TO UP-STATUS
           MOVE PAY-FIRSTNAME TO RSD-FIRSTNAME.
           MOVE PAY-REGION TO RSD-REGION.
           MOVE PAY-NET-COMMISSION TO RSD-NET-COMMISSION.
           MOVE PAY-YTD-EARNED TO RSD-YTD-EARNED.
           MOVE PAY-PAID-TO-DATE TO RSD-PAID-TO-DATE.
           MOVE PAY-PAY-PERIOD TO RSD-PAY-PERIOD.
           WRITE RESEND-DETAIL-REC.
           ADD 1 TO WS-RESEND-COUNT.
           ADD PAY-NET-COMMISSION TO WS-RESEND-TOTAL.
           ADD PAY-YTD-EARNED TO WS-RESEND-EARNED.

      * 按回执登记提成台账上本条明细所属支付期：已支付的把送出
      * 金额记入已支付并置 P，同一份接口重复核对不会重复记账；
      * 被拒绝的置 R，金额仍算已送出，由重发文件补发
        0150-POST-LEDGER-ACK.
           IF COMMLEDG-AVAILABLE
               MOVE PAY-SALESPERSON-ID TO CL-SALESPERSON-ID
               MOVE PAY-PAY-PERIOD TO CL-PAY-PERIOD
               READ COMMLEDG-FILE
                   INVALID KEY
                       DISPLAY 'NO COMMLEDG ENTRY FOR '
                           PAY-SALESPERSON-ID ' ' PAY-PAY-PERIOD
                   NOT INVALID KEY
                       IF CL-STATUS NOT = 'P'
                           IF WS-ACK-HIT-STATUS = 'P'
                               ADD PAY-NET-COMMISSION
                                   TO CL-AMOUNT-PAID
                               MOVE WS-BUS-DATE-N TO CL-PAID-DATE
                               MOVE 'P' TO CL-STATUS
                               ADD 1 TO WS-LEDGER-PAID-COUNT
                               ADD PAY-NET-COMMISSION
                                   TO WS-LEDGER-PAID-TOTAL
                           ELSE
                               MOVE 'R' TO CL-STATUS
                           END-IF
                           REWRITE COMMLEDG-REC
                               INVALID KEY
                                   DISPLAY 'COMMLEDG REWRITE FAILED '
                                       PAY-SALESPERSON-ID
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      * 写重发文件尾
        0300-WRITE-RESEND-TRAILER.
           MOVE 'T' TO RSD-TRL-TYPE.
           MOVE WS-RESEND-COUNT TO RSD-TRL-COUNT.
           MOVE WS-RESEND-TOTAL TO RSD-TRL-TOTAL-COMM.
           MOVE WS-RESEND-EARNED TO RSD-TRL-TOTAL-EARNED.
           WRITE RESEND-TRAILER-REC.

      * 出未兑付账龄报表：逐条列未兑付档上的项目与账龄天数
           MOVE 'RESEND DETAILS WRITTEN' TO RCN-LABEL.
           MOVE WS-RESEND-COUNT TO RCN-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           MOVE 'LEDGER PERIODS MARKED PAID' TO RCN-LABEL.
           MOVE WS-LEDGER-PAID-COUNT TO RCN-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           MOVE 'LEDGER AMOUNT MARKED PAID' TO RCN-LABEL.
           MOVE WS-LEDGER-PAID-TOTAL TO RCN-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
           MOVE 'ITEMS OUTSTANDING' TO RCN-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO RCN-VALUE.
           PERFORM 0330-WRITE-DETAIL-LINE.
      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE UNPAID-FILE.
           IF COMMLEDG-AVAILABLE
               CLOSE COMMLEDG-FILE
           END-IF.
           CLOSE RESEND-FILE.
           CLOSE RECON-REPORT-FILE.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
