      *   and emitted as proposed QUOTATRAN.DAT transactions that   *
      *   QUOTAMAINT can apply once planning signs off.  Replaces   *
      *   the autumn spreadsheet re-keying exercise.                *
      *   Business already booked on SALESORD but not yet invoiced  *
      *   is printed beside the forecast as weighted backlog (open  *
      *   balance times win probability); it is kept out of the     *
      *   forecast and the proposed quotas.                         *
      ***************************************************************

      *===============================================
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：年化本年进度要知道现在是几月
            SELECT SALESORD-FILE ASSIGN TO "SALESORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SO-ORDER-NO
             ALTERNATE RECORD KEY IS SO-SALESPERSON-ID WITH DUPLICATES
             FILE STATUS IS WS-SALESORD-STATUS.
      * 订单档：由 ORDMAINT 程序维护，按销售人员编号取其在手未开
      * 票订单，按成交概率加权后单列一栏，不并入预测额

      *===============================================
       DATA DIVISION.
            05 SF-PRIOR-YEAR-SALES   PIC 9(6)V99 OCCURS 5 TIMES.
            05 SF-ADJUSTMENT         PIC S9(6)V99.
            05 SF-MONTHLY-SALES      PIC 9(6)V99 OCCURS 12 TIMES.
            05 SF-HIRE-DATE          PIC 9(8).
            05 SF-EMP-STATUS         PIC X.
            05 SF-LEAVE-START-DATE   PIC 9(8).
            05 SF-LEAVE-END-DATE     PIC 9(8).

      * 销售定额主档，布局与 QUOTAMAINT.cbl 的一致
       FD QUOTA-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 订单档，布局与 ORDMAINT.cbl 的一致
       FD SALESORD-FILE.
       01 SALESORD-RECORD.
            05 SO-ORDER-NO           PIC X(10).
            05 SO-SALESPERSON-ID     PIC 9(7).
            05 SO-CUSTOMER-NO        PIC 9(7).
            05 SO-REGION             PIC X(5).
            05 SO-BOOKED-DATE        PIC 9(8).
            05 SO-SHIP-MONTH         PIC 9(6).
            05 SO-AMOUNT             PIC 9(7)V99.
            05 SO-RELIEVED-AMT       PIC 9(7)V99.
            05 SO-PROBABILITY        PIC 9(3).
            05 SO-STATUS             PIC X.
                88 SO-OPEN           VALUE 'O'.
                88 SO-FILLED         VALUE 'F'.
                88 SO-CANCELLED      VALUE 'C'.
            05 SO-LAST-INVOICE       PIC X(10).
            05 SO-LAST-RELIEF-DATE   PIC 9(8).
            05 SO-UPDATE-DATE        PIC 9(8).
            05 SO-UPDATE-OPERATOR    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-QUOTA-STATUS         PIC X(2) VALUE '00'.
           88 QUOTA-ON-FILE        VALUE 'Y'.
       01  WS-FCST-VS-QUOTA        PIC S9(9) VALUE ZEROES.

      * 订单档的读取控制项与加权在手订单的工作项
       01  WS-SALESORD-STATUS      PIC X(2) VALUE '00'.
       01  WS-SALESORD-AVAIL-SW    PIC X VALUE 'N'.
           88 SALESORD-AVAILABLE   VALUE 'Y'.
       01  WS-ORD-SCAN-SW          PIC X VALUE 'N'.
           88 ORD-SCAN-DONE        VALUE 'Y'.
       01  WS-ORDER-OPEN           PIC 9(7)V99 VALUE ZEROES.
       01  WS-BACKLOG-SUM          PIC 9(9)V99 VALUE ZEROES.
       01  WS-WTD-BACKLOG          PIC 9(8) VALUE ZEROES.
      * 一人名下各张未开票订单的未开票余额乘成交概率之和
       01  WS-BACKLOG-ORDERS       PIC 9(7) VALUE ZEROES.

      * 区域汇总表
       01  WS-REGION-COUNT         PIC 9(2) VALUE ZEROES.
       01  WS-REGION-TABLE.
                10 WS-FR-REGION    PIC X(5).
                10 WS-FR-FORECAST  PIC 9(10).
                10 WS-FR-QUOTA     PIC 9(10).
                10 WS-FR-BACKLOG   PIC 9(10).
       01  WS-REGION-SUBSCRIPT     PIC 9(2) VALUE 1.

       01  WS-PERSON-COUNT         PIC 9(7) VALUE ZEROES.
            05 FILLER               PIC X(11) VALUE 'FORECAST'.
            05 FILLER               PIC X(11) VALUE 'CUR QUOTA'.
            05 FILLER               PIC X(12) VALUE 'FCST-QUOTA'.
            05 FILLER               PIC X(11) VALUE 'WTD BACKLOG'.
            05 FILLER               PIC X(11) VALUE SPACES.

      * 报表明细行
       01  FCST-DETAIL-LINE.
            05 FCT-QUOTA             PIC Z,ZZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 FCT-VARIANCE          PIC ---,---,--9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 FCT-BACKLOG           PIC Z,ZZZ,ZZ9.
            05 FILLER                PIC X(10) VALUE SPACES.

      * 区域汇总行
       01  FCST-REGION-LINE.
            05 FCR-FORECAST          PIC Z,ZZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 FCR-QUOTA             PIC Z,ZZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 FCR-BACKLOG           PIC Z,ZZZ,ZZZ,ZZ9.
            05 FILLER                PIC X(71) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.
                   WS-QUOTA-STATUS
                   ' - COMPARISON WITHOUT QUOTAS'
           END-IF.
           OPEN INPUT SALESORD-FILE.
           IF WS-SALESORD-STATUS = '00'
               MOVE 'Y' TO WS-SALESORD-AVAIL-SW
           ELSE
               DISPLAY 'SALESORD NOT AVAILABLE, STATUS = '
                   WS-SALESORD-STATUS
                   ' - BACKLOG SHOWN AS ZERO'
           END-IF.
           OPEN OUTPUT FORECAST-FILE.
           OPEN OUTPUT FCST-REPORT-FILE.
           OPEN OUTPUT QUOTATRAN-FILE.
                   MOVE SF-PRIOR-YEAR-SALES (1) TO WS-FORECAST
           END-EVALUATE.
           PERFORM 0120-GET-CURRENT-QUOTA.
           PERFORM 0125-GET-WEIGHTED-BACKLOG.
           PERFORM 0130-WRITE-OUTPUTS.
           PERFORM 0140-ADD-TO-REGION.

               END-READ
           END-IF.

      * 取一人名下的加权在手订单：按销售人员编号定位订单档，逐张
      * 取未开票余额乘成交概率；已开完票或已取消的订单不计。加权
      * 数只单列一栏，预测额与建议定额仍只按历史与本年进度算
        0125-GET-WEIGHTED-BACKLOG.
           MOVE ZEROES TO WS-BACKLOG-SUM.
           MOVE ZEROES TO WS-WTD-BACKLOG.
           MOVE 'N' TO WS-ORD-SCAN-SW.
           IF NOT SALESORD-AVAILABLE
               MOVE 'Y' TO WS-ORD-SCAN-SW
           ELSE
               MOVE SF-SALESPERSON-ID TO SO-SALESPERSON-ID
               START SALESORD-FILE KEY IS EQUAL TO SO-SALESPERSON-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-ORD-SCAN-SW
               END-START
           END-IF.
           PERFORM UNTIL ORD-SCAN-DONE
               READ SALESORD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORD-SCAN-SW
                   NOT AT END
                       IF SO-SALESPERSON-ID NOT = SF-SALESPERSON-ID
                           MOVE 'Y' TO WS-ORD-SCAN-SW
                       ELSE
                           IF SO-OPEN
                                   AND SO-RELIEVED-AMT < SO-AMOUNT
                               ADD 1 TO WS-BACKLOG-ORDERS
                               COMPUTE WS-ORDER-OPEN =
                                   SO-AMOUNT - SO-RELIEVED-AMT
                               COMPUTE WS-BACKLOG-SUM =
                                   WS-BACKLOG-SUM +
                                   WS-ORDER-OPEN * SO-PROBABILITY
                                   / 100
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-WTD-BACKLOG ROUNDED = WS-BACKLOG-SUM
               ON SIZE ERROR MOVE 99999999 TO WS-WTD-BACKLOG
           END-COMPUTE.

      * 写预测文件、报表明细与建议交易
        0130-WRITE-OUTPUTS.
           MOVE SF-SALESPERSON-ID TO FC-SALESPERSON-ID.
           COMPUTE WS-FCST-VS-QUOTA =
               WS-FORECAST - WS-CURRENT-QUOTA.
           MOVE WS-FCST-VS-QUOTA TO FCT-VARIANCE.
           MOVE WS-WTD-BACKLOG TO FCT-BACKLOG.
           MOVE FCST-DETAIL-LINE TO FCST-PRINT-LINE.
           WRITE FCST-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO QTRAN-RECORD.
                   MOVE ZEROES
                       TO WS-FR-FORECAST (WS-REGION-SUBSCRIPT)
                   MOVE ZEROES TO WS-FR-QUOTA (WS-REGION-SUBSCRIPT)
                   MOVE ZEROES
                       TO WS-FR-BACKLOG (WS-REGION-SUBSCRIPT)
               ELSE
                   DISPLAY 'REGION TABLE FULL, REGION DROPPED: '
                       SF-REGION
                   TO WS-FR-FORECAST (WS-REGION-SUBSCRIPT)
               ADD WS-CURRENT-QUOTA
                   TO WS-FR-QUOTA (WS-REGION-SUBSCRIPT)
               ADD WS-WTD-BACKLOG
                   TO WS-FR-BACKLOG (WS-REGION-SUBSCRIPT)
           END-IF.

      * 写区域汇总：各区域的预测合计对现行定额合计，另列加权在手
      * 订单合计
        0300-WRITE-REGION-TOTALS.
           MOVE SPACES TO FCST-PRINT-LINE.
           WRITE FCST-PRINT-LINE AFTER ADVANCING 1 LINE.
               MOVE WS-FR-FORECAST (WS-REGION-SUBSCRIPT)
                   TO FCR-FORECAST
               MOVE WS-FR-QUOTA (WS-REGION-SUBSCRIPT) TO FCR-QUOTA
               MOVE WS-FR-BACKLOG (WS-REGION-SUBSCRIPT)
                   TO FCR-BACKLOG
               MOVE FCST-REGION-LINE TO FCST-PRINT-LINE
               WRITE FCST-PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           DISPLAY 'SALESFCST: ' WS-PERSON-COUNT
               ' FORECASTS, ' WS-TRAN-COUNT
               ' PROPOSED QUOTA TRANSACTIONS'.
           DISPLAY 'SALESFCST: ' WS-BACKLOG-ORDERS
               ' OPEN ORDERS IN WEIGHTED BACKLOG'.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           IF QUOTA-FILE-AVAILABLE
               CLOSE QUOTA-FILE
           END-IF.
           IF SALESORD-AVAILABLE
               CLOSE SALESORD-FILE
           END-IF.
           CLOSE FORECAST-FILE.
           CLOSE FCST-REPORT-FILE.
           CLOSE QUOTATRAN-FILE.
