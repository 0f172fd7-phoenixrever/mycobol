       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDBACKLOG.
      * 程序名称：按区域、预计发货月在手订单报表
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Open order backlog: every order on SALESORD still open     *
      *   and not fully invoiced is sorted by region and expected   *
      *   ship month and listed with its amount, what SALESPOST has *
      *   relieved so far, the open balance, and that balance       *
      *   weighted by its close probability - the same weighted     *
      *   figure SALESFCST carries.  An order whose ship month is   *
      *   already behind the business month is flagged with the     *
      *   months it is late.  Subtotals by ship month and region,   *
      *   a company total, and control totals.  Modeled on FXEXPOSE.*
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALESORD-FILE ASSIGN TO "SALESORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SO-ORDER-NO
             ALTERNATE RECORD KEY IS SO-SALESPERSON-ID WITH DUPLICATES
             FILE STATUS IS WS-SALESORD-STATUS.
      * ORDMAINT 维护、SALESPOST 冲减的订单档
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档：订单按销售员现在所在的区域归集
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：过了预计发货月的订单按业务月判定；档不
      * 存在时退回机器日期
            SELECT BL-SORT-FILE ASSIGN TO "ORDBACKLOGSORT.DAT".
      * 按区域、发货月、订单号排序用的工作文件
            SELECT BL-REPORT-FILE ASSIGN TO "ORDBACKLOG.RPT".
      * 在手订单报表

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 订单档，布局与 ORDMAINT.cbl 的一致
       FD SALESORD-FILE.
       01 SALESORD-REC.
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
      * O = 在手, F = 已全额开票, C = 已取消
            05 SO-LAST-INVOICE       PIC X(10).
            05 SO-LAST-RELIEF-DATE   PIC 9(8).
            05 SO-UPDATE-DATE        PIC 9(8).
            05 SO-UPDATE-OPERATOR    PIC X(8).

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

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 排序工作文件：一张在手订单一条，按区域、发货月、订单号
      * 升序；在手余额、加权余额与逾期月数在输入过程里算好
       SD BL-SORT-FILE.
       01 BL-SORT-RECORD.
            88 ENDOFSORTED VALUE HIGH-VALUES.
            05 BLS-REGION            PIC X(5).
            05 BLS-SHIP-MONTH        PIC 9(6).
            05 BLS-ORDER-NO          PIC X(10).
            05 BLS-SALESPERSON-ID    PIC 9(7).
            05 BLS-CUSTOMER-NO       PIC 9(7).
            05 BLS-BOOKED-DATE       PIC 9(8).
            05 BLS-AMOUNT            PIC 9(7)V99.
            05 BLS-RELIEVED-AMT      PIC 9(7)V99.
            05 BLS-OPEN-AMT          PIC 9(7)V99.
            05 BLS-PROBABILITY       PIC 9(3).
            05 BLS-WEIGHTED-AMT      PIC 9(7)V99.
            05 BLS-MONTHS-LATE       PIC 9(3).

      * 在手订单报表
       FD BL-REPORT-FILE.
       01 BL-PRINT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESORD-STATUS       PIC X(2) VALUE '00'.
       01  WS-ORDER-SW              PIC X VALUE 'N'.
           88 ENDOFORDERS           VALUE 'Y'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-SALESFILE-AVAIL-SW    PIC X VALUE 'N'.
           88 SALESFILE-AVAILABLE   VALUE 'Y'.

      * 业务日期：本月按业务日期的年月定
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CCYY           PIC 9(4).
            05 WS-BD-MM             PIC 99.
            05 WS-BD-DD             PIC 99.
       01  WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE-WORK PIC 9(8).
       01  WS-RUN-DATE.
            05 WS-RD-YY             PIC 99.
            05 WS-RD-MM             PIC 99.
            05 WS-RD-DD             PIC 99.
       01  WS-BUS-CCYYMM            PIC 9(6) VALUE ZEROES.
       01  WS-SHIP-MONTH-WORK.
            05 WS-SHM-CCYY          PIC 9(4).
            05 WS-SHM-MM            PIC 99.

      * 控制中断的当前键与累计；各层累计同一个布局，结清一层时
      * 并进上一层
       01  WS-HAVE-GROUP-SW         PIC X VALUE 'N'.
           88 GROUP-IN-PROGRESS     VALUE 'Y'.
       01  WS-CURR-REGION           PIC X(5) VALUE SPACES.
       01  WS-CURR-SHIP-MONTH       PIC 9(6) VALUE ZEROES.
       01  WS-MONTH-TOTALS.
            05 WS-MT-COUNT          PIC 9(7) VALUE ZEROES.
            05 WS-MT-LATE-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-MT-AMOUNT         PIC 9(9)V99 VALUE ZEROES.
            05 WS-MT-RELIEVED       PIC 9(9)V99 VALUE ZEROES.
            05 WS-MT-OPEN           PIC 9(9)V99 VALUE ZEROES.
            05 WS-MT-WEIGHTED       PIC 9(9)V99 VALUE ZEROES.
       01  WS-REGION-TOTALS.
            05 WS-RG-COUNT          PIC 9(7) VALUE ZEROES.
            05 WS-RG-LATE-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-RG-AMOUNT         PIC 9(9)V99 VALUE ZEROES.
            05 WS-RG-RELIEVED       PIC 9(9)V99 VALUE ZEROES.
            05 WS-RG-OPEN           PIC 9(9)V99 VALUE ZEROES.
            05 WS-RG-WEIGHTED       PIC 9(9)V99 VALUE ZEROES.
       01  WS-COMPANY-TOTALS.
            05 WS-CO-COUNT          PIC 9(7) VALUE ZEROES.
            05 WS-CO-LATE-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-CO-AMOUNT         PIC 9(9)V99 COMP-3 VALUE ZEROES.
            05 WS-CO-RELIEVED       PIC 9(9)V99 COMP-3 VALUE ZEROES.
            05 WS-CO-OPEN           PIC 9(9)V99 COMP-3 VALUE ZEROES.
            05 WS-CO-WEIGHTED       PIC 9(9)V99 COMP-3 VALUE ZEROES.

      * 控制总计：读到的订单、列出的在手订单、跳过的已开票或已
      * 取消订单、主档上找不到销售员（按接单时区域归集）的订单
       01  WS-ORDERS-READ           PIC 9(7) VALUE ZEROES.
       01  WS-ORDERS-CLOSED         PIC 9(7) VALUE ZEROES.
       01  WS-ORDERS-NO-REP         PIC 9(7) VALUE ZEROES.

      * 报表抬头行
       01  BL-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(50) VALUE
               'OPEN ORDER BACKLOG BY REGION AND SHIP MONTH'.
            05 FILLER               PIC X(13) VALUE 'BUSINESS DATE'.
            05 BLT-DATE             PIC 9(8).
            05 FILLER               PIC X(56) VALUE SPACES.

      * 报表标题行
       01  BL-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'REGN'.
            05 FILLER               PIC X(7)  VALUE 'SHIP'.
            05 FILLER               PIC X(11) VALUE 'ORDER NO'.
            05 FILLER               PIC X(8)  VALUE 'REP'.
            05 FILLER               PIC X(8)  VALUE 'CUSTOMER'.
            05 FILLER               PIC X(9)  VALUE 'BOOKED'.
            05 FILLER               PIC X(14) VALUE '  ORDER AMOUNT'.
            05 FILLER               PIC X(14) VALUE '      INVOICED'.
            05 FILLER               PIC X(14) VALUE '  OPEN BALANCE'.
            05 FILLER               PIC X(4)  VALUE 'PCT'.
            05 FILLER               PIC X(14) VALUE '      WEIGHTED'.
            05 FILLER               PIC X(18) VALUE 'AGED'.

      * 订单明细行
       01  BL-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 BLD-REGION            PIC X(5).
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-SHIP-MONTH        PIC 9(6).
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-ORDER-NO          PIC X(10).
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-SALESPERSON-ID    PIC 9(7).
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-CUSTOMER-NO       PIC 9(7).
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-BOOKED-DATE       PIC 9(8).
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-RELIEVED-AMT      PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-OPEN-AMT          PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-PROBABILITY       PIC ZZ9.
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-WEIGHTED-AMT      PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BLD-AGED-FLAG         PIC X(8).
            05 BLD-MONTHS-LATE       PIC ZZ9 BLANK WHEN ZERO.
            05 FILLER                PIC X(7)  VALUE SPACES.

      * 小计/合计行：标签占区域到接单日期几栏的位置，把握栏留空
       01  BL-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 BLT-LABEL             PIC X(33).
            05 BLT-COUNT             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(9)  VALUE ' ORDERS'.
            05 BLT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BLT-RELIEVED-AMT      PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BLT-OPEN-AMT          PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 BLT-WEIGHTED-AMT      PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACE.
            05 BLT-LATE-NOTE         PIC X(11).
            05 FILLER                PIC X(7)  VALUE SPACES.
       01  WS-LATE-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-LATE-NOTE-WORK.
            05 WS-LN-LATE-COUNT     PIC ZZ,ZZ9.
            05 FILLER               PIC X(5)  VALUE ' LATE'.

      * 控制总计行
       01  CONTROL-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CTL-LABEL             PIC X(30).
            05 CTL-VALUE             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(90) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期，在手订单按区域、发货月排好序后做两
      * 层控制中断汇总，最后写控制总计
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS = '00'
               MOVE 'Y' TO WS-SALESFILE-AVAIL-SW
           ELSE
               DISPLAY 'SALESFILE NOT AVAILABLE, STATUS = '
                   WS-SALESFILE-STATUS
                   ' - ORDERS GROUPED BY BOOKING REGION'
           END-IF.
           OPEN OUTPUT BL-REPORT-FILE.
           MOVE WS-BUS-DATE-NUM TO BLT-DATE.
           MOVE BL-TITLE-LINE TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE.
           MOVE BL-HEADING-LINE TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE.
           SORT BL-SORT-FILE
               ON ASCENDING KEY BLS-REGION, BLS-SHIP-MONTH,
                                BLS-ORDER-NO
               INPUT PROCEDURE IS 0100-RELEASE-ORDERS
               OUTPUT PROCEDURE IS 0200-SUMMARIZE.
           PERFORM 0300-WRITE-CONTROL-TOTALS.
           PERFORM 0900-STOP-RUN.

      * 取业务日期：优先用 BUSDATE 程序登记的业务日期；控制档
      * 不存在或内容不对时退回机器日期（世纪按 20 处理）
        0055-GET-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSDATE-SW.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF BD-BUSINESS-DATE NUMERIC
                                AND BD-BUSINESS-DATE > ZEROES
                            MOVE BD-BUSINESS-DATE
                                TO WS-BUS-DATE-WORK
                            MOVE 'Y' TO WS-BUSDATE-SW
                        END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF NOT BUSDATE-ON-FILE
               ACCEPT WS-RUN-DATE FROM DATE
               COMPUTE WS-BD-CCYY = 2000 + WS-RD-YY
               MOVE WS-RD-MM TO WS-BD-MM
               MOVE WS-RD-DD TO WS-BD-DD
           END-IF.
           COMPUTE WS-BUS-CCYYMM = WS-BD-CCYY * 100 + WS-BD-MM.

      * 排序输入过程：逐条读订单档，只取在手（状态 O）且还有余
      * 额的订单；已开票或已取消的只计数
        0100-RELEASE-ORDERS.
           OPEN INPUT SALESORD-FILE.
           IF WS-SALESORD-STATUS NOT = '00'
               DISPLAY 'SALESORD OPEN FAILED, STATUS = '
                   WS-SALESORD-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               READ SALESORD-FILE
                    AT END SET ENDOFORDERS TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFORDERS
                   ADD 1 TO WS-ORDERS-READ
                   IF SO-STATUS = 'O' AND SO-RELIEVED-AMT < SO-AMOUNT
                       PERFORM 0110-RELEASE-ONE-ORDER
                   ELSE
                       ADD 1 TO WS-ORDERS-CLOSED
                   END-IF
                   READ SALESORD-FILE
                        AT END SET ENDOFORDERS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SALESORD-FILE
           END-IF.

      * 一张在手订单进排序：区域取销售员现在在主档上的区域（销
      * 售员不在主档上时取接单时记的区域）；在手余额按成交把握
      * 加权；预计发货月早于业务月的算逾期，记逾期月数
        0110-RELEASE-ONE-ORDER.
           MOVE SO-REGION TO BLS-REGION.
           IF SALESFILE-AVAILABLE
               MOVE SO-SALESPERSON-ID TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       ADD 1 TO WS-ORDERS-NO-REP
                   NOT INVALID KEY
                       MOVE REGION TO BLS-REGION
               END-READ
           END-IF.
           MOVE SO-SHIP-MONTH TO BLS-SHIP-MONTH.
           MOVE SO-ORDER-NO TO BLS-ORDER-NO.
           MOVE SO-SALESPERSON-ID TO BLS-SALESPERSON-ID.
           MOVE SO-CUSTOMER-NO TO BLS-CUSTOMER-NO.
           MOVE SO-BOOKED-DATE TO BLS-BOOKED-DATE.
           MOVE SO-AMOUNT TO BLS-AMOUNT.
           MOVE SO-RELIEVED-AMT TO BLS-RELIEVED-AMT.
           COMPUTE BLS-OPEN-AMT = SO-AMOUNT - SO-RELIEVED-AMT.
           MOVE SO-PROBABILITY TO BLS-PROBABILITY.
           COMPUTE BLS-WEIGHTED-AMT ROUNDED =
               BLS-OPEN-AMT * SO-PROBABILITY / 100.
           MOVE ZEROES TO BLS-MONTHS-LATE.
           IF SO-SHIP-MONTH < WS-BUS-CCYYMM
               MOVE SO-SHIP-MONTH TO WS-SHIP-MONTH-WORK
               COMPUTE BLS-MONTHS-LATE =
                   (WS-BD-CCYY * 12 + WS-BD-MM)
                   - (WS-SHM-CCYY * 12 + WS-SHM-MM)
                   ON SIZE ERROR
                       MOVE 999 TO BLS-MONTHS-LATE
               END-COMPUTE
           END-IF.
           RELEASE BL-SORT-RECORD.

      * 排序输出过程：区域、发货月两层控制中断，逐单列明细
        0200-SUMMARIZE.
           RETURN BL-SORT-FILE
                AT END SET ENDOFSORTED TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFSORTED
               IF GROUP-IN-PROGRESS
                   IF BLS-REGION NOT = WS-CURR-REGION
                       PERFORM 0230-CLOSE-MONTH
                       PERFORM 0250-CLOSE-REGION
                   ELSE
                       IF BLS-SHIP-MONTH NOT = WS-CURR-SHIP-MONTH
                           PERFORM 0230-CLOSE-MONTH
                       END-IF
                   END-IF
               END-IF
               IF NOT GROUP-IN-PROGRESS
                   MOVE 'Y' TO WS-HAVE-GROUP-SW
               END-IF
               MOVE BLS-REGION TO WS-CURR-REGION
               MOVE BLS-SHIP-MONTH TO WS-CURR-SHIP-MONTH
               PERFORM 0210-WRITE-DETAIL
               RETURN BL-SORT-FILE
                    AT END SET ENDOFSORTED TO TRUE
               END-RETURN
           END-PERFORM.
           IF GROUP-IN-PROGRESS
               PERFORM 0230-CLOSE-MONTH
               PERFORM 0250-CLOSE-REGION
           END-IF.
           MOVE SPACES TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'COMPANY TOTAL' TO BLT-LABEL.
           MOVE WS-CO-COUNT TO BLT-COUNT.
           MOVE WS-CO-AMOUNT TO BLT-AMOUNT.
           MOVE WS-CO-RELIEVED TO BLT-RELIEVED-AMT.
           MOVE WS-CO-OPEN TO BLT-OPEN-AMT.
           MOVE WS-CO-WEIGHTED TO BLT-WEIGHTED-AMT.
           MOVE WS-CO-LATE-COUNT TO WS-LATE-COUNT.
           PERFORM 0260-WRITE-TOTAL-LINE.

      * 写一张订单的明细行并进发货月小计；逾期的订单注明逾期
      * 月数
        0210-WRITE-DETAIL.
           MOVE BLS-REGION TO BLD-REGION.
           MOVE BLS-SHIP-MONTH TO BLD-SHIP-MONTH.
           MOVE BLS-ORDER-NO TO BLD-ORDER-NO.
           MOVE BLS-SALESPERSON-ID TO BLD-SALESPERSON-ID.
           MOVE BLS-CUSTOMER-NO TO BLD-CUSTOMER-NO.
           MOVE BLS-BOOKED-DATE TO BLD-BOOKED-DATE.
           MOVE BLS-AMOUNT TO BLD-AMOUNT.
           MOVE BLS-RELIEVED-AMT TO BLD-RELIEVED-AMT.
           MOVE BLS-OPEN-AMT TO BLD-OPEN-AMT.
           MOVE BLS-PROBABILITY TO BLD-PROBABILITY.
           MOVE BLS-WEIGHTED-AMT TO BLD-WEIGHTED-AMT.
           MOVE BLS-MONTHS-LATE TO BLD-MONTHS-LATE.
           IF BLS-MONTHS-LATE > ZEROES
               MOVE '** LATE' TO BLD-AGED-FLAG
               ADD 1 TO WS-MT-LATE-COUNT
           ELSE
               MOVE SPACES TO BLD-AGED-FLAG
           END-IF.
           MOVE BL-DETAIL-LINE TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-MT-COUNT.
           ADD BLS-AMOUNT TO WS-MT-AMOUNT.
           ADD BLS-RELIEVED-AMT TO WS-MT-RELIEVED.
           ADD BLS-OPEN-AMT TO WS-MT-OPEN.
           ADD BLS-WEIGHTED-AMT TO WS-MT-WEIGHTED.

      * 结清一个发货月：写小计行，并进区域小计
        0230-CLOSE-MONTH.
           MOVE SPACES TO BLT-LABEL.
           STRING '  SHIP MONTH ' DELIMITED BY SIZE
                  WS-CURR-SHIP-MONTH DELIMITED BY SIZE
                  INTO BLT-LABEL
           END-STRING.
           MOVE WS-MT-COUNT TO BLT-COUNT.
           MOVE WS-MT-AMOUNT TO BLT-AMOUNT.
           MOVE WS-MT-RELIEVED TO BLT-RELIEVED-AMT.
           MOVE WS-MT-OPEN TO BLT-OPEN-AMT.
           MOVE WS-MT-WEIGHTED TO BLT-WEIGHTED-AMT.
           MOVE WS-MT-LATE-COUNT TO WS-LATE-COUNT.
           PERFORM 0260-WRITE-TOTAL-LINE.
           MOVE SPACES TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-MT-COUNT TO WS-RG-COUNT.
           ADD WS-MT-LATE-COUNT TO WS-RG-LATE-COUNT.
           ADD WS-MT-AMOUNT TO WS-RG-AMOUNT.
           ADD WS-MT-RELIEVED TO WS-RG-RELIEVED.
           ADD WS-MT-OPEN TO WS-RG-OPEN.
           ADD WS-MT-WEIGHTED TO WS-RG-WEIGHTED.
           MOVE ZEROES TO WS-MT-COUNT.
           MOVE ZEROES TO WS-MT-LATE-COUNT.
           MOVE ZEROES TO WS-MT-AMOUNT.
           MOVE ZEROES TO WS-MT-RELIEVED.
           MOVE ZEROES TO WS-MT-OPEN.
           MOVE ZEROES TO WS-MT-WEIGHTED.

      * 结清一个区域：写区域小计，并进公司合计
        0250-CLOSE-REGION.
           MOVE SPACES TO BLT-LABEL.
           STRING 'TOTAL REGION ' DELIMITED BY SIZE
                  WS-CURR-REGION DELIMITED BY SIZE
                  INTO BLT-LABEL
           END-STRING.
           MOVE WS-RG-COUNT TO BLT-COUNT.
           MOVE WS-RG-AMOUNT TO BLT-AMOUNT.
           MOVE WS-RG-RELIEVED TO BLT-RELIEVED-AMT.
           MOVE WS-RG-OPEN TO BLT-OPEN-AMT.
           MOVE WS-RG-WEIGHTED TO BLT-WEIGHTED-AMT.
           MOVE WS-RG-LATE-COUNT TO WS-LATE-COUNT.
           PERFORM 0260-WRITE-TOTAL-LINE.
           MOVE SPACES TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-RG-COUNT TO WS-CO-COUNT.
           ADD WS-RG-LATE-COUNT TO WS-CO-LATE-COUNT.
           ADD WS-RG-AMOUNT TO WS-CO-AMOUNT.
           ADD WS-RG-RELIEVED TO WS-CO-RELIEVED.
           ADD WS-RG-OPEN TO WS-CO-OPEN.
           ADD WS-RG-WEIGHTED TO WS-CO-WEIGHTED.
           MOVE ZEROES TO WS-RG-COUNT.
           MOVE ZEROES TO WS-RG-LATE-COUNT.
           MOVE ZEROES TO WS-RG-AMOUNT.
           MOVE ZEROES TO WS-RG-RELIEVED.
           MOVE ZEROES TO WS-RG-OPEN.
           MOVE ZEROES TO WS-RG-WEIGHTED.

      * 写一行小计/合计；逾期张数为零时逾期注记留空
        0260-WRITE-TOTAL-LINE.
           IF WS-LATE-COUNT = ZEROES
               MOVE SPACES TO BLT-LATE-NOTE
           ELSE
               MOVE WS-LATE-COUNT TO WS-LN-LATE-COUNT
               MOVE WS-LATE-NOTE-WORK TO BLT-LATE-NOTE
           END-IF.
           MOVE BL-TOTAL-LINE TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 报表末尾的控制总计
        0300-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'ORDERS READ' TO CTL-LABEL.
           MOVE WS-ORDERS-READ TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'OPEN ORDERS LISTED' TO CTL-LABEL.
           MOVE WS-CO-COUNT TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'INVOICED OR CANCELLED' TO CTL-LABEL.
           MOVE WS-ORDERS-CLOSED TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'PAST EXPECTED SHIP MONTH' TO CTL-LABEL.
           MOVE WS-CO-LATE-COUNT TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.
           MOVE 'REP NOT ON MASTER' TO CTL-LABEL.
           MOVE WS-ORDERS-NO-REP TO CTL-VALUE.
           PERFORM 0310-WRITE-CONTROL-LINE.

      * 写一行控制总计
        0310-WRITE-CONTROL-LINE.
           MOVE CONTROL-TOTAL-LINE TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           IF SALESFILE-AVAILABLE
               CLOSE SALESFILE
           END-IF.
           CLOSE BL-REPORT-FILE.
      * GOBACK 而非 STOP RUN，便于本程序被其他程序用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM ORDBACKLOG.
