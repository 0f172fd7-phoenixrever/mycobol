       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANCONF.
      * 程序名称：客户归属冲突夜报
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Nightly channel-conflict report.  SALESPOST compares every *
      *   invoice with the customer's owning salesperson and writes *
      *   each posting by someone other than the owner (or against  *
      *   a house account) to the conflict file, marked as posted,  *
      *   held for dual approval, or posted after release.  This    *
      *   program sorts that file by customer region and customer   *
      *   and lists the invoices with customer and region totals.   *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONFLICT-FILE ASSIGN TO "CONFLICT.DAT"
             FILE STATUS IS WS-CONFLICT-STATUS.
      * SALESPOST 写出的当晚归属冲突档
            SELECT CONF-SORT-FILE ASSIGN TO "CHANCONFSORT.DAT".
      * 排序工作文件：区域、客户、发票号
            SELECT CONF-REPORT-FILE ASSIGN TO "CHANCONF.RPT".
      * 归属冲突报表
            SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
             FILE STATUS IS WS-RUNCTL-STATUS.
      * 夜批运行控制档，布局与各批量程序一致；NIGHTRESTART 据此
      * 判断本步是否已经跑完，RUNSTATUS 出看板
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：控制记录记业务日

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 归属冲突档，布局与 SALESPOST.cbl 写出的一致
       FD CONFLICT-FILE.
       01 CONFLICT-REC.
            05 CF-RUN-DATE           PIC 9(6).
            05 CF-REGION             PIC X(5).
            05 CF-CUSTOMER-NO        PIC 9(7).
            05 CF-CUSTOMER-NAME      PIC X(30).
            05 CF-OWNER-ID           PIC 9(7).
            05 CF-HOUSE-FLAG         PIC X.
            05 CF-SALESPERSON-ID     PIC 9(7).
            05 CF-INVOICE-NO         PIC X(10).
            05 CF-SALE-DATE          PIC 9(8).
            05 CF-TRAN-TYPE          PIC X.
            05 CF-AMOUNT             PIC 9(6)V99.
            05 CF-ACTION             PIC X.
      * R = 已过账只上报表, H = 持单待复核, A = 复核放行后过账

      * 排序工作文件，与冲突档同一布局
       SD CONF-SORT-FILE.
       01 CONF-SORT-REC.
            88 ENDOFSORT VALUE HIGH-VALUES.
            05 CS-RUN-DATE           PIC 9(6).
            05 CS-REGION             PIC X(5).
            05 CS-CUSTOMER-NO        PIC 9(7).
            05 CS-CUSTOMER-NAME      PIC X(30).
            05 CS-OWNER-ID           PIC 9(7).
            05 CS-HOUSE-FLAG         PIC X.
            05 CS-SALESPERSON-ID     PIC 9(7).
            05 CS-INVOICE-NO         PIC X(10).
            05 CS-SALE-DATE          PIC 9(8).
            05 CS-TRAN-TYPE          PIC X.
            05 CS-AMOUNT             PIC 9(6)V99.
            05 CS-ACTION             PIC X.

      * 归属冲突报表
       FD CONF-REPORT-FILE.
       01 CONF-PRINT-LINE           PIC X(132).

      * 夜批运行控制档
       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
            05 RC-PROGRAM           PIC X(12).
            05 RC-RECORD-TYPE       PIC X.
            05 RC-DATE              PIC 9(6).
            05 RC-TIME              PIC 9(8).
            05 RC-RECORDS-READ      PIC 9(7).
            05 RC-RECORDS-WRITTEN   PIC 9(7).
            05 RC-RECORDS-REJECTED  PIC 9(7).
            05 RC-RETURN-CODE       PIC 9(4).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CONFLICT-STATUS       PIC X(2) VALUE '00'.
       01  WS-CONFLICT-SW           PIC X VALUE 'N'.
           88 CONFLICT-ON-FILE      VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.

      * 夜批运行控制档的写记录控制项
       01  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
       01  WS-RUNCTL-TYPE           PIC X VALUE 'S'.
       01  WS-RUNCTL-TIME           PIC 9(8) VALUE ZEROES.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CC             PIC 99.
            05 WS-BD-YYMMDD         PIC 9(6).

      * 控制中断项与小计
       01  WS-FIRST-SW              PIC X VALUE 'Y'.
           88 FIRST-RECORD          VALUE 'Y'.
       01  WS-PREV-REGION           PIC X(5) VALUE SPACES.
       01  WS-PREV-CUSTOMER         PIC 9(7) VALUE ZEROES.
       01  WS-SIGNED-AMOUNT         PIC S9(7)V99 VALUE ZEROES.
       01  WS-CUST-COUNT            PIC 9(5) VALUE ZEROES.
       01  WS-CUST-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-REGION-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-REGION-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-TOTAL-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-POSTED-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-HELD-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-RELEASED-COUNT        PIC 9(7) VALUE ZEROES.

      * 报表标题行
       01  CONF-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(7)  VALUE 'REGION'.
            05 FILLER               PIC X(9)  VALUE 'CUSTOMER'.
            05 FILLER               PIC X(32) VALUE 'NAME'.
            05 FILLER               PIC X(9)  VALUE 'OWNER'.
            05 FILLER               PIC X(9)  VALUE 'POSTED BY'.
            05 FILLER               PIC X(12) VALUE 'INVOICE NO'.
            05 FILLER               PIC X(10) VALUE 'SALE DATE'.
            05 FILLER               PIC X(3)  VALUE 'T'.
            05 FILLER               PIC X(13) VALUE '       AMOUNT'.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(21) VALUE 'ACTION'.

      * 报表明细行
       01  CONF-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CDL-REGION            PIC X(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-CUSTOMER-NO       PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-CUSTOMER-NAME     PIC X(30).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-OWNER             PIC X(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-SALESPERSON-ID    PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-INVOICE-NO        PIC X(10).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-SALE-DATE         PIC 9(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-TRAN-TYPE         PIC X.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-AMOUNT            PIC --,---,--9.99.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-ACTION            PIC X(21).

      * 客户/区域小计与全报表合计行
       01  CONF-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CTL-LABEL             PIC X(30).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CTL-COUNT             PIC ZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 FILLER                PIC X(9)  VALUE 'INVOICES'.
            05 FILLER                PIC X(47) VALUE SPACES.
            05 CTL-AMOUNT            PIC ---,---,--9.99.
            05 FILLER                PIC X(17) VALUE SPACES.

      * 尾部汇总行
       01  CONF-SUMMARY-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CSL-LABEL             PIC X(30).
            05 CSL-VALUE             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(90) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：冲突档按区域、客户排序后逐条出明细，客户与区域
      * 换了就出小计；当晚没有冲突档时出一行说明收工
        0050-OPEN-FILE.
           PERFORM 0045-GET-BUSINESS-DATE.
           MOVE 'S' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
           OPEN OUTPUT CONF-REPORT-FILE.
           MOVE CONF-HEADING-LINE TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE.
           MOVE 'N' TO WS-CONFLICT-SW.
           OPEN INPUT CONFLICT-FILE.
           IF WS-CONFLICT-STATUS = '00'
               MOVE 'Y' TO WS-CONFLICT-SW
               CLOSE CONFLICT-FILE
           END-IF.
           IF CONFLICT-ON-FILE
               SORT CONF-SORT-FILE
                   ON ASCENDING KEY CS-REGION, CS-CUSTOMER-NO,
                       CS-INVOICE-NO, CS-SALESPERSON-ID
                   USING CONFLICT-FILE
                   OUTPUT PROCEDURE IS 0100-PRINT-CONFLICTS
           ELSE
               MOVE 'NO CONFLICT FILE TONIGHT - NOTHING TO REPORT'
                   TO CONF-PRINT-LINE
               WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0300-WRITE-SUMMARY.
           PERFORM 0900-STOP-RUN.

      * 取运行日期：优先用 BUSDATE 程序登记的业务日期；控制档不
      * 存在或内容不对时退回机器日期
        0045-GET-BUSINESS-DATE.
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
           IF BUSDATE-ON-FILE
               MOVE WS-BD-YYMMDD TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE
           END-IF.

      * 向夜批运行控制档追加一条开始/结束记录，做法与
      * SALESMAINT.cbl 的 0350 段一致
        0350-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               OPEN OUTPUT RUNCTL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'CHANCONF' TO RC-PROGRAM
               MOVE WS-RUNCTL-TYPE TO RC-RECORD-TYPE
               MOVE WS-RUN-DATE TO RC-DATE
               ACCEPT WS-RUNCTL-TIME FROM TIME
               MOVE WS-RUNCTL-TIME TO RC-TIME
               MOVE WS-TOTAL-COUNT TO RC-RECORDS-READ
               MOVE WS-TOTAL-COUNT TO RC-RECORDS-WRITTEN
               MOVE ZEROES TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           ELSE
               DISPLAY 'RUN CONTROL OPEN FAILED, STATUS = '
                   WS-RUNCTL-STATUS
           END-IF.

      * 排序输出过程：逐条出明细，客户或区域换了先出小计
        0100-PRINT-CONFLICTS.
           RETURN CONF-SORT-FILE
                AT END SET ENDOFSORT TO TRUE
                END-RETURN.
           PERFORM UNTIL ENDOFSORT
               IF FIRST-RECORD
                   MOVE 'N' TO WS-FIRST-SW
                   MOVE CS-REGION TO WS-PREV-REGION
                   MOVE CS-CUSTOMER-NO TO WS-PREV-CUSTOMER
               ELSE
                   IF CS-REGION NOT = WS-PREV-REGION
                       PERFORM 0210-CUSTOMER-BREAK
                       PERFORM 0220-REGION-BREAK
                       MOVE CS-REGION TO WS-PREV-REGION
                       MOVE CS-CUSTOMER-NO TO WS-PREV-CUSTOMER
                   ELSE
                       IF CS-CUSTOMER-NO NOT = WS-PREV-CUSTOMER
                           PERFORM 0210-CUSTOMER-BREAK
                           MOVE CS-CUSTOMER-NO TO WS-PREV-CUSTOMER
                       END-IF
                   END-IF
               END-IF
               PERFORM 0110-PRINT-DETAIL
               RETURN CONF-SORT-FILE
                    AT END SET ENDOFSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD
               PERFORM 0210-CUSTOMER-BREAK
               PERFORM 0220-REGION-BREAK
           END-IF.

      * 出一行冲突明细并累计；退货带负号计入小计
        0110-PRINT-DETAIL.
           MOVE CS-REGION TO CDL-REGION.
           MOVE CS-CUSTOMER-NO TO CDL-CUSTOMER-NO.
           MOVE CS-CUSTOMER-NAME TO CDL-CUSTOMER-NAME.
           IF CS-HOUSE-FLAG = 'Y'
               MOVE 'HOUSE' TO CDL-OWNER
           ELSE
               MOVE CS-OWNER-ID TO CDL-OWNER
           END-IF.
           MOVE CS-SALESPERSON-ID TO CDL-SALESPERSON-ID.
           MOVE CS-INVOICE-NO TO CDL-INVOICE-NO.
           MOVE CS-SALE-DATE TO CDL-SALE-DATE.
           MOVE CS-TRAN-TYPE TO CDL-TRAN-TYPE.
           IF CS-TRAN-TYPE = 'R'
               COMPUTE WS-SIGNED-AMOUNT = 0 - CS-AMOUNT
           ELSE
               MOVE CS-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF.
           MOVE WS-SIGNED-AMOUNT TO CDL-AMOUNT.
           EVALUATE CS-ACTION
               WHEN 'H'
                   MOVE 'HELD FOR APPROVAL' TO CDL-ACTION
                   ADD 1 TO WS-HELD-COUNT
               WHEN 'A'
                   MOVE 'POSTED AFTER RELEASE' TO CDL-ACTION
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN OTHER
                   MOVE 'POSTED - REPORTED' TO CDL-ACTION
                   ADD 1 TO WS-POSTED-COUNT
           END-EVALUATE.
           MOVE CONF-DETAIL-LINE TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CUST-COUNT.
           ADD WS-SIGNED-AMOUNT TO WS-CUST-AMOUNT.

      * 客户小计：并入区域小计后清零
        0210-CUSTOMER-BREAK.
           MOVE SPACES TO CTL-LABEL.
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  WS-PREV-CUSTOMER DELIMITED BY SIZE
                  INTO CTL-LABEL
           END-STRING.
           MOVE WS-CUST-COUNT TO CTL-COUNT.
           MOVE WS-CUST-AMOUNT TO CTL-AMOUNT.
           MOVE CONF-TOTAL-LINE TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-CUST-COUNT TO WS-REGION-COUNT.
           ADD WS-CUST-AMOUNT TO WS-REGION-AMOUNT.
           MOVE ZEROES TO WS-CUST-COUNT.
           MOVE ZEROES TO WS-CUST-AMOUNT.

      * 区域小计：并入全报表合计后清零
        0220-REGION-BREAK.
           MOVE SPACES TO CTL-LABEL.
           STRING 'TOTAL REGION ' DELIMITED BY SIZE
                  WS-PREV-REGION DELIMITED BY SIZE
                  INTO CTL-LABEL
           END-STRING.
           MOVE WS-REGION-COUNT TO CTL-COUNT.
           MOVE WS-REGION-AMOUNT TO CTL-AMOUNT.
           MOVE CONF-TOTAL-LINE TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-REGION-COUNT TO WS-TOTAL-COUNT.
           ADD WS-REGION-AMOUNT TO WS-TOTAL-AMOUNT.
           MOVE ZEROES TO WS-REGION-COUNT.
           MOVE ZEROES TO WS-REGION-AMOUNT.

      * 写全报表合计与按处理方式的汇总
        0300-WRITE-SUMMARY.
           MOVE 'TOTAL ALL REGIONS' TO CTL-LABEL.
           MOVE WS-TOTAL-COUNT TO CTL-COUNT.
           MOVE WS-TOTAL-AMOUNT TO CTL-AMOUNT.
           MOVE CONF-TOTAL-LINE TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'POSTED - REPORTED ONLY' TO CSL-LABEL.
           MOVE WS-POSTED-COUNT TO CSL-VALUE.
           PERFORM 0310-WRITE-SUMMARY-LINE.
           MOVE 'HELD FOR APPROVAL' TO CSL-LABEL.
           MOVE WS-HELD-COUNT TO CSL-VALUE.
           PERFORM 0310-WRITE-SUMMARY-LINE.
           MOVE 'POSTED AFTER RELEASE' TO CSL-LABEL.
           MOVE WS-RELEASED-COUNT TO CSL-VALUE.
           PERFORM 0310-WRITE-SUMMARY-LINE.

      * 写一行尾部汇总
        0310-WRITE-SUMMARY-LINE.
           MOVE CONF-SUMMARY-LINE TO CONF-PRINT-LINE.
           WRITE CONF-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE CONF-REPORT-FILE.
           MOVE 'E' TO WS-RUNCTL-TYPE.
           PERFORM 0350-WRITE-RUN-CONTROL.
      * GOBACK 而非 STOP RUN，便于本程序被 NIGHTRESTART 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM CHANCONF.
