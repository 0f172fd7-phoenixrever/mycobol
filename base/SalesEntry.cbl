       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESENTRY.
      * 程序名称：每日销售联机录入
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Console entry of the daily sales file for branch clerks,   *
      *   replacing the text editor: each line is checked while it  *
      *   is keyed - salesperson on SALES.DAT and customer on       *
      *   CUSTOMER.DAT with both names shown back, product on       *
      *   PRODUCT.DAT, the sale date against the period MONTHCLOSE  *
      *   has closed, and the invoice against POSTHIST.DAT and the  *
      *   lines already keyed tonight - so SALESPOST no longer      *
      *   finds the typing mistakes at night.  Accepted lines are   *
      *   appended to SALESDAILY.DAT as they are confirmed, with a  *
      *   running count and amount on the screen, and a batch       *
      *   balancing slip is printed when the clerk signs off.       *
      *   Branches that sell in a foreign currency key the currency *
      *   code with the amount; the clerk is warned when EXCHRATE   *
      *   has no rate for the sale date, since SALESPOST would put  *
      *   the invoice in suspense.                                  *
      *   An invoice billed against a booked order carries the      *
      *   order number, checked on SALESORD so SALESPOST can relieve*
      *   the right order.                                          *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档，只读，校验编号并显示姓名
            SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CU-CUSTOMER-NO
             FILE STATUS IS WS-CUSTOMER-STATUS.
      * 客户主档，只读，校验客户编号并显示客户名称
            SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PR-PRODUCT-CODE
             FILE STATUS IS WS-PRODUCT-STATUS.
      * 产品主档，只读，校验产品代码
            SELECT POSTHIST-FILE ASSIGN TO "POSTHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-POSTHIST-STATUS.
      * 已过账发票历史档，只读，拦下已过过账的发票
            SELECT MONTH-CTL-FILE ASSIGN TO "MONTHCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MONTHCTL-STATUS.
      * 月结控制档：已关账到的年月
            SELECT POST-TRAN-FILE ASSIGN TO "SALESDAILY.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DAILY-STATUS.
      * 每日销售交易文件：先通读一遍记下已录的发票，再追加打开
            SELECT EXCHRATE-FILE ASSIGN TO "EXCHRATE.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ER-KEY
             FILE STATUS IS WS-EXCHRATE-STATUS.
      * 汇率档，只读，外币金额提示销售日期当天有没有汇率
            SELECT SALESORD-FILE ASSIGN TO "SALESORD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SO-ORDER-NO
             ALTERNATE RECORD KEY IS SO-SALESPERSON-ID WITH DUPLICATES
             FILE STATUS IS WS-SALESORD-STATUS.
      * 订单档，只读，发票上键入的订单号须是在手的订单
            SELECT SLIP-FILE ASSIGN TO "ENTRYSLIP.RPT"
             FILE STATUS IS WS-SLIP-STATUS.
      * 批平衡单：每次录入追加一张

      *===============================================
       DATA DIVISION.
       FILE SECTION.

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

      * 客户主档，布局与 CUSTMAINT.cbl 的一致
       FD CUSTOMER-FILE.
       01 CUSTOMER-REC.
            05 CU-CUSTOMER-NO       PIC 9(7).
            05 CU-NAME              PIC X(30).
            05 CU-REGION            PIC X(5).
            05 CU-ACTIVE-FLAG       PIC X.
            05 CU-OWNER-ID          PIC 9(7).
            05 CU-HOUSE-FLAG        PIC X.
            05 CU-PARENT-NO         PIC 9(7).

      * 产品主档，布局与 PRODMAINT.cbl 的一致
       FD PRODUCT-FILE.
       01 PRODUCT-REC.
            05 PR-PRODUCT-CODE      PIC X(8).
            05 PR-DESCRIPTION       PIC X(30).
            05 PR-PRODUCT-LINE      PIC X(6).
            05 PR-ACTIVE-FLAG       PIC X.

      * 已过账发票历史档，布局与 SALESPOST.cbl 写出的一致
       FD POSTHIST-FILE.
       01 POSTHIST-REC.
            05 PH-KEY.
                10 PH-SALESPERSON-ID PIC 9(7).
                10 PH-INVOICE-NO     PIC X(10).
            05 PH-SALE-DATE          PIC 9(8).
            05 PH-SALE-MONTH         PIC 9(2).
            05 PH-AMOUNT             PIC 9(6)V99.
            05 PH-POST-DATE          PIC 9(6).
            05 PH-TRAN-TYPE          PIC X.
            05 PH-REGION             PIC X(5).
            05 PH-PPA-SW             PIC X.
            05 PH-CUSTOMER-NO        PIC 9(7).
            05 PH-PRODUCT-CODE       PIC X(8).
            05 PH-CURRENCY-CODE      PIC X(3).
            05 PH-ORIG-AMOUNT        PIC 9(6)V99.
            05 PH-EXCH-RATE          PIC 9(3)V9(6).

      * 月结控制档：单条记录，布局与 MONTHCLOSE.cbl 写出的一致
       FD MONTH-CTL-FILE.
       01 MONTH-CTL-RECORD.
            05 MC-CLOSED-THRU        PIC 9(6).

      * 每日销售交易文件，布局与 SALESPOST.cbl 读入的一致
       FD POST-TRAN-FILE.
       01 POST-TRAN-RECORD.
            05 PST-TRAN-TYPE         PIC X.
            05 PST-SALESPERSON-ID    PIC 9(7).
            05 PST-SALE-DATE         PIC 9(8).
            05 PST-INVOICE-NO        PIC X(10).
            05 PST-AMOUNT            PIC 9(6)V99.
            05 PST-CUSTOMER-NO       PIC 9(7).
            05 PST-SPLIT-COUNT       PIC 9.
            05 PST-SPLIT-SHARE OCCURS 4 TIMES.
                10 PST-SPLIT-ID      PIC 9(7).
                10 PST-SPLIT-PCT     PIC 9(3)V99.
            05 PST-PRODUCT-CODE      PIC X(8).
            05 PST-CURRENCY-CODE     PIC X(3).
            05 PST-ORDER-NO          PIC X(10).

      * 汇率档，布局与 RATEMAINT.cbl 的一致
       FD EXCHRATE-FILE.
       01 EXCHRATE-REC.
            05 ER-KEY.
                10 ER-CURRENCY       PIC X(3).
                10 ER-EFF-DATE       PIC 9(8).
            05 ER-RATE               PIC 9(3)V9(6).

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

      * 批平衡单
       FD SLIP-FILE.
       01 SLIP-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(2) VALUE '00'.
       01  WS-PRODUCT-STATUS        PIC X(2) VALUE '00'.
       01  WS-POSTHIST-STATUS       PIC X(2) VALUE '00'.
       01  WS-MONTHCTL-STATUS       PIC X(2) VALUE '00'.
       01  WS-DAILY-STATUS          PIC X(2) VALUE '00'.
       01  WS-SLIP-STATUS           PIC X(2) VALUE '00'.
       01  WS-CUSTOMER-AVAIL-SW     PIC X VALUE 'N'.
           88 CUSTOMER-AVAILABLE    VALUE 'Y'.
       01  WS-PRODUCT-AVAIL-SW      PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE     VALUE 'Y'.
       01  WS-POSTHIST-AVAIL-SW     PIC X VALUE 'N'.
           88 POSTHIST-AVAILABLE    VALUE 'Y'.
       01  WS-DAILY-EOF-SW          PIC X VALUE 'N'.
           88 ENDOFDAILY            VALUE 'Y'.
       01  WS-EXCHRATE-STATUS       PIC X(2) VALUE '00'.
       01  WS-EXCHRATE-AVAIL-SW     PIC X VALUE 'N'.
           88 EXCHRATE-AVAILABLE    VALUE 'Y'.
       01  WS-RATE-SCAN-SW          PIC X VALUE 'N'.
           88 RATE-SCAN-DONE        VALUE 'Y'.
       01  WS-RATE-FOUND-SW         PIC X VALUE 'N'.
           88 RATE-IS-FOUND         VALUE 'Y'.
       01  WS-SALESORD-STATUS       PIC X(2) VALUE '00'.
       01  WS-SALESORD-AVAIL-SW     PIC X VALUE 'N'.
           88 SALESORD-AVAILABLE    VALUE 'Y'.
       01  WS-ORDER-BALANCE         PIC 9(7)V99 VALUE ZEROES.
       01  WS-EDIT-BALANCE          PIC Z,ZZZ,ZZ9.99.

      * 运行日期的八位数字形式（运行年份按 20xx 处理）
       01  WS-RUN-DATE.
            05 WS-RD-YY             PIC 99.
            05 WS-RD-MM             PIC 99.
            05 WS-RD-DD             PIC 99.
       01  WS-RUN-DATE-YMD.
            05 FILLER               PIC 99 VALUE 20.
            05 WS-RYMD-YY           PIC 99.
            05 WS-RYMD-MM           PIC 99.
            05 WS-RYMD-DD           PIC 99.
       01  WS-RUN-DATE-YMD-N REDEFINES WS-RUN-DATE-YMD
                                    PIC 9(8).
       01  WS-TIME-WORK.
            05 WS-TIME-HHMMSS       PIC 9(6).
            05 FILLER               PIC 99.
       01  WS-START-TIME            PIC 9(6) VALUE ZEROES.
       01  WS-CLOSED-THRU           PIC 9(6) VALUE ZEROES.

      * 录入控制
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-ENTRY-DONE-SW         PIC X VALUE 'N'.
           88 ENTRY-IS-DONE         VALUE 'Y'.
       01  WS-LINE-STATE            PIC X VALUE 'K'.
           88 LINE-KEYING           VALUE 'K'.
           88 LINE-CANCELLED        VALUE 'C'.
           88 LINE-SIGN-OFF         VALUE 'E'.
       01  WS-FIELD-SW              PIC X VALUE 'N'.
           88 FIELD-OK              VALUE 'Y'.
       01  WS-REPLY                 PIC X VALUE SPACE.
       01  WS-ID-IN                 PIC 9(7) VALUE ZEROES.
       01  WS-TEXT-IN               PIC X(12) VALUE SPACES.
       01  WS-COUNT-IN              PIC 9 VALUE ZEROES.
       01  WS-DATE-IN               PIC 9(8) VALUE ZEROES.
       01  WS-DATE-IN-GRP REDEFINES WS-DATE-IN.
            05 WS-DI-CCYY           PIC 9(4).
            05 WS-DI-MM             PIC 99.
            05 WS-DI-DD             PIC 99.
       01  WS-DATE-IN-CCYYMM        PIC 9(6) VALUE ZEROES.
       01  WS-MONTH-DAYS-LIST       PIC X(24) VALUE
               '312931303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
            05 WS-MONTH-DAYS        PIC 99 OCCURS 12 TIMES.
       01  WS-PPA-LINE-SW           PIC X VALUE 'N'.
           88 PPA-LINE              VALUE 'Y'.

      * 正在录入的一行，布局同 SALESDAILY
       01  WS-ENTRY-LINE.
            05 EN-TRAN-TYPE          PIC X.
            05 EN-SALESPERSON-ID     PIC 9(7).
            05 EN-SALE-DATE          PIC 9(8).
            05 EN-INVOICE-NO         PIC X(10).
            05 EN-AMOUNT             PIC 9(6)V99.
            05 EN-CUSTOMER-NO        PIC 9(7).
            05 EN-SPLIT-COUNT        PIC 9.
            05 EN-SPLIT-SHARE OCCURS 4 TIMES.
                10 EN-SPLIT-ID       PIC 9(7).
                10 EN-SPLIT-PCT      PIC 9(3)V99.
            05 EN-PRODUCT-CODE       PIC X(8).
            05 EN-CURRENCY-CODE      PIC X(3).
            05 EN-ORDER-NO           PIC X(10).
       01  WS-EN-LASTNAME           PIC X(20) VALUE SPACES.
       01  WS-SHARE-SUB             PIC 9 VALUE ZEROES.
       01  WS-SHARE-SCAN            PIC 9 VALUE ZEROES.
       01  WS-PCT-TOTAL             PIC 9(4)V99 VALUE ZEROES.

      * 今晚 SALESDAILY 上已有的（编号、发票号），开始时从文件装
      * 入，录一行记一行；分单发票按各份的编号记
       01  WS-KEYED-COUNT           PIC 9(4) VALUE ZEROES.
       01  WS-KEYED-TABLE.
            05 WS-KEYED-ENTRY OCCURS 3000 TIMES.
                10 WS-KEYED-ID       PIC 9(7).
                10 WS-KEYED-INVOICE  PIC X(10).
       01  WS-KEYED-SUB             PIC 9(4) VALUE ZEROES.
       01  WS-EXISTING-LINES        PIC 9(5) VALUE ZEROES.
       01  WS-DUP-ID                PIC 9(7) VALUE ZEROES.
       01  WS-DUP-SW                PIC X VALUE 'N'.
           88 INVOICE-IS-DUPLICATE  VALUE 'Y'.

      * 金额/百分比的拆解：整数部分与小数部分分开校验，小数最多
      * 两位
       01  WS-NUM-INPUT             PIC X(12) VALUE SPACES.
       01  WS-NUM-MAX-WHOLE         PIC 9 VALUE 6.
       01  WS-NUM-SW                PIC X VALUE 'N'.
           88 NUMBER-OK             VALUE 'Y'.
       01  WS-NUM-WHOLE-X           PIC X(12) VALUE SPACES.
       01  WS-NUM-CENT-X            PIC X(12) VALUE SPACES.
       01  WS-NUM-WHOLE-LEN         PIC 9(2) VALUE ZEROES.
       01  WS-NUM-CENT-LEN          PIC 9(2) VALUE ZEROES.
       01  WS-NUM-WHOLE-N           PIC 9(6) VALUE ZEROES.
       01  WS-NUM-WHOLE-R REDEFINES WS-NUM-WHOLE-N PIC X(6).
       01  WS-NUM-CENT-N            PIC 99 VALUE ZEROES.
       01  WS-NUM-CENT-R REDEFINES WS-NUM-CENT-N PIC X(2).
       01  WS-NUM-VALUE             PIC 9(6)V99 VALUE ZEROES.

      * 本次录入的累计
       01  WS-LINES-ACCEPTED        PIC 9(5) VALUE ZEROES.
       01  WS-LINES-DISCARDED       PIC 9(5) VALUE ZEROES.
       01  WS-SALES-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-SALES-AMOUNT          PIC 9(9)V99 VALUE ZEROES.
       01  WS-RETURN-COUNT          PIC 9(5) VALUE ZEROES.
       01  WS-RETURN-AMOUNT         PIC 9(9)V99 VALUE ZEROES.
       01  WS-NET-AMOUNT            PIC S9(9)V99 VALUE ZEROES.
       01  WS-PPA-COUNT             PIC 9(5) VALUE ZEROES.
       01  WS-SPLIT-LINES           PIC 9(5) VALUE ZEROES.

      * 屏幕显示编辑用的暂存区
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZ9.99.
       01  WS-EDIT-NET              PIC -(3),---,--9.99.
       01  WS-EDIT-PCT              PIC ZZ9.99.
       01  WS-EDIT-COUNT            PIC ZZ,ZZ9.

      * 平衡单抬头行
       01  SLIP-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(40) VALUE
               'DAILY SALES ENTRY - BATCH BALANCING SLIP'.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'OPERATOR '.
            05 SLT-OPERATOR          PIC X(8).
            05 FILLER                PIC X(7)  VALUE '  DATE '.
            05 SLT-DATE              PIC 9(8).
            05 FILLER                PIC X(9)  VALUE '  START '.
            05 SLT-TIME              PIC 9(6).
            05 FILLER                PIC X(29) VALUE SPACES.

      * 平衡单标题行
       01  SLIP-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'TYPE'.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(22) VALUE 'SALESPERSON'.
            05 FILLER               PIC X(9)  VALUE 'CUSTOMER'.
            05 FILLER               PIC X(12) VALUE 'INVOICE'.
            05 FILLER               PIC X(10) VALUE 'SALE DATE'.
            05 FILLER               PIC X(10) VALUE 'PRODUCT'.
            05 FILLER               PIC X(10) VALUE '    AMOUNT'.
            05 FILLER               PIC X(5)  VALUE ' CUR'.
            05 FILLER               PIC X(34) VALUE 'NOTE'.

      * 平衡单明细行：一行录入一行
       01  SLIP-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 SDL-TYPE              PIC X.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 SDL-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 SDL-NAME              PIC X(20).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 SDL-CUSTOMER          PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 SDL-INVOICE           PIC X(10).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 SDL-SALE-DATE         PIC 9(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 SDL-PRODUCT           PIC X(8).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 SDL-AMOUNT            PIC ZZZ,ZZ9.99.
            05 FILLER                PIC X     VALUE SPACES.
            05 SDL-CURRENCY          PIC X(3).
            05 FILLER                PIC X     VALUE SPACES.
            05 SDL-NOTE              PIC X(34).

      * 平衡单合计行
       01  SLIP-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 STL-LABEL             PIC X(30).
            05 STL-COUNT             PIC ZZ,ZZ9.
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 STL-AMOUNT            PIC -(3),---,--9.99.
            05 FILLER                PIC X(72) VALUE SPACES.

      * 平衡单签字行
       01  SLIP-SIGN-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(50) VALUE
               'ENTERED BY ____________________  '.
            05 FILLER               PIC X(50) VALUE
               'BALANCED TO SOURCE BY ____________________'.
            05 FILLER               PIC X(27) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：开各主档、取关账期、记下今晚已录的发票，逐行受
      * 理录入直到操作员签退，最后打印批平衡单
        0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RD-YY TO WS-RYMD-YY.
           MOVE WS-RD-MM TO WS-RYMD-MM.
           MOVE WS-RD-DD TO WS-RYMD-DD.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-START-TIME.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0050-OPEN-REFERENCE-FILES.
           PERFORM 0060-READ-MONTH-CONTROL.
           PERFORM 0070-LOAD-KEYED-INVOICES.
           OPEN EXTEND POST-TRAN-FILE.
           IF WS-DAILY-STATUS NOT = '00'
               OPEN OUTPUT POST-TRAN-FILE
               IF WS-DAILY-STATUS NOT = '00'
                   DISPLAY 'SALESDAILY OPEN FAILED, STATUS = '
                       WS-DAILY-STATUS
                   CLOSE SALESFILE
                   PERFORM 0080-CLOSE-REFERENCE-FILES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           DISPLAY ' '.
           DISPLAY '========= DAILY SALES ENTRY ========='.
           DISPLAY 'SALESDAILY ALREADY HOLDS ' WS-EXISTING-LINES
               ' LINES FOR TONIGHT'.
           IF WS-CLOSED-THRU > ZEROES
               DISPLAY 'BOOKS ARE CLOSED THROUGH ' WS-CLOSED-THRU
           END-IF.
           DISPLAY 'ENTER OPERATOR ID: '.
           ACCEPT WS-OPERATOR-ID.
           PERFORM 0090-START-SLIP.
           PERFORM 0200-ENTER-ONE-LINE UNTIL ENTRY-IS-DONE.
           PERFORM 0700-FINISH-SLIP.
           CLOSE POST-TRAN-FILE.
           CLOSE SLIP-FILE.
           CLOSE SALESFILE.
           PERFORM 0080-CLOSE-REFERENCE-FILES.
           GOBACK.

      * 打开校验用的主档；客户、产品、历史档打不开时照 SALESPOST
      * 的做法不校验该项，并在屏幕上提示
        0050-OPEN-REFERENCE-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO WS-CUSTOMER-AVAIL-SW
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE, STATUS = '
                   WS-CUSTOMER-STATUS ' - CUSTOMERS NOT CHECKED'
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS = '00'
               MOVE 'Y' TO WS-PRODUCT-AVAIL-SW
           ELSE
               DISPLAY 'PRODUCT MASTER NOT AVAILABLE, STATUS = '
                   WS-PRODUCT-STATUS ' - PRODUCTS NOT CHECKED'
           END-IF.
           OPEN INPUT POSTHIST-FILE.
           IF WS-POSTHIST-STATUS = '00'
               MOVE 'Y' TO WS-POSTHIST-AVAIL-SW
           ELSE
               DISPLAY 'POSTHIST NOT AVAILABLE, STATUS = '
                   WS-POSTHIST-STATUS
                   ' - ONLY TONIGHT''S LINES CHECKED FOR DUPLICATES'
           END-IF.
           OPEN INPUT EXCHRATE-FILE.
           IF WS-EXCHRATE-STATUS = '00'
               MOVE 'Y' TO WS-EXCHRATE-AVAIL-SW
           ELSE
               DISPLAY 'EXCHRATE FILE NOT AVAILABLE, STATUS = '
                   WS-EXCHRATE-STATUS
                   ' - FOREIGN CURRENCY RATES NOT CHECKED'
           END-IF.
           OPEN INPUT SALESORD-FILE.
           IF WS-SALESORD-STATUS = '00'
               MOVE 'Y' TO WS-SALESORD-AVAIL-SW
           ELSE
               DISPLAY 'SALESORD FILE NOT AVAILABLE, STATUS = '
                   WS-SALESORD-STATUS
                   ' - ORDER NUMBERS NOT CHECKED'
           END-IF.

      * 读月结控制档取已关账到的年月；档不存在时按没关过账处理
        0060-READ-MONTH-CONTROL.
           MOVE ZEROES TO WS-CLOSED-THRU.
           OPEN INPUT MONTH-CTL-FILE.
           IF WS-MONTHCTL-STATUS = '00'
               READ MONTH-CTL-FILE
                    AT END CONTINUE
                    NOT AT END MOVE MC-CLOSED-THRU TO WS-CLOSED-THRU
               END-READ
               CLOSE MONTH-CTL-FILE
           END-IF.

      * 通读今晚的 SALESDAILY，把已录的（编号、发票号）记进表；
      * 文件还不存在说明今晚还没人录过
        0070-LOAD-KEYED-INVOICES.
           OPEN INPUT POST-TRAN-FILE.
           IF WS-DAILY-STATUS = '00'
               READ POST-TRAN-FILE
                    AT END SET ENDOFDAILY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFDAILY
                   ADD 1 TO WS-EXISTING-LINES
                   MOVE POST-TRAN-RECORD TO WS-ENTRY-LINE
                   PERFORM 0310-REMEMBER-INVOICE
                   READ POST-TRAN-FILE
                        AT END SET ENDOFDAILY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POST-TRAN-FILE
           END-IF.

      * 关闭校验用的主档
        0080-CLOSE-REFERENCE-FILES.
           IF CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-FILE
           END-IF.
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF.
           IF POSTHIST-AVAILABLE
               CLOSE POSTHIST-FILE
           END-IF.
           IF EXCHRATE-AVAILABLE
               CLOSE EXCHRATE-FILE
           END-IF.
           IF SALESORD-AVAILABLE
               CLOSE SALESORD-FILE
           END-IF.

      * 平衡单追加打开（第一次运行文件尚不存在时新建），写抬头
        0090-START-SLIP.
           OPEN EXTEND SLIP-FILE.
           IF WS-SLIP-STATUS NOT = '00'
               OPEN OUTPUT SLIP-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO SLT-OPERATOR.
           MOVE WS-RUN-DATE-YMD-N TO SLT-DATE.
           MOVE WS-START-TIME TO SLT-TIME.
           MOVE SLIP-TITLE-LINE TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SLIP-HEADING-LINE TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 录入一行：逐栏提示、逐栏校验，错了就在该栏重录；任何一
      * 栏输 0 或 * 放弃本行，交易类型输 X 签退
        0200-ENTER-ONE-LINE.
           MOVE SPACES TO WS-ENTRY-LINE.
           MOVE ZEROES TO EN-SPLIT-COUNT.
           MOVE 'N' TO WS-PPA-LINE-SW.
           MOVE 'K' TO WS-LINE-STATE.
           MOVE WS-NET-AMOUNT TO WS-EDIT-NET.
           DISPLAY ' '.
           DISPLAY '--- LINE ' WS-LINES-ACCEPTED ' ACCEPTED SO FAR, '
               'NET AMOUNT ' WS-EDIT-NET ' ---'.
           MOVE 'N' TO WS-FIELD-SW.
           PERFORM 0210-GET-TRAN-TYPE
               UNTIL FIELD-OK OR NOT LINE-KEYING.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0220-GET-SALESPERSON
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0230-GET-CUSTOMER
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0240-GET-PRODUCT
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0250-GET-SALE-DATE
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0260-GET-INVOICE
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0267-GET-ORDER
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0270-GET-AMOUNT
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0275-GET-CURRENCY
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               MOVE 'N' TO WS-FIELD-SW
               PERFORM 0280-GET-SPLIT
                   UNTIL FIELD-OK OR NOT LINE-KEYING
           END-IF.
           IF LINE-KEYING
               PERFORM 0290-CONFIRM-LINE
           END-IF.
           EVALUATE TRUE
               WHEN LINE-SIGN-OFF
                   MOVE 'Y' TO WS-ENTRY-DONE-SW
               WHEN LINE-CANCELLED
                   ADD 1 TO WS-LINES-DISCARDED
                   DISPLAY 'LINE DISCARDED - NOTHING WRITTEN'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * 交易类型：S 销售，R 退货/贷项，X 签退
        0210-GET-TRAN-TYPE.
           DISPLAY 'TRANSACTION TYPE (S = SALE, R = RETURN, '
               'X = SIGN OFF): '.
           MOVE SPACE TO WS-REPLY.
           ACCEPT WS-REPLY.
           EVALUATE WS-REPLY
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO EN-TRAN-TYPE
                   MOVE 'Y' TO WS-FIELD-SW
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO EN-TRAN-TYPE
                   MOVE 'Y' TO WS-FIELD-SW
               WHEN 'X'
               WHEN 'x'
                   MOVE 'E' TO WS-LINE-STATE
               WHEN OTHER
                   DISPLAY 'TYPE MUST BE S, R OR X'
           END-EVALUATE.

      * 销售员编号：须在主档上，姓名与区域回显给录入员核对
        0220-GET-SALESPERSON.
           DISPLAY 'SALESPERSON ID (0 = DISCARD LINE): '.
           MOVE ZEROES TO WS-ID-IN.
           ACCEPT WS-ID-IN.
           IF WS-ID-IN = ZEROES
               MOVE 'C' TO WS-LINE-STATE
           ELSE
               MOVE WS-ID-IN TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       DISPLAY 'ID ' WS-ID-IN ' NOT ON SALES MASTER'
                   NOT INVALID KEY
                       DISPLAY '  SALESPERSON: ' FIRSTNAME ' '
                           LASTNAME ' REGION ' REGION
                       MOVE WS-ID-IN TO EN-SALESPERSON-ID
                       MOVE LASTNAME TO WS-EN-LASTNAME
                       MOVE 'Y' TO WS-FIELD-SW
               END-READ
           END-IF.

      * 客户编号：须在客户主档上且启用，名称回显；客户归属别的
      * 销售员或是公司直管客户时提示一句（SALESPOST 会记冲突）
        0230-GET-CUSTOMER.
           DISPLAY 'CUSTOMER NUMBER (0 = DISCARD LINE): '.
           MOVE ZEROES TO WS-ID-IN.
           ACCEPT WS-ID-IN.
           EVALUATE TRUE
               WHEN WS-ID-IN = ZEROES
                   MOVE 'C' TO WS-LINE-STATE
               WHEN NOT CUSTOMER-AVAILABLE
                   MOVE WS-ID-IN TO EN-CUSTOMER-NO
                   MOVE 'Y' TO WS-FIELD-SW
               WHEN OTHER
                   MOVE WS-ID-IN TO CU-CUSTOMER-NO
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY 'CUSTOMER ' WS-ID-IN
                               ' NOT ON CUSTOMER MASTER'
                       NOT INVALID KEY
                           PERFORM 0235-SHOW-CUSTOMER
                   END-READ
           END-EVALUATE.

      * 回显客户并判断能否使用
        0235-SHOW-CUSTOMER.
           DISPLAY '  CUSTOMER: ' CU-NAME ' REGION ' CU-REGION.
           IF CU-ACTIVE-FLAG NOT = 'Y'
               DISPLAY 'CUSTOMER ' WS-ID-IN ' IS INACTIVE'
           ELSE
               MOVE WS-ID-IN TO EN-CUSTOMER-NO
               MOVE 'Y' TO WS-FIELD-SW
               IF CU-HOUSE-FLAG = 'Y'
                   DISPLAY '  NOTE: HOUSE ACCOUNT - WILL BE '
                       'REPORTED AS A CHANNEL CONFLICT'
               ELSE
                   IF CU-OWNER-ID NUMERIC
                           AND CU-OWNER-ID > ZEROES
                           AND CU-OWNER-ID NOT = EN-SALESPERSON-ID
                       DISPLAY '  NOTE: CUSTOMER IS OWNED BY '
                           'SALESPERSON ' CU-OWNER-ID
                   END-IF
               END-IF
           END-IF.

      * 产品代码：须在产品主档上且启用
        0240-GET-PRODUCT.
           DISPLAY 'PRODUCT CODE (* = DISCARD LINE): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           EVALUATE TRUE
               WHEN WS-TEXT-IN = '*'
                   MOVE 'C' TO WS-LINE-STATE
               WHEN NOT PRODUCT-AVAILABLE
                   MOVE WS-TEXT-IN TO EN-PRODUCT-CODE
                   MOVE 'Y' TO WS-FIELD-SW
               WHEN WS-TEXT-IN = SPACES
                   DISPLAY 'PRODUCT CODE IS REQUIRED'
               WHEN OTHER
                   MOVE WS-TEXT-IN TO PR-PRODUCT-CODE
                   READ PRODUCT-FILE
                       INVALID KEY
                           DISPLAY 'PRODUCT ' WS-TEXT-IN
                               ' NOT ON PRODUCT MASTER'
                       NOT INVALID KEY
                           DISPLAY '  PRODUCT: ' PR-DESCRIPTION
                           IF PR-ACTIVE-FLAG NOT = 'Y'
                               DISPLAY 'PRODUCT ' WS-TEXT-IN
                                   ' IS INACTIVE'
                           ELSE
                               MOVE WS-TEXT-IN TO EN-PRODUCT-CODE
                               MOVE 'Y' TO WS-FIELD-SW
                           END-IF
                   END-READ
           END-EVALUATE.

      * 销售日期：须是有效日期、不晚于今天；落在已关账月份的提
      * 示将按前期调整过账，录入员确认后才收
        0250-GET-SALE-DATE.
           DISPLAY 'SALE DATE CCYYMMDD (0 = DISCARD LINE): '.
           MOVE ZEROES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           EVALUATE TRUE
               WHEN WS-DATE-IN = ZEROES
                   MOVE 'C' TO WS-LINE-STATE
               WHEN WS-DI-MM < 1 OR WS-DI-MM > 12
                   DISPLAY 'INVALID MONTH IN SALE DATE'
               WHEN WS-DI-DD < 1
                 OR WS-DI-DD > WS-MONTH-DAYS (WS-DI-MM)
                   DISPLAY 'INVALID DAY IN SALE DATE'
               WHEN WS-DATE-IN > WS-RUN-DATE-YMD-N
                   DISPLAY 'SALE DATE IS LATER THAN TODAY'
               WHEN OTHER
                   COMPUTE WS-DATE-IN-CCYYMM =
                       WS-DI-CCYY * 100 + WS-DI-MM
                   IF WS-DATE-IN-CCYYMM NOT > WS-CLOSED-THRU
                       PERFORM 0255-CONFIRM-CLOSED-PERIOD
                   ELSE
                       MOVE 'N' TO WS-PPA-LINE-SW
                       MOVE WS-DATE-IN TO EN-SALE-DATE
                       MOVE 'Y' TO WS-FIELD-SW
                   END-IF
           END-EVALUATE.

      * 已关账期间的销售日期：SALESPOST 会把金额计入当前未关账
      * 月并上前期调整报表，录入员确认是这个日期才收
        0255-CONFIRM-CLOSED-PERIOD.
           DISPLAY 'PERIOD ' WS-DATE-IN-CCYYMM ' IS CLOSED - THIS '
               'LINE WILL POST AS A PRIOR-PERIOD ADJUSTMENT'.
           DISPLAY 'KEEP THIS SALE DATE (Y/N): '.
           MOVE SPACE TO WS-REPLY.
           ACCEPT WS-REPLY.
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               MOVE 'Y' TO WS-PPA-LINE-SW
               MOVE WS-DATE-IN TO EN-SALE-DATE
               MOVE 'Y' TO WS-FIELD-SW
           END-IF.

      * 发票号：不能为空，这个销售员名下不能已过过账或今晚已录过
        0260-GET-INVOICE.
           DISPLAY 'INVOICE NUMBER (* = DISCARD LINE): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           EVALUATE TRUE
               WHEN WS-TEXT-IN = '*'
                   MOVE 'C' TO WS-LINE-STATE
               WHEN WS-TEXT-IN = SPACES
                   DISPLAY 'INVOICE NUMBER IS REQUIRED'
               WHEN OTHER
                   MOVE WS-TEXT-IN TO EN-INVOICE-NO
                   MOVE EN-SALESPERSON-ID TO WS-DUP-ID
                   PERFORM 0265-CHECK-DUPLICATE
                   IF NOT INVOICE-IS-DUPLICATE
                       MOVE 'Y' TO WS-FIELD-SW
                   END-IF
           END-EVALUATE.

      * 查重：先查已过账发票历史，再查今晚已录的行
        0265-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-SW.
           IF POSTHIST-AVAILABLE
               MOVE WS-DUP-ID TO PH-SALESPERSON-ID
               MOVE EN-INVOICE-NO TO PH-INVOICE-NO
               READ POSTHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DUP-SW
                       DISPLAY 'INVOICE ' EN-INVOICE-NO
                           ' ALREADY POSTED FOR ' WS-DUP-ID
                           ' ON ' PH-POST-DATE
               END-READ
           END-IF.
           IF NOT INVOICE-IS-DUPLICATE
               PERFORM VARYING WS-KEYED-SUB FROM 1 BY 1
                   UNTIL WS-KEYED-SUB > WS-KEYED-COUNT
                      OR INVOICE-IS-DUPLICATE
                   IF WS-KEYED-ID (WS-KEYED-SUB) = WS-DUP-ID
                      AND WS-KEYED-INVOICE (WS-KEYED-SUB)
                           = EN-INVOICE-NO
                       MOVE 'Y' TO WS-DUP-SW
                       DISPLAY 'INVOICE ' EN-INVOICE-NO
                           ' ALREADY KEYED TONIGHT FOR ' WS-DUP-ID
                   END-IF
               END-PERFORM
           END-IF.

      * 订单号：空白表示不对应订单；键入的须在订单档上且没有取
      * 消，在手余额回显。订单已全额开票、销售员或客户与订单上
      * 的不同时提示一句，录入员确认后照收（SALESPOST 照样冲减）
        0267-GET-ORDER.
           DISPLAY 'ORDER NUMBER (BLANK = NONE, * = DISCARD LINE): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           EVALUATE TRUE
               WHEN WS-TEXT-IN = '*'
                   MOVE 'C' TO WS-LINE-STATE
               WHEN WS-TEXT-IN = SPACES
                   MOVE SPACES TO EN-ORDER-NO
                   MOVE 'Y' TO WS-FIELD-SW
               WHEN WS-TEXT-IN (11:2) NOT = SPACES
                   DISPLAY 'ORDER NUMBER IS AT MOST 10 CHARACTERS'
               WHEN NOT SALESORD-AVAILABLE
                   MOVE WS-TEXT-IN TO EN-ORDER-NO
                   MOVE 'Y' TO WS-FIELD-SW
               WHEN OTHER
                   MOVE WS-TEXT-IN TO SO-ORDER-NO
                   READ SALESORD-FILE
                       INVALID KEY
                           DISPLAY 'ORDER ' WS-TEXT-IN
                               ' NOT ON ORDER FILE'
                       NOT INVALID KEY
                           PERFORM 0268-SHOW-ORDER
                   END-READ
           END-EVALUATE.

      * 回显订单并判断能否使用
        0268-SHOW-ORDER.
           IF SO-STATUS = 'C'
               DISPLAY 'ORDER ' SO-ORDER-NO ' IS CANCELLED'
           ELSE
               IF SO-RELIEVED-AMT < SO-AMOUNT
                   COMPUTE WS-ORDER-BALANCE =
                       SO-AMOUNT - SO-RELIEVED-AMT
               ELSE
                   MOVE ZEROES TO WS-ORDER-BALANCE
               END-IF
               MOVE WS-ORDER-BALANCE TO WS-EDIT-BALANCE
               DISPLAY '  ORDER: SHIP MONTH ' SO-SHIP-MONTH
                   ' OPEN BALANCE ' WS-EDIT-BALANCE
               MOVE 'Y' TO WS-FIELD-SW
               IF SO-SALESPERSON-ID NOT = EN-SALESPERSON-ID
                   DISPLAY '  NOTE: ORDER IS BOOKED TO SALESPERSON '
                       SO-SALESPERSON-ID
               END-IF
               IF SO-CUSTOMER-NO NOT = EN-CUSTOMER-NO
                   DISPLAY '  NOTE: ORDER IS FOR CUSTOMER '
                       SO-CUSTOMER-NO
               END-IF
               IF SO-STATUS = 'F' AND EN-TRAN-TYPE NOT = 'R'
                   DISPLAY '  NOTE: ORDER IS ALREADY FULLY INVOICED'
               END-IF
               IF SO-SALESPERSON-ID NOT = EN-SALESPERSON-ID
                       OR SO-CUSTOMER-NO NOT = EN-CUSTOMER-NO
                       OR (SO-STATUS = 'F' AND EN-TRAN-TYPE NOT = 'R')
                   DISPLAY 'KEEP THIS ORDER NUMBER (Y/N): '
                   MOVE SPACE TO WS-REPLY
                   ACCEPT WS-REPLY
                   IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
                       MOVE 'N' TO WS-FIELD-SW
                   END-IF
               END-IF
               IF FIELD-OK
                   MOVE SO-ORDER-NO TO EN-ORDER-NO
               END-IF
           END-IF.

      * 金额：大于零，最多六位整数、两位小数
        0270-GET-AMOUNT.
           DISPLAY 'AMOUNT, E.G. 1234.50 (0 = DISCARD LINE): '.
           MOVE SPACES TO WS-NUM-INPUT.
           ACCEPT WS-NUM-INPUT.
           MOVE 6 TO WS-NUM-MAX-WHOLE.
           PERFORM 0400-PARSE-NUMBER.
           EVALUATE TRUE
               WHEN NOT NUMBER-OK
                   DISPLAY 'AMOUNT NOT VALID - UP TO 999999.99'
               WHEN WS-NUM-VALUE = ZEROES
                   MOVE 'C' TO WS-LINE-STATE
               WHEN OTHER
                   MOVE WS-NUM-VALUE TO EN-AMOUNT
                   MOVE 'Y' TO WS-FIELD-SW
           END-EVALUATE.

      * 币种：空白按美元；外币须是三位字母，汇率档上销售日期当
      * 天没有汇率时提示一句（SALESPOST 会整张挂账），录入员确认
      * 后照收——汇率常常是当晚才补进汇率档
        0275-GET-CURRENCY.
           DISPLAY 'CURRENCY CODE (BLANK = USD, * = DISCARD LINE): '.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           EVALUATE TRUE
               WHEN WS-TEXT-IN = '*'
                   MOVE 'C' TO WS-LINE-STATE
               WHEN WS-TEXT-IN = SPACES
                 OR WS-TEXT-IN = 'USD'
                   MOVE 'USD' TO EN-CURRENCY-CODE
                   MOVE 'Y' TO WS-FIELD-SW
               WHEN WS-TEXT-IN (4:9) NOT = SPACES
                 OR WS-TEXT-IN (1:3) NOT ALPHABETIC-UPPER
                 OR WS-TEXT-IN (3:1) = SPACE
                   DISPLAY 'CURRENCY MUST BE A 3-LETTER CODE, E.G. CAD'
               WHEN OTHER
                   MOVE WS-TEXT-IN TO EN-CURRENCY-CODE
                   PERFORM 0277-CHECK-RATE
           END-EVALUATE.

      * 查汇率档：取该币种生效日期不晚于销售日期的汇率，做法与
      * SALESPOST 的 0122 段一致
        0277-CHECK-RATE.
           MOVE 'Y' TO WS-FIELD-SW.
           IF EXCHRATE-AVAILABLE
               MOVE 'N' TO WS-RATE-FOUND-SW
               MOVE 'N' TO WS-RATE-SCAN-SW
               MOVE EN-CURRENCY-CODE TO ER-CURRENCY
               MOVE ZEROES TO ER-EFF-DATE
               START EXCHRATE-FILE KEY NOT < ER-KEY
                   INVALID KEY
                       SET RATE-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL RATE-SCAN-DONE
                   READ EXCHRATE-FILE NEXT RECORD
                       AT END SET RATE-SCAN-DONE TO TRUE
                       NOT AT END
                           IF ER-CURRENCY NOT = EN-CURRENCY-CODE
                                   OR ER-EFF-DATE > EN-SALE-DATE
                               SET RATE-SCAN-DONE TO TRUE
                           ELSE
                               MOVE 'Y' TO WS-RATE-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT RATE-IS-FOUND
                   DISPLAY 'NO ' EN-CURRENCY-CODE ' RATE ON FILE FOR '
                       EN-SALE-DATE ' - SALESPOST WILL SUSPEND IT'
                   DISPLAY 'KEEP THIS CURRENCY (Y/N): '
                   MOVE SPACE TO WS-REPLY
                   ACCEPT WS-REPLY
                   IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
                       MOVE 'N' TO WS-FIELD-SW
                   END-IF
               END-IF
           END-IF.

      * 分单：0 = 不分单；2 至 4 人分单逐份录编号与百分比，各份
      * 相加须为 100.00，规则与 SALESPOST 的 0245 段一致
        0280-GET-SPLIT.
           DISPLAY 'SPLIT CREDIT - NUMBER OF REPS (0 = NOT SPLIT, '
               '2-4): '.
           MOVE ZEROES TO WS-COUNT-IN.
           ACCEPT WS-COUNT-IN.
           EVALUATE TRUE
               WHEN WS-COUNT-IN = ZEROES
                   MOVE ZEROES TO EN-SPLIT-COUNT
                   MOVE 'Y' TO WS-FIELD-SW
               WHEN WS-COUNT-IN < 2 OR WS-COUNT-IN > 4
                   DISPLAY 'SPLIT MUST BE 0 OR 2 TO 4 REPS'
               WHEN OTHER
                   MOVE WS-COUNT-IN TO EN-SPLIT-COUNT
                   MOVE ZEROES TO WS-PCT-TOTAL
                   PERFORM VARYING WS-SHARE-SUB FROM 1 BY 1
                       UNTIL WS-SHARE-SUB > EN-SPLIT-COUNT
                          OR NOT LINE-KEYING
                       MOVE 'N' TO WS-FIELD-SW
                       PERFORM 0285-GET-SHARE-ID
                           UNTIL FIELD-OK OR NOT LINE-KEYING
                       IF LINE-KEYING
                           MOVE 'N' TO WS-FIELD-SW
                           PERFORM 0287-GET-SHARE-PCT
                               UNTIL FIELD-OK OR NOT LINE-KEYING
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-FIELD-SW
                   IF LINE-KEYING
                       IF WS-PCT-TOTAL = 100
                           MOVE 'Y' TO WS-FIELD-SW
                       ELSE
                           MOVE WS-PCT-TOTAL TO WS-EDIT-PCT
                           DISPLAY 'SHARES TOTAL ' WS-EDIT-PCT
                               ' - MUST BE 100.00, REKEY THE SPLIT'
                       END-IF
                   END-IF
           END-EVALUATE.
           IF NOT FIELD-OK
               MOVE ZEROES TO EN-SPLIT-COUNT
           END-IF.

      * 分单的一份：编号在主档上、本张发票上不重复、该编号名下
      * 这张发票没过过账也没录过
        0285-GET-SHARE-ID.
           DISPLAY 'SHARE ' WS-SHARE-SUB
               ' SALESPERSON ID (0 = DISCARD LINE): '.
           MOVE ZEROES TO WS-ID-IN.
           ACCEPT WS-ID-IN.
           IF WS-ID-IN = ZEROES
               MOVE 'C' TO WS-LINE-STATE
           ELSE
               MOVE 'Y' TO WS-FIELD-SW
               PERFORM VARYING WS-SHARE-SCAN FROM 1 BY 1
                   UNTIL WS-SHARE-SCAN NOT < WS-SHARE-SUB
                   IF EN-SPLIT-ID (WS-SHARE-SCAN) = WS-ID-IN
                       MOVE 'N' TO WS-FIELD-SW
                   END-IF
               END-PERFORM
               IF NOT FIELD-OK
                   DISPLAY 'ID ' WS-ID-IN ' ALREADY HAS A SHARE'
               ELSE
                   MOVE WS-ID-IN TO SALESPERSON-ID
                   READ SALESFILE
                       INVALID KEY
                           MOVE 'N' TO WS-FIELD-SW
                           DISPLAY 'ID ' WS-ID-IN
                               ' NOT ON SALES MASTER'
                       NOT INVALID KEY
                           DISPLAY '  SHARE TO: ' FIRSTNAME ' '
                               LASTNAME
                   END-READ
               END-IF
               IF FIELD-OK
                   MOVE WS-ID-IN TO WS-DUP-ID
                   PERFORM 0265-CHECK-DUPLICATE
                   IF INVOICE-IS-DUPLICATE
                       MOVE 'N' TO WS-FIELD-SW
                   ELSE
                       MOVE WS-ID-IN TO EN-SPLIT-ID (WS-SHARE-SUB)
                   END-IF
               END-IF
           END-IF.

      * 分单的一份的百分比
        0287-GET-SHARE-PCT.
           DISPLAY 'SHARE ' WS-SHARE-SUB ' PERCENT, E.G. 50 OR 33.34: '.
           MOVE SPACES TO WS-NUM-INPUT.
           ACCEPT WS-NUM-INPUT.
           MOVE 3 TO WS-NUM-MAX-WHOLE.
           PERFORM 0400-PARSE-NUMBER.
           IF NUMBER-OK AND WS-NUM-VALUE > ZEROES
                   AND WS-NUM-VALUE NOT > 100
               MOVE WS-NUM-VALUE TO EN-SPLIT-PCT (WS-SHARE-SUB)
               ADD WS-NUM-VALUE TO WS-PCT-TOTAL
               MOVE 'Y' TO WS-FIELD-SW
           ELSE
               DISPLAY 'PERCENT MUST BE OVER 0 AND NOT OVER 100'
           END-IF.

      * 整行回显，录入员确认后才写
        0290-CONFIRM-LINE.
           MOVE EN-AMOUNT TO WS-EDIT-AMOUNT.
           DISPLAY ' '.
           DISPLAY '  TYPE ' EN-TRAN-TYPE '  ID ' EN-SALESPERSON-ID
               '  CUSTOMER ' EN-CUSTOMER-NO '  PRODUCT '
               EN-PRODUCT-CODE.
           DISPLAY '  INVOICE ' EN-INVOICE-NO '  SALE DATE '
               EN-SALE-DATE '  AMOUNT ' WS-EDIT-AMOUNT ' '
               EN-CURRENCY-CODE.
           IF EN-ORDER-NO NOT = SPACES
               DISPLAY '  ORDER ' EN-ORDER-NO
           END-IF.
           PERFORM VARYING WS-SHARE-SUB FROM 1 BY 1
               UNTIL WS-SHARE-SUB > EN-SPLIT-COUNT
               MOVE EN-SPLIT-PCT (WS-SHARE-SUB) TO WS-EDIT-PCT
               DISPLAY '  SHARE ' EN-SPLIT-ID (WS-SHARE-SUB) ' '
                   WS-EDIT-PCT '%'
           END-PERFORM.
           DISPLAY 'WRITE THIS LINE (Y = WRITE, N = DISCARD): '.
           MOVE SPACE TO WS-REPLY.
           ACCEPT WS-REPLY.
           IF WS-REPLY = 'Y' OR WS-REPLY = 'y'
               PERFORM 0300-WRITE-LINE
           ELSE
               MOVE 'C' TO WS-LINE-STATE
           END-IF.

      * 追加到 SALESDAILY，记进已录表与累计，平衡单上记一行
        0300-WRITE-LINE.
           MOVE WS-ENTRY-LINE TO POST-TRAN-RECORD.
           WRITE POST-TRAN-RECORD.
           IF WS-DAILY-STATUS NOT = '00'
               DISPLAY 'SALESDAILY WRITE FAILED, STATUS = '
                   WS-DAILY-STATUS ' - LINE NOT SAVED'
               MOVE 'C' TO WS-LINE-STATE
           ELSE
               PERFORM 0310-REMEMBER-INVOICE
               ADD 1 TO WS-LINES-ACCEPTED
               IF EN-TRAN-TYPE = 'R'
                   ADD 1 TO WS-RETURN-COUNT
                   ADD EN-AMOUNT TO WS-RETURN-AMOUNT
                   SUBTRACT EN-AMOUNT FROM WS-NET-AMOUNT
               ELSE
                   ADD 1 TO WS-SALES-COUNT
                   ADD EN-AMOUNT TO WS-SALES-AMOUNT
                   ADD EN-AMOUNT TO WS-NET-AMOUNT
               END-IF
               IF PPA-LINE
                   ADD 1 TO WS-PPA-COUNT
               END-IF
               IF EN-SPLIT-COUNT > ZEROES
                   ADD 1 TO WS-SPLIT-LINES
               END-IF
               PERFORM 0320-WRITE-SLIP-DETAIL
               MOVE WS-NET-AMOUNT TO WS-EDIT-NET
               DISPLAY 'LINE WRITTEN - ' WS-LINES-ACCEPTED
                   ' LINES, NET AMOUNT ' WS-EDIT-NET
           END-IF.

      * 把一行的（编号、发票号）记进已录表；分单按各份编号记
        0310-REMEMBER-INVOICE.
           IF EN-SPLIT-COUNT NUMERIC AND EN-SPLIT-COUNT > ZEROES
                   AND EN-SPLIT-COUNT NOT > 4
               PERFORM VARYING WS-SHARE-SUB FROM 1 BY 1
                   UNTIL WS-SHARE-SUB > EN-SPLIT-COUNT
                   MOVE EN-SPLIT-ID (WS-SHARE-SUB) TO WS-DUP-ID
                   PERFORM 0315-ADD-KEYED-ENTRY
               END-PERFORM
           ELSE
               MOVE EN-SALESPERSON-ID TO WS-DUP-ID
               PERFORM 0315-ADD-KEYED-ENTRY
           END-IF.

      * 已录表加一项
        0315-ADD-KEYED-ENTRY.
           IF WS-KEYED-COUNT < 3000
               ADD 1 TO WS-KEYED-COUNT
               MOVE WS-DUP-ID TO WS-KEYED-ID (WS-KEYED-COUNT)
               MOVE EN-INVOICE-NO
                   TO WS-KEYED-INVOICE (WS-KEYED-COUNT)
           ELSE
               DISPLAY 'KEYED INVOICE TABLE FULL - LATER LINES NOT '
                   'CHECKED AGAINST TONIGHT''S FILE'
           END-IF.

      * 平衡单明细行
        0320-WRITE-SLIP-DETAIL.
           MOVE EN-TRAN-TYPE TO SDL-TYPE.
           MOVE EN-SALESPERSON-ID TO SDL-ID.
           MOVE WS-EN-LASTNAME TO SDL-NAME.
           MOVE EN-CUSTOMER-NO TO SDL-CUSTOMER.
           MOVE EN-INVOICE-NO TO SDL-INVOICE.
           MOVE EN-SALE-DATE TO SDL-SALE-DATE.
           MOVE EN-PRODUCT-CODE TO SDL-PRODUCT.
           MOVE EN-AMOUNT TO SDL-AMOUNT.
           MOVE EN-CURRENCY-CODE TO SDL-CURRENCY.
           MOVE SPACES TO SDL-NOTE.
           EVALUATE TRUE
               WHEN PPA-LINE AND EN-SPLIT-COUNT > ZEROES
                   MOVE 'CLOSED PERIOD, SPLIT' TO SDL-NOTE
               WHEN PPA-LINE
                   MOVE 'CLOSED PERIOD - PRIOR-PERIOD ADJ'
                       TO SDL-NOTE
               WHEN EN-SPLIT-COUNT > ZEROES
                   MOVE 'SPLIT CREDIT' TO SDL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SLIP-DETAIL-LINE TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 拆解键入的金额或百分比：整数部分 1 至 WS-NUM-MAX-WHOLE
      * 位数字，可带小数点与一到两位小数
        0400-PARSE-NUMBER.
           MOVE 'N' TO WS-NUM-SW.
           MOVE ZEROES TO WS-NUM-VALUE.
           MOVE SPACES TO WS-NUM-WHOLE-X.
           MOVE SPACES TO WS-NUM-CENT-X.
           MOVE ZEROES TO WS-NUM-WHOLE-LEN.
           MOVE ZEROES TO WS-NUM-CENT-LEN.
           UNSTRING WS-NUM-INPUT DELIMITED BY '.' OR ALL SPACE
               INTO WS-NUM-WHOLE-X COUNT IN WS-NUM-WHOLE-LEN
                    WS-NUM-CENT-X COUNT IN WS-NUM-CENT-LEN
           END-UNSTRING.
           IF WS-NUM-WHOLE-LEN > ZEROES
                   AND WS-NUM-WHOLE-LEN NOT > WS-NUM-MAX-WHOLE
                   AND WS-NUM-CENT-LEN NOT > 2
               IF WS-NUM-WHOLE-X (1:WS-NUM-WHOLE-LEN) NUMERIC
                   MOVE 'Y' TO WS-NUM-SW
               END-IF
               IF WS-NUM-CENT-LEN > ZEROES
                   IF WS-NUM-CENT-X (1:WS-NUM-CENT-LEN) NOT NUMERIC
                       MOVE 'N' TO WS-NUM-SW
                   END-IF
               END-IF
           END-IF.
           IF NUMBER-OK
               MOVE ZEROES TO WS-NUM-WHOLE-N
               MOVE WS-NUM-WHOLE-X (1:WS-NUM-WHOLE-LEN)
                   TO WS-NUM-WHOLE-R (7 - WS-NUM-WHOLE-LEN:
                                      WS-NUM-WHOLE-LEN)
               MOVE ZEROES TO WS-NUM-CENT-N
               IF WS-NUM-CENT-LEN > ZEROES
                   MOVE WS-NUM-CENT-X (1:WS-NUM-CENT-LEN)
                       TO WS-NUM-CENT-R (1:WS-NUM-CENT-LEN)
               END-IF
               COMPUTE WS-NUM-VALUE =
                   WS-NUM-WHOLE-N + WS-NUM-CENT-N / 100
           END-IF.

      * 签退：平衡单写合计与签字栏，屏幕上同样显示一遍
        0700-FINISH-SLIP.
           MOVE SPACES TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALES' TO STL-LABEL.
           MOVE WS-SALES-COUNT TO STL-COUNT.
           MOVE WS-SALES-AMOUNT TO STL-AMOUNT.
           PERFORM 0710-WRITE-SLIP-TOTAL.
           MOVE 'RETURNS / CREDITS' TO STL-LABEL.
           MOVE WS-RETURN-COUNT TO STL-COUNT.
           MOVE WS-RETURN-AMOUNT TO STL-AMOUNT.
           PERFORM 0710-WRITE-SLIP-TOTAL.
           MOVE 'BATCH TOTAL (NET)' TO STL-LABEL.
           MOVE WS-LINES-ACCEPTED TO STL-COUNT.
           MOVE WS-NET-AMOUNT TO STL-AMOUNT.
           PERFORM 0710-WRITE-SLIP-TOTAL.
           MOVE SPACES TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO STL-AMOUNT.
           MOVE 'SPLIT-CREDIT LINES' TO STL-LABEL.
           MOVE WS-SPLIT-LINES TO STL-COUNT.
           PERFORM 0710-WRITE-SLIP-TOTAL.
           MOVE 'CLOSED-PERIOD LINES' TO STL-LABEL.
           MOVE WS-PPA-COUNT TO STL-COUNT.
           PERFORM 0710-WRITE-SLIP-TOTAL.
           MOVE 'LINES DISCARDED' TO STL-LABEL.
           MOVE WS-LINES-DISCARDED TO STL-COUNT.
           PERFORM 0710-WRITE-SLIP-TOTAL.
           MOVE 'SALESDAILY LINES BEFORE BATCH' TO STL-LABEL.
           MOVE WS-EXISTING-LINES TO STL-COUNT.
           PERFORM 0710-WRITE-SLIP-TOTAL.
           MOVE SPACES TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE SLIP-SIGN-LINE TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-SALES-AMOUNT TO WS-EDIT-NET.
           DISPLAY ' '.
           DISPLAY '========= BATCH BALANCING ========='.
           DISPLAY '  SALES   ' WS-SALES-COUNT '  ' WS-EDIT-NET.
           MOVE WS-RETURN-AMOUNT TO WS-EDIT-NET.
           DISPLAY '  RETURNS ' WS-RETURN-COUNT '  ' WS-EDIT-NET.
           MOVE WS-NET-AMOUNT TO WS-EDIT-NET.
           DISPLAY '  NET     ' WS-LINES-ACCEPTED '  ' WS-EDIT-NET.
           DISPLAY '  SLIP PRINTED TO ENTRYSLIP.RPT'.

      * 写一行平衡单合计
        0710-WRITE-SLIP-TOTAL.
           MOVE SLIP-TOTAL-LINE TO SLIP-PRINT-LINE.
           WRITE SLIP-PRINT-LINE AFTER ADVANCING 1 LINE.

          END PROGRAM SALESENTRY.
