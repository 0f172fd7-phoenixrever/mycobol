      *   salesperson's monthly buckets are compared against the    *
      *   phased quota through the current business month with      *
      *   ahead/behind flags - so a March laggard shows up in       *
      *   March, not in December.  Phased quota is prorated to the  *
      *   months the salesperson was actually available: months     *
      *   before the hire date and months spent on leave of absence *
      *   carry no quota, and the line shows the months counted.    *
      ***************************************************************

      *===============================================
            05 SF-PRIOR-YEAR-SALES   PIC 9(6)V99 OCCURS 5 TIMES.
            05 SF-ADJUSTMENT         PIC S9(6)V99.
            05 SF-MONTHLY-SALES      PIC 9(6)V99 OCCURS 12 TIMES.
            05 SF-HIRE-DATE          PIC 9(8).
            05 SF-EMP-STATUS         PIC X.
            05 SF-LEAVE-START-DATE   PIC 9(8).
            05 SF-LEAVE-END-DATE     PIC 9(8).

      * 销售定额主档，布局与 QUOTAMAINT.cbl 的一致
       FD QUOTA-FILE.
                10 WS-BD-DD        PIC 99.
       01  WS-CUR-MONTH            PIC 9(2) VALUE ZEROES.

      * 可用月份判定：以每月十五日为准，当日已入职且不在休假
      * 期内的月份才算可用，才摊定额
       01  WS-MID-MONTH-DATE.
            05 WS-MMD-CC           PIC 99.
            05 WS-MMD-YY           PIC 99.
            05 WS-MMD-MM           PIC 99.
            05 WS-MMD-DD           PIC 99 VALUE 15.
       01  WS-MID-MONTH-NUM REDEFINES WS-MID-MONTH-DATE PIC 9(8).
       01  WS-AVAIL-TABLE.
            05 WS-AVAIL-SW         PIC X OCCURS 12 TIMES.
                88 MONTH-AVAILABLE VALUE 'Y'.
       01  WS-AVAIL-MONTHS         PIC 9(2) VALUE ZEROES.
       01  WS-ELAPSED-MONTHS       PIC 9(2) VALUE ZEROES.
       01  WS-PRORATED-COUNT       PIC 9(5) VALUE ZEROES.
       01  WS-NOTAVAIL-COUNT       PIC 9(5) VALUE ZEROES.

      * 分布模式表
       01  WS-PATTERN-COUNT        PIC 9(2) VALUE ZEROES.
       01  WS-PATTERN-TABLE.
       01  WS-TOTAL-YTD-ACTUAL     PIC 9(10)V99 COMP-3 VALUE ZEROES.

      * 报表标题行
      * AVAIL 栏为年初至今可用月数 / 已过月数，不是满数的即
      * 按入职或休假折算过定额
       01  PACE-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(32) VALUE 'SALESPERSON NAME'.
            05 FILLER               PIC X(7)  VALUE 'REGION'.
            05 FILLER               PIC X(11) VALUE 'MTD QUOTA'.
            05 FILLER               PIC X(12) VALUE 'MTD ACT'.
            05 FILLER               PIC X(7)  VALUE 'MTD%'.
            05 FILLER               PIC X(12) VALUE 'YTD QUOTA'.
            05 FILLER               PIC X(14) VALUE 'YTD ACT'.
            05 FILLER               PIC X(7)  VALUE 'YTD%'.
            05 FILLER               PIC X(14) VALUE 'FLAG'.
            05 FILLER               PIC X(5)  VALUE 'AVAIL'.
            05 FILLER               PIC X(6)  VALUE SPACES.

      * 报表明细行
       01  PACE-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 PCE-NAME              PIC X(30).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 PCE-REGION            PIC X(5).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 PCE-YTD-PCT           PIC ZZ9.9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 PCE-FLAG              PIC X(12).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 PCE-AVAIL-MONTHS      PIC Z9.
            05 FILLER                PIC X     VALUE '/'.
            05 PCE-ELAPSED-MONTHS    PIC 99.
            05 FILLER                PIC X(6)  VALUE SPACES.

      * 汇总行
       01  PACE-SUMMARY-LINE.
                END-READ.
           PERFORM UNTIL ENDOFSALES
               PERFORM 0110-PHASE-QUOTA
               PERFORM 0112-PRORATE-QUOTA
               PERFORM 0120-WRITE-PACE-LINE
               READ SALESFILE
                    AT END SET ENDOFSALES TO TRUE
               PERFORM 0118-RESOLVE-PHASING
           END-IF.

      * 按入职日期与休假起止把不可用月份的分月定额清零：逐月取
      * 当月十五日，早于入职日期的、落在休假期内的（结束日为零
      * 即尚未销假）都不算可用月份；年初至今的可用月数留给明细
      * 行显示
        0112-PRORATE-QUOTA.
           MOVE WS-BD-CC TO WS-MMD-CC.
           MOVE WS-BD-YY TO WS-MMD-YY.
           MOVE ZEROES TO WS-AVAIL-MONTHS.
           MOVE ZEROES TO WS-ELAPSED-MONTHS.
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-MONTH-SUBSCRIPT > 12
               MOVE WS-MONTH-SUBSCRIPT TO WS-MMD-MM
               MOVE 'Y' TO WS-AVAIL-SW (WS-MONTH-SUBSCRIPT)
               IF SF-HIRE-DATE > WS-MID-MONTH-NUM
                   MOVE 'N' TO WS-AVAIL-SW (WS-MONTH-SUBSCRIPT)
               END-IF
               IF SF-LEAVE-START-DATE NOT = ZEROES
                       AND SF-LEAVE-START-DATE NOT > WS-MID-MONTH-NUM
                       AND (SF-LEAVE-END-DATE = ZEROES
                        OR SF-LEAVE-END-DATE NOT < WS-MID-MONTH-NUM)
                   MOVE 'N' TO WS-AVAIL-SW (WS-MONTH-SUBSCRIPT)
               END-IF
               IF NOT MONTH-AVAILABLE (WS-MONTH-SUBSCRIPT)
                   MOVE ZEROES TO WS-PQ-MONTH (WS-MONTH-SUBSCRIPT)
               END-IF
               IF WS-MONTH-SUBSCRIPT NOT > WS-CUR-MONTH
                   ADD 1 TO WS-ELAPSED-MONTHS
                   IF MONTH-AVAILABLE (WS-MONTH-SUBSCRIPT)
                       ADD 1 TO WS-AVAIL-MONTHS
                   END-IF
               END-IF
           END-PERFORM.

      * 个人定额缺位时按区域缺省定额套
        0115-USE-DEFAULT-QUOTA.
           PERFORM VARYING WS-QDEF-SUBSCRIPT FROM 1 BY 1
           END-IF.
           MOVE WS-MTD-PCT TO PCE-MTD-PCT.
           MOVE WS-YTD-PCT TO PCE-YTD-PCT.
           MOVE WS-AVAIL-MONTHS TO PCE-AVAIL-MONTHS.
           MOVE WS-ELAPSED-MONTHS TO PCE-ELAPSED-MONTHS.
           IF WS-AVAIL-MONTHS < WS-ELAPSED-MONTHS
               ADD 1 TO WS-PRORATED-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN NOT QUOTA-ON-RECORD
                   ADD 1 TO WS-NOQUOTA-COUNT
                   MOVE 'NO QUOTA' TO PCE-FLAG
               WHEN WS-AVAIL-MONTHS = ZEROES
                   ADD 1 TO WS-NOTAVAIL-COUNT
                   MOVE 'NOT AVAIL' TO PCE-FLAG
               WHEN WS-YTD-PCT NOT < 100
                   ADD 1 TO WS-AHEAD-COUNT
                   MOVE 'AHEAD' TO PCE-FLAG
           MOVE 'WITHOUT QUOTA' TO PCS-LABEL.
           MOVE WS-NOQUOTA-COUNT TO PCS-VALUE.
           PERFORM 0310-WRITE-SUMMARY-LINE.
           MOVE 'QUOTA PRORATED, HIRE/LEAVE' TO PCS-LABEL.
           MOVE WS-PRORATED-COUNT TO PCS-VALUE.
           PERFORM 0310-WRITE-SUMMARY-LINE.
           MOVE 'NOT AVAILABLE YET THIS YEAR' TO PCS-LABEL.
           MOVE WS-NOTAVAIL-COUNT TO PCS-VALUE.
           PERFORM 0310-WRITE-SUMMARY-LINE.

      * 写一行汇总
        0310-WRITE-SUMMARY-LINE.
