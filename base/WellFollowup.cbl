      *   later cycles never re-send the same level; a screening    *
      *   back in range clears the registry and a later relapse     *
      *   starts over at level 1.  One letter file per person plus  *
      *   a summary listing for HR.  Histories SALESANON has        *
      *   anonymized get no letter and are only counted.            *
      ***************************************************************

      *===============================================
      * 当前处理中的人：最近一轮的数据与连续出格轮数
       01  WS-CURRENT-ID            PIC 9(7) VALUE ZEROES.
       01  WS-CURRENT-NAME          PIC X(40) VALUE SPACES.
       01  WS-CURRENT-NAME-PARTS REDEFINES WS-CURRENT-NAME.
            05 WS-CURRENT-LASTNAME  PIC X(20).
            05 FILLER               PIC X(20).
       01  WS-HAVE-PERSON-SW        PIC X VALUE 'N'.
           88 PERSON-IN-PROGRESS    VALUE 'Y'.
       01  WS-OOR-STREAK            PIC 9(3) VALUE ZEROES.
       01  WS-LEVEL2-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-ALREADY-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-CLEARED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-ANON-COUNT            PIC 9(7) VALUE ZEROES.

      * 信函编辑用的暂存区
       01  WS-LTR-BMI-EDIT          PIC ZZ9.99.
               IF NOT PERSON-IN-PROGRESS
                   MOVE 'Y' TO WS-HAVE-PERSON-SW
                   MOVE FSR-SALESPERSON-ID TO WS-CURRENT-ID
                   MOVE ZEROES TO WS-OOR-STREAK
               END-IF
               PERFORM 0110-TALLY-SCREENING
           END-IF.

      * 记一轮筛查：出格加一轮，回到正常清零；最近一轮的数据
      * 留着写信用。姓名取最近一条：匿名化后又复职的人，旧筛查
      * 的姓是记号，复职后的新筛查才是真名
        0110-TALLY-SCREENING.
           MOVE FSR-PERSON-NAME TO WS-CURRENT-NAME.
           IF FSR-CATEGORY = 'Obesity'
                   OR FSR-CATEGORY = 'Underweight'
               ADD 1 TO WS-OOR-STREAK
           MOVE FSR-CATEGORY TO WS-LAST-CATEGORY.
           MOVE FSR-SCREEN-DATE TO WS-LAST-DATE.

      * 结清一个人。离职过了保留期、被 SALESANON 匿名化的历史
      * （最近一条的姓仍是记号 ANONYMIZED）人早已不在，不发信、
      * 不登记、不列清单，只计数
        0120-SETTLE-PERSON.
           IF WS-CURRENT-LASTNAME = 'ANONYMIZED'
               ADD 1 TO WS-ANON-COUNT
               MOVE 'N' TO WS-HAVE-PERSON-SW
           ELSE
               PERFORM 0125-SETTLE-NAMED-PERSON
           END-IF.

      * 结清一个具名的人：按升级规则决定发不发、发哪级，逐人记
      * 一行汇总
        0125-SETTLE-NAMED-PERSON.
           ADD 1 TO WS-PERSON-COUNT.
           MOVE WS-CURRENT-ID TO SUMD-ID.
           MOVE WS-CURRENT-NAME TO SUMD-NAME.
           MOVE 'BACK IN RANGE - CLEARED' TO SUMT-LABEL.
           MOVE WS-CLEARED-COUNT TO SUMT-VALUE.
           PERFORM 0310-WRITE-TOTAL-LINE.
           MOVE 'ANONYMIZED HISTORIES - NOT LISTED' TO SUMT-LABEL.
           MOVE WS-ANON-COUNT TO SUMT-VALUE.
           PERFORM 0310-WRITE-TOTAL-LINE.

      * 写一行汇总计数
        0310-WRITE-TOTAL-LINE.
