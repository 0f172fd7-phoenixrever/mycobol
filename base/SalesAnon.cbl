       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESANON.
      * 程序名称：离职人员个人资料到期匿名化
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  Privacy retention utility for departed salespeople.  Any   *
      *   id whose latest departure on SALESARCH is older than the  *
      *   retention period (years from ANONPARM.DAT, default 7) and *
      *   who is not back on the master has every archive entry's   *
      *   name replaced by the ANONYMIZED token, gender set to X    *
      *   and leave dates cleared; amounts and the yearly and       *
      *   monthly history slots are kept for trend reporting.       *
      *   Their BMIHIST screenings keep the measurements under the  *
      *   id with the same token for a name (name-only screenings   *
      *   are resolved through WELLXREF first), and their WELLXREF  *
      *   and WELLFUP entries are purged.  A certificate lists each *
      *   id processed with counts per file and the processing      *
      *   date.  Run after the stream, like RETSWEEP.               *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "ANONPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
      * 运行选项：离职后保留年数；文件不存在时按 7 年
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档，只读：人还在主档上（已重新入职）的不动
            SELECT ARCHIVE-FILE ASSIGN TO "SALESARCH.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARCH-KEY
             FILE STATUS IS WS-ARCHIVE-STATUS.
      * SALESMAINT 写出的离职归档档，就地改写
            SELECT HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
             FILE STATUS IS WS-HISTORY-STATUS.
      * ENHANCEDBMICALCULATOR 追加的体检结果历史档，就地改写
            SELECT XREF-FILE ASSIGN TO "WELLXREF.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS XR-PERSON-NAME
             FILE STATUS IS WS-XREF-STATUS.
      * 体检身份对照档：只记姓名的筛查靠它认人，认完再删
            SELECT REGISTRY-FILE ASSIGN TO "WELLFUP.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FU-SALESPERSON-ID
             FILE STATUS IS WS-REGISTRY-STATUS.
      * WELLFOLLOWUP 的随访登记档
            SELECT CERT-REPORT-FILE ASSIGN TO "ANONCERT.RPT".
      * 匿名化证明
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：保留期截止日与证明日期从这里来

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 运行选项
       FD PARM-FILE.
       01 PARM-RECORD.
            05 PARM-RETAIN-YEARS    PIC 9(2).

      * 销售人员主档，布局与 SALESMAINT.cbl 的一致
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

      * 离职归档档，布局与 SALESMAINT.cbl 的一致；映像区按
      * SALESDETAILS 的布局展开，便于改写姓名、性别等字段
       FD ARCHIVE-FILE.
       01 ARCHIVE-REC.
            05 ARCH-KEY.
                10 ARCH-SALESPERSON-ID PIC 9(7).
                10 ARCH-TERM-DATE    PIC 9(8).
            05 ARCH-DETAILS.
                10 AD-SALESPERSON-ID PIC 9(7).
                10 AD-SALESPERSON-NAME.
                    15 AD-LASTNAME   PIC X(20).
                    15 AD-FIRSTNAME  PIC X(20).
                10 AD-REGION         PIC X(5).
                10 AD-YEARLYSALES    PIC 9(6)V99.
                10 AD-GENDER         PIC X.
                10 AD-PRIOR-YEAR-SALES PIC 9(6)V99 OCCURS 5 TIMES.
                10 AD-ADJUSTMENT     PIC S9(6)V99.
                10 AD-MONTHLY-SALES  PIC 9(6)V99 OCCURS 12 TIMES.
                10 AD-HIRE-DATE      PIC 9(8).
                10 AD-EMP-STATUS     PIC X.
                10 AD-LEAVE-START-DATE PIC 9(8).
                10 AD-LEAVE-END-DATE PIC 9(8).
            05 ARCH-TERM-REASON      PIC X(3).
            05 ARCH-REHIRED-SW       PIC X.
      * 空格 = 离职在册, Y = 已重新入职复原, A = 已匿名化

      * 体检结果历史档，布局与 ENHANCEDBMICALCULATOR 写出的一致
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
            88 ENDOFHISTORY VALUE HIGH-VALUES.
            05 HIST-SALESPERSON-ID   PIC 9(7).
            05 HIST-PERSON-NAME.
                10 HIST-LASTNAME     PIC X(20).
                10 HIST-FIRSTNAME    PIC X(20).
            05 HIST-SCREEN-DATE      PIC 9(6).
            05 HIST-BMI              PIC 999V99.
            05 HIST-CATEGORY         PIC X(15).
            05 HIST-SYSTOLIC         PIC 9(3).
            05 HIST-DIASTOLIC        PIC 9(3).
            05 HIST-PULSE            PIC 9(3).
            05 HIST-RISK             PIC X(15).

      * 身份对照档，布局与 WELLIDMAINT.cbl 的一致
       FD XREF-FILE.
       01 XREF-REC.
            05 XR-PERSON-NAME.
                10 XR-LASTNAME      PIC X(20).
                10 XR-FIRSTNAME     PIC X(20).
            05 XR-SALESPERSON-ID    PIC 9(7).

      * 随访登记档，布局与 WELLFOLLOWUP.cbl 的一致
       FD REGISTRY-FILE.
       01 REGISTRY-REC.
            05 FU-SALESPERSON-ID     PIC 9(7).
            05 FU-LEVEL-SENT         PIC 9.
            05 FU-SENT-DATE          PIC 9(6).
            05 FU-STREAK-AT-SEND     PIC 9(3).

      * 匿名化证明
       FD CERT-REPORT-FILE.
       01 CERT-PRINT-LINE           PIC X(132).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(2) VALUE '00'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ARCHIVE-STATUS        PIC X(2) VALUE '00'.
       01  WS-HISTORY-STATUS        PIC X(2) VALUE '00'.
       01  WS-XREF-STATUS           PIC X(2) VALUE '00'.
       01  WS-REGISTRY-STATUS       PIC X(2) VALUE '00'.
       01  WS-XREF-AVAIL-SW         PIC X VALUE 'N'.
           88 XREF-AVAILABLE        VALUE 'Y'.
       01  WS-REGISTRY-AVAIL-SW     PIC X VALUE 'N'.
           88 REGISTRY-AVAILABLE    VALUE 'Y'.
       01  WS-SCAN-SW               PIC X VALUE 'N'.
           88 END-OF-SCAN           VALUE 'Y'.

      * 业务日期控制档的读取控制项
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-BUS-DATE-WORK.
            05 WS-BD-CC             PIC 99.
            05 WS-BD-YYMMDD         PIC 9(6).
       01  WS-BUS-DATE-8 REDEFINES WS-BUS-DATE-WORK PIC 9(8).

      * 保留期：最后一次离职日期早于截止日的才到期；截止日就是
      * 业务日期往前推整数年，不做月日换算
       01  WS-RETAIN-YEARS          PIC 9(2) VALUE 7.
       01  WS-CUTOFF-DATE           PIC 9(8) VALUE ZEROES.

      * 中性替代值：姓写成这个记号、名清空、性别写 X；各读档
      * 程序认这个记号
       01  WS-ANON-TOKEN            PIC X(20) VALUE 'ANONYMIZED'.
       01  WS-ANON-GENDER           PIC X VALUE 'X'.

      * 第一遍按编号分组：同一编号的归档记录键序相连，最后一条
      * 就是最近一次离职
       01  WS-GRP-ID                PIC 9(7) VALUE ZEROES.
       01  WS-GRP-LAST-TERM         PIC 9(8) VALUE ZEROES.
       01  WS-GRP-ACTIVE-SW         PIC X VALUE 'N'.
           88 GROUP-IN-PROGRESS     VALUE 'Y'.
       01  WS-GRP-PENDING-SW        PIC X VALUE 'N'.
           88 GROUP-HAS-PENDING     VALUE 'Y'.

      * 到期人员表：归档按编号键序读出，装入即有序，供折半查找
       01  WS-ANON-MAX              PIC 9(5) COMP VALUE 5000.
       01  WS-ANON-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-ANON-TABLE.
            05 WS-ANON-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-ANON-COUNT
                ASCENDING KEY IS WS-AN-ID
                INDEXED BY WS-AN-IDX.
                10 WS-AN-ID          PIC 9(7).
                10 WS-AN-LAST-TERM   PIC 9(8).
                10 WS-AN-ARCH-COUNT  PIC 9(3).
                10 WS-AN-HIST-COUNT  PIC 9(5).
                10 WS-AN-XREF-COUNT  PIC 9(3).
                10 WS-AN-FUP-SW      PIC X.
       01  WS-HIST-ID               PIC 9(7) VALUE ZEROES.

      * 处理计数
       01  WS-ARCH-READ-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-ON-MASTER-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-DEFERRED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-ARCH-DONE-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-HIST-DONE-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-XREF-DONE-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-FUP-DONE-COUNT        PIC 9(7) VALUE ZEROES.

      * 证明标题行
       01  CERT-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(50)
               VALUE 'CERTIFICATE OF PERSONAL DATA ANONYMIZATION'.
            05 FILLER               PIC X(77) VALUE SPACES.

      * 证明抬头：日期与保留期
       01  CERT-PARM-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CPL-LABEL             PIC X(30).
            05 CPL-VALUE             PIC X(8).
            05 FILLER                PIC X(89) VALUE SPACES.

      * 证明明细标题行
       01  CERT-HEADING-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'ID'.
            05 FILLER               PIC X(11) VALUE 'LAST TERM'.
            05 FILLER               PIC X(10) VALUE 'ARCHIVE'.
            05 FILLER               PIC X(12) VALUE 'SCREENINGS'.
            05 FILLER               PIC X(8)  VALUE 'XREF'.
            05 FILLER               PIC X(11) VALUE 'FOLLOW-UP'.
            05 FILLER               PIC X(10) VALUE 'PROCESSED'.
            05 FILLER               PIC X(56) VALUE SPACES.

      * 证明明细行：一人一行
       01  CERT-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CDL-ID                PIC 9(7).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 CDL-LAST-TERM         PIC 9(8).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 CDL-ARCH              PIC ZZ9.
            05 FILLER                PIC X(7)  VALUE SPACES.
            05 CDL-HIST              PIC ZZ,ZZ9.
            05 FILLER                PIC X(6)  VALUE SPACES.
            05 CDL-XREF              PIC ZZ9.
            05 FILLER                PIC X(5)  VALUE SPACES.
            05 CDL-FUP               PIC X(8).
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 CDL-DATE              PIC 9(8).
            05 FILLER                PIC X(54) VALUE SPACES.

      * 证明汇总行
       01  CERT-TOTAL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 CTL-LABEL             PIC X(40).
            05 CTL-VALUE             PIC ZZZ,ZZ9.
            05 FILLER                PIC X(80) VALUE SPACES.

      * 证明签署行
       01  CERT-SIGN-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(60) VALUE
               'CERTIFIED BY ______________________   DATE __________'.
            05 FILLER               PIC X(67) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：定截止日、找到期的人、逐档匿名化或清除、出证明
        0000-MAINLINE.
           PERFORM 0045-GET-BUSINESS-DATE.
           PERFORM 0060-READ-RUN-OPTIONS.
           PERFORM 0070-OPEN-FILES.
           PERFORM 1000-FIND-EXPIRED.
           PERFORM 2000-ANONYMIZE-ARCHIVE.
           PERFORM 3000-ANONYMIZE-HISTORY.
           PERFORM 4000-PURGE-XREF.
           PERFORM 5000-PURGE-FOLLOWUP.
           PERFORM 6000-WRITE-CERTIFICATE.
           PERFORM 0900-STOP-RUN.

      * 取业务日期：优先用 BUSDATE 程序登记的业务日期；控制档不
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
           IF NOT BUSDATE-ON-FILE
               MOVE 20 TO WS-BD-CC
               ACCEPT WS-BD-YYMMDD FROM DATE
           END-IF.

      * 读运行选项：保留年数，零或不是数字时按 7 年；截止日由
      * 业务日期倒推
        0060-READ-RUN-OPTIONS.
           MOVE 7 TO WS-RETAIN-YEARS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-RETAIN-YEARS NUMERIC
                               AND PARM-RETAIN-YEARS > ZEROES
                           MOVE PARM-RETAIN-YEARS
                               TO WS-RETAIN-YEARS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           COMPUTE WS-CUTOFF-DATE =
               WS-BUS-DATE-8 - (WS-RETAIN-YEARS * 10000).

      * 打开文件：主档与归档打不开就不动手——认不出谁已重新入
      * 职，宁可一条不改；体检对照档与随访登记档没有时跳过
        0070-OPEN-FILES.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALES MASTER OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'ARCHIVE OPEN FAILED, STATUS = '
                   WS-ARCHIVE-STATUS
               CLOSE SALESFILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-XREF-AVAIL-SW.
           OPEN I-O XREF-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE 'Y' TO WS-XREF-AVAIL-SW
           ELSE
               DISPLAY 'WELLXREF NOT AVAILABLE, STATUS = '
                   WS-XREF-STATUS
           END-IF.
           MOVE 'N' TO WS-REGISTRY-AVAIL-SW.
           OPEN I-O REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = '00'
               MOVE 'Y' TO WS-REGISTRY-AVAIL-SW
           ELSE
               DISPLAY 'WELLFUP NOT AVAILABLE, STATUS = '
                   WS-REGISTRY-STATUS
           END-IF.
           OPEN OUTPUT CERT-REPORT-FILE.

      * 第一遍：顺序读归档，按编号分组，到期的人记进表
        1000-FIND-EXPIRED.
           MOVE ZEROES TO ARCH-SALESPERSON-ID.
           MOVE ZEROES TO ARCH-TERM-DATE.
           MOVE 'N' TO WS-SCAN-SW.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
               INVALID KEY SET END-OF-SCAN TO TRUE
           END-START.
           PERFORM UNTIL END-OF-SCAN
               READ ARCHIVE-FILE NEXT RECORD
                   AT END SET END-OF-SCAN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       PERFORM 1100-TALLY-ARCHIVE-ENTRY
               END-READ
           END-PERFORM.
           IF GROUP-IN-PROGRESS
               PERFORM 1200-SETTLE-GROUP
           END-IF.

      * 记一条归档：编号变了先结清上一个人；还没匿名化的记录
      * 才算有活要干
        1100-TALLY-ARCHIVE-ENTRY.
           IF GROUP-IN-PROGRESS
                   AND ARCH-SALESPERSON-ID NOT = WS-GRP-ID
               PERFORM 1200-SETTLE-GROUP
           END-IF.
           IF NOT GROUP-IN-PROGRESS
               MOVE 'Y' TO WS-GRP-ACTIVE-SW
               MOVE ARCH-SALESPERSON-ID TO WS-GRP-ID
               MOVE 'N' TO WS-GRP-PENDING-SW
           END-IF.
           MOVE ARCH-TERM-DATE TO WS-GRP-LAST-TERM.
           IF AD-LASTNAME NOT = WS-ANON-TOKEN
               MOVE 'Y' TO WS-GRP-PENDING-SW
           END-IF.

      * 结清一个人：最近一次离职已过保留期、还有没匿名化的记录、
      * 人也不在主档上，才进到期表；表满的留到下一次运行
        1200-SETTLE-GROUP.
           MOVE 'N' TO WS-GRP-ACTIVE-SW.
           IF GROUP-HAS-PENDING
                   AND WS-GRP-LAST-TERM < WS-CUTOFF-DATE
               MOVE WS-GRP-ID TO SALESPERSON-ID
               READ SALESFILE
                   INVALID KEY
                       PERFORM 1210-ADD-EXPIRED
                   NOT INVALID KEY
                       ADD 1 TO WS-ON-MASTER-COUNT
               END-READ
           END-IF.

      * 记进到期表
        1210-ADD-EXPIRED.
           IF WS-ANON-COUNT < WS-ANON-MAX
               ADD 1 TO WS-ANON-COUNT
               MOVE WS-GRP-ID TO WS-AN-ID (WS-ANON-COUNT)
               MOVE WS-GRP-LAST-TERM TO WS-AN-LAST-TERM (WS-ANON-COUNT)
               MOVE ZEROES TO WS-AN-ARCH-COUNT (WS-ANON-COUNT)
               MOVE ZEROES TO WS-AN-HIST-COUNT (WS-ANON-COUNT)
               MOVE ZEROES TO WS-AN-XREF-COUNT (WS-ANON-COUNT)
               MOVE 'N' TO WS-AN-FUP-SW (WS-ANON-COUNT)
           ELSE
               ADD 1 TO WS-DEFERRED-COUNT
           END-IF.

      * 第二遍：到期的人逐个定位归档记录，姓名与性别换成中性值，
      * 休假起止日期一并清掉；金额、各年各月的历史格位原样保留
      * 供趋势报表用
        2000-ANONYMIZE-ARCHIVE.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-ANON-COUNT
               MOVE WS-AN-ID (WS-AN-IDX) TO ARCH-SALESPERSON-ID
               MOVE ZEROES TO ARCH-TERM-DATE
               MOVE 'N' TO WS-SCAN-SW
               START ARCHIVE-FILE KEY IS NOT LESS THAN ARCH-KEY
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           IF ARCH-SALESPERSON-ID
                                   NOT = WS-AN-ID (WS-AN-IDX)
                               SET END-OF-SCAN TO TRUE
                           ELSE
                               PERFORM 2100-SCRUB-ARCHIVE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

      * 改写一条归档记录；已重新入职复原过的那几条保留 Y 标志，
      * 其余标 A，SALESMAINT 的重新入职与 SALESALUMNI 名录据此
      * 认出匿名记录
        2100-SCRUB-ARCHIVE-ENTRY.
           IF AD-LASTNAME NOT = WS-ANON-TOKEN
               MOVE WS-ANON-TOKEN TO AD-LASTNAME
               MOVE SPACES TO AD-FIRSTNAME
               MOVE WS-ANON-GENDER TO AD-GENDER
               MOVE ZEROES TO AD-LEAVE-START-DATE
               MOVE ZEROES TO AD-LEAVE-END-DATE
               IF ARCH-REHIRED-SW NOT = 'Y'
                   MOVE 'A' TO ARCH-REHIRED-SW
               END-IF
               REWRITE ARCHIVE-REC
                   INVALID KEY
                       DISPLAY 'ARCHIVE REWRITE FAILED, KEY = '
                           ARCH-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-AN-ARCH-COUNT (WS-AN-IDX)
                       ADD 1 TO WS-ARCH-DONE-COUNT
               END-REWRITE
           END-IF.

      * 第三遍：体检历史档就地改写。只记姓名的筛查先经对照档认
      * 出编号，认到的人回填编号；测量值与筛查日期保留，姓名换
      * 成中性记号
        3000-ANONYMIZE-HISTORY.
           IF WS-ANON-COUNT > ZEROES
               OPEN I-O HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'BMIHIST NOT AVAILABLE, STATUS = '
                       WS-HISTORY-STATUS
               ELSE
                   READ HISTORY-FILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
                   PERFORM UNTIL ENDOFHISTORY
                       PERFORM 3100-CHECK-SCREENING
                       READ HISTORY-FILE
                           AT END SET ENDOFHISTORY TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

      * 一条筛查：定编号，在到期表里的就改写
        3100-CHECK-SCREENING.
           MOVE HIST-SALESPERSON-ID TO WS-HIST-ID.
           IF WS-HIST-ID = ZEROES AND XREF-AVAILABLE
               MOVE HIST-PERSON-NAME TO XR-PERSON-NAME
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-SALESPERSON-ID TO WS-HIST-ID
               END-READ
           END-IF.
           IF WS-HIST-ID NOT = ZEROES
               SEARCH ALL WS-ANON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AN-ID (WS-AN-IDX) = WS-HIST-ID
                       MOVE WS-HIST-ID TO HIST-SALESPERSON-ID
                       MOVE WS-ANON-TOKEN TO HIST-LASTNAME
                       MOVE SPACES TO HIST-FIRSTNAME
                       REWRITE HISTORY-RECORD
                       ADD 1 TO WS-AN-HIST-COUNT (WS-AN-IDX)
                       ADD 1 TO WS-HIST-DONE-COUNT
               END-SEARCH
           END-IF.

      * 第四遍：对照档里指向到期的人的条目整条删掉——姓名对编号
      * 本身就是个人资料，匿名化之后没有保留的意义
        4000-PURGE-XREF.
           IF XREF-AVAILABLE AND WS-ANON-COUNT > ZEROES
               MOVE LOW-VALUES TO XR-PERSON-NAME
               MOVE 'N' TO WS-SCAN-SW
               START XREF-FILE KEY IS NOT LESS THAN XR-PERSON-NAME
                   INVALID KEY SET END-OF-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-SCAN
                   READ XREF-FILE NEXT RECORD
                       AT END SET END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 4100-CHECK-XREF-ENTRY
                   END-READ
               END-PERFORM
           END-IF.

      * 一条对照：编号在到期表里就删
        4100-CHECK-XREF-ENTRY.
           SEARCH ALL WS-ANON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AN-ID (WS-AN-IDX) = XR-SALESPERSON-ID
                   DELETE XREF-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-AN-XREF-COUNT (WS-AN-IDX)
                           ADD 1 TO WS-XREF-DONE-COUNT
                   END-DELETE
           END-SEARCH.

      * 第五遍：随访登记一人一条，到期的人有就删
        5000-PURGE-FOLLOWUP.
           IF REGISTRY-AVAILABLE
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-ANON-COUNT
                   MOVE WS-AN-ID (WS-AN-IDX) TO FU-SALESPERSON-ID
                   READ REGISTRY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE REGISTRY-FILE
                           MOVE 'Y' TO WS-AN-FUP-SW (WS-AN-IDX)
                           ADD 1 TO WS-FUP-DONE-COUNT
                   END-READ
               END-PERFORM
           END-IF.

      * 出证明：抬头、逐人明细、汇总、签署栏
        6000-WRITE-CERTIFICATE.
           MOVE CERT-TITLE-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE 'PROCESSING DATE' TO CPL-LABEL.
           MOVE WS-BUS-DATE-8 TO CPL-VALUE.
           MOVE CERT-PARM-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RETENTION YEARS' TO CPL-LABEL.
           MOVE WS-RETAIN-YEARS TO CPL-VALUE.
           MOVE CERT-PARM-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DEPARTED BEFORE' TO CPL-LABEL.
           MOVE WS-CUTOFF-DATE TO CPL-VALUE.
           MOVE CERT-PARM-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           MOVE CERT-HEADING-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-ANON-COUNT
               PERFORM 6100-WRITE-CERT-DETAIL
           END-PERFORM.
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVE ENTRIES READ' TO CTL-LABEL.
           MOVE WS-ARCH-READ-COUNT TO CTL-VALUE.
           PERFORM 6200-WRITE-CERT-TOTAL.
           MOVE 'SALESPERSON IDS ANONYMIZED' TO CTL-LABEL.
           MOVE WS-ANON-COUNT TO CTL-VALUE.
           PERFORM 6200-WRITE-CERT-TOTAL.
           MOVE 'ARCHIVE ENTRIES ANONYMIZED' TO CTL-LABEL.
           MOVE WS-ARCH-DONE-COUNT TO CTL-VALUE.
           PERFORM 6200-WRITE-CERT-TOTAL.
           MOVE 'SCREENINGS ANONYMIZED' TO CTL-LABEL.
           MOVE WS-HIST-DONE-COUNT TO CTL-VALUE.
           PERFORM 6200-WRITE-CERT-TOTAL.
           MOVE 'WELLXREF ENTRIES PURGED' TO CTL-LABEL.
           MOVE WS-XREF-DONE-COUNT TO CTL-VALUE.
           PERFORM 6200-WRITE-CERT-TOTAL.
           MOVE 'WELLFUP ENTRIES PURGED' TO CTL-LABEL.
           MOVE WS-FUP-DONE-COUNT TO CTL-VALUE.
           PERFORM 6200-WRITE-CERT-TOTAL.
           MOVE 'SKIPPED - BACK ON SALES MASTER' TO CTL-LABEL.
           MOVE WS-ON-MASTER-COUNT TO CTL-VALUE.
           PERFORM 6200-WRITE-CERT-TOTAL.
           MOVE 'DEFERRED TO NEXT RUN - TABLE FULL' TO CTL-LABEL.
           MOVE WS-DEFERRED-COUNT TO CTL-VALUE.
           PERFORM 6200-WRITE-CERT-TOTAL.
           MOVE SPACES TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE CERT-SIGN-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 证明明细：一人一行，各档处理了几条、处理日期
        6100-WRITE-CERT-DETAIL.
           MOVE WS-AN-ID (WS-AN-IDX) TO CDL-ID.
           MOVE WS-AN-LAST-TERM (WS-AN-IDX) TO CDL-LAST-TERM.
           MOVE WS-AN-ARCH-COUNT (WS-AN-IDX) TO CDL-ARCH.
           MOVE WS-AN-HIST-COUNT (WS-AN-IDX) TO CDL-HIST.
           MOVE WS-AN-XREF-COUNT (WS-AN-IDX) TO CDL-XREF.
           IF WS-AN-FUP-SW (WS-AN-IDX) = 'Y'
               MOVE 'PURGED' TO CDL-FUP
           ELSE
               MOVE 'NONE' TO CDL-FUP
           END-IF.
           MOVE WS-BUS-DATE-8 TO CDL-DATE.
           MOVE CERT-DETAIL-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 写一行证明汇总
        6200-WRITE-CERT-TOTAL.
           MOVE CERT-TOTAL-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE SALESFILE.
           CLOSE ARCHIVE-FILE.
           IF XREF-AVAILABLE
               CLOSE XREF-FILE
           END-IF.
           IF REGISTRY-AVAILABLE
               CLOSE REGISTRY-FILE
           END-IF.
           CLOSE CERT-REPORT-FILE.
           STOP RUN.

          END PROGRAM SALESANON.
