       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELLAGG.
      * 程序名称：去标识化健康计划汇总报表
       AUTHOR.     PEGGY FISHER.
      * 作者
      ***************************************************************
      *  De-identified wellness summary for regional managers and   *
      *   the benefits broker.  Every person on the salesperson     *
      *   master is placed by region, territory, gender and age     *
      *   band (birth date from the HR roster extract) and matched  *
      *   to their latest screening in the reporting period from    *
      *   BMIHIST.  Each group prints headcount, participation     *
      *   rate, average BMI, category mix and risk distribution -   *
      *   no names or ids appear anywhere.  A group covering fewer  *
      *   people than the minimum cell size is suppressed and       *
      *   rolled into OTHER; when OTHER itself is still below the   *
      *   minimum, the next-smallest groups are rolled in with it   *
      *   so no group can be recovered by subtraction from the      *
      *   total.                                                    *
      ***************************************************************

      *===============================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "WELLAGGPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
      * 运行选项：最小单元人数与统计期间起始日；文件不存在时
      * 取缺省值（5 人，业务日期往前一年）
            SELECT SALESFILE ASSIGN TO "SALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SALESPERSON-ID
             ALTERNATE RECORD KEY IS LASTNAME WITH DUPLICATES
             FILE STATUS IS WS-SALESFILE-STATUS.
      * 销售人员主档，只读，取区域与性别，也是参加率的分母
            SELECT TERRASGN-FILE ASSIGN TO "TERRASGN.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS TA-SALESPERSON-ID
             FILE STATUS IS WS-TERRASGN-STATUS.
      * 片区指派档：销售员编号对片区代码
            SELECT HR-EXTRACT-FILE ASSIGN TO "SALESHR.CSV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HR-STATUS.
      * HR 名册 CSV，只取第七列出生日期分年龄段
            SELECT HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
             FILE STATUS IS WS-HISTORY-STATUS.
      * ENHANCEDBMICALCULATOR 追加的体检结果历史档
            SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUSDATE-STATUS.
      * 业务日期控制档：统计期间与年龄按业务日期计算
            SELECT CELL-SORT-FILE ASSIGN TO "WELLAGGSORT.DAT".
      * 单元按维度、分组名排序的工作文件
            SELECT AGG-REPORT-FILE ASSIGN TO "WELLAGG.RPT".
      * 去标识化汇总报表

      *===============================================
       DATA DIVISION.
       FILE SECTION.

      * 运行选项文件
       FD PARM-FILE.
       01 PARM-RECORD.
            05 PARM-MIN-CELL         PIC 9(3).
            05 PARM-PERIOD-START     PIC 9(8).
      * 统计期间起始日 CCYYMMDD；零表示业务日期往前一年
            05 FILLER                PIC X(69).

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

      * 片区指派档，布局与 TERRMAINT.cbl 的一致
       FD TERRASGN-FILE.
       01 TERRASGN-REC.
            05 TA-SALESPERSON-ID    PIC 9(7).
            05 TA-TERRITORY         PIC X(5).

      * HR 名册 CSV 文件，每行一条记录
       FD HR-EXTRACT-FILE.
       01 HR-CSV-LINE                PIC X(100).

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

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD.
            05 BD-BUSINESS-DATE     PIC 9(8).

      * 单元排序工作文件：只放未被抑制的单元
       SD CELL-SORT-FILE.
       01 CELL-SORT-RECORD.
            88 ENDOFCELLS VALUE HIGH-VALUES.
            05 CSR-DIMENSION         PIC 9.
            05 CSR-GROUP             PIC X(12).
            05 CSR-DATA              PIC X(59).

      * 去标识化汇总报表
       FD AGG-REPORT-FILE.
       01 AGG-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(2) VALUE '00'.
       01  WS-SALESFILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-SALESFILE-SW          PIC X VALUE 'N'.
           88 ENDOFMASTER           VALUE 'Y'.
       01  WS-TERRASGN-STATUS       PIC X(2) VALUE '00'.
       01  WS-TERRASGN-AVAIL-SW     PIC X VALUE 'N'.
           88 TERRASGN-AVAILABLE    VALUE 'Y'.
       01  WS-HR-STATUS             PIC X(2) VALUE '00'.
       01  WS-HR-SW                 PIC X VALUE 'N'.
           88 ENDOFHR               VALUE 'Y'.
       01  WS-HISTORY-STATUS        PIC X(2) VALUE '00'.

      * 业务日期
       01  WS-BUSDATE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BUSDATE-SW            PIC X VALUE 'N'.
           88 BUSDATE-ON-FILE       VALUE 'Y'.
       01  WS-TODAY                 PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-GRP REDEFINES WS-TODAY.
            05 WS-TD-CC             PIC 99.
            05 WS-TD-YYMMDD         PIC 9(6).
       01  WS-TODAY-ALT REDEFINES WS-TODAY.
            05 WS-TD-CCYY           PIC 9(4).
            05 WS-TD-MMDD           PIC 9(4).
       01  WS-RUN-DATE              PIC 9(6) VALUE ZEROES.

      * 运行选项
       01  WS-MIN-CELL              PIC 9(3) VALUE 5.
       01  WS-PERIOD-START          PIC 9(8) VALUE ZEROES.
       01  WS-PERIOD-START-GRP REDEFINES WS-PERIOD-START.
            05 WS-PS-CCYY           PIC 9(4).
            05 WS-PS-MMDD           PIC 9(4).

      * 筛查日期换成 CCYYMMDD（世纪按 20 处理）
       01  WS-SCREEN-DATE-8         PIC 9(8) VALUE ZEROES.
       01  WS-SCREEN-DATE-GRP REDEFINES WS-SCREEN-DATE-8.
            05 WS-SD-CC             PIC 99.
            05 WS-SD-YYMMDD         PIC 9(6).

      * 人员表：主档按编号键序读出，装入即有序，供折半查找；
      * 表里只有编号，报表上不出现
       01  WS-PERSON-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-PERSON-TABLE.
            05 WS-PERSON-ENTRY OCCURS 0 TO 10000 TIMES
                DEPENDING ON WS-PERSON-COUNT
                ASCENDING KEY IS WS-PT-ID
                INDEXED BY WS-PT-IDX.
                10 WS-PT-ID          PIC 9(7).
                10 WS-PT-REGION      PIC X(5).
                10 WS-PT-TERRITORY   PIC X(5).
                10 WS-PT-GENDER      PIC X.
                10 WS-PT-BIRTH-DATE  PIC 9(8).
                10 WS-PT-SCREEN-DATE PIC 9(8).
                10 WS-PT-BMI         PIC 999V99.
                10 WS-PT-CATEGORY    PIC X(15).
                10 WS-PT-RISK        PIC X(15).
       01  WS-PERSON-SUB            PIC 9(5) COMP VALUE 0.
       01  WS-BIRTH-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-BIRTH-DATE-GRP REDEFINES WS-BIRTH-DATE.
            05 WS-BI-CCYY           PIC 9(4).
            05 WS-BI-MMDD           PIC 9(4).
       01  WS-AGE                   PIC 9(3) VALUE ZEROES.

      * HR 名册拆分暂存区：编号,姓,名,地区,年销售额,性别,出生日期
       01  WS-CSV-FIELDS.
            05 WS-CSV-ID             PIC X(7).
            05 WS-CSV-ID-CHARS REDEFINES WS-CSV-ID.
                10 WS-CSV-ID-CHAR    PIC X OCCURS 7 TIMES.
            05 WS-CSV-LASTNAME       PIC X(20).
            05 WS-CSV-FIRSTNAME      PIC X(20).
            05 WS-CSV-REGION         PIC X(5).
            05 WS-CSV-YEARLYSALES    PIC X(6).
            05 WS-CSV-GENDER         PIC X(1).
            05 WS-CSV-BIRTH-DATE     PIC X(8).
       01  WS-CSV-ID-NUM             PIC 9(7) VALUE ZEROES.
       01  WS-CSV-ID-OK-SW           PIC X VALUE 'N'.
           88 CSV-ID-IS-GOOD         VALUE 'Y'.
       01  WS-ID-CHAR-SUB            PIC 9(2) VALUE 1.
       01  WS-ID-DIGIT-X             PIC X VALUE SPACE.
       01  WS-ID-DIGIT-9 REDEFINES WS-ID-DIGIT-X PIC 9.
       01  WS-BIRTH-COUNT            PIC 9(7) VALUE ZEROES.

      * 单元数据：一个人或一组人的人数、参加人数、BMI 合计、
      * 分类计数（偏瘦/正常/超重/肥胖）与风险计数（低/中/高/
      * 无体征）；各处共用同一布局，整组搬运
       01  WS-ADD-FROM.
            05 AF-HEADCOUNT          PIC 9(5).
            05 AF-SCREENED           PIC 9(5).
            05 AF-BMI-TOTAL          PIC 9(7)V99.
            05 AF-CAT-COUNT          PIC 9(5) OCCURS 4 TIMES.
            05 AF-RISK-COUNT         PIC 9(5) OCCURS 4 TIMES.
       01  WS-ADD-TO.
            05 AT-HEADCOUNT          PIC 9(5).
            05 AT-SCREENED           PIC 9(5).
            05 AT-BMI-TOTAL          PIC 9(7)V99.
            05 AT-CAT-COUNT          PIC 9(5) OCCURS 4 TIMES.
            05 AT-RISK-COUNT         PIC 9(5) OCCURS 4 TIMES.
       01  WS-PRINT-DATA.
            05 PD-HEADCOUNT          PIC 9(5).
            05 PD-SCREENED           PIC 9(5).
            05 PD-BMI-TOTAL          PIC 9(7)V99.
            05 PD-CAT-COUNT          PIC 9(5) OCCURS 4 TIMES.
            05 PD-RISK-COUNT         PIC 9(5) OCCURS 4 TIMES.
       01  WS-COUNT-SUB             PIC 9 VALUE ZEROES.

      * 单元表：维度 1 = 区域, 2 = 片区, 3 = 性别, 4 = 年龄段
       01  WS-CELL-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-CELL-TABLE.
            05 WS-CELL-ENTRY OCCURS 500 TIMES.
                10 WS-CL-DIMENSION   PIC 9.
                10 WS-CL-GROUP       PIC X(12).
                10 WS-CL-SUPPRESS-SW PIC X.
                10 WS-CL-DATA        PIC X(59).
       01  WS-CELL-SUB              PIC 9(3) COMP VALUE 0.
       01  WS-SEARCH-SUB            PIC 9(3) COMP VALUE 0.
       01  WS-CELL-FULL-SW          PIC X VALUE 'N'.
           88 CELL-TABLE-FULL       VALUE 'Y'.
       01  WS-DIMENSION             PIC 9 VALUE ZEROES.
       01  WS-GROUP                 PIC X(12) VALUE SPACES.

      * 各维度的 OTHER 汇总与全员合计
       01  WS-OTHER-TABLE.
            05 WS-OTHER-DATA         PIC X(59) OCCURS 4 TIMES.
       01  WS-TOTAL-DATA            PIC X(59) VALUE SPACES.

      * 抑制判定
       01  WS-REPORTABLE-SW         PIC X VALUE 'N'.
           88 CELL-REPORTABLE       VALUE 'Y'.
       01  WS-SMALLEST-SUB          PIC 9(3) COMP VALUE 0.
       01  WS-SMALLEST-COUNT        PIC 9(5) VALUE ZEROES.
       01  WS-MERGE-DONE-SW         PIC X VALUE 'N'.
           88 MERGE-DONE            VALUE 'Y'.
       01  WS-SUPPRESSED-COUNT      PIC 9(5) VALUE ZEROES.

      * 百分比与平均值的计算暂存
       01  WS-PERCENT               PIC 999V9 VALUE ZEROES.
       01  WS-AVERAGE-BMI           PIC 999V99 VALUE ZEROES.

      * 报表标题行
       01  AGG-TITLE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(31) VALUE
               'DE-IDENTIFIED WELLNESS SUMMARY'.
            05 FILLER               PIC X(11) VALUE 'SCREENINGS '.
            05 ATL-PERIOD-START      PIC 9(8).
            05 FILLER                PIC X(3)  VALUE ' - '.
            05 ATL-PERIOD-END        PIC 9(8).
            05 FILLER                PIC X(4)  VALUE SPACES.
            05 FILLER                PIC X(18) VALUE
               'MINIMUM CELL SIZE '.
            05 ATL-MIN-CELL          PIC ZZ9.
            05 FILLER                PIC X(41) VALUE SPACES.

      * 维度标题行
       01  AGG-DIMENSION-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 ADL-TEXT              PIC X(40).
            05 FILLER                PIC X(87) VALUE SPACES.

      * 列标题行：百分比都以参加人数为分母
       01  AGG-COLUMN-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(14) VALUE 'GROUP'.
            05 FILLER               PIC X(8)  VALUE 'PEOPLE'.
            05 FILLER               PIC X(8)  VALUE 'SCREENED'.
            05 FILLER               PIC X(8)  VALUE ' PARTIC%'.
            05 FILLER               PIC X(9)  VALUE ' AVG BMI'.
            05 FILLER               PIC X(7)  VALUE '  UNDR%'.
            05 FILLER               PIC X(7)  VALUE '  NORM%'.
            05 FILLER               PIC X(7)  VALUE '  OVER%'.
            05 FILLER               PIC X(7)  VALUE '  OBES%'.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 FILLER               PIC X(7)  VALUE '   LOW%'.
            05 FILLER               PIC X(7)  VALUE '   MOD%'.
            05 FILLER               PIC X(7)  VALUE '  HIGH%'.
            05 FILLER               PIC X(7)  VALUE '  NOVT%'.
            05 FILLER               PIC X(23) VALUE SPACES.

      * 分组明细行
       01  AGG-DETAIL-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 AGD-GROUP             PIC X(12).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-HEADCOUNT         PIC ZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-SCREENED          PIC ZZ,ZZ9.
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 AGD-PARTICIPATION     PIC ZZ9.9.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 AGD-AVERAGE-BMI       PIC ZZ9.99.
            05 FILLER                PIC X(3)  VALUE SPACES.
            05 AGD-CAT-GRP OCCURS 4 TIMES.
                10 FILLER            PIC X(2).
                10 AGD-CAT-PCT       PIC ZZ9.9.
            05 FILLER                PIC X(1)  VALUE SPACES.
            05 AGD-RISK-GRP OCCURS 4 TIMES.
                10 FILLER            PIC X(2).
                10 AGD-RISK-PCT      PIC ZZ9.9.
            05 FILLER                PIC X(23) VALUE SPACES.

      * 整组被抑制时的说明行
       01  AGG-SUPPRESS-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 ASL-GROUP             PIC X(12).
            05 FILLER                PIC X(2)  VALUE SPACES.
            05 FILLER                PIC X(44) VALUE
               'SUPPRESSED - FEWER PEOPLE THAN MINIMUM CELL'.
            05 FILLER                PIC X(69) VALUE SPACES.

      * 脚注行
       01  AGG-NOTE-LINE.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 ANL-TEXT              PIC X(70).
            05 ANL-COUNT             PIC ZZ,ZZ9.
            05 FILLER                PIC X(51) VALUE SPACES.

      *===============================================
       PROCEDURE DIVISION.

      * 主流程：取业务日期与选项，装人员表、挂片区与出生日期、
      * 配上最近一次筛查，按四个维度汇成单元，做小单元抑制后
      * 排序出表
        0050-OPEN-FILE.
           PERFORM 0055-GET-BUSINESS-DATE.
           PERFORM 0060-READ-RUN-OPTIONS.
           PERFORM 0070-LOAD-PERSONS.
           PERFORM 0080-LOAD-BIRTH-DATES.
           PERFORM 0090-MATCH-SCREENINGS.
           PERFORM 0200-BUILD-CELLS.
           PERFORM VARYING WS-DIMENSION FROM 1 BY 1
               UNTIL WS-DIMENSION > 4
               PERFORM 0300-SUPPRESS-SMALL-CELLS
           END-PERFORM.
           OPEN OUTPUT AGG-REPORT-FILE.
           SORT CELL-SORT-FILE
               ON ASCENDING KEY CSR-DIMENSION, CSR-GROUP
               INPUT PROCEDURE IS 0400-RELEASE-CELLS
               OUTPUT PROCEDURE IS 0500-PRINT-REPORT.
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
                            MOVE BD-BUSINESS-DATE TO WS-TODAY
                            MOVE 'Y' TO WS-BUSDATE-SW
                        END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF NOT BUSDATE-ON-FILE
               ACCEPT WS-RUN-DATE FROM DATE
               MOVE 20 TO WS-TD-CC
               MOVE WS-RUN-DATE TO WS-TD-YYMMDD
           END-IF.
           MOVE WS-TD-YYMMDD TO WS-RUN-DATE.

      * 读运行选项：最小单元人数低于 2 没有意义，按缺省 5 处理；
      * 期间起始日没给时取业务日期往前一年
        0060-READ-RUN-OPTIONS.
           MOVE 5 TO WS-MIN-CELL.
           MOVE ZEROES TO WS-PERIOD-START.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-MIN-CELL NUMERIC
                               AND PARM-MIN-CELL > 1
                           MOVE PARM-MIN-CELL TO WS-MIN-CELL
                       END-IF
                       IF PARM-PERIOD-START NUMERIC
                           MOVE PARM-PERIOD-START TO WS-PERIOD-START
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-PERIOD-START = ZEROES
                   OR WS-PERIOD-START > WS-TODAY
               MOVE WS-TODAY TO WS-PERIOD-START
               SUBTRACT 1 FROM WS-PS-CCYY
           END-IF.

      * 装人员表：主档是分母，打不开就无从出表
        0070-LOAD-PERSONS.
           OPEN INPUT SALESFILE.
           IF WS-SALESFILE-STATUS NOT = '00'
               DISPLAY 'SALESFILE OPEN FAILED, STATUS = '
                   WS-SALESFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-TERRASGN-AVAIL-SW.
           OPEN INPUT TERRASGN-FILE.
           IF WS-TERRASGN-STATUS = '00'
               MOVE 'Y' TO WS-TERRASGN-AVAIL-SW
           ELSE
               DISPLAY 'TERRASGN NOT AVAILABLE, STATUS = '
                   WS-TERRASGN-STATUS ' - ALL PEOPLE UNASSIGNED'
           END-IF.
           READ SALESFILE
                AT END SET ENDOFMASTER TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFMASTER
               IF WS-PERSON-COUNT < 10000
                   PERFORM 0075-STORE-PERSON
               ELSE
                   DISPLAY 'PERSON TABLE FULL, DROPPED: '
                       SALESPERSON-ID
               END-IF
               READ SALESFILE
                    AT END SET ENDOFMASTER TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SALESFILE.
           IF TERRASGN-AVAILABLE
               CLOSE TERRASGN-FILE
           END-IF.

      * 存一个人：区域、性别来自主档，片区来自指派档
        0075-STORE-PERSON.
           ADD 1 TO WS-PERSON-COUNT.
           MOVE SALESPERSON-ID TO WS-PT-ID (WS-PERSON-COUNT).
           MOVE REGION TO WS-PT-REGION (WS-PERSON-COUNT).
           MOVE GENDER TO WS-PT-GENDER (WS-PERSON-COUNT).
           MOVE SPACES TO WS-PT-TERRITORY (WS-PERSON-COUNT).
           MOVE ZEROES TO WS-PT-BIRTH-DATE (WS-PERSON-COUNT).
           MOVE ZEROES TO WS-PT-SCREEN-DATE (WS-PERSON-COUNT).
           MOVE ZEROES TO WS-PT-BMI (WS-PERSON-COUNT).
           MOVE SPACES TO WS-PT-CATEGORY (WS-PERSON-COUNT).
           MOVE SPACES TO WS-PT-RISK (WS-PERSON-COUNT).
           IF TERRASGN-AVAILABLE
               MOVE SALESPERSON-ID TO TA-SALESPERSON-ID
               READ TERRASGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TA-TERRITORY
                           TO WS-PT-TERRITORY (WS-PERSON-COUNT)
               END-READ
           END-IF.

      * 从 HR 名册取出生日期：第七列 CCYYMMDD，没有或不是数字的
      * 人归入年龄不详；名册不在盘上时全员年龄不详
        0080-LOAD-BIRTH-DATES.
           OPEN INPUT HR-EXTRACT-FILE.
           IF WS-HR-STATUS NOT = '00'
               DISPLAY 'SALESHR.CSV NOT AVAILABLE, STATUS = '
                   WS-HR-STATUS ' - AGE BANDS NOT ON FILE'
           ELSE
               READ HR-EXTRACT-FILE
                    AT END SET ENDOFHR TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFHR
                   PERFORM 0082-SPLIT-CSV-ROW
                   PERFORM 0084-NORMALIZE-CSV-ID
                   IF CSV-ID-IS-GOOD AND WS-CSV-BIRTH-DATE NUMERIC
                           AND WS-PERSON-COUNT > 0
                       SEARCH ALL WS-PERSON-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-PT-ID (WS-PT-IDX) = WS-CSV-ID-NUM
                               MOVE WS-CSV-BIRTH-DATE
                                   TO WS-PT-BIRTH-DATE (WS-PT-IDX)
                               ADD 1 TO WS-BIRTH-COUNT
                       END-SEARCH
                   END-IF
                   READ HR-EXTRACT-FILE
                        AT END SET ENDOFHR TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HR-EXTRACT-FILE
           END-IF.

      * 按逗号拆分一行名册，做法与 SALESONBOARD.cbl 的一致
        0082-SPLIT-CSV-ROW.
           MOVE SPACES TO WS-CSV-FIELDS.
           UNSTRING HR-CSV-LINE DELIMITED BY ','
               INTO WS-CSV-ID, WS-CSV-LASTNAME, WS-CSV-FIRSTNAME,
                    WS-CSV-REGION, WS-CSV-YEARLYSALES, WS-CSV-GENDER,
                    WS-CSV-BIRTH-DATE
           END-UNSTRING.

      * 把左靠的编号逐位右靠补零成七位数字键，做法与
      * SALESONBOARD.cbl 的 0118 段一致
        0084-NORMALIZE-CSV-ID.
           MOVE 'N' TO WS-CSV-ID-OK-SW.
           MOVE ZEROES TO WS-CSV-ID-NUM.
           PERFORM VARYING WS-ID-CHAR-SUB FROM 1 BY 1
               UNTIL WS-ID-CHAR-SUB > 7
               MOVE WS-CSV-ID-CHAR (WS-ID-CHAR-SUB)
                   TO WS-ID-DIGIT-X
               EVALUATE TRUE
                   WHEN WS-ID-DIGIT-X NUMERIC
                       COMPUTE WS-CSV-ID-NUM =
                           WS-CSV-ID-NUM * 10 + WS-ID-DIGIT-9
                       MOVE 'Y' TO WS-CSV-ID-OK-SW
                   WHEN WS-ID-DIGIT-X = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-CSV-ID-OK-SW
                       MOVE 8 TO WS-ID-CHAR-SUB
               END-EVALUATE
           END-PERFORM.

      * 逐条读历史档，期间内的筛查按日期取每人最近一次；不在主
      * 档上的人（编号为零或已离职）不计
        0090-MATCH-SCREENINGS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'BMIHIST NOT AVAILABLE, STATUS = '
                   WS-HISTORY-STATUS ' - NO SCREENINGS COUNTED'
           ELSE
               READ HISTORY-FILE
                    AT END SET ENDOFHISTORY TO TRUE
                    END-READ
               PERFORM UNTIL ENDOFHISTORY
                   MOVE 20 TO WS-SD-CC
                   MOVE HIST-SCREEN-DATE TO WS-SD-YYMMDD
                   IF WS-SCREEN-DATE-8 NOT < WS-PERIOD-START
                           AND WS-SCREEN-DATE-8 NOT > WS-TODAY
                           AND HIST-SALESPERSON-ID NOT = ZEROES
                           AND WS-PERSON-COUNT > 0
                       PERFORM 0095-APPLY-SCREENING
                   END-IF
                   READ HISTORY-FILE
                        AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * 把一条筛查挂到人员表上，只保留最近一次
        0095-APPLY-SCREENING.
           SEARCH ALL WS-PERSON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-ID (WS-PT-IDX) = HIST-SALESPERSON-ID
                   IF WS-SCREEN-DATE-8
                           NOT < WS-PT-SCREEN-DATE (WS-PT-IDX)
                       MOVE WS-SCREEN-DATE-8
                           TO WS-PT-SCREEN-DATE (WS-PT-IDX)
                       MOVE HIST-BMI TO WS-PT-BMI (WS-PT-IDX)
                       MOVE HIST-CATEGORY
                           TO WS-PT-CATEGORY (WS-PT-IDX)
                       MOVE HIST-RISK TO WS-PT-RISK (WS-PT-IDX)
                   END-IF
           END-SEARCH.

      * 逐人汇入四个维度的单元与全员合计
        0200-BUILD-CELLS.
           MOVE ZEROES TO WS-ADD-TO.
           MOVE WS-ADD-TO TO WS-TOTAL-DATA.
           PERFORM VARYING WS-PERSON-SUB FROM 1 BY 1
               UNTIL WS-PERSON-SUB > WS-PERSON-COUNT
               PERFORM 0210-BUILD-PERSON-DATA
               MOVE WS-TOTAL-DATA TO WS-ADD-TO
               PERFORM 0280-ADD-DATA
               MOVE WS-ADD-TO TO WS-TOTAL-DATA
               MOVE 1 TO WS-DIMENSION
               IF WS-PT-REGION (WS-PERSON-SUB) = SPACES
                   MOVE 'NONE' TO WS-GROUP
               ELSE
                   MOVE WS-PT-REGION (WS-PERSON-SUB) TO WS-GROUP
               END-IF
               PERFORM 0250-ADD-TO-CELL
               MOVE 2 TO WS-DIMENSION
               IF WS-PT-TERRITORY (WS-PERSON-SUB) = SPACES
                   MOVE 'UNASSIGNED' TO WS-GROUP
               ELSE
                   MOVE WS-PT-TERRITORY (WS-PERSON-SUB) TO WS-GROUP
               END-IF
               PERFORM 0250-ADD-TO-CELL
               MOVE 3 TO WS-DIMENSION
               EVALUATE WS-PT-GENDER (WS-PERSON-SUB)
                   WHEN 'M'
                       MOVE 'MALE' TO WS-GROUP
                   WHEN 'F'
                       MOVE 'FEMALE' TO WS-GROUP
                   WHEN OTHER
                       MOVE 'NOT ON FILE' TO WS-GROUP
               END-EVALUATE
               PERFORM 0250-ADD-TO-CELL
               MOVE 4 TO WS-DIMENSION
               PERFORM 0220-SET-AGE-BAND
               PERFORM 0250-ADD-TO-CELL
           END-PERFORM.
           IF CELL-TABLE-FULL
               DISPLAY 'CELL TABLE FULL - SOME GROUPS NOT REPORTED'
           END-IF.

      * 把一个人做成单元数据：人数 1，期间内筛查过的参加 1 并
      * 记 BMI、分类与风险
        0210-BUILD-PERSON-DATA.
           MOVE ZEROES TO WS-ADD-FROM.
           MOVE 1 TO AF-HEADCOUNT.
           IF WS-PT-SCREEN-DATE (WS-PERSON-SUB) > ZEROES
               MOVE 1 TO AF-SCREENED
               MOVE WS-PT-BMI (WS-PERSON-SUB) TO AF-BMI-TOTAL
               EVALUATE WS-PT-CATEGORY (WS-PERSON-SUB)
                   WHEN 'Underweight'
                       MOVE 1 TO AF-CAT-COUNT (1)
                   WHEN 'Normal weight'
                       MOVE 1 TO AF-CAT-COUNT (2)
                   WHEN 'Overweight'
                       MOVE 1 TO AF-CAT-COUNT (3)
                   WHEN 'Obesity'
                       MOVE 1 TO AF-CAT-COUNT (4)
               END-EVALUATE
               EVALUATE WS-PT-RISK (WS-PERSON-SUB)
                   WHEN 'LOW RISK'
                       MOVE 1 TO AF-RISK-COUNT (1)
                   WHEN 'MODERATE RISK'
                       MOVE 1 TO AF-RISK-COUNT (2)
                   WHEN 'HIGH RISK'
                       MOVE 1 TO AF-RISK-COUNT (3)
                   WHEN OTHER
                       MOVE 1 TO AF-RISK-COUNT (4)
               END-EVALUATE
           END-IF.

      * 年龄按业务日期计算，未到当年生日的减一岁
        0220-SET-AGE-BAND.
           MOVE WS-PT-BIRTH-DATE (WS-PERSON-SUB) TO WS-BIRTH-DATE.
           IF WS-BIRTH-DATE = ZEROES OR WS-BIRTH-DATE > WS-TODAY
               MOVE 'NOT ON FILE' TO WS-GROUP
           ELSE
               COMPUTE WS-AGE = WS-TD-CCYY - WS-BI-CCYY
               IF WS-TD-MMDD < WS-BI-MMDD
                   SUBTRACT 1 FROM WS-AGE
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE < 30
                       MOVE 'UNDER 30' TO WS-GROUP
                   WHEN WS-AGE < 40
                       MOVE '30-39' TO WS-GROUP
                   WHEN WS-AGE < 50
                       MOVE '40-49' TO WS-GROUP
                   WHEN WS-AGE < 60
                       MOVE '50-59' TO WS-GROUP
                   WHEN OTHER
                       MOVE '60 AND OVER' TO WS-GROUP
               END-EVALUATE
           END-IF.

      * 找到（或新建）本维度本分组的单元，把这个人加进去
        0250-ADD-TO-CELL.
           PERFORM 0255-FIND-CELL.
           IF WS-CELL-SUB = ZEROES
               IF WS-CELL-COUNT < 500
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT TO WS-CELL-SUB
                   MOVE WS-DIMENSION TO WS-CL-DIMENSION (WS-CELL-SUB)
                   MOVE WS-GROUP TO WS-CL-GROUP (WS-CELL-SUB)
                   MOVE 'N' TO WS-CL-SUPPRESS-SW (WS-CELL-SUB)
                   MOVE ZEROES TO WS-ADD-TO
                   MOVE WS-ADD-TO TO WS-CL-DATA (WS-CELL-SUB)
               ELSE
                   MOVE 'Y' TO WS-CELL-FULL-SW
               END-IF
           END-IF.
           IF WS-CELL-SUB > ZEROES
               MOVE WS-CL-DATA (WS-CELL-SUB) TO WS-ADD-TO
               PERFORM 0280-ADD-DATA
               MOVE WS-ADD-TO TO WS-CL-DATA (WS-CELL-SUB)
           END-IF.

      * 顺序查找本维度本分组的单元
        0255-FIND-CELL.
           MOVE ZEROES TO WS-CELL-SUB.
           PERFORM VARYING WS-SEARCH-SUB FROM 1 BY 1
               UNTIL WS-SEARCH-SUB > WS-CELL-COUNT
                   OR WS-CELL-SUB > ZEROES
               IF WS-CL-DIMENSION (WS-SEARCH-SUB) = WS-DIMENSION
                       AND WS-CL-GROUP (WS-SEARCH-SUB) = WS-GROUP
                   MOVE WS-SEARCH-SUB TO WS-CELL-SUB
               END-IF
           END-PERFORM.

      * 单元数据相加：WS-ADD-FROM 加进 WS-ADD-TO
        0280-ADD-DATA.
           ADD AF-HEADCOUNT TO AT-HEADCOUNT.
           ADD AF-SCREENED TO AT-SCREENED.
           ADD AF-BMI-TOTAL TO AT-BMI-TOTAL.
           PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
               UNTIL WS-COUNT-SUB > 4
               ADD AF-CAT-COUNT (WS-COUNT-SUB)
                   TO AT-CAT-COUNT (WS-COUNT-SUB)
               ADD AF-RISK-COUNT (WS-COUNT-SUB)
                   TO AT-RISK-COUNT (WS-COUNT-SUB)
           END-PERFORM.

      * 一个维度的小单元抑制：人数或参加人数不足最小单元的分组
      * 并入 OTHER；OTHER 自己仍不足时，再把最小的分组一个个并
      * 进去，直到够数或无组可并，免得用合计减出被抑制的分组
        0300-SUPPRESS-SMALL-CELLS.
           MOVE ZEROES TO WS-ADD-TO.
           MOVE WS-ADD-TO TO WS-OTHER-DATA (WS-DIMENSION).
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT
               IF WS-CL-DIMENSION (WS-CELL-SUB) = WS-DIMENSION
                   MOVE WS-CL-DATA (WS-CELL-SUB) TO WS-PRINT-DATA
                   PERFORM 0350-TEST-REPORTABLE
                   IF NOT CELL-REPORTABLE
                       PERFORM 0320-MERGE-INTO-OTHER
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-MERGE-DONE-SW.
           PERFORM UNTIL MERGE-DONE
               MOVE WS-OTHER-DATA (WS-DIMENSION) TO WS-PRINT-DATA
               PERFORM 0350-TEST-REPORTABLE
               IF PD-HEADCOUNT = ZEROES OR CELL-REPORTABLE
                   MOVE 'Y' TO WS-MERGE-DONE-SW
               ELSE
                   PERFORM 0330-FIND-SMALLEST-CELL
                   IF WS-SMALLEST-SUB = ZEROES
                       MOVE 'Y' TO WS-MERGE-DONE-SW
                   ELSE
                       MOVE WS-SMALLEST-SUB TO WS-CELL-SUB
                       PERFORM 0320-MERGE-INTO-OTHER
                   END-IF
               END-IF
           END-PERFORM.

      * 把一个单元标为抑制并加进本维度的 OTHER
        0320-MERGE-INTO-OTHER.
           MOVE 'Y' TO WS-CL-SUPPRESS-SW (WS-CELL-SUB).
           ADD 1 TO WS-SUPPRESSED-COUNT.
           MOVE WS-CL-DATA (WS-CELL-SUB) TO WS-ADD-FROM.
           MOVE WS-OTHER-DATA (WS-DIMENSION) TO WS-ADD-TO.
           PERFORM 0280-ADD-DATA.
           MOVE WS-ADD-TO TO WS-OTHER-DATA (WS-DIMENSION).

      * 找本维度人数最少的未抑制单元
        0330-FIND-SMALLEST-CELL.
           MOVE ZEROES TO WS-SMALLEST-SUB.
           MOVE 99999 TO WS-SMALLEST-COUNT.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT
               IF WS-CL-DIMENSION (WS-CELL-SUB) = WS-DIMENSION
                       AND WS-CL-SUPPRESS-SW (WS-CELL-SUB) = 'N'
                   MOVE WS-CL-DATA (WS-CELL-SUB) TO WS-PRINT-DATA
                   IF PD-HEADCOUNT < WS-SMALLEST-COUNT
                       MOVE PD-HEADCOUNT TO WS-SMALLEST-COUNT
                       MOVE WS-CELL-SUB TO WS-SMALLEST-SUB
                   END-IF
               END-IF
           END-PERFORM.

      * 单元可否出表：人数够最小单元，参加人数为零或也够数
        0350-TEST-REPORTABLE.
           MOVE 'N' TO WS-REPORTABLE-SW.
           IF PD-HEADCOUNT NOT < WS-MIN-CELL
                   AND (PD-SCREENED = ZEROES
                        OR PD-SCREENED NOT < WS-MIN-CELL)
               MOVE 'Y' TO WS-REPORTABLE-SW
           END-IF.

      * 排序输入过程：只交出未被抑制的单元
        0400-RELEASE-CELLS.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > WS-CELL-COUNT
               IF WS-CL-SUPPRESS-SW (WS-CELL-SUB) = 'N'
                   MOVE WS-CL-DIMENSION (WS-CELL-SUB)
                       TO CSR-DIMENSION
                   MOVE WS-CL-GROUP (WS-CELL-SUB) TO CSR-GROUP
                   MOVE WS-CL-DATA (WS-CELL-SUB) TO CSR-DATA
                   RELEASE CELL-SORT-RECORD
               END-IF
           END-PERFORM.

      * 排序输出过程：四个维度依次出表，每个维度后跟 OTHER 与
      * 全员合计
        0500-PRINT-REPORT.
           MOVE WS-PERIOD-START TO ATL-PERIOD-START.
           MOVE WS-TODAY TO ATL-PERIOD-END.
           MOVE WS-MIN-CELL TO ATL-MIN-CELL.
           MOVE AGG-TITLE-LINE TO AGG-PRINT-LINE.
           WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE.
           RETURN CELL-SORT-FILE
                AT END SET ENDOFCELLS TO TRUE
                END-RETURN.
           PERFORM VARYING WS-DIMENSION FROM 1 BY 1
               UNTIL WS-DIMENSION > 4
               PERFORM 0510-PRINT-DIMENSION
           END-PERFORM.
           MOVE SPACES TO AGG-PRINT-LINE.
           WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BIRTH DATES ON HR ROSTER (OTHERS: AGE NOT ON FILE)'
               TO ANL-TEXT.
           MOVE WS-BIRTH-COUNT TO ANL-COUNT.
           MOVE AGG-NOTE-LINE TO AGG-PRINT-LINE.
           WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'GROUPS SUPPRESSED INTO OTHER, ALL DIMENSIONS'
               TO ANL-TEXT.
           MOVE WS-SUPPRESSED-COUNT TO ANL-COUNT.
           MOVE AGG-NOTE-LINE TO AGG-PRINT-LINE.
           WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE.

      * 出一个维度：维度标题、列标题、各分组、OTHER、全员合计
        0510-PRINT-DIMENSION.
           MOVE SPACES TO AGG-PRINT-LINE.
           WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE.
           EVALUATE WS-DIMENSION
               WHEN 1 MOVE 'BY REGION' TO ADL-TEXT
               WHEN 2 MOVE 'BY TERRITORY' TO ADL-TEXT
               WHEN 3 MOVE 'BY GENDER' TO ADL-TEXT
               WHEN 4 MOVE 'BY AGE BAND' TO ADL-TEXT
           END-EVALUATE.
           MOVE AGG-DIMENSION-LINE TO AGG-PRINT-LINE.
           WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE AGG-COLUMN-LINE TO AGG-PRINT-LINE.
           WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM UNTIL ENDOFCELLS
                   OR CSR-DIMENSION NOT = WS-DIMENSION
               MOVE CSR-GROUP TO WS-GROUP
               MOVE CSR-DATA TO WS-PRINT-DATA
               PERFORM 0520-PRINT-GROUP-LINE
               RETURN CELL-SORT-FILE
                    AT END SET ENDOFCELLS TO TRUE
               END-RETURN
           END-PERFORM.
           MOVE WS-OTHER-DATA (WS-DIMENSION) TO WS-PRINT-DATA.
           IF PD-HEADCOUNT > ZEROES
               MOVE 'OTHER' TO WS-GROUP
               PERFORM 0520-PRINT-GROUP-LINE
           END-IF.
           MOVE WS-TOTAL-DATA TO WS-PRINT-DATA.
           MOVE 'ALL PEOPLE' TO WS-GROUP.
           PERFORM 0520-PRINT-GROUP-LINE.

      * 出一个分组：不够最小单元的（只会是 OTHER 或全员合计）
      * 只打抑制说明
        0520-PRINT-GROUP-LINE.
           PERFORM 0350-TEST-REPORTABLE.
           IF NOT CELL-REPORTABLE
               MOVE WS-GROUP TO ASL-GROUP
               MOVE AGG-SUPPRESS-LINE TO AGG-PRINT-LINE
               WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE SPACES TO AGG-DETAIL-LINE
               MOVE WS-GROUP TO AGD-GROUP
               MOVE PD-HEADCOUNT TO AGD-HEADCOUNT
               MOVE PD-SCREENED TO AGD-SCREENED
               COMPUTE WS-PERCENT ROUNDED =
                   PD-SCREENED * 100 / PD-HEADCOUNT
               MOVE WS-PERCENT TO AGD-PARTICIPATION
               MOVE ZEROES TO WS-AVERAGE-BMI
               IF PD-SCREENED > ZEROES
                   COMPUTE WS-AVERAGE-BMI ROUNDED =
                       PD-BMI-TOTAL / PD-SCREENED
               END-IF
               MOVE WS-AVERAGE-BMI TO AGD-AVERAGE-BMI
               PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                   UNTIL WS-COUNT-SUB > 4
                   MOVE ZEROES TO WS-PERCENT
                   IF PD-SCREENED > ZEROES
                       COMPUTE WS-PERCENT ROUNDED =
                           PD-CAT-COUNT (WS-COUNT-SUB) * 100
                           / PD-SCREENED
                   END-IF
                   MOVE WS-PERCENT TO AGD-CAT-PCT (WS-COUNT-SUB)
                   MOVE ZEROES TO WS-PERCENT
                   IF PD-SCREENED > ZEROES
                       COMPUTE WS-PERCENT ROUNDED =
                           PD-RISK-COUNT (WS-COUNT-SUB) * 100
                           / PD-SCREENED
                   END-IF
                   MOVE WS-PERCENT TO AGD-RISK-PCT (WS-COUNT-SUB)
               END-PERFORM
               MOVE AGG-DETAIL-LINE TO AGG-PRINT-LINE
               WRITE AGG-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * 关闭文件并结束程序
        0900-STOP-RUN.
           CLOSE AGG-REPORT-FILE.
      * GOBACK 而非 STOP RUN，便于本程序被 OPERATORMENU 用 CALL 调用；
      * 独立运行时 GOBACK 在最外层程序上与 STOP RUN 效果相同
           GOBACK.

          END PROGRAM WELLAGG.
