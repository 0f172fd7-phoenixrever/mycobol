       01 BACKUP-DETAIL-REC.
            88 ENDOFBACKUP VALUE HIGH-VALUES.
            05 BKP-REC-TYPE         PIC X.
            05 BKP-SALESDETAILS     PIC X(230).
       01 BACKUP-TRAILER-REC.
            05 BKP-TRL-TYPE         PIC X.
            05 BKP-TRL-COUNT        PIC 9(9).
            05 BKP-TRL-SALES-HASH   PIC S9(11)V99.
            05 BKP-TRL-ADJ-HASH     PIC S9(11)V99.
            05 FILLER               PIC X(195).

      * 销售人员主档
       FD SALESFILE.
            05 SF-PRIOR-YEAR-SALES   PIC 9(6)V99 OCCURS 5 TIMES.
            05 SF-ADJUSTMENT         PIC S9(6)V99.
            05 SF-MONTHLY-SALES      PIC 9(6)V99 OCCURS 12 TIMES.
            05 SF-HIRE-DATE          PIC 9(8).
            05 SF-EMP-STATUS         PIC X.
            05 SF-LEAVE-START-DATE   PIC 9(8).
            05 SF-LEAVE-END-DATE     PIC 9(8).

      * 装载结果日志
       FD RELOAD-LOG-FILE.
