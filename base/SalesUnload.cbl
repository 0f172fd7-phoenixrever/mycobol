            05 SF-PRIOR-YEAR-SALES   PIC 9(6)V99 OCCURS 5 TIMES.
            05 SF-ADJUSTMENT         PIC S9(6)V99.
            05 SF-MONTHLY-SALES      PIC 9(6)V99 OCCURS 12 TIMES.
            05 SF-HIRE-DATE          PIC 9(8).
            05 SF-EMP-STATUS         PIC X.
            05 SF-LEAVE-START-DATE   PIC 9(8).
            05 SF-LEAVE-END-DATE     PIC 9(8).

      * 备份文件：明细记录整条封存主档记录，最后一条是带条数与
      * 校验合计的尾记录，布局与数据仓库抽取一致
       01 BACKUP-DETAIL-REC.
            05 BKP-REC-TYPE         PIC X.
      * 'D' = 明细
            05 BKP-SALESDETAILS     PIC X(230).
       01 BACKUP-TRAILER-REC.
            05 BKP-TRL-TYPE         PIC X.
      * 'T' = 文件尾
            05 BKP-TRL-COUNT        PIC 9(9).
            05 BKP-TRL-SALES-HASH   PIC S9(11)V99.
            05 BKP-TRL-ADJ-HASH     PIC S9(11)V99.
            05 FILLER               PIC X(195).

      * 卸载结果日志
       FD UNLOAD-LOG-FILE.
