            05 SF-PRIOR-YEAR-SALES   PIC 9(6)V99 OCCURS 5 TIMES.
            05 SF-ADJUSTMENT         PIC S9(6)V99.
            05 SF-MONTHLY-SALES      PIC 9(6)V99 OCCURS 12 TIMES.
            05 SF-HIRE-DATE          PIC 9(8).
            05 SF-EMP-STATUS         PIC X.
            05 SF-LEAVE-START-DATE   PIC 9(8).
            05 SF-LEAVE-END-DATE     PIC 9(8).

      * 抽取文件：头记录、明细记录、尾记录共用一个定长区
       FD EXTRACT-FILE.
      * 'H' = 文件头
            05 EXT-HDR-EXTRACT-DATE PIC 9(8).
            05 EXT-HDR-SOURCE       PIC X(8).
            05 FILLER               PIC X(214).
       01 EXTRACT-DETAIL-REC.
            05 EXT-REC-TYPE         PIC X.
      * 'D' = 明细，整条主档记录原样附在后面
            05 EXT-SALESDETAILS     PIC X(230).
       01 EXTRACT-TRAILER-REC.
            05 EXT-TRL-TYPE         PIC X.
      * 'T' = 文件尾
            05 EXT-TRL-COUNT        PIC 9(9).
            05 EXT-TRL-SALES-HASH   PIC S9(11)V99.
            05 EXT-TRL-ADJ-HASH     PIC S9(11)V99.
            05 FILLER               PIC X(195).

      * 业务日期控制档：单条记录，布局与 BUSDATE.cbl 写出的一致
       FD BUSDATE-FILE.
