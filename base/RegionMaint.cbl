      *   indexed REGION master file.  Opening a new region (or     *
      *   retiring one) is a data change here; SALES picks the new  *
      *   region up from the table on its next run with no program  *
      *   change.  Each region also carries its channel-conflict    *
      *   mode: H holds a posting by a non-owner rep for dual       *
      *   approval, anything else lets it post and report it.       *
      ***************************************************************

      *===============================================
            05 RM-REGION-CODE       PIC X(5).
            05 RM-DESCRIPTION       PIC X(20).
            05 RM-ACTIVE-FLAG       PIC X.
            05 RM-CONFLICT-MODE     PIC X.
      * 客户归属冲突的处理方式：H = 持单待复核，其余 = 只上报表

      * 区域维护交易文件
       FD TRANFILE.
            05 TRAN-REGION-CODE      PIC X(5).
            05 TRAN-DESCRIPTION      PIC X(20).
            05 TRAN-ACTIVE-FLAG      PIC X.
            05 TRAN-CONFLICT-MODE    PIC X.

      * 维护结果日志
       FD MAINT-LOG-FILE.
           MOVE TRAN-REGION-CODE   TO RM-REGION-CODE.
           MOVE TRAN-DESCRIPTION   TO RM-DESCRIPTION.
           MOVE TRAN-ACTIVE-FLAG   TO RM-ACTIVE-FLAG.
           MOVE TRAN-CONFLICT-MODE TO RM-CONFLICT-MODE.
           WRITE REGION-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 0320-WRITE-LOG-LINE
           END-WRITE.

      * 变更一个已有的区域（描述、启用标志或归属冲突处理方式）
        0220-CHANGE-RECORD.
           MOVE TRAN-REGION-CODE TO RM-REGION-CODE.
           READ REGION-MASTER-FILE
               NOT INVALID KEY
                   MOVE TRAN-DESCRIPTION TO RM-DESCRIPTION
                   MOVE TRAN-ACTIVE-FLAG TO RM-ACTIVE-FLAG
                   MOVE TRAN-CONFLICT-MODE TO RM-CONFLICT-MODE
                   REWRITE REGION-MASTER-REC
                   MOVE 'CHANGE'    TO LOG-CODE
                   MOVE TRAN-REGION-CODE TO LOG-ID
