      *  Dual-control release step for held maintenance work.  The  *
      *   maintenance programs park any transaction over the        *
      *   APPRCTL threshold on the HELDTRAN file instead of         *
      *   applying it, and SALESPOST parks invoices posted against  *
      *   another rep's customer in regions set to hold channel     *
      *   conflicts, and invoices its anomaly screen flags (tran    *
      *   key suffixed ANOM; reasons on ANOMREPORT).  This program  *
      *   processes the day's release/reject entries keyed by a     *
      *   second operator - an item can never be released by the    *
      *   operator who submitted it - and prints the nightly report *
      *   of held, released, rejected and applied items.  Released  *
      *   items are applied by the owning maintenance program on    *
      *   its next run.                                             *
      ***************************************************************

      *===============================================
             FILE STATUS IS WS-HELDTRAN-STATUS.
      * 持单档：各维护程序把超限交易整条封存在这里等复核，
      * 布局与 SALESMAINT.cbl / QUOTAMAINT.cbl / COMMPLANMAINT.cbl
      * / SALESPOST.cbl 写出的一致
            SELECT APPROVE-LOG-FILE ASSIGN TO "TRANAPPROVE.LOG".
      * 复核结果日志
            SELECT HELD-REPORT-FILE ASSIGN TO "HELDRPT.DAT".
            05 HT-TRAN-KEY           PIC X(15).
            05 HT-AMOUNT             PIC S9(9)V99.
      * 触发持单的金额（SALESMAINT 记调整额、QUOTAMAINT 记年度
      * 定额、COMMPLANMAINT 按比例换算、SALESPOST 记发票金额），
      * 报表可读用
            05 HT-TRAN-IMAGE         PIC X(129).
      * 原交易记录整条封存，放行后由维护程序原样应用

