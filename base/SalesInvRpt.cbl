            05 PH-PPA-SW             PIC X.
      * Y = 前期调整，金额计入的是过账时的未关账月
            05 PH-CUSTOMER-NO        PIC 9(7).
            05 PH-PRODUCT-CODE       PIC X(8).
            05 PH-CURRENCY-CODE      PIC X(3).
            05 PH-ORIG-AMOUNT        PIC 9(6)V99.
            05 PH-EXCH-RATE          PIC 9(3)V9(6).

      * 发票明细清单
       FD INV-REPORT-FILE.
