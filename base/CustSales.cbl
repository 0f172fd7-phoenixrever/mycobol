            05 PH-REGION             PIC X(5).
            05 PH-PPA-SW             PIC X.
            05 PH-CUSTOMER-NO        PIC 9(7).
            05 PH-PRODUCT-CODE       PIC X(8).
            05 PH-CURRENCY-CODE      PIC X(3).
            05 PH-ORIG-AMOUNT        PIC 9(6)V99.
            05 PH-EXCH-RATE          PIC 9(3)V9(6).

      * 客户主档，布局与 CUSTMAINT.cbl 的一致
       FD CUSTOMER-FILE.
            05 CU-NAME              PIC X(30).
            05 CU-REGION            PIC X(5).
            05 CU-ACTIVE-FLAG       PIC X.
            05 CU-OWNER-ID          PIC 9(7).
            05 CU-HOUSE-FLAG        PIC X.
            05 CU-PARENT-NO         PIC 9(7).

      * 排序工作文件：按区域、客户、销售员升序
       SD CUST-SORT-FILE.
