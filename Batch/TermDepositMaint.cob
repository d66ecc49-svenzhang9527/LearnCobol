           05 TDM-TERM-MONTHS       PIC 9(3).
           05 TDM-RENEWAL-CODE      PIC X.
           05 TDM-DEMAND-ACCOUNT    PIC 9(8).
           05 TDM-PRODUCT-CODE      PIC X(2).  *> 定期产品代码，旧格式维护行为空白

       WORKING-STORAGE SECTION.
       01  WS-TD-MASTER-STATUS     PIC XX VALUE '00'.
           MOVE TDM-TERM-MONTHS    TO TD-TERM-MONTHS.
           MOVE TDM-RENEWAL-CODE   TO TD-RENEWAL-CODE.
           MOVE TDM-DEMAND-ACCOUNT TO TD-DEMAND-ACCOUNT.
           MOVE TDM-PRODUCT-CODE   TO TD-PRODUCT-CODE.
           MOVE 'A'                TO TD-STATUS.

       ADD-TD-RECORD.
