      *> 客戶姓名檔（customer_name.dat，INDEXED，主鍵帳號）記錄
      *> 格式。CUSTLOAD 從客戶系統每天送來的姓名介面檔整檔重建；
      *> LABELGEN / LETTERGEN / PRESORT / ADDRNOTICE 以 ACCOUNT-ID
      *> 直接讀，把收件人姓名印在地址上面。查不到（或第一行姓名空白）的
      *> 帳號不出件，列進各程式的無姓名例外清單，不寄無名郵件。
       01  CNM-REC.
           05 CNM-ACCOUNT          PIC X(30).
      *>   姓名第一行（個人姓名或公司名稱，必填）
           05 CNM-NAME1            PIC X(100).
      *>   姓名第二行（部門、聯名戶第二人等，可空白）
           05 CNM-NAME2            PIC X(100).
      *>   信函稱謂（空白時 LETTERGEN 依語言給預設稱謂）
           05 CNM-SALUTATION       PIC X(60).
      *>   語言偏好：ZH = 中文、EN = 英文
           05 CNM-LANG             PIC X(2).
           05 CNM-LOAD-DATE        PIC 9(8).
           05 FILLER               PIC X(50).
