      *> 帳號聯絡資料檔（account_contact.dat，INDEXED，主鍵帳號）
      *> 記錄格式。電話/電子郵件是 AddressSplitterFinal 從地址原文
      *> 抽出來的（Phone / Email 欄），主檔沒有位置放，另存一檔：
      *> ADDRMAST 每次載入有值才蓋（空白不清掉舊值），號碼/位址
      *> 換了就重蓋取得日、清掉該管道的退件狀態。OUTREACH 寄數位
      *> 通知時讀它，訊息閘道回報退件（BOUNCED）就把該管道狀態
      *> 標 B，之後不再往那個號碼/位址送，等客戶資料更新。
       01  CON-REC.
           05 CON-ACCOUNT          PIC X(30).
           05 CON-PHONE            PIC X(50).
      *>   電話取得日（最後一次載入到不同號碼的日期）
           05 CON-PHONE-DATE       PIC 9(8).
      *>   空白 = 可用；B = 閘道回報退件，狀態日 = 回報日
           05 CON-PHONE-STATUS     PIC X(1).
           05 CON-PHONE-STAT-DATE  PIC 9(8).
           05 CON-EMAIL            PIC X(80).
           05 CON-EMAIL-DATE       PIC 9(8).
           05 CON-EMAIL-STATUS     PIC X(1).
           05 CON-EMAIL-STAT-DATE  PIC 9(8).
      *>   最後更新日與程式
           05 CON-UPD-DATE         PIC 9(8).
           05 CON-UPD-PROGRAM      PIC X(12).
           05 FILLER               PIC X(50).
