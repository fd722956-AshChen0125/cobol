      *> 遷址比對（change-of-address）廠商交換檔的固定欄位版面，
      *> 一行 400 位元組，第 1 位是記錄別：H 檔頭、D 明細、T 檔尾。
      *> COA-REQ-REC = 每季送出的有效郵寄地址（COAXCHG EXTRACT）
      *> COA-RES-REC = 廠商回的遷址結果（COAXCHG IMPORT）
      *> 明細的客戶參照（帳號 + 地址角色）廠商原樣帶回，回檔
      *> 以它對回主檔。
       01  COA-REQ-REC.
           05 COA-REQ-TYPE         PIC X(1).
           05 COA-REQ-BODY         PIC X(399).
           05 COA-REQ-HEADER REDEFINES COA-REQ-BODY.
              10 COA-REQ-CLIENT-ID PIC X(10).
      *>      送件季別 YYYYQn
              10 COA-REQ-PERIOD    PIC X(6).
              10 COA-REQ-CREATE-DATE PIC 9(8).
              10 FILLER            PIC X(375).
           05 COA-REQ-DETAIL REDEFINES COA-REQ-BODY.
              10 COA-REQ-SEQ       PIC 9(9).
              10 COA-REQ-ACCOUNT   PIC X(30).
              10 COA-REQ-ROLE      PIC X(12).
      *>      室/樓/大樓
              10 COA-REQ-UNIT      PIC X(60).
      *>      門牌 + 巷弄段 + 街道 / 信箱
              10 COA-REQ-LINE1     PIC X(100).
      *>      行政區 + 城鎮 + 城市 + 州
              10 COA-REQ-LINE2     PIC X(100).
              10 COA-REQ-ZIP       PIC X(10).
              10 COA-REQ-COUNTRY   PIC X(30).
      *>      主檔退郵旗標（U 寄不到 / R 重試中 / 空白）
              10 COA-REQ-UNDELIV   PIC X(1).
              10 FILLER            PIC X(47).
           05 COA-REQ-TRAILER REDEFINES COA-REQ-BODY.
              10 COA-REQ-COUNT     PIC 9(9).
              10 FILLER            PIC X(390).

       01  COA-RES-REC.
           05 COA-RES-TYPE         PIC X(1).
           05 COA-RES-BODY         PIC X(399).
           05 COA-RES-DETAIL REDEFINES COA-RES-BODY.
              10 COA-RES-SEQ       PIC 9(9).
              10 COA-RES-ACCOUNT   PIC X(30).
              10 COA-RES-ROLE      PIC X(12).
      *>      Y = 有遷址登記，N = 查無遷址
              10 COA-RES-MOVED     PIC X(1).
      *>      遷址類別：I 個人、F 全戶、B 行號
              10 COA-RES-MOVE-TYPE PIC X(1).
      *>      遷址生效日 YYYYMMDD（只給到月的日為 00）
              10 COA-RES-MOVE-DATE PIC X(8).
      *>      比對信心 000-100
              10 COA-RES-MATCH-LEVEL PIC X(3).
      *>      新地址本文（空白 = 遷出未留轉寄地址）
              10 COA-RES-NEW-ADDR  PIC X(300).
              10 FILLER            PIC X(35).
           05 COA-RES-TRAILER REDEFINES COA-RES-BODY.
              10 COA-RES-COUNT     PIC 9(9).
              10 FILLER            PIC X(390).
