      *> 會在櫃台 CALL 'ADDRPARSE'。這支常駐輪詢一個請求目錄，
      *> 丟進來的每個檔案當一筆地址本文，跑過跟批次同一顆
      *> ADDRPARSE，幾秒內把 29 個解析欄位 + 比對旗標 + 分數寫成
      *> 回應檔 - 任何上游系統只要會放檔案就接得上。地標之後
      *> 再接一欄街道投遞碼（D/U/X/空白，同夜間批次）。
      *>   ADDRSVC_REQ_DIR   = 請求目錄（預設 addr_requests）
      *>   ADDRSVC_RSP_DIR   = 回應目錄（預設 addr_responses，
      *>                       回應檔 = 原檔名 + .rsp）
               FUNCTION TRIM(APA-LOC6) ";"
               FUNCTION TRIM(APA-OTHER) ";"
               APA-SCORE ";"
               FUNCTION TRIM(APA-LANDMARK) ";"
               APA-DELIV-CODE
               DELIMITED BY SIZE INTO RSP-REC
               WITH POINTER RSP-PTR
           END-STRING
