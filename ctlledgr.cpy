      *> CTLLEDGR 夜間鏈控制總數總帳的交換區。鏈上每支程式交出
      *> 或吃進一個交接檔時登一行到 control_ledger.txt（只追加，
      *> 檔名可用 CTL_LEDGER_FILE 覆寫）：
      *>   「執行日;程式;檔名;方向;筆數;雜湊總數;HHMMSS;狀態」
      *> 方向：OUT = 交給今晚後面的步驟（今晚一定要有人吃）
      *>       DLV = 對外交付或留給下一次執行（今晚不必有人吃，
      *>             之後有人吃時照樣對帳）
      *>       IN  = 這支程式實際讀進來的
      *>       CTL = 程式自己的計數（例如異動筆數），拿來核對
      *>             同一個檔實際落地的 OUT/DLV
      *> 狀態 OK / MISSING（檔案開不起來）。雜湊總數是鍵值欄位
      *> 逐筆雜湊的加總（每筆 = 各字元序值 × 字元位置的和），
      *> 可以相加，分片的雜湊總數加起來等於合併檔的；雜湊 0 的
      *> CTL 只核筆數。CTLBAL 在夜間鏈最後拿它出平衡表。
      *> 鍵值欄位：CL-KEY-COL = 分號分隔的第幾欄（懂雙引號），
      *> 0 = 整行（去掉尾端空白）。生產端跟接收端同一個檔要用
      *> 同一欄。
      *> CL-FUNCTION：
      *>   L = 累計一行：CL-SLOT（1-10）、CL-LINE、CL-KEY-COL；
      *>       筆數 +1、雜湊加上這一行鍵值的雜湊
      *>   W = 把 CL-SLOT 累計的筆數/雜湊登一行（CL-RUN-DATE、
      *>       CL-PROGRAM、CL-FILE-NAME、CL-DIRECTION 呼叫端填），
      *>       CL-COUNT/CL-HASH 回傳後累計歸零
      *>   T = 直接登一行：CL-COUNT、CL-HASH 呼叫端給（CTL 用）
      *>   F = 整檔重讀 CL-FILE-NAME 算筆數/雜湊後登一行：
      *>       CL-SKIP-HEADER Y = 第一行是表頭不算；空白行和
      *>       交付清單尾錄（MAN; 開頭）不算。開不起來就登
      *>       MISSING、筆數 0。生產端在檔案寫完（改名）之後叫，
      *>       續跑接著寫的也算得完整
      *> 回來 CL-FOUND N = F 呼叫時檔案開不起來。
       01  CL-AREA.
           05 CL-FUNCTION          PIC X.
           05 CL-RUN-DATE          PIC 9(8).
           05 CL-PROGRAM           PIC X(20).
           05 CL-FILE-NAME         PIC X(100).
           05 CL-DIRECTION         PIC X(3).
           05 CL-SLOT              PIC 9(2).
           05 CL-KEY-COL           PIC 9(2).
           05 CL-SKIP-HEADER       PIC X.
           05 CL-FOUND             PIC X.
           05 CL-COUNT             PIC 9(9).
           05 CL-HASH              PIC 9(15).
           05 CL-LINE              PIC X(5000).
