      *> LOGCHAIN 只追加稽核日誌雜湊鏈的交換區。每一行日誌尾巴
      *> 接一段固定 52 碼的鏈結尾碼：
      *>   「;序號 9 碼;內容摘要 20 碼;鏈結雜湊 20 碼」
      *> 內容摘要是尾碼前面那段內容（去掉尾端空白）的雜湊；鏈結
      *> 雜湊是「上一行的鏈結雜湊 + 序號 + 這行的內容摘要」的雜
      *> 湊，第一行的上一行鏈結雜湊是 20 個 0。刪一行、換順序、
      *> 改一個字，從那一行起鏈結就接不上。
      *> LC-FUNCTION：
      *>   A = 追加：LC-LOG-NAME 放日誌檔名、LC-RECORD 放要寫的
      *>       那一行內容；回來時 LC-TAIL 是尾碼、LC-RECORD 已經
      *>       接好尾碼，呼叫端照寫即可。同一個日誌第一次追加時
      *>       先讀到檔尾接上最後一行的序號與鏈結雜湊，之後記在
      *>       記憶體裡（同一個執行單元裡不同程式寫同一份日誌也
      *>       接得上）。
      *>   V = 驗證一行：LC-RECORD 放讀進來的整行、LC-PREV-LINK
      *>       放上一行的鏈結雜湊；回來 LC-CHAINED（N=沒有尾碼的
      *>       舊行）、LC-SEQ/LC-DIGEST/LC-LINK（行上記的）、
      *>       LC-CALC-DIGEST/LC-CALC-LINK（重算的，鏈結雜湊用行
      *>       上記的摘要算）、LC-CONTENT-LEN（尾碼前內容長度）。
       01  LC-AREA.
           05 LC-FUNCTION          PIC X.
           05 LC-LOG-NAME          PIC X(100).
           05 LC-RESULT            PIC XX.
           05 LC-CHAINED           PIC X.
           05 LC-SEQ               PIC 9(9).
           05 LC-PREV-LINK         PIC X(20).
           05 LC-DIGEST            PIC X(20).
           05 LC-LINK              PIC X(20).
           05 LC-CALC-DIGEST       PIC X(20).
           05 LC-CALC-LINK         PIC X(20).
           05 LC-CONTENT-LEN       PIC 9(5).
           05 LC-TAIL              PIC X(52).
           05 LC-RECORD            PIC X(2200).
