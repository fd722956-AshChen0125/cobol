      *> CHKPOINT 主檔更新批次 checkpoint/續跑的交換區。ADDRMAST、
      *> ZIPRENUM、GEOIMPORT、MAILUNDEL 每處理 CK 間隔筆數寫一次
      *> checkpoint（一支程式一個檔，呼叫端給檔名），正常收工清
      *> 掉；中途掛掉的話用「<程式>_RESTART=Y」重跑，從 checkpoint
      *> 接著做，不必還原主檔從頭來。
      *> checkpoint 檔一行：
      *>   「階段;已完成輸入筆數;日誌序號;本次起跑時戳;最後鍵值;
      *>    計數1;…;計數8」
      *> 階段 0 = 上次正常收工（沒有續跑點），其餘由呼叫端自訂。
      *> 日誌序號是寫 checkpoint 當下 addr_journal.txt 最後一行的
      *> LOGCHAIN 序號。最後一次 checkpoint 之後、掛掉之前已經套
      *> 進主檔的記錄，續跑時從日誌找回來（序號大於 checkpoint、
      *> 同一支程式、本次起跑之後寫的影像），D 呼叫時認出來跳過，
      *> 前後影像和異動歷史不會再寫一次。
      *> CK-FUNCTION：
      *>   R = 讀 checkpoint：CK-FILE-NAME、CK-PROGRAM 進；回來
      *>       CK-FOUND（Y = 有續跑點）、CK-PHASE、CK-RECORDS、
      *>       CK-JRNL-SEQ、CK-RUN-STAMP、CK-LAST-KEY、CK-CTR，
      *>       並載入日誌裡的未確認影像（筆數 CK-INDOUBT-COUNT）；
      *>       有續跑點時 CK-JRNL-SEQ 回來的是日誌現在的最後序號
      *>   W = 寫 checkpoint：上面那些欄位呼叫端填好
      *>   C = 正常收工，清成階段 0
      *>   D = 續跑時套一筆之前先問：CK-KEY 放 MAST-KEY、
      *>       CK-VERSION 放主檔上現在的 MAST-VERSION；回來
      *>       CK-APPLIED Y = 掛掉前已經套過了（CK-APPLIED-TYPE
      *>       A = 當時是新增、R = 當時是改寫），這一筆不要再寫
       01  CK-AREA.
           05 CK-FUNCTION          PIC X.
           05 CK-FILE-NAME         PIC X(100).
           05 CK-PROGRAM           PIC X(12).
           05 CK-FOUND             PIC X.
              88 CK-IS-FOUND          VALUE 'Y'.
           05 CK-PHASE             PIC X.
           05 CK-RECORDS           PIC 9(9).
           05 CK-JRNL-SEQ          PIC 9(9).
           05 CK-RUN-STAMP         PIC 9(14).
           05 CK-LAST-KEY          PIC X(42).
           05 CK-CTR               PIC 9(9) OCCURS 8 TIMES.
           05 CK-INDOUBT-COUNT     PIC 9(5).
           05 CK-KEY               PIC X(42).
           05 CK-VERSION           PIC 9(9).
           05 CK-APPLIED           PIC X.
              88 CK-WAS-APPLIED       VALUE 'Y'.
           05 CK-APPLIED-TYPE      PIC X.
