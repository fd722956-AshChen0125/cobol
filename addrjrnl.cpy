      *> 影像就是整筆 MAST-REC 原樣。欄位全部固定位置，地址文字
      *> 裡的分號不會弄壞拆欄。MASTRECOV 依這份日誌把還原回來的
      *> 主檔往前滾到任一個時點：A 蓋回去、D 刪掉。
      *> JRNL-VERSION 是影像上的 MAST-VERSION（接在影像後面，舊
      *> 日誌行這一欄是空白），MASTRECOV / LINEAGE 依版本看出
      *> 同一筆記錄前後被誰改過幾次、中間有沒有缺號。
      *> JRNL-CHAIN 是 LOGCHAIN 接的雜湊鏈尾碼（logchain.cpy），
      *> 寫入前 CALL 'LOGCHAIN' 取得；舊日誌行這一欄是空白。
       01  JRNL-REC.
           05 JRNL-DATE        PIC 9(8).
           05 JRNL-TIME        PIC 9(6).
           05 JRNL-PROGRAM     PIC X(12).
           05 JRNL-TYPE        PIC X(1).
           05 JRNL-IMAGE       PIC X(2000).
           05 JRNL-VERSION     PIC 9(9).
           05 JRNL-CHAIN       PIC X(52).
