      *> 地址異動歷史索引檔（INDEXED，預設 address_history.dat，
      *> ADDR_HISTORY_FILE 可覆寫；子法人掛「代碼_」前綴，跟
      *> ADDRMAST 的異動檔一樣）記錄格式。address_changes_*.txt
      *> 每天一份、一行一個欄位異動，查一個帳號七年的身世就得把
      *> 每一份都打開掃一遍；這個檔把同樣的行按帳號排好，LINEAGE、
      *> MASTASOF 直接 START 到帳號往下讀。
      *> 主鍵 = 帳號 + 異動檔日期 + 該行在異動檔裡的行號（第幾個
      *> 實體行，交付清單尾錄也算一行），同一行不管是寫的時候
      *> 順手登的（CHGHIST）還是 HISTLOAD 從日檔回補的，鍵值都
      *> 一樣，重複登不會多出一筆。HIST-DAY 是異動檔日期的副本，
      *> 當替代鍵：同一天的異動檔整份重寫時按日期清掉重登。
       01  HIST-REC.
           05 HIST-KEY.
              10 HIST-ACCOUNT-ID   PIC X(30).
              10 HIST-FILE-DATE    PIC 9(8).
              10 HIST-LINE-NO      PIC 9(7).
           05 HIST-DAY             PIC 9(8).
      *>   異動行第 5 欄的日期（舊行沒有就用異動檔日期）
           05 HIST-CHG-DATE        PIC 9(8).
           05 HIST-FIELD           PIC X(20).
           05 HIST-OLD-VALUE       PIC X(100).
           05 HIST-NEW-VALUE       PIC X(100).
      *>   地址角色（異動行第 6 欄，舊行沒有就空白）
           05 HIST-ROLE            PIC X(12).
      *>   登進來的程式（ADDRMAST / ZIPRENUM / AREACODE / RESTAND，
      *>   回補的是 HISTLOAD）與登錄日
           05 HIST-PROGRAM         PIC X(12).
           05 HIST-LOAD-DATE       PIC 9(8).
