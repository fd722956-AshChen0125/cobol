      *> MAILHOLD 退郵扣件檢查的交換區。出件程式（LABELGEN、
      *> PRESORT）每一件出件前 CALL 一次：帳號在地址主檔上的
      *> 退郵旗標是 'U'（寄不到）就不出件，改存進扣件庫
      *> holdmail_vault.txt（版面見 hmvault.cpy），等 HOLDVAULT
      *> 在旗標清掉時列放行清單、逾期列銷毀清單。旗標看哪一個
      *> 地址角色跟 MAILUNDEL 蓋旗同一個順序：MAILING →
      *> RESIDENTIAL → BUSINESS 第一個有的角色。
      *> 呼叫端填：
      *>   MH-FUNCTION  H = 檢查，寄不到就存進扣件庫
      *>                Q = 只檢查不存（重印用，原印時已經存過）
      *>                E = 出件結束，關檔
      *>   MH-ACCOUNT   帳號          MH-MAIL-TYPE 郵件類別
      *>   MH-JOB       列印工作/批號  MH-PROGRAM   程式名
      *> 回來：MH-HELD Y = 這一件扣下不出、MH-PIECE-ID 扣件編號
      *> （Q 不給）、MH-ROLE 看的是哪一個角色。主檔開不起來時
      *> 第一次呼叫 DISPLAY 警告，之後一律 N（照常出件）。
      *>   ADDRMAST_MAST_FILE  = 地址主檔（預設 address_master.dat）
      *>   HOLDMAIL_VAULT_FILE = 扣件庫（預設 holdmail_vault.txt）
       01  MH-AREA.
           05 MH-FUNCTION          PIC X.
           05 MH-ACCOUNT           PIC X(30).
           05 MH-MAIL-TYPE         PIC X(10).
           05 MH-JOB               PIC X(20).
           05 MH-PROGRAM           PIC X(10).
           05 MH-HELD              PIC X.
              88 MH-IS-HELD           VALUE 'Y'.
           05 MH-PIECE-ID          PIC X(24).
           05 MH-ROLE              PIC X(12).
