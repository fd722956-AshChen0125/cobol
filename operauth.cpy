      *> OPERAUTH 作業員授權檢查的交換區。授權表
      *> operator_entitlements.txt（OPERAUTH_FILE 可覆寫檔名）一行
      *>   「作業員代號;角色;可用程式/功能;可用國家」
      *> 可用程式逗號分隔，寫 REFMAINT 是整支程式都可以，寫
      *> REFMAINT:APPROVE 只准那一個功能，* 是全部程式；可用國家
      *> 逗號分隔（跟主檔 COUNTRY 欄同一套寫法），* 是全部國家，
      *> 空白是不能碰任何有國家之分的資料。同一個作業員可以有好
      *> 幾行，任一行同時符合程式與國家就准。
      *> 呼叫端填：
      *>   OA-OPERATOR  作業員代號（程式自己的 *_USER 環境變數；
      *>                空白時依序取 OPERATOR_ID、USER 環境變數，
      *>                回來時放實際採用的代號）
      *>   OA-PROGRAM   程式名      OA-ACTION 功能（空白=進得了程式）
      *>   OA-COUNTRY   要動的國家：空白=不檢查國家，* = 要全部國家
      *>   OA-LOG-SW    Y = 拒絕時寫一行 security_log.txt
      *>   OA-DETAIL    拒絕時一併記下的說明（帳號、檔名…）
      *> 回來：OA-GRANTED Y/N、OA-ROLE（符合那一行的角色）、
      *> OA-REASON（拒絕原因）。授權表不存在一律拒絕。
       01  OA-AREA.
           05 OA-OPERATOR          PIC X(20).
           05 OA-PROGRAM           PIC X(12).
           05 OA-ACTION            PIC X(12).
           05 OA-COUNTRY           PIC X(50).
           05 OA-LOG-SW            PIC X.
           05 OA-DETAIL            PIC X(80).
           05 OA-GRANTED           PIC X.
              88 OA-IS-GRANTED        VALUE 'Y'.
           05 OA-ROLE              PIC X(20).
           05 OA-REASON            PIC X(40).
