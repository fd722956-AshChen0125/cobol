      *> 掛號函件寄發登記簿（legal_register.dat，INDEXED）記錄
      *> 格式。REGMAIL DISPATCH 每交寄一件存證/催收函加一筆，郵局
      *> 回執（REGMAIL RECEIPT）回來只改投遞結果欄；記錄永不刪除，
      *> 法院調閱要的就是「哪一天、寄了什麼、寄到哪個地址」。
      *> 主鍵 = 掛號號碼（UPU S10：2 碼字首 + 8 碼序號 + 1 碼檢查
      *> 碼 + 2 碼國別）；備用鍵 = 帳號（可重複），依帳號調閱。
       01  RGM-REC.
           05 RGM-ARTICLE          PIC X(13).
           05 RGM-ACCOUNT          PIC X(30).
      *>   函件類別 LEGAL / COLLECT；參考號（案號）由選取檔第二欄
           05 RGM-NOTICE-TYPE      PIC X(10).
           05 RGM-NOTICE-REF       PIC X(30).
      *>   交寄當下的地址影像：角色、收件人行、地址三行、主檔版本
           05 RGM-ADDR-ROLE        PIC X(12).
           05 RGM-ADDRESSEE        PIC X(60).
           05 RGM-ADDR-UNIT        PIC X(60).
           05 RGM-ADDR-LINE1       PIC X(100).
           05 RGM-ADDR-LINE2       PIC X(100).
           05 RGM-ZIP              PIC X(10).
           05 RGM-COUNTRY          PIC X(30).
           05 RGM-MAST-VERSION     PIC 9(9).
      *>   交寄時主檔退郵旗標（U = 已知寄不到，照樣寄最後已知地址）
           05 RGM-UNDELIV-FLAG     PIC X(1).
      *>   交寄日時、交寄清單批號與清單序號
           05 RGM-DISPATCH-DATE    PIC 9(8).
           05 RGM-DISPATCH-TIME    PIC 9(6).
           05 RGM-BATCH-ID         PIC X(20).
           05 RGM-LIST-SEQ         PIC 9(5).
      *>   投遞結果：D 已交寄待回執、S 簽收、R 拒收、U 招領逾期
      *>   未領；結果日、簽收人/郵局註記、回執登錄日
           05 RGM-STATUS           PIC X(1).
           05 RGM-STATUS-DATE      PIC 9(8).
           05 RGM-SIGNER           PIC X(40).
           05 RGM-RECEIPT-LOAD-DATE PIC 9(8).
           05 FILLER               PIC X(50).
