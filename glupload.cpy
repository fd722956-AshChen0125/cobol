      *> 總帳傳票上傳檔的固定欄位版面，一行 200 位元組，第 1 位
      *> 是記錄別：H 批頭、D 分錄、T 批尾。金額一律正數、隱含
      *> 兩位小數、前補零，借貸由 GL-DRCR 表示；批尾的借方合計
      *> 必須等於貸方合計，總帳才收。
       01  GL-REC.
           05 GL-REC-TYPE          PIC X(1).
           05 GL-BODY              PIC X(199).
           05 GL-HEADER REDEFINES GL-BODY.
              10 GL-BATCH-ID       PIC X(20).
      *>      來源系統代碼
              10 GL-SOURCE         PIC X(10).
      *>      入帳日（期末日）與會計期間 YYYYMM
              10 GL-POST-DATE      PIC 9(8).
              10 GL-PERIOD         PIC 9(6).
              10 GL-CURRENCY       PIC X(3).
              10 GL-HDR-DESC       PIC X(40).
              10 FILLER            PIC X(112).
           05 GL-DETAIL REDEFINES GL-BODY.
              10 GL-LINE-NO        PIC 9(6).
              10 GL-ACCOUNT        PIC X(10).
              10 GL-COST-CENTER    PIC X(10).
      *>      D 借 / C 貸
              10 GL-DRCR           PIC X(1).
              10 GL-AMOUNT         PIC 9(11)V99.
              10 GL-LINE-DESC      PIC X(40).
      *>      分錄參照（郵資分攤放郵件類別）
              10 GL-REFERENCE      PIC X(20).
              10 FILLER            PIC X(99).
           05 GL-TRAILER REDEFINES GL-BODY.
              10 GL-LINE-COUNT     PIC 9(6).
              10 GL-DEBIT-TOTAL    PIC 9(13)V99.
              10 GL-CREDIT-TOTAL   PIC 9(13)V99.
              10 FILLER            PIC X(163).
