           05 APA-OTHER            PIC X(200).
           05 APA-SCORE            PIC 9(3).
           05 APA-LANDMARK         PIC X(200).
      *> 街道投遞碼（同夜間批次）：D=郵務街道名錄上有、U=郵遞區號
      *> 或城市有名錄但查無此街、X=都不在名錄上、空白=沒得查
           05 APA-DELIV-CODE       PIC X.
