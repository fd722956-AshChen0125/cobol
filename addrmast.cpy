      *> 地址主檔（INDEXED，主鍵 MAST-KEY = 帳號 + 地址角色）記錄
      *> 格式。ADDRMAST 載入/重寫、查詢與夜間比對批次共用這一份，
      *> 欄位順序跟 AddressSplitterFinal 輸出的 29 個解析欄位一致。
      *> 同一個帳號可以有郵寄（MAILING）、居住（RESIDENTIAL）、
      *> 營業（BUSINESS）三種角色的地址各一筆；帳號仍在記錄
      *> 最前面 30 碼，影像/傾印檔照舊取 (1:30) 就是帳號。
       01  MAST-REC.
           05 MAST-KEY.
              10 MAST-ACCOUNT-ID   PIC X(30).
              10 MAST-ADDR-ROLE    PIC X(12).
                 88 MAST-ROLE-MAILING     VALUE 'MAILING'.
                 88 MAST-ROLE-RESIDENTIAL VALUE 'RESIDENTIAL'.
                 88 MAST-ROLE-BUSINESS    VALUE 'BUSINESS'.
           05 MAST-RM              PIC X(50).
           05 MAST-F               PIC X(50).
           05 MAST-BUILDING        PIC X(50).
           05 MAST-UNDELIV-REASON  PIC X(10).
           05 MAST-UNDELIV-DATE    PIC 9(8).
           05 MAST-LOAD-DATE       PIC 9(8).
      *> 高風險地址類別：AddressSplitterFinal 比對高風險地址名單
      *> 命中的類別（RiskCategory 欄），ADDRMAST 每次載入照新值蓋
           05 MAST-RISK-CAT        PIC X(10).
      *> 版本戳記（樂觀鎖）：每次 WRITE/REWRITE 版本 +1 並蓋上最後
      *> 更新的日期、時間、程式。更新程式 READ 時記下版本，REWRITE
      *> 前用同一個主鍵重讀，版本被別的程式動過就不寫，記一行到
      *> master_conflicts.txt（只追加）給人工處理。
           05 MAST-VERSION         PIC 9(9).
           05 MAST-UPD-DATE        PIC 9(8).
           05 MAST-UPD-TIME        PIC 9(6).
           05 MAST-UPD-PROGRAM     PIC X(12).
      *> 轉交/收件人行：AddressSplitterFinal 抽出的 C/O、ATTN、
      *> 「轉交」片段（CareOf 欄），ADDRMAST 每次載入照新值蓋；
      *> LABELGEN/LETTERGEN 印在街道上面一行
           05 MAST-CARE-OF         PIC X(60).
      *> 地址類型（AddressType 欄）：RES 住宅 / COM 商業 / INS 機構
      *> / GOV 政府 / MIL 軍事，空白 = 未分類；ADDRMAST 每次載入
      *> 照新值蓋
           05 MAST-ADDR-TYPE       PIC X(3).
      *> 官方行政區代碼（主管機關季報用）：AREACODE 依代碼表
      *> （國家+城市+行政區）跟 geo_hierarchy.txt 指定，空白 =
      *> 還沒指定或查不到；ADDRMAST 重載時國家/城市/行政區變了
      *> 就清掉，等下一次 AREACODE 重新指定
           05 MAST-AREA-CODE       PIC X(10).
      *> 原始地址本文（輸出 CSV 的 Original 欄）：ADDRMAST 每次載入
      *> 照新值存，RESTAND 拿它重跑 ADDRPARSE 做全檔重新標準化；
      *> 超過欄寬的本文不存（留空白），免得拿截斷的本文去重比
           05 MAST-ORIG-TEXT       PIC X(120).
      *> 最後妥投日：SCANIMP 匯入郵件追蹤掃描，標籤條碼掃到妥投
      *> 就蓋上掃描日（只往後推）；ADDRMAST 新帳號清成 0，地址
      *> 變了也清掉（舊地址的妥投不能替新地址背書）
           05 MAST-LAST-DELIV-DATE PIC 9(8).
      *> 法人代碼（輸出 CSV 的 Entity 欄）：ADDRMAST 新增時蓋上
      *> 本次載入的法人，之後不再改；一個法人一份主檔，這一欄
      *> 跟著記錄影像進異動日誌，MASTRECOV 重演時只套同一法人的
      *> 影像。空白 = 母行（BANK，多法人之前建的記錄）
           05 MAST-ENTITY          PIC X(4).
