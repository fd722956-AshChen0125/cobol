      *> 訊息閘道上傳檔的固定欄位版面（簡訊、電子郵件各一檔，
      *> 版面相同），一行 1000 位元組，第 1 位是記錄別：H 批頭、
      *> S 簡訊明細、E 電子郵件明細、T 批尾。訊息編號由本系統
      *> 編，閘道回報投遞結果時原樣帶回來（見 msgres.cpy）。
      *> 電子郵件內文多行以兩個字元 \n 接起來，閘道發送時換行。
       01  MG-REC.
           05 MG-REC-TYPE          PIC X(1).
           05 MG-BODY              PIC X(999).
           05 MG-HEADER REDEFINES MG-BODY.
              10 MG-BATCH-ID       PIC X(20).
      *>      SMS / EMAIL
              10 MG-CHANNEL        PIC X(5).
              10 MG-CREATE-DATE    PIC 9(8).
              10 MG-CREATE-TIME    PIC 9(6).
      *>      閘道核給的寄件者代碼（簡訊發話名稱/寄件信箱設定）
              10 MG-SENDER-ID      PIC X(30).
              10 FILLER            PIC X(930).
           05 MG-SMS-DETAIL REDEFINES MG-BODY.
              10 MG-S-MSG-ID       PIC X(24).
      *>      只有數字的門號（含國碼或 0 開頭的國內門號）
              10 MG-S-PHONE        PIC X(20).
      *>      內文 UTF-8，不超過 160 位元組
              10 MG-S-TEXT         PIC X(160).
              10 FILLER            PIC X(795).
           05 MG-EMAIL-DETAIL REDEFINES MG-BODY.
              10 MG-E-MSG-ID       PIC X(24).
              10 MG-E-ADDRESS      PIC X(80).
              10 MG-E-SUBJECT      PIC X(100).
              10 MG-E-TEXT         PIC X(795).
           05 MG-TRAILER REDEFINES MG-BODY.
      *>      明細筆數（不含批頭批尾）
              10 MG-DETAIL-COUNT   PIC 9(7).
              10 FILLER            PIC X(992).
