      *> ARCHSUM 封存檔大小與內容檢查碼的交換區。
      *> 呼叫端填 AS-FILE-NAME（含目錄的路徑）；回來：
      *>   AS-RESULT   00 = 算好了、35 = 檔案不存在、
      *>               30 = 打得開但讀不完（大小對不上）
      *>   AS-SIZE     位元組數
      *>   AS-CHECKSUM 20 碼檢查碼：整個檔案逐位元組的兩組多項式
      *>               雜湊（各 10 位數），換一個位元組就不一樣
       01  AS-AREA.
           05 AS-FILE-NAME         PIC X(200).
           05 AS-RESULT            PIC XX.
           05 AS-SIZE              PIC 9(15).
           05 AS-CHECKSUM          PIC X(20).
