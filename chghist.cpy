      *> CHGHIST 地址異動歷史索引檔（版面見 addrhist.cpy）的交換
      *> 區。寫 address_changes_YYYYMMDD.txt 的程式（ADDRMAST、
      *> ZIPRENUM、AREACODE、RESTAND）每 WRITE 一行異動檔就 CALL
      *> 一次 W，同一行順手登進索引檔；HISTLOAD 回補舊日檔也走
      *> 同一條路。行號由 CHGHIST 自己數，所以交付清單尾錄
      *> （MAN; 開頭）寫出去也要叫 W（只算行號不登）。
      *> CH-FUNCTION：
      *>   O = 開索引檔（沒有就建）：CH-PREFIX 法人前綴（母行空白）
      *>   D = 換一份異動檔：CH-FILE-DATE、CH-MODE
      *>         N = 異動檔剛用 OUTPUT 重開（整份重寫）：索引上
      *>             這一天的舊行先清掉，行號從 0 起算
      *>         A = 異動檔用 EXTEND 接著寫：先數 CH-CHANGE-FILE-NAME
      *>             現有幾行，行號接著算
      *>         B = 回補：行號從 0 起算，不清
      *>   W = 一行剛寫進異動檔：CH-LINE、CH-PROGRAM
      *>   C = 關檔
      *> 回來 CH-AVAILABLE N = 索引檔開不起來（O 時 DISPLAY 警告，
      *> 之後的呼叫都不做事，異動檔照寫，日後用 HISTLOAD 補）。
      *> 累計（O 時歸零）：CH-INDEXED 新登/改登的行、CH-ALREADY
      *> 索引上已經有一模一樣的行、CH-PURGED N 模式清掉的行。
       01  CH-AREA.
           05 CH-FUNCTION          PIC X.
           05 CH-PREFIX            PIC X(10).
           05 CH-PROGRAM           PIC X(12).
           05 CH-FILE-DATE         PIC 9(8).
           05 CH-MODE              PIC X.
           05 CH-CHANGE-FILE-NAME  PIC X(100).
           05 CH-LINE              PIC X(400).
           05 CH-AVAILABLE         PIC X.
              88 CH-IS-AVAILABLE      VALUE 'Y'.
           05 CH-INDEXED           PIC 9(9).
           05 CH-ALREADY           PIC 9(9).
           05 CH-PURGED            PIC 9(9).
