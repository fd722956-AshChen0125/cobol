      *> 郵務街道名錄索引檔（street_directory.dat，INDEXED）記錄
      *> 格式。STREETBLD 從 street_directory.txt 整檔重建，夜間
      *> 批次、ADDRPARSE（INTRADAY 經由它）直接以鍵讀取，不再把
      *> 名錄整份載進記憶體，全國名錄多大都查得到。
      *> 主鍵 = 國家 + 郵遞區號 + 街道 + 城市：有郵遞區號的地址
      *> 以國家+郵遞區號+街道定位；同一條街道名在沒有郵遞區號
      *> 的名錄行上可能出現在好幾個城市，城市接在最後讓鍵唯一。
      *> 備用鍵 = 城市 + 街道（可重複，同一條街跨好幾個郵遞
      *> 區號），給沒有郵遞區號、或郵遞區號不在名錄上的地址
      *> 照舊以城市+街道查。鍵值一律去頭尾空白、轉大寫。
       01  SDX-REC.
           05 SDX-KEY.
              10 SDX-COUNTRY       PIC X(30).
              10 SDX-ZIP           PIC X(10).
              10 SDX-STREET        PIC X(50).
              10 SDX-CITY          PIC X(40).
           05 SDX-CITY-KEY.
              10 SDX-ALT-CITY      PIC X(40).
              10 SDX-ALT-STREET    PIC X(50).
           05 SDX-LOAD-DATE        PIC 9(8).
