      *>   MASTINQ_CITY   = 城市（ZIP 有給時當第二層過濾）
      *>   MASTINQ_STREET = 街道子字串（選擇性，不分大小寫，
      *>                    比對所有街道類欄位）
      *>   MASTINQ_ROLE   = 地址角色（選擇性，MAILING / RESIDENTIAL
      *>                    / BUSINESS；空白列出所有角色）
      *> 注意：既有的主檔是沒有備用鍵的舊版索引檔，要先用
      *> MASTREBLD 從循序傾印重建一次才能用備用鍵查。

           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
       01 WS-ZIP-ENV           PIC X(50).
       01 WS-CITY-ENV          PIC X(50).
       01 WS-STREET-ENV        PIC X(50).
       01 WS-ROLE-ENV          PIC X(12).
       01 WS-STREET-UPPER      PIC X(50).
       01 WS-STREET-LEN        PIC 9(2) VALUE 0.
       01 WS-KEY-DONE          PIC X VALUE 'N'.
                   TO WS-STREET-LEN
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MASTINQ_ROLE'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-ROLE-ENV

           IF FUNCTION TRIM(WS-ZIP-ENV) = SPACES
              AND FUNCTION TRIM(WS-CITY-ENV) = SPACES
               DISPLAY "MASTINQ: set MASTINQ_ZIP and/or MASTINQ_CITY"
               STOP RUN
           END-IF

           DISPLAY "Account;Role;Street fields;City;Zip;UndelivFlag"
           IF FUNCTION TRIM(WS-ZIP-ENV) NOT = SPACES
               PERFORM WALK-BY-ZIP
           ELSE
           END-IF
           CLOSE MAST-FILE

           DISPLAY "MASTINQ: " CTL-SHOWN " address(es) shown ("
               CTL-SCANNED " key records walked)"
           STOP RUN.

               END-READ
           END-PERFORM.

       *> 第二層過濾：有給角色先限定角色；ZIP 查詢可以再限定城市；街道子字串比對
       *> 所有街道類欄位（不分大小寫），中了才列出來。
       FILTER-AND-SHOW.
           MOVE 'Y' TO WS-ROW-OK
           IF WS-ROLE-ENV NOT = SPACES
              AND MAST-ADDR-ROLE NOT = WS-ROLE-ENV
               MOVE 'N' TO WS-ROW-OK
           END-IF

           IF WS-ROW-OK = 'Y'
              AND FUNCTION TRIM(WS-ZIP-ENV) NOT = SPACES
              AND FUNCTION TRIM(WS-CITY-ENV) NOT = SPACES
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY)) NOT =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CITY-ENV))
           IF WS-ROW-OK = 'Y'
               ADD 1 TO CTL-SHOWN
               DISPLAY FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
                   FUNCTION TRIM(MAST-ADDR-ROLE) ";"
                   "no=" FUNCTION TRIM(MAST-NO)
                   " street=" FUNCTION TRIM(MAST-STREET)
                   " road=" FUNCTION TRIM(MAST-ROAD)
