      *> 呼叫端給一筆地址本文，回傳 29 個解析欄位跟比對分數，
      *> 不必為了查一筆地址寫一行檔案再跑整個批次。參照清單
      *> 第一次被呼叫時載入一次，之後的呼叫直接重複使用。
      *> 街道投遞碼跟夜間批次一樣以鍵讀郵務街道名錄索引檔
      *> （SPILT_STREETDIR_FILE，預設 street_directory.dat），檔案不在
      *> 就不給碼。
      *> 夜間批次本身仍用它自己的整批流程（追蹤檔、統計、
      *> 中文欄位補值都掛在那條流程上），這支只服務單筆呼叫。

           SELECT STATE-FILE ASSIGN TO DYNAMIC WS-STATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT STREETDIR-FILE ASSIGN TO DYNAMIC
               WS-STREETDIR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDX-KEY
               ALTERNATE RECORD KEY IS SDX-CITY-KEY WITH DUPLICATES
               FILE STATUS IS WS-SDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CITY-REC    PIC X(100).
       FD  STATE-FILE.
       01  STATE-REC   PIC X(100).
       FD  STREETDIR-FILE.
       COPY "streetdir.cpy".

       WORKING-STORAGE SECTION.
       *> 參照清單只在第一次呼叫時載入
       01 CITY-FILE-EOF    PIC X VALUE 'N'.
       01 COUNTRY-FILE-EOF PIC X VALUE 'N'.
       01 STATE-FILE-EOF   PIC X VALUE 'N'.
       *> 街道名錄索引檔第一次呼叫時開，之後一直開著逐筆以鍵查
       01 WS-STREETDIR-FILE-NAME PIC X(100).
       01 WS-SDX-STATUS    PIC XX.
       01 SDX-OPEN         PIC X VALUE 'N'.
       01 SDX-DEFAULT-COUNTRY PIC X(30).
       01 SDX-CHK-COUNTRY  PIC X(30).
       01 SDX-CHK-ZIP      PIC X(10).
       01 SDX-CHK-CITY     PIC X(40).
       01 SDX-CHK-STREET   PIC X(50).
       01 SDX-AREA-SEEN    PIC X.
       01 SDX-STREET-FOUND PIC X.
       01 DELIV-STREET-VALUE PIC X(50).
       01 DELIV-CODE       PIC X.

       01 KEY-COUNT      PIC 9(4) VALUE 0.
       01 LOC-COUNT      PIC 9(4) VALUE 0.
               MOVE 'Y' TO WS-TABLES-LOADED
           END-IF
           PERFORM PARSE-ONE-ADDRESS
           MOVE SPACE TO DELIV-CODE
           IF SDX-OPEN = 'Y'
               PERFORM CHECK-STREET-DELIVERABILITY
           END-IF
           PERFORM MOVE-RESULT-TO-LINKAGE
           GOBACK.

           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STATE-FILE-NAME
           END-IF
           MOVE 'street_directory.dat' TO WS-STREETDIR-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_STREETDIR_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STREETDIR-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT 'SPILT_STREETDIR_COUNTRY'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO SDX-DEFAULT-COUNTRY

           OPEN INPUT STREETDIR-FILE
           IF WS-SDX-STATUS = '00'
               MOVE 'Y' TO SDX-OPEN
           END-IF

           OPEN INPUT KEY-FILE
           IF WS-REF-FILE-STATUS = '00'
           MOVE OTHER-FIELD    TO APA-OTHER
           COMPUTE APA-SCORE ROUNDED =
               (MATCH-SCORE-FILLED * 100) / MATCH-SCORE-TOTAL
           MOVE LANDMARK       TO APA-LANDMARK
           MOVE DELIV-CODE     TO APA-DELIV-CODE.

       *> 街道投遞檢查（同主批次的 CHECK-STREET-DELIVERABILITY）：
       *> 街道值取 STREET_ST，沒有才退 ROAD_RD、AVENUE_AVE；街道
       *> 空白、或城市跟郵遞區號都空白就不給碼。
       CHECK-STREET-DELIVERABILITY.
           MOVE SPACES TO DELIV-STREET-VALUE
           IF STREET_ST NOT = SPACES
               MOVE STREET_ST TO DELIV-STREET-VALUE
           ELSE
               IF ROAD_RD NOT = SPACES
                   MOVE ROAD_RD TO DELIV-STREET-VALUE
               ELSE
                   MOVE AVENUE_AVE TO DELIV-STREET-VALUE
               END-IF
           END-IF
           IF DELIV-STREET-VALUE = SPACES
              OR (CITY = SPACES AND ZIP = SPACES)
               EXIT PARAGRAPH
           END-IF

           IF COUNTRY = SPACES
               MOVE SDX-DEFAULT-COUNTRY TO SDX-CHK-COUNTRY
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(COUNTRY))
                   TO SDX-CHK-COUNTRY
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ZIP))
               TO SDX-CHK-ZIP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CITY))
               TO SDX-CHK-CITY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DELIV-STREET-VALUE))
               TO SDX-CHK-STREET
           PERFORM LOOKUP-STREET-DIRECTORY

           EVALUATE TRUE
               WHEN SDX-STREET-FOUND = 'Y'
                   MOVE 'D' TO DELIV-CODE
               WHEN SDX-AREA-SEEN = 'Y'
                   MOVE 'U' TO DELIV-CODE
               WHEN OTHER
                   MOVE 'X' TO DELIV-CODE
           END-EVALUATE.

       *> 以鍵查名錄：有郵遞區號而且這個郵遞區號在名錄上，就以
       *> 國家+郵遞區號+街道為準（街道不在這個郵遞區號下 = U）；
       *> 沒有郵遞區號或郵遞區號不在名錄上，退回城市+街道備用鍵
       *> （城市在、街道不在 = U）。兩條路都沒看到 = X。
       LOOKUP-STREET-DIRECTORY.
           MOVE 'N' TO SDX-AREA-SEEN
           MOVE 'N' TO SDX-STREET-FOUND
           IF SDX-CHK-ZIP NOT = SPACES
               MOVE SDX-CHK-COUNTRY TO SDX-COUNTRY
               MOVE SDX-CHK-ZIP TO SDX-ZIP
               MOVE SDX-CHK-STREET TO SDX-STREET
               MOVE LOW-VALUES TO SDX-CITY
               PERFORM READ-STREETDIR-AT-KEY
               IF WS-SDX-STATUS = '00'
                  AND SDX-COUNTRY = SDX-CHK-COUNTRY
                  AND SDX-ZIP = SDX-CHK-ZIP
                   MOVE 'Y' TO SDX-AREA-SEEN
                   IF SDX-STREET = SDX-CHK-STREET
                       MOVE 'Y' TO SDX-STREET-FOUND
                   END-IF
               END-IF
               IF SDX-AREA-SEEN = 'N'
                   MOVE SDX-CHK-COUNTRY TO SDX-COUNTRY
                   MOVE SDX-CHK-ZIP TO SDX-ZIP
                   MOVE LOW-VALUES TO SDX-STREET SDX-CITY
                   PERFORM READ-STREETDIR-AT-KEY
                   IF WS-SDX-STATUS = '00'
                      AND SDX-COUNTRY = SDX-CHK-COUNTRY
                      AND SDX-ZIP = SDX-CHK-ZIP
                       MOVE 'Y' TO SDX-AREA-SEEN
                   END-IF
               END-IF
               IF SDX-AREA-SEEN = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SDX-CHK-CITY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SDX-CHK-CITY TO SDX-ALT-CITY
           MOVE SDX-CHK-STREET TO SDX-ALT-STREET
           READ STREETDIR-FILE KEY IS SDX-CITY-KEY
               INVALID KEY CONTINUE
           END-READ
           IF WS-SDX-STATUS = '00' OR WS-SDX-STATUS = '02'
               MOVE 'Y' TO SDX-AREA-SEEN
               MOVE 'Y' TO SDX-STREET-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SDX-CHK-CITY TO SDX-ALT-CITY
           MOVE LOW-VALUES TO SDX-ALT-STREET
           START STREETDIR-FILE KEY IS >= SDX-CITY-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ STREETDIR-FILE NEXT
               AT END EXIT PARAGRAPH
           END-READ
           IF SDX-ALT-CITY = SDX-CHK-CITY
               MOVE 'Y' TO SDX-AREA-SEEN
           END-IF.

       *> 主鍵 START 到 >= 目前鍵值的位置，讀出那一筆
       READ-STREETDIR-AT-KEY.
           START STREETDIR-FILE KEY IS >= SDX-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ STREETDIR-FILE NEXT
               AT END CONTINUE
           END-READ.

       *> 逐一找出 REMAINING 裡的「(...)」括號段落，把括號內文字
       *> 接進 LANDMARK，括號整段從 REMAINING 挖掉（同主批次）。
