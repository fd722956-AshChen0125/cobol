       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE  ASSIGN TO DYNAMIC WS-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE ASSIGN TO "result_address.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZIPFMT-FILE ASSIGN TO "zipformat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIPFMT-STATUS.
           *> 分行遷址申請書（ADDRANA_MODE=FORMS）：區塊上的帳號欄
           *> 以鍵讀主檔比對，地址不一樣的以日間異動檔的格式寫進
           *> intraday_changes.txt（只追加），交 INTRADAY 照常檢核、
           *> 暫置；主檔上沒有這個帳號的寫例外清單
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT CHG-FILE ASSIGN TO DYNAMIC WS-CHG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT EXC-FILE ASSIGN TO DYNAMIC WS-EXC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ZIPFMT-FILE.
       01 ZIPFMT-REC    PIC X(100).

       FD MAST-FILE.
       COPY "addrmast.cpy".

       FD CHG-FILE.
       01 CHG-REC       PIC X(600).

       FD EXC-FILE.
       01 EXC-REC       PIC X(1000).

       WORKING-STORAGE SECTION.
       *> 掃描商的來檔一筆地址拆成 2-4 行、空白行當分隔，
       *> 先把行累積成一個邏輯區塊再拆欄位
       01 QF-ZIP          PIC X(150).
       01 QF-COUNTRY      PIC X(250).
       01 WS-SCAN-KEY     PIC X(9).
       01 WS-BLOCK-QUEUED PIC X VALUE "N".
       01 WS-IN-FILE-NAME PIC X(100) VALUE "fake_addresses.txt".

      *> 遷址申請書模式：帳號欄/分行欄、主檔比對、日間異動檔
       01 WS-FORM-MODE    PIC X VALUE "N".
           88 FORM-MODE        VALUE "Y".
       01 WS-MAST-FILE-NAME PIC X(100) VALUE "address_master.dat".
       01 WS-MAST-STATUS  PIC XX.
       01 WS-CHG-FILE-NAME PIC X(100) VALUE "intraday_changes.txt".
       01 WS-CHG-STATUS   PIC XX.
       01 WS-EXC-FILE-NAME PIC X(100).
       01 WS-DEFAULT-BRANCH PIC X(10) VALUE "SCAN".
       01 WS-FORM-ACCOUNT PIC X(30).
       01 WS-FORM-BRANCH  PIC X(10).
       01 WS-ZONE-HIT     PIC X.
       01 WS-ZONE-LINE    PIC X(200).
       01 WS-ZONE-LABEL   PIC X(20).
       01 WS-ZONE-VALUE   PIC X(100).
       01 WS-ZONE-POS     PIC 9(3).
       01 WS-FORM-TEXT    PIC X(500).
       01 WS-FORM-REASON  PIC X(60).
       01 WS-MAST-FOUND   PIC X.
       01 WS-SAME-ADDR    PIC X.
       01 ROLE-NAMES.
           05 FILLER PIC X(12) VALUE "MAILING".
           05 FILLER PIC X(12) VALUE "RESIDENTIAL".
           05 FILLER PIC X(12) VALUE "BUSINESS".
       01 ROLE-TABLE REDEFINES ROLE-NAMES.
           05 ROLE-NAME PIC X(12) OCCURS 3 TIMES.
       01 ROLE-IDX        PIC 9.
       01 CTL-FORMS       PIC 9(5) VALUE 0.
       01 CTL-FORM-CHANGES PIC 9(5) VALUE 0.
       01 CTL-FORM-SAME   PIC 9(5) VALUE 0.
       01 CTL-FORM-REVIEW PIC 9(5) VALUE 0.
       01 CTL-FORM-EXCEPT PIC 9(5) VALUE 0.

       COPY "addrparse.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRANA_IN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRANA_MODE'
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
              = 'FORMS'
               MOVE 'Y' TO WS-FORM-MODE
               PERFORM OPEN-FORM-FILES
           END-IF
           MOVE SPACES TO WS-THRESH-ENV
           ACCEPT WS-THRESH-ENV FROM ENVIRONMENT
               'ADDRANA_REVIEW_THRESHOLD'
                   IF FUNCTION TRIM(WS-READ-LINE) = SPACES
                       PERFORM FLUSH-BLOCK
                   ELSE
                       MOVE "N" TO WS-ZONE-HIT
                       IF FORM-MODE
                           PERFORM TAKE-FORM-ZONE
                       END-IF
                       IF WS-ZONE-HIT = "N"
                           IF WS-BLOCK = SPACES
                               MOVE FUNCTION TRIM(WS-READ-LINE)
                                   TO WS-BLOCK
                           ELSE
                               MOVE WS-BLOCK TO WS-LINE
                               STRING FUNCTION TRIM(WS-LINE) " "
                                   FUNCTION TRIM(WS-READ-LINE)
                                   DELIMITED BY SIZE INTO WS-BLOCK
                           END-IF
                           ADD 1 TO WS-BLOCK-LINES
                           *> 申請書之間一定隔空白行，行數上限只
                           *> 用來扣信心分數，不提前切塊
                           IF WS-BLOCK-LINES >= WS-BLOCK-MAX
                              AND NOT FORM-MODE
                               PERFORM FLUSH-BLOCK
                           END-IF
                       END-IF
                   END-IF
               END-READ
                   "block(s) queued for review (threshold "
                   WS-REVIEW-THRESHOLD ")"
           END-IF
           IF FORM-MODE
               CLOSE MAST-FILE CHG-FILE EXC-FILE
               DISPLAY "ADDRESSANA: " CTL-FORMS " change-of-address "
                   "form(s): " CTL-FORM-CHANGES " written to "
                   FUNCTION TRIM(WS-CHG-FILE-NAME) ", "
                   CTL-FORM-SAME " same as the master, "
                   CTL-FORM-REVIEW " low-confidence (review queue), "
                   CTL-FORM-EXCEPT " exception(s) - see "
                   FUNCTION TRIM(WS-EXC-FILE-NAME)
               IF CTL-FORM-EXCEPT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *> 遷址申請書模式的檔案：主檔（比對現址）、日間異動檔
      *> （只追加，櫃員白天鍵的也在同一份）、例外清單
      *>   ADDRMAST_MAST_FILE    = 地址主檔
      *>   ADDRANA_INTRADAY_FILE = 日間異動檔（預設
      *>                           intraday_changes.txt）
      *>   ADDRANA_FORM_EXC_FILE = 例外清單（預設
      *>                           scan_form_exceptions_YYYYMMDD.txt）
      *>   ADDRANA_FORM_BRANCH   = 申請書上沒有分行欄時的分行代碼
      *>                           （預設 SCAN）
       OPEN-FORM-FILES.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRANA_INTRADAY_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CHG-FILE-NAME
           END-IF
           MOVE SPACES TO WS-EXC-FILE-NAME
           STRING 'scan_form_exceptions_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-EXC-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRANA_FORM_EXC_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXC-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRANA_FORM_BRANCH'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-DEFAULT-BRANCH
           END-IF
           MOVE SPACES TO WS-FORM-ACCOUNT WS-FORM-BRANCH

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "ADDRESSANA: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CHG-FILE
           IF WS-CHG-STATUS NOT = '00'
               OPEN OUTPUT CHG-FILE
           END-IF
           OPEN OUTPUT EXC-FILE
           MOVE SPACES TO EXC-REC
           STRING "Block;Account;Reason;Text"
               DELIMITED BY SIZE INTO EXC-REC
           WRITE EXC-REC.

      *> 申請書上的帳號欄（ACCOUNT / ACCT / A/C）與分行欄
      *> （BRANCH）：標籤後面有冒號取冒號後面，否則取標籤後面
      *> 第一個字；不是這兩種欄位的行照常當地址行
       TAKE-FORM-ZONE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-READ-LINE))
               TO WS-ZONE-LINE
           MOVE SPACES TO WS-ZONE-LABEL
           EVALUATE TRUE
               WHEN WS-ZONE-LINE(1:7) = "ACCOUNT"
                   MOVE "ACCOUNT" TO WS-ZONE-LABEL
                   MOVE 8 TO WS-ZONE-POS
               WHEN WS-ZONE-LINE(1:4) = "ACCT"
                   MOVE "ACCOUNT" TO WS-ZONE-LABEL
                   MOVE 5 TO WS-ZONE-POS
               WHEN WS-ZONE-LINE(1:3) = "A/C"
                   MOVE "ACCOUNT" TO WS-ZONE-LABEL
                   MOVE 4 TO WS-ZONE-POS
               WHEN WS-ZONE-LINE(1:6) = "BRANCH"
                   MOVE "BRANCH" TO WS-ZONE-LABEL
                   MOVE 7 TO WS-ZONE-POS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           *> 標籤後面緊接英數字（例如街名 ACCOUNTING）不算欄位
           IF (WS-ZONE-LINE(WS-ZONE-POS:1) >= "A"
               AND WS-ZONE-LINE(WS-ZONE-POS:1) <= "Z")
              OR (WS-ZONE-LINE(WS-ZONE-POS:1) >= "0"
               AND WS-ZONE-LINE(WS-ZONE-POS:1) <= "9")
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ZONE-HIT
           MOVE FUNCTION TRIM(WS-READ-LINE) TO WS-ZONE-LINE
           PERFORM SKIP-ZONE-SEPARATORS
           MOVE SPACES TO WS-ZONE-VALUE
           IF WS-ZONE-POS <= 200
               UNSTRING WS-ZONE-LINE DELIMITED BY ALL SPACE
                   INTO WS-ZONE-VALUE WITH POINTER WS-ZONE-POS
               END-UNSTRING
           END-IF
           *> 「Acct No. 123」「Account Number: 123」：NO / NUMBER
           *> 不是帳號，跳過再取下一個字
           IF FUNCTION UPPER-CASE(WS-ZONE-VALUE) = "NO" OR "NO."
              OR "NO:" OR "NUMBER" OR "NUMBER:" OR "NBR" OR "NBR:"
               PERFORM SKIP-ZONE-SEPARATORS
               MOVE SPACES TO WS-ZONE-VALUE
               IF WS-ZONE-POS <= 200
                   UNSTRING WS-ZONE-LINE DELIMITED BY ALL SPACE
                       INTO WS-ZONE-VALUE WITH POINTER WS-ZONE-POS
                   END-UNSTRING
               END-IF
           END-IF
           IF WS-ZONE-LABEL = "ACCOUNT"
               MOVE WS-ZONE-VALUE TO WS-FORM-ACCOUNT
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-ZONE-VALUE)
                   TO WS-FORM-BRANCH
           END-IF.

       SKIP-ZONE-SEPARATORS.
           PERFORM UNTIL WS-ZONE-POS > 200
                   OR (WS-ZONE-LINE(WS-ZONE-POS:1) NOT = SPACE
                   AND WS-ZONE-LINE(WS-ZONE-POS:1) NOT = ":"
                   AND WS-ZONE-LINE(WS-ZONE-POS:1) NOT = "#"
                   AND WS-ZONE-LINE(WS-ZONE-POS:1) NOT = ".")
               ADD 1 TO WS-ZONE-POS
           END-PERFORM.

      *> 一張申請書的去向：
      *>   沒有帳號欄 / 主檔上沒有這個帳號  → 例外清單
      *>   低信心（已排進覆核佇列）         → 例外清單記覆核鍵，
      *>                                      不寫日間異動
      *>   解析結果跟主檔現址一樣           → 只計數
      *>   其餘                             → 日間異動檔一行
      *> 主檔現址取 MAILING，沒有取 RESIDENTIAL，再沒有取
      *> BUSINESS；比對欄位同 COAXCHG（ADDRPARSE 拆欄後比郵遞
      *> 區號、城市、街道、門牌、樓層、信箱）。
       ROUTE-FORM-BLOCK.
           ADD 1 TO CTL-FORMS
           MOVE WS-BLOCK TO WS-FORM-TEXT
           INSPECT WS-FORM-TEXT REPLACING ALL ";" BY ","
           IF FUNCTION TRIM(WS-FORM-ACCOUNT) = SPACES
               MOVE "NO ACCOUNT ON FORM" TO WS-FORM-REASON
               PERFORM WRITE-FORM-EXCEPTION
               ADD 1 TO CTL-FORM-EXCEPT
               EXIT PARAGRAPH
           END-IF
           IF WS-FORM-TEXT = SPACES
               MOVE "NO ADDRESS ON FORM" TO WS-FORM-REASON
               PERFORM WRITE-FORM-EXCEPTION
               ADD 1 TO CTL-FORM-EXCEPT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FORM-MASTER
           IF WS-MAST-FOUND = "N"
               MOVE "ACCOUNT NOT ON MASTER" TO WS-FORM-REASON
               PERFORM WRITE-FORM-EXCEPTION
               ADD 1 TO CTL-FORM-EXCEPT
               EXIT PARAGRAPH
           END-IF
           IF WS-BLOCK-QUEUED = "Y"
               ADD 1 TO CTL-FORM-REVIEW
               MOVE SPACES TO WS-FORM-REASON
               STRING "LOW CONFIDENCE - REVIEW QUEUE " WS-SCAN-KEY
                   DELIMITED BY SIZE INTO WS-FORM-REASON
               PERFORM WRITE-FORM-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO APA-PARSE-AREA
           MOVE WS-FORM-TEXT TO APA-INPUT-TEXT
           CALL 'ADDRPARSE' USING APA-PARSE-AREA
           PERFORM CHECK-FORM-SAME-ADDRESS
           IF WS-SAME-ADDR = "Y"
               ADD 1 TO CTL-FORM-SAME
               EXIT PARAGRAPH
           END-IF

           IF WS-FORM-BRANCH = SPACES
               MOVE WS-DEFAULT-BRANCH TO WS-FORM-BRANCH
           END-IF
           MOVE SPACES TO WS-SCAN-KEY
           STRING 'SCAN' WS-BLOCK-SEQ DELIMITED BY SIZE
               INTO WS-SCAN-KEY
           END-STRING
           MOVE SPACES TO CHG-REC
           STRING FUNCTION TRIM(WS-FORM-BRANCH) ";"
               FUNCTION TRIM(WS-FORM-ACCOUNT) ";"
               FUNCTION TRIM(WS-FORM-TEXT) ";"
               WS-SCAN-KEY
               DELIMITED BY SIZE INTO CHG-REC
           WRITE CHG-REC
           ADD 1 TO CTL-FORM-CHANGES.

       FIND-FORM-MASTER.
           MOVE "N" TO WS-MAST-FOUND
           PERFORM VARYING ROLE-IDX FROM 1 BY 1
                   UNTIL ROLE-IDX > 3 OR WS-MAST-FOUND = "Y"
               MOVE SPACES TO MAST-KEY
               MOVE WS-FORM-ACCOUNT TO MAST-ACCOUNT-ID
               MOVE ROLE-NAME(ROLE-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-MAST-FOUND
               END-READ
           END-PERFORM.

       CHECK-FORM-SAME-ADDRESS.
           MOVE "N" TO WS-SAME-ADDR
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(APA-ZIP)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-ZIP))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-CITY)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-STREET)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-STREET))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-ROAD)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-ROAD))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-AVENUE)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-AVENUE))
              AND FUNCTION TRIM(APA-NO) = FUNCTION TRIM(MAST-NO)
              AND FUNCTION TRIM(APA-RM) = FUNCTION TRIM(MAST-RM)
              AND FUNCTION TRIM(APA-F) = FUNCTION TRIM(MAST-F)
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-POBOX)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-POBOX))
               MOVE "Y" TO WS-SAME-ADDR
           END-IF.

       WRITE-FORM-EXCEPTION.
           MOVE SPACES TO EXC-REC
           STRING WS-BLOCK-SEQ ";" FUNCTION TRIM(WS-FORM-ACCOUNT) ";"
               FUNCTION TRIM(WS-FORM-REASON) ";"
               FUNCTION TRIM(WS-FORM-TEXT)
               DELIMITED BY SIZE INTO EXC-REC
           WRITE EXC-REC.

       LOAD-ZIPFMT-RULES.
           OPEN INPUT ZIPFMT-FILE
           IF WS-ZIPFMT-STATUS NOT = '00'

           IF WS-CONFIDENCE < WS-REVIEW-THRESHOLD
               ADD 1 TO CTL-QUEUED
               MOVE "Y" TO WS-BLOCK-QUEUED
               PERFORM WRITE-REVIEW-ROW
           END-IF.

           END-STRING.

       FLUSH-BLOCK.
           MOVE "N" TO WS-BLOCK-QUEUED
           IF WS-BLOCK NOT = SPACES
               ADD 1 TO WS-BLOCK-SEQ
               MOVE WS-BLOCK TO WS-LINE
               END-IF
               PERFORM CUT-FIELDS
               PERFORM FORMAT-AND-WRITE
               IF FORM-MODE
                   PERFORM ROUTE-FORM-BLOCK
               END-IF
           ELSE
               *> 只有帳號欄、沒有地址行的申請書
               IF FORM-MODE AND WS-FORM-ACCOUNT NOT = SPACES
                   ADD 1 TO WS-BLOCK-SEQ
                   PERFORM ROUTE-FORM-BLOCK
               END-IF
           END-IF
           MOVE SPACES TO WS-BLOCK WS-FORM-ACCOUNT WS-FORM-BRANCH
           MOVE 0 TO WS-BLOCK-LINES.

       CLEAN-LINE.
