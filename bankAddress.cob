           SELECT ALIAS-FILE ASSIGN TO "aliases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALIAS-FILE-STATUS.
           *> MT 電文模式（BANKADDRESS_MODE=MT）：付款部收到的
           *> MT103 原文（BANKADDRESS_MT_FILE，預設
           *> mt103_messages.txt），從 50K/50F/59/59F 抽出客戶名稱與
           *> 地址行，一樣丟 ADDRPARSE 拆欄，依電文參考號（:20:）
           *> 與欄位代號寫解析檔；沒有城鎮或沒有國家的進例外報表，
           *> 給付款透明度檢核用。
           SELECT MT-FILE ASSIGN TO DYNAMIC MT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-FILE-STATUS.
           SELECT MT-PARSED-FILE
               ASSIGN TO "result_mt_address_parsed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MT-EXCEPT-FILE ASSIGN TO "mt_address_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ALIAS-FILE.
       01 ALIAS-REC     PIC X(120).

       FD MT-FILE.
       01 MT-REC        PIC X(200).

       FD MT-PARSED-FILE.
       01 MT-PARSED-REC PIC X(3000).

       FD MT-EXCEPT-FILE.
       01 MT-EXCEPT-REC PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-LINE       PIC X(350).
       01 WS-PARTS.
       *> City/State/Zip 缺一個就算地址不完整
       01 COMPLETE-FLAG PIC X(10).

       *> MT 電文模式
       01 BANK-MODE        PIC X(10) VALUE "LINE".
       01 BANK-ENV-VALUE   PIC X(100).
       01 MT-FILE-NAME     PIC X(100) VALUE "mt103_messages.txt".
       01 MT-FILE-STATUS   PIC XX.
       01 MT-EOF           PIC X VALUE "N".
       01 MT-LINE          PIC X(200).
       01 MT-POS           PIC 9(3).
       *> 目前這則電文：參考號、電文類型（沒有區塊 2 的匯出檔
       *> 當 103）
       01 MT-REF           PIC X(16).
       01 MT-TYPE          PIC X(3).
       *> 目前累積中的欄位：代號與各行（一行最多 35 字，
       *> 放寬一點收）
       01 MT-TAG           PIC X(4).
       01 MT-FLD-TABLE.
          05 MT-FLD-LINE OCCURS 12 TIMES PIC X(70).
       01 MT-FLD-COUNT     PIC 9(2) VALUE 0.
       01 MT-FLD-IDX       PIC 9(2).
       01 MT-FLD-START     PIC 9(2).
       *> 抽出來的各部分
       01 MT-ACCOUNT       PIC X(70).
       01 MT-NAME          PIC X(200).
       01 MT-ADDR-TEXT     PIC X(500).
       01 MT-TOWN          PIC X(70).
       01 MT-CTRY          PIC X(2).
       *> 50F/59F 的 8/ 續行接在前一個編號行後面
       01 MT-LAST-CODE     PIC X.
       01 MT-APPEND-TEXT   PIC X(70).
       01 MT-WORK          PIC X(500).
       01 MT-REASON        PIC X(40).
       01 CTL-MT-MESSAGES  PIC 9(7) VALUE 0.
       01 CTL-MT-SKIPPED   PIC 9(7) VALUE 0.
       01 CTL-MT-FIELDS    PIC 9(7) VALUE 0.
       01 CTL-MT-EXCEPT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO BANK-ENV-VALUE
           ACCEPT BANK-ENV-VALUE FROM ENVIRONMENT "BANKADDRESS_MODE"
           IF BANK-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BANK-ENV-VALUE))
                   TO BANK-MODE
           END-IF
           IF BANK-MODE = "MT"
               PERFORM RUN-MT-MODE
               STOP RUN
           END-IF

           PERFORM LOAD-BIC-DIRECTORY
           PERFORM LOAD-IBAN-LENGTHS
           PERFORM LOAD-WATCHLIST
               END-IF
               WRITE SUSPECT-REC
           END-IF.
       
       *> MT 電文模式主流程：逐行讀電文原文，遇到新欄位代號、
       *> 區塊 4 結束（-}）或新電文（{1:）就把前一個欄位結算掉。
       RUN-MT-MODE.
           MOVE SPACES TO BANK-ENV-VALUE
           ACCEPT BANK-ENV-VALUE FROM ENVIRONMENT
               "BANKADDRESS_MT_FILE"
           IF BANK-ENV-VALUE NOT = SPACES
               MOVE BANK-ENV-VALUE TO MT-FILE-NAME
           END-IF
           OPEN INPUT MT-FILE
           IF MT-FILE-STATUS NOT = "00"
               DISPLAY "BANKADDRESS: cannot open MT message file "
                   FUNCTION TRIM(MT-FILE-NAME)
                   " (status " MT-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MT-PARSED-FILE
           OPEN OUTPUT MT-EXCEPT-FILE

           MOVE SPACES TO MT-PARSED-REC
           STRING "MsgRef;Tag;Account;Name;Complete;Match;Room/RM;"
               "Floor/F;Building;NO;ALY;"
               "LN/Lane;Sec;Street/St;Avenue/Ave;Way;Boulevard/Blvd;"
               "Road/Rd;Drive/Dr;Town;Dist/District;City;County;"
               "Province;State;Zip;Country;POBox;Location1;Location2;"
               "Location3;Location4;Location5;Location6;Other;Score"
               DELIMITED BY SIZE INTO MT-PARSED-REC
           WRITE MT-PARSED-REC
           MOVE "MsgRef;Tag;Reason;Account;Name;Address"
               TO MT-EXCEPT-REC
           WRITE MT-EXCEPT-REC

           MOVE SPACES TO MT-REF MT-TAG
           MOVE "103" TO MT-TYPE
           MOVE 0 TO MT-FLD-COUNT
           PERFORM UNTIL MT-EOF = "Y"
               READ MT-FILE INTO MT-LINE
                   AT END MOVE "Y" TO MT-EOF
                   NOT AT END
                       PERFORM TAKE-MT-LINE
               END-READ
           END-PERFORM
           PERFORM FINISH-MT-FIELD

           CLOSE MT-FILE
           CLOSE MT-PARSED-FILE
           CLOSE MT-EXCEPT-FILE
           DISPLAY "MT messages: " CTL-MT-MESSAGES ", customer fields "
               "parsed: " CTL-MT-FIELDS ", skipped (not MT103): "
               CTL-MT-SKIPPED
           DISPLAY "Incomplete customer addresses: " CTL-MT-EXCEPT
               " (see mt_address_exceptions.txt)"
           IF CTL-MT-EXCEPT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       *> 一行電文原文：區塊標頭、欄位代號行、或前一欄位的續行
       TAKE-MT-LINE.
           INSPECT MT-LINE REPLACING ALL X"0D" BY SPACE

           *> {1: 開始一則新電文，參考號與類型重來
           MOVE 0 TO MT-POS
           INSPECT MT-LINE TALLYING MT-POS
               FOR CHARACTERS BEFORE INITIAL "{1:"
           IF MT-POS < 200
               PERFORM FINISH-MT-FIELD
               MOVE SPACES TO MT-REF
               MOVE "103" TO MT-TYPE
           END-IF
           *> {2:I103... / {2:O103... 帶電文類型
           MOVE 0 TO MT-POS
           INSPECT MT-LINE TALLYING MT-POS
               FOR CHARACTERS BEFORE INITIAL "{2:"
           IF MT-POS < 193
               MOVE MT-LINE(MT-POS + 5:3) TO MT-TYPE
           END-IF
           *> {4: 之後才是欄位；同一行後面有字就接著當一行處理
           MOVE 0 TO MT-POS
           INSPECT MT-LINE TALLYING MT-POS
               FOR CHARACTERS BEFORE INITIAL "{4:"
           IF MT-POS < 197
               MOVE SPACES TO MT-WORK
               MOVE MT-LINE(MT-POS + 4:) TO MT-WORK
               MOVE MT-WORK TO MT-LINE
           ELSE
               IF MT-LINE(1:1) = "{"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF MT-LINE(1:2) = "-}"
               PERFORM FINISH-MT-FIELD
               EXIT PARAGRAPH
           END-IF
           IF MT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           *> 欄位代號行 :20: / :50K: / :59: ...
           IF MT-LINE(1:1) = ":"
              AND (MT-LINE(4:1) = ":" OR MT-LINE(5:1) = ":")
               PERFORM FINISH-MT-FIELD
               MOVE SPACES TO MT-WORK
               IF MT-LINE(4:1) = ":"
                   MOVE MT-LINE(2:2) TO MT-TAG
                   MOVE MT-LINE(5:) TO MT-WORK
               ELSE
                   MOVE MT-LINE(2:3) TO MT-TAG
                   MOVE MT-LINE(6:) TO MT-WORK
               END-IF
               IF MT-TAG = "20"
                   MOVE FUNCTION TRIM(MT-WORK) TO MT-REF
                   ADD 1 TO CTL-MT-MESSAGES
                   MOVE SPACES TO MT-TAG
               ELSE
                   IF MT-WORK NOT = SPACES
                       MOVE 1 TO MT-FLD-COUNT
                       MOVE MT-WORK TO MT-FLD-LINE(1)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF MT-TAG NOT = SPACES AND MT-FLD-COUNT < 12
               ADD 1 TO MT-FLD-COUNT
               MOVE MT-LINE TO MT-FLD-LINE(MT-FLD-COUNT)
           END-IF.

       *> 一個客戶欄位收齊：拆出帳號、名稱、地址行，地址丟給
       *> ADDRPARSE，依電文參考號與欄位代號寫解析檔；沒有城鎮
       *> （City/Town/District 都空）或沒有國家的另寫例外報表。
       FINISH-MT-FIELD.
           IF (MT-TAG NOT = "50K" AND MT-TAG NOT = "50F"
               AND MT-TAG NOT = "59" AND MT-TAG NOT = "59F")
              OR MT-FLD-COUNT = 0
               MOVE SPACES TO MT-TAG
               MOVE 0 TO MT-FLD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MT-TYPE NOT = "103"
               ADD 1 TO CTL-MT-SKIPPED
               MOVE SPACES TO MT-TAG
               MOVE 0 TO MT-FLD-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-MT-FIELDS
           MOVE SPACES TO MT-ACCOUNT MT-NAME MT-ADDR-TEXT MT-TOWN
               MT-CTRY MT-REASON
           IF MT-TAG = "50F" OR MT-TAG = "59F"
               PERFORM SPLIT-MT-STRUCTURED
           ELSE
               PERFORM SPLIT-MT-FREE-TEXT
           END-IF

           *> 結構化的城鎮、國別也接進本文，拆欄時一起看
           IF MT-TOWN NOT = SPACES
               MOVE MT-TOWN TO MT-APPEND-TEXT
               PERFORM ADD-MT-ADDR-LINE
           END-IF
           IF MT-CTRY NOT = SPACES
               MOVE MT-CTRY TO MT-APPEND-TEXT
               PERFORM ADD-MT-ADDR-LINE
           END-IF
           MOVE SPACES TO APA-PARSE-AREA
           MOVE MT-ADDR-TEXT TO APA-INPUT-TEXT
           IF APA-INPUT-TEXT NOT = SPACES
               CALL 'ADDRPARSE' USING APA-PARSE-AREA
           END-IF
           *> 50F/59F 的 3/ 行是付款人自己填的國別與城鎮，
           *> 拆欄沒認出來就以它為準
           IF MT-TOWN NOT = SPACES AND APA-CITY = SPACES
              AND APA-TOWN = SPACES
               MOVE MT-TOWN TO APA-CITY
           END-IF
           IF MT-CTRY NOT = SPACES AND APA-COUNTRY = SPACES
               MOVE MT-CTRY TO APA-COUNTRY
           END-IF

           IF APA-INPUT-TEXT = SPACES
               MOVE "NO ADDRESS LINES" TO MT-REASON
           ELSE
               IF APA-CITY = SPACES AND APA-TOWN = SPACES
                  AND APA-DISTRICT = SPACES
                   IF APA-COUNTRY = SPACES
                       MOVE "NO TOWN, NO COUNTRY" TO MT-REASON
                   ELSE
                       MOVE "NO TOWN" TO MT-REASON
                   END-IF
               ELSE
                   IF APA-COUNTRY = SPACES
                       MOVE "NO COUNTRY" TO MT-REASON
                   END-IF
               END-IF
           END-IF
           IF MT-REASON = SPACES
               MOVE "COMPLETE" TO COMPLETE-FLAG
           ELSE
               MOVE "INCOMPLETE" TO COMPLETE-FLAG
           END-IF

           MOVE SPACES TO MT-PARSED-REC
           MOVE 1 TO PARSED-PTR
           STRING FUNCTION TRIM(MT-REF) ";"
               FUNCTION TRIM(MT-TAG) ";"
               FUNCTION TRIM(MT-ACCOUNT) ";"
               FUNCTION TRIM(MT-NAME) ";"
               FUNCTION TRIM(COMPLETE-FLAG) ";"
               APA-MATCH-FLAG ";"
               FUNCTION TRIM(APA-RM) ";"
               FUNCTION TRIM(APA-F) ";"
               FUNCTION TRIM(APA-BUILDING) ";"
               FUNCTION TRIM(APA-NO) ";"
               FUNCTION TRIM(APA-ALY) ";"
               FUNCTION TRIM(APA-LN) ";"
               FUNCTION TRIM(APA-SEC) ";"
               FUNCTION TRIM(APA-STREET) ";"
               FUNCTION TRIM(APA-AVENUE) ";"
               FUNCTION TRIM(APA-WAY) ";"
               FUNCTION TRIM(APA-BLVD) ";"
               FUNCTION TRIM(APA-ROAD) ";"
               FUNCTION TRIM(APA-DRIVE) ";"
               FUNCTION TRIM(APA-TOWN) ";"
               DELIMITED BY SIZE INTO MT-PARSED-REC
               WITH POINTER PARSED-PTR
           END-STRING
           STRING FUNCTION TRIM(APA-DISTRICT) ";"
               FUNCTION TRIM(APA-CITY) ";"
               FUNCTION TRIM(APA-COUNTY) ";"
               FUNCTION TRIM(APA-PROVINCE) ";"
               FUNCTION TRIM(APA-STATE) ";"
               FUNCTION TRIM(APA-ZIP) ";"
               FUNCTION TRIM(APA-COUNTRY) ";"
               FUNCTION TRIM(APA-POBOX) ";"
               FUNCTION TRIM(APA-LOC1) ";"
               FUNCTION TRIM(APA-LOC2) ";"
               FUNCTION TRIM(APA-LOC3) ";"
               FUNCTION TRIM(APA-LOC4) ";"
               FUNCTION TRIM(APA-LOC5) ";"
               FUNCTION TRIM(APA-LOC6) ";"
               FUNCTION TRIM(APA-OTHER) ";"
               APA-SCORE
               DELIMITED BY SIZE INTO MT-PARSED-REC
               WITH POINTER PARSED-PTR
           END-STRING
           WRITE MT-PARSED-REC

           IF MT-REASON NOT = SPACES
               ADD 1 TO CTL-MT-EXCEPT
               MOVE SPACES TO MT-EXCEPT-REC
               STRING FUNCTION TRIM(MT-REF) ";"
                   FUNCTION TRIM(MT-TAG) ";"
                   FUNCTION TRIM(MT-REASON) ";"
                   FUNCTION TRIM(MT-ACCOUNT) ";"
                   FUNCTION TRIM(MT-NAME) ";"
                   FUNCTION TRIM(MT-ADDR-TEXT)
                   DELIMITED BY SIZE INTO MT-EXCEPT-REC
               WRITE MT-EXCEPT-REC
           END-IF
           MOVE SPACES TO MT-TAG
           MOVE 0 TO MT-FLD-COUNT.

       *> 50K / 59 自由格式：第一行 / 開頭是帳號，接著一行名稱，
       *> 其餘都是地址行
       SPLIT-MT-FREE-TEXT.
           MOVE 1 TO MT-FLD-START
           IF MT-FLD-LINE(1)(1:1) = "/"
               MOVE MT-FLD-LINE(1)(2:) TO MT-ACCOUNT
               MOVE 2 TO MT-FLD-START
           END-IF
           IF MT-FLD-START <= MT-FLD-COUNT
               MOVE FUNCTION TRIM(MT-FLD-LINE(MT-FLD-START))
                   TO MT-NAME
               ADD 1 TO MT-FLD-START
           END-IF
           PERFORM VARYING MT-FLD-IDX FROM MT-FLD-START BY 1
                   UNTIL MT-FLD-IDX > MT-FLD-COUNT
               MOVE FUNCTION TRIM(MT-FLD-LINE(MT-FLD-IDX))
                   TO MT-APPEND-TEXT
               PERFORM ADD-MT-ADDR-LINE
           END-PERFORM.

       *> 50F / 59F 結構化：第一行（沒有編號的）是帳號或身分識別，
       *> 1/ 名稱、2/ 地址行、3/ 國別/城鎮、8/ 前一行的續行，
       *> 4/-7/ 是生日、證號等，跟地址無關
       SPLIT-MT-STRUCTURED.
           MOVE SPACE TO MT-LAST-CODE
           PERFORM VARYING MT-FLD-IDX FROM 1 BY 1
                   UNTIL MT-FLD-IDX > MT-FLD-COUNT
               IF MT-FLD-LINE(MT-FLD-IDX)(2:1) = "/"
                  AND MT-FLD-LINE(MT-FLD-IDX)(1:1) >= "1"
                  AND MT-FLD-LINE(MT-FLD-IDX)(1:1) <= "8"
                   MOVE FUNCTION TRIM(MT-FLD-LINE(MT-FLD-IDX)(3:))
                       TO MT-APPEND-TEXT
                   EVALUATE MT-FLD-LINE(MT-FLD-IDX)(1:1)
                       WHEN "1"
                           PERFORM ADD-MT-NAME-TEXT
                           MOVE "1" TO MT-LAST-CODE
                       WHEN "2"
                           PERFORM ADD-MT-ADDR-LINE
                           MOVE "2" TO MT-LAST-CODE
                       WHEN "3"
                           MOVE MT-FLD-LINE(MT-FLD-IDX)(3:2) TO MT-CTRY
                           IF MT-FLD-LINE(MT-FLD-IDX)(5:1) = "/"
                               MOVE FUNCTION TRIM(
                                   MT-FLD-LINE(MT-FLD-IDX)(6:))
                                   TO MT-TOWN
                           END-IF
                           MOVE "3" TO MT-LAST-CODE
                       WHEN "8"
                           EVALUATE MT-LAST-CODE
                               WHEN "1"
                                   PERFORM ADD-MT-NAME-TEXT
                               WHEN "2"
                                   PERFORM ADD-MT-ADDR-CONTINUATION
                               WHEN "3"
                                   MOVE SPACES TO MT-WORK
                                   STRING FUNCTION TRIM(MT-TOWN) " "
                                       FUNCTION TRIM(MT-APPEND-TEXT)
                                       DELIMITED BY SIZE INTO MT-WORK
                                   MOVE MT-WORK TO MT-TOWN
                           END-EVALUATE
                       WHEN OTHER
                           MOVE MT-FLD-LINE(MT-FLD-IDX)(1:1)
                               TO MT-LAST-CODE
                   END-EVALUATE
               ELSE
                   IF MT-FLD-IDX = 1
                       IF MT-FLD-LINE(1)(1:1) = "/"
                           MOVE MT-FLD-LINE(1)(2:) TO MT-ACCOUNT
                       ELSE
                           MOVE MT-FLD-LINE(1) TO MT-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-MT-NAME-TEXT.
           IF MT-NAME = SPACES
               MOVE MT-APPEND-TEXT TO MT-NAME
           ELSE
               MOVE SPACES TO MT-WORK
               STRING FUNCTION TRIM(MT-NAME) " "
                   FUNCTION TRIM(MT-APPEND-TEXT)
                   DELIMITED BY SIZE INTO MT-WORK
               MOVE MT-WORK TO MT-NAME
           END-IF.

       *> 地址行用逗號接起來，正好是 ADDRPARSE 期待的逗號分段
       ADD-MT-ADDR-LINE.
           IF MT-APPEND-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MT-ADDR-TEXT = SPACES
               MOVE MT-APPEND-TEXT TO MT-ADDR-TEXT
           ELSE
               MOVE SPACES TO MT-WORK
               STRING FUNCTION TRIM(MT-ADDR-TEXT) ","
                   FUNCTION TRIM(MT-APPEND-TEXT)
                   DELIMITED BY SIZE INTO MT-WORK
               MOVE MT-WORK TO MT-ADDR-TEXT
           END-IF.

       *> 8/ 續行接在同一段地址後面，不另起一段
       ADD-MT-ADDR-CONTINUATION.
           IF MT-APPEND-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MT-ADDR-TEXT = SPACES
               MOVE MT-APPEND-TEXT TO MT-ADDR-TEXT
           ELSE
               MOVE SPACES TO MT-WORK
               STRING FUNCTION TRIM(MT-ADDR-TEXT) " "
                   FUNCTION TRIM(MT-APPEND-TEXT)
                   DELIMITED BY SIZE INTO MT-WORK
               MOVE MT-WORK TO MT-ADDR-TEXT
           END-IF.
