       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGCHAIN.
      *> 只追加稽核日誌的雜湊鏈：addr_journal.txt、refjournal.txt、
      *> destruction_log.txt、archive_index.txt、
      *> undeliv_transitions.txt 每一行寫出去前都先 CALL 這支接上
      *> 鏈結尾碼（版面見 logchain.cpy），LOGVERIFY 也用同一支逐
      *> 行重算驗證，兩邊的雜湊算法只有這一份。
      *> 雜湊是兩組模數不同的多項式滾動雜湊（各 10 位數）拼成
      *> 20 位數，防的是事後手改、刪行、調換順序，不是密碼學等級
      *> 的簽章。
      *> 每份日誌第一次追加時讀到檔尾找最後一行有尾碼的序號與
      *> 鏈結雜湊接下去；沒有尾碼的舊行不算，新鏈從序號 1 起。
      *> 呼叫端一律照舊 OPEN EXTEND 後寫，檔案不存在時 OPEN OUTPUT
      *> 也一樣（這時還讀不到東西，新鏈從 1 起）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC         PIC X(2200).

       WORKING-STORAGE SECTION.
       01 WS-LOG-FILE-NAME     PIC X(100).
       01 WS-LOG-STATUS        PIC XX.
       01 LOG-EOF              PIC X.

       *> 這個執行單元裡已經接上的日誌：最後序號、最後鏈結雜湊
       01 CH-COUNT             PIC 9(3) VALUE 0.
       01 CH-TABLE.
           05 CH-ENTRY OCCURS 20 TIMES.
               10 CH-LOG-NAME      PIC X(100).
               10 CH-SEQ           PIC 9(9).
               10 CH-LINK          PIC X(20).
       01 CH-IDX               PIC 9(3).
       01 CH-FOUND             PIC 9(3).

       *> 雜湊：HT-TEXT 前 HT-LEN 碼 -> HT-RESULT（20 位數）
       01 HT-TEXT              PIC X(2200).
       01 HT-LEN               PIC 9(5).
       01 HT-POS               PIC 9(5).
       01 HT-CODE              PIC 9(3).
       01 HT-H1                PIC 9(10).
       01 HT-H2                PIC 9(10).
       01 HT-WORK              PIC 9(15).
       01 HT-QUOT              PIC 9(15).
       01 HT-RESULT            PIC X(20).

       *> 一行的尾碼拆解：TL-LINE 進，TL-OK=Y 表示有尾碼
       01 TL-LINE              PIC X(2200).
       01 TL-OK                PIC X.
       01 TL-LEN               PIC 9(5).
       01 TL-START             PIC 9(5).
       01 TL-CONTENT-LEN       PIC 9(5).
       01 TL-SEQ               PIC 9(9).
       01 TL-DIGEST            PIC X(20).
       01 TL-LINK              PIC X(20).

       01 WS-LINK-TEXT.
           05 WS-LINK-PREV     PIC X(20).
           05 WS-LINK-SEQ      PIC 9(9).
           05 WS-LINK-DIGEST   PIC X(20).

       LINKAGE SECTION.
       COPY "logchain.cpy".

       PROCEDURE DIVISION USING LC-AREA.
       MAIN-PARA.
           MOVE '00' TO LC-RESULT
           EVALUATE LC-FUNCTION
               WHEN 'A'
                   PERFORM APPEND-ONE-LINE
               WHEN 'V'
                   PERFORM VERIFY-ONE-LINE
               WHEN OTHER
                   MOVE '99' TO LC-RESULT
           END-EVALUATE
           GOBACK.

       *> 追加：接在這份日誌的最後一行後面
       APPEND-ONE-LINE.
           PERFORM FIND-CHAIN
           IF LC-RECORD = SPACES
               MOVE 0 TO LC-CONTENT-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LC-RECORD TRAILING))
                   TO LC-CONTENT-LEN
           END-IF
           IF LC-CONTENT-LEN > 2148
               DISPLAY "LOGCHAIN: line too long for "
                   FUNCTION TRIM(LC-LOG-NAME) " - cut to 2148"
               MOVE 2148 TO LC-CONTENT-LEN
               MOVE SPACES TO LC-RECORD(2149:)
           END-IF
           ADD 1 TO CH-SEQ(CH-FOUND)
           MOVE CH-SEQ(CH-FOUND) TO LC-SEQ
           MOVE CH-LINK(CH-FOUND) TO LC-PREV-LINK

           MOVE LC-RECORD TO HT-TEXT
           MOVE LC-CONTENT-LEN TO HT-LEN
           PERFORM HASH-TEXT
           MOVE HT-RESULT TO LC-DIGEST LC-CALC-DIGEST

           MOVE LC-PREV-LINK TO WS-LINK-PREV
           MOVE LC-SEQ TO WS-LINK-SEQ
           MOVE LC-DIGEST TO WS-LINK-DIGEST
           MOVE WS-LINK-TEXT TO HT-TEXT
           MOVE 49 TO HT-LEN
           PERFORM HASH-TEXT
           MOVE HT-RESULT TO LC-LINK LC-CALC-LINK
           MOVE LC-LINK TO CH-LINK(CH-FOUND)

           MOVE SPACES TO LC-TAIL
           STRING ";" LC-SEQ ";" LC-DIGEST ";" LC-LINK
               DELIMITED BY SIZE INTO LC-TAIL
           MOVE LC-TAIL TO LC-RECORD(LC-CONTENT-LEN + 1:52)
           MOVE 'Y' TO LC-CHAINED.

       *> 驗證一行：行上記的值跟重算的值都交回去，判斷由呼叫端做
       VERIFY-ONE-LINE.
           MOVE LC-RECORD TO TL-LINE
           PERFORM PARSE-TAIL
           MOVE SPACES TO LC-DIGEST LC-LINK LC-CALC-DIGEST
               LC-CALC-LINK LC-TAIL
           MOVE 0 TO LC-SEQ
           IF TL-OK NOT = 'Y'
               MOVE 'N' TO LC-CHAINED
               IF LC-RECORD = SPACES
                   MOVE 0 TO LC-CONTENT-LEN
               ELSE
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(LC-RECORD TRAILING))
                       TO LC-CONTENT-LEN
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LC-CHAINED
           MOVE TL-SEQ TO LC-SEQ
           MOVE TL-DIGEST TO LC-DIGEST
           MOVE TL-LINK TO LC-LINK
           MOVE TL-CONTENT-LEN TO LC-CONTENT-LEN
           MOVE LC-RECORD(TL-START:52) TO LC-TAIL

           MOVE SPACES TO HT-TEXT
           IF TL-CONTENT-LEN > 0
               MOVE LC-RECORD(1:TL-CONTENT-LEN) TO HT-TEXT
           END-IF
           MOVE TL-CONTENT-LEN TO HT-LEN
           PERFORM HASH-TEXT
           MOVE HT-RESULT TO LC-CALC-DIGEST

           MOVE LC-PREV-LINK TO WS-LINK-PREV
           MOVE LC-SEQ TO WS-LINK-SEQ
           MOVE LC-DIGEST TO WS-LINK-DIGEST
           MOVE WS-LINK-TEXT TO HT-TEXT
           MOVE 49 TO HT-LEN
           PERFORM HASH-TEXT
           MOVE HT-RESULT TO LC-CALC-LINK.

       *> 這份日誌接上了沒有；還沒有就讀一遍檔案接上
       FIND-CHAIN.
           MOVE 0 TO CH-FOUND
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > CH-COUNT OR CH-FOUND > 0
               IF CH-LOG-NAME(CH-IDX) = LC-LOG-NAME
                   MOVE CH-IDX TO CH-FOUND
               END-IF
           END-PERFORM
           IF CH-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF CH-COUNT >= 20
               DISPLAY "LOGCHAIN: more than 20 chained logs in one "
                   "run - run stopped"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CH-COUNT
           MOVE CH-COUNT TO CH-FOUND
           MOVE LC-LOG-NAME TO CH-LOG-NAME(CH-FOUND)
           MOVE 0 TO CH-SEQ(CH-FOUND)
           MOVE ALL '0' TO CH-LINK(CH-FOUND)
           PERFORM PRIME-CHAIN.

       *> 讀到檔尾，留最後一行有尾碼的序號與鏈結雜湊
       PRIME-CHAIN.
           MOVE LC-LOG-NAME TO WS-LOG-FILE-NAME
           MOVE 'N' TO LOG-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO LOG-EOF
                   NOT AT END
                       MOVE LOG-REC TO TL-LINE
                       PERFORM PARSE-TAIL
                       IF TL-OK = 'Y'
                           MOVE TL-SEQ TO CH-SEQ(CH-FOUND)
                           MOVE TL-LINK TO CH-LINK(CH-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       *> 尾碼在去掉尾端空白後的最後 52 碼：
       *> ; 序號 9 ; 摘要 20 ; 鏈結 20
       PARSE-TAIL.
           MOVE 'N' TO TL-OK
           IF TL-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TL-LINE TRAILING))
               TO TL-LEN
           IF TL-LEN < 52
               EXIT PARAGRAPH
           END-IF
           COMPUTE TL-START = TL-LEN - 51
           IF TL-LINE(TL-START:1) NOT = ';'
              OR TL-LINE(TL-START + 10:1) NOT = ';'
              OR TL-LINE(TL-START + 31:1) NOT = ';'
              OR TL-LINE(TL-START + 1:9) IS NOT NUMERIC
              OR TL-LINE(TL-START + 11:20) IS NOT NUMERIC
              OR TL-LINE(TL-START + 32:20) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE TL-LINE(TL-START + 1:9) TO TL-SEQ
           MOVE TL-LINE(TL-START + 11:20) TO TL-DIGEST
           MOVE TL-LINE(TL-START + 32:20) TO TL-LINK
           MOVE 0 TO TL-CONTENT-LEN
           IF TL-START > 1
               IF TL-LINE(1:TL-START - 1) NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       TL-LINE(1:TL-START - 1) TRAILING))
                       TO TL-CONTENT-LEN
               END-IF
           END-IF
           MOVE 'Y' TO TL-OK.

       *> 兩組多項式滾動雜湊，再把長度揉進去
       HASH-TEXT.
           MOVE 0 TO HT-H1 HT-H2
           PERFORM VARYING HT-POS FROM 1 BY 1 UNTIL HT-POS > HT-LEN
               COMPUTE HT-CODE = FUNCTION ORD(HT-TEXT(HT-POS:1))
               COMPUTE HT-WORK = HT-H1 * 131 + HT-CODE
               DIVIDE HT-WORK BY 2147483647
                   GIVING HT-QUOT REMAINDER HT-H1
               COMPUTE HT-WORK = HT-H2 * 137 + HT-CODE
               DIVIDE HT-WORK BY 2147483629
                   GIVING HT-QUOT REMAINDER HT-H2
           END-PERFORM
           COMPUTE HT-WORK = HT-H1 * 131 + HT-LEN
           DIVIDE HT-WORK BY 2147483647
               GIVING HT-QUOT REMAINDER HT-H1
           COMPUTE HT-WORK = HT-H2 * 137 + HT-LEN
           DIVIDE HT-WORK BY 2147483629
               GIVING HT-QUOT REMAINDER HT-H2
           *> 收尾交叉攪拌幾輪，差一個字的兩行摘要也看不出相近
           PERFORM 4 TIMES
               COMPUTE HT-WORK = HT-H1 * 48271 + HT-H2
               DIVIDE HT-WORK BY 2147483647
                   GIVING HT-QUOT REMAINDER HT-H1
               COMPUTE HT-WORK = HT-H2 * 69621 + HT-H1
               DIVIDE HT-WORK BY 2147483629
                   GIVING HT-QUOT REMAINDER HT-H2
           END-PERFORM
           MOVE HT-H1 TO HT-RESULT(1:10)
           MOVE HT-H2 TO HT-RESULT(11:10).
