      *> 報表，最後對合併後的輸出再跑一次跨分片重複地址檢查 -
      *> 同一個地址被發到不同分片時，各分片自己的重複檢查
      *> 看不見彼此。SHARD_COUNT 要跟拆檔時一致。
      *> 每個分片讀進的列數/帳號雜湊登進控制總數總帳（IN，對各
      *> 分片 AddressSplitterFinal 交出的），加總當合併檔的控制
      *> 數（CTL），合併檔實際落地的登 OUT 交給 ADDRMAST。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 CSV-CHINESE          PIC X(500).
       01 CSV-ORIGINAL         PIC X(500).

       *> 各分片讀進的控制總數加總 = 合併檔應有的
       01 CTL-SHARD-IN-ROWS    PIC 9(9) VALUE 0.
       01 CTL-SHARD-IN-HASH    PIC 9(15) VALUE 0.

       COPY "ctlledgr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-PERFORM

           CLOSE MERGED-FILE XDUP-FILE
           PERFORM LEDGER-MERGED-FILE

           *> 各分片的戶別彙總串成一份
           OPEN OUTPUT HHMERGE-FILE
                   FUNCTION TRIM(WS-SHARD-FILE-NAME)
                   " missing (status " WS-SHARD-FILE-STATUS ")"
               ADD 1 TO CTL-MISSING-SHARDS
               *> 總帳上記 MISSING，平衡表點名是哪一片
               MOVE 'F' TO CL-FUNCTION
               PERFORM LEDGER-SHARD-SETUP
               CALL 'CTLLEDGR' USING CL-AREA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
                           ADD 1 TO CTL-MERGED-ROWS
                           MOVE SHARD-REC TO MERGED-REC
                           WRITE MERGED-REC
                           MOVE 'L' TO CL-FUNCTION
                           MOVE 1 TO CL-SLOT
                           MOVE 34 TO CL-KEY-COL
                           MOVE SHARD-REC TO CL-LINE
                           CALL 'CTLLEDGR' USING CL-AREA
                           PERFORM CHECK-CROSS-SHARD-DUP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHARD-FILE
           MOVE 'W' TO CL-FUNCTION
           PERFORM LEDGER-SHARD-SETUP
           CALL 'CTLLEDGR' USING CL-AREA
           ADD CL-COUNT TO CTL-SHARD-IN-ROWS
           COMPUTE CTL-SHARD-IN-HASH = FUNCTION MOD(
               CTL-SHARD-IN-HASH + CL-HASH, 1000000000000000).

       *> 這一片的總帳欄位（鍵值 = 第 34 欄 AccountID）
       LEDGER-SHARD-SETUP.
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE 'SHARDMERGE' TO CL-PROGRAM
           MOVE WS-SHARD-FILE-NAME TO CL-FILE-NAME
           MOVE 'IN' TO CL-DIRECTION
           MOVE 1 TO CL-SLOT
           MOVE 34 TO CL-KEY-COL
           MOVE 'Y' TO CL-SKIP-HEADER.

       *> 合併檔：各片讀進的加總（CTL）對合併檔實際落地的（OUT）
       LEDGER-MERGED-FILE.
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE 'SHARDMERGE' TO CL-PROGRAM
           MOVE WS-MERGED-FILE-NAME TO CL-FILE-NAME
           MOVE 'T' TO CL-FUNCTION
           MOVE 'CTL' TO CL-DIRECTION
           MOVE CTL-SHARD-IN-ROWS TO CL-COUNT
           MOVE CTL-SHARD-IN-HASH TO CL-HASH
           CALL 'CTLLEDGR' USING CL-AREA
           MOVE 'F' TO CL-FUNCTION
           MOVE 'OUT' TO CL-DIRECTION
           MOVE 34 TO CL-KEY-COL
           MOVE 'Y' TO CL-SKIP-HEADER
           CALL 'CTLLEDGR' USING CL-AREA.

       CHECK-CROSS-SHARD-DUP.
           MOVE SPACES TO CSV-CHINESE
