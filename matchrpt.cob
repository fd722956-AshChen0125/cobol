      *> CSV，依解析出來的 COUNTRY 分組統計筆數/平均分數/城市與
      *> 郵遞區號填值率，每個國家再往下鑽前 20 名 CITY，讓參照
      *> 清單的維護火力對準真正在漏的地區。
      *> 一個法人一份報表：MATCHRPT_ENTITY（沒設取 ADDR_ENTITY，
      *> 預設 BANK）決定讀哪個法人的輸出（子公司預設檔名掛
      *> 「代碼_」前綴），Entity 欄是別的法人的列不算進統計、
      *> 另外列筆數（空白 Entity = BANK，多法人之前的舊輸出）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WS-HEADER-SKIPPED    PIC X VALUE 'N'.
       01 CTL-READ-COUNT       PIC 9(7) VALUE 0.
       01 CTL-OTHER-ENTITY     PIC 9(7) VALUE 0.
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 CUR-ENTITY           PIC X(20).

       *> 輸出 CSV 的承接欄位（只需要用到的幾欄有名字）
       01 CSV-FIELDS.
           05 CSV-SCORE        PIC X(6).
           05 CSV-ACCOUNT-ID   PIC X(30).
           05 CSV-LANDMARK     PIC X(200).
           *> Landmark 之後到 Email 的 17 欄，這裡用不到
           05 CSV-TAIL-COL OCCURS 17 TIMES PIC X(200).
           05 CSV-ENTITY       PIC X(20).
       01 CUR-SCORE            PIC 9(3).
       01 CUR-COUNTRY          PIC X(30).
       01 CUR-CITY             PIC X(40).
       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MATCHRPT_ENTITY'
           IF WS-ENV-VALUE = SPACES
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           END-IF
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "MATCHRPT: entity code must be at most 4 "
                       "characters"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-RUN-ENTITY
           END-IF
           IF WS-RUN-ENTITY NOT = WS-DEFAULT-ENTITY
               STRING FUNCTION TRIM(WS-RUN-ENTITY) '_'
                   DELIMITED BY SIZE INTO WS-ENTITY-PREFIX
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'test_1016_' WS-RUN-DATE '.csv'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MATCHRPT_IN_FILE'
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'match_quality_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MATCHRPT_RPT_FILE'
                    CSV-COL(25) CSV-COL(26) CSV-COL(27) CSV-COL(28)
                    CSV-COL(29)
                    CSV-CONCAT CSV-SCORE CSV-ACCOUNT-ID CSV-LANDMARK
                    CSV-TAIL-COL(1) CSV-TAIL-COL(2) CSV-TAIL-COL(3)
                    CSV-TAIL-COL(4) CSV-TAIL-COL(5) CSV-TAIL-COL(6)
                    CSV-TAIL-COL(7) CSV-TAIL-COL(8) CSV-TAIL-COL(9)
                    CSV-TAIL-COL(10) CSV-TAIL-COL(11) CSV-TAIL-COL(12)
                    CSV-TAIL-COL(13) CSV-TAIL-COL(14) CSV-TAIL-COL(15)
                    CSV-TAIL-COL(16) CSV-TAIL-COL(17)
                    CSV-ENTITY
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CSV-ENTITY))
               TO CUR-ENTITY
           IF CUR-ENTITY = SPACES
               MOVE WS-DEFAULT-ENTITY TO CUR-ENTITY
           END-IF
           IF CUR-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO CTL-OTHER-ENTITY
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(CSV-SCORE) IS NUMERIC
               MOVE FUNCTION NUMVAL(CSV-SCORE) TO CUR-SCORE
           ELSE
           MOVE SPACES TO RPT-REC
           STRING "Match quality by country - run " WS-RUN-DATE
               "  (" CTL-READ-COUNT " output rows)"
               "  entity " WS-RUN-ENTITY
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF CTL-OTHER-ENTITY > 0
               MOVE SPACES TO RPT-REC
               STRING "  rows of another entity skipped: "
                   CTL-OTHER-ENTITY
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF

           PERFORM VARYING CST-IDX FROM 1 BY 1 UNTIL CST-IDX > CST-USED
               MOVE SPACES TO RPT-REC
